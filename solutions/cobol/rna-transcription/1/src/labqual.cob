000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    LABQUAL.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. PER-LAB DATA-QUALITY SCORECARD.
000150*                  THE NIGHT'S REJECT EVIDENCE WAS SPREAD OVER
000160*                  FASTQLOAD'S LOW-QUALITY REJECTS, FASTALOAD'S
000170*                  REJECTS, THE TRANSCRIBER'S INVALID BASES,
000180*                  THE AMBIGUITY CODES, RNAVERIF'S DIFFRPT, AND
000190*                  THE DUPLICATE-ACCESSION SKIPS, AND NONE OF
000200*                  IT WAS EVER TOTALLED BY LAB. THIS STEP TIES
000210*                  EACH TO ITS LAB THROUGH SEQMAST - THE LOADQC
000220*                  FEED BOTH LOADERS NOW WRITE (SUBMISSIONS,
000230*                  LOAD REJECTS, DUPLICATES, AND FASTQ READ
000240*                  QUALITY), DNAIN (BASES AND IUPAC AMBIGUITY
000250*                  CODES), THE RUN'S INVALID-BASE ERRORLOG
000260*                  LINES (THE SAME REJECTS THE TRANSCRIBER
000270*                  PRINTS ON DNAREJ), AND DIFFRPT - FILES ONE
000280*                  NIGHT PER LAB ON THE KEYED QUALHIST ROLLING
000290*                  HISTORY, AND PRINTS EACH LAB'S REJECT RATE,
000300*                  AMBIGUITY RATE, AVERAGE READ QUALITY, AND
000310*                  VERIFICATION FAILURES FOR THE NIGHT, 30 DAYS,
000320*                  AND 90 DAYS. A LAB WHOSE 30-DAY FIGURES ARE
000330*                  WORSE THAN ITS 90-DAY FIGURES BY MORE THAN
000340*                  THE SCORPARM TOLERANCE IS FLAGGED WORSENING.
000350*                  A RERUN OF THE SAME DATE REPLACES THAT
000360*                  DATE'S HISTORY RATHER THAN ADDING TO IT, AND
000370*                  HISTORY OLDER THAN 90 DAYS IS PURGED.
000372* 2026-10-15 DK    A LAB TABLE OVERFLOW NOW ENDS THE STEP RC=4
000374*                  WITH ITS CONSOLE MESSAGE, NOT RC=8 - THE
000376*                  NIGHTLY COND=(8,GE) CHAIN BYPASSED EVERY
000378*                  LATER STEP FOR A REPORT-ONLY SHORTFALL.
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT LOAD-OUTCOME ASSIGN TO "LOADQC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-LOAD-QC-STATUS.
000450     SELECT DNA-INPUT ASSIGN TO "DNAIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-DNA-IN-STATUS.
000480     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ERROR-LOG-STATUS.
000510     SELECT DIFF-REPORT ASSIGN TO "DIFFRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DIFF-RPT-STATUS.
000540     SELECT SEQ-MASTER ASSIGN TO "SEQMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SM-SEQ-ID
000580         FILE STATUS IS WS-SEQMAST-STATUS.
000590     SELECT QUAL-HISTORY ASSIGN TO "QUALHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS QH-KEY
000630         FILE STATUS IS WS-HISTORY-STATUS.
000640     SELECT SCORE-PARM ASSIGN TO "SCORPARM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SCORE-PARM-STATUS.
000670     SELECT SCORE-REPORT ASSIGN TO "SCORERPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SCORE-RPT-STATUS.
000700     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AUDIT-STATUS.
000730     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RUN-ID-F-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780* ONE LINE PER READ OR STRAND FROM FASTALOAD AND FASTQLOAD.
000790 FD  LOAD-OUTCOME
000800     RECORD CONTAINS 60 CHARACTERS.
000810 01  LOAD-OUTCOME-RECORD.
000820     05 LO-SEQ-ID            PIC X(20).
000830     05 LO-LAB-ID            PIC X(20).
000840     05 LO-LOAD-FORMAT       PIC X(01).
000850     05 LO-OUTCOME           PIC X(01).
000860         88 LO-LOADED                  VALUE "L".
000870         88 LO-DUP-FILED               VALUE "D".
000880         88 LO-DUP-SKIPPED             VALUE "S".
000890         88 LO-WITHDRAWN               VALUE "W".
000900         88 LO-BELOW-QUALITY           VALUE "Q".
000910         88 LO-REJECTED                VALUE "R".
000920     05 LO-AVG-QUALITY       PIC 9(03)V9(02).
000930     05 LO-SEQ-LEN           PIC 9(05).
000940     05 FILLER               PIC X(08).
000950
000960 FD  DNA-INPUT
000970     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000980         ON DNA-SEQ-LEN.
000990 01  DNA-INPUT-RECORD.
001000     05 DNA-SEQ-ID           PIC X(20).
001010     05 DNA-SEQ-LEN          PIC 9(05).
001020     05 DNA-ORIENT           PIC X(01).
001030     05 DNA-SEQ-NO           PIC 9(07).
001040     05 DNA-SEQUENCE         PIC X(10000).
001050
001060 FD  ERROR-LOG
001070     RECORD CONTAINS 116 CHARACTERS.
001080 01  ERROR-LOG-RECORD        PIC X(116).
001090
001100* RNAVERIF'S DIFFERENCE REPORT. ONLY ITS DETAIL LINES CARRY
001110* A NUMERIC RECORD NUMBER IN COLUMNS 22-28; THE HEADING AND
001120* CONTROL-TOTAL LINES ARE SKIPPED.
001130 FD  DIFF-REPORT
001140     RECORD CONTAINS 96 CHARACTERS.
001150 01  DIFF-REPORT-RECORD.
001160     05 DR-SEQ-ID            PIC X(20).
001170     05 FILLER               PIC X(01).
001180     05 DR-RECORD-NO         PIC X(07).
001190     05 FILLER               PIC X(68).
001200
001210 FD  SEQ-MASTER
001220     RECORD CONTAINS 93 CHARACTERS.
001230 01  SEQ-MASTER-RECORD.
001240     05 SM-SEQ-ID            PIC X(20).
001250     05 SM-FIRST-DATE        PIC 9(08).
001260     05 SM-RUN-ID            PIC X(15).
001270     05 SM-LAB-ID            PIC X(20).
001280     05 SM-LOAD-FORMAT       PIC X(01).
001290     05 SM-STATUS            PIC X(01).
001300         88 SM-IS-ACTIVE               VALUE "A" " ".
001310         88 SM-IS-WITHDRAWN            VALUE "W".
001320         88 SM-IS-MERGED               VALUE "M".
001330     05 SM-STATUS-DATE       PIC 9(08).
001340     05 SM-MERGED-INTO       PIC X(20).
001350
001360* ONE NIGHT OF ONE LAB'S QUALITY FIGURES. THE LAST RUN OF A
001370* DATE WINS.
001380 FD  QUAL-HISTORY
001390     RECORD CONTAINS 112 CHARACTERS.
001400 01  QUAL-HISTORY-RECORD.
001410     05 QH-KEY.
001420         10 QH-LAB-ID        PIC X(20).
001430         10 QH-RUN-DATE      PIC 9(08).
001440     05 QH-RUN-ID            PIC X(15).
001450     05 QH-SUBMITTED         PIC 9(07).
001460     05 QH-REJECTS           PIC 9(07).
001470     05 QH-BASES             PIC 9(11).
001480     05 QH-AMBIG-BASES       PIC 9(09).
001490     05 QH-QUAL-READS        PIC 9(07).
001500     05 QH-QUAL-SUM          PIC 9(09)V9(02).
001510     05 QH-VERIFY-FAILS      PIC 9(07).
001520     05 FILLER               PIC X(10).
001530
001540 FD  SCORE-PARM
001550     RECORD CONTAINS 3 CHARACTERS.
001560 01  SCORE-PARM-RECORD       PIC 9(03).
001570
001580 FD  SCORE-REPORT
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  SCORE-REPORT-RECORD     PIC X(80).
001610
001620 FD  AUDIT-LOG
001630     RECORD CONTAINS 80 CHARACTERS.
001640 01  AUDIT-LOG-RECORD        PIC X(80).
001650
001660 FD  RUN-ID-FILE
001670     RECORD CONTAINS 15 CHARACTERS.
001680 01  RUN-ID-RECORD           PIC X(15).
001685
001690 WORKING-STORAGE SECTION.
001700 01  WS-RUN-ID-F-STATUS     PIC X(02).
001710     88 WS-RUN-ID-F-OK                VALUE "00".
001720 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001730 01  WS-LOAD-QC-STATUS      PIC X(02).
001740     88 WS-LOAD-QC-OK                 VALUE "00".
001750 01  WS-DNA-IN-STATUS       PIC X(02).
001760     88 WS-DNA-IN-OK                  VALUE "00".
001770 01  WS-ERROR-LOG-STATUS    PIC X(02).
001780     88 WS-ERROR-LOG-OK               VALUE "00".
001790 01  WS-DIFF-RPT-STATUS     PIC X(02).
001800     88 WS-DIFF-RPT-OK                VALUE "00".
001810 01  WS-SEQMAST-STATUS      PIC X(02).
001820     88 WS-SEQMAST-OK                 VALUE "00".
001830 01  WS-SEQMAST-OPEN-SW     PIC X(01) VALUE "N".
001840     88 WS-SEQMAST-IS-OPEN            VALUE "Y".
001850 01  WS-HISTORY-STATUS      PIC X(02).
001860     88 WS-HISTORY-OK                 VALUE "00".
001870     88 WS-HISTORY-ABSENT             VALUE "35".
001880 01  WS-SCORE-PARM-STATUS   PIC X(02).
001890     88 WS-SCORE-PARM-OK              VALUE "00".
001900 01  WS-SCORE-RPT-STATUS    PIC X(02).
001910     88 WS-SCORE-RPT-OK               VALUE "00".
001920 01  WS-AUDIT-STATUS        PIC X(02).
001930     88 WS-AUDIT-OK                   VALUE "00".
001940
001950 01  WS-LOAD-EOF-SWITCH     PIC X(01) VALUE "N".
001960     88 WS-NO-MORE-OUTCOMES           VALUE "Y".
001970 01  WS-DNA-EOF-SWITCH      PIC X(01) VALUE "N".
001980     88 WS-NO-MORE-DNA                VALUE "Y".
001990 01  WS-ERR-EOF-SWITCH      PIC X(01) VALUE "N".
002000     88 WS-NO-MORE-ERRORS             VALUE "Y".
002010 01  WS-DIFF-EOF-SWITCH     PIC X(01) VALUE "N".
002020     88 WS-NO-MORE-DIFFS              VALUE "Y".
002030 01  WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
002040     88 WS-NO-MORE-HISTORY            VALUE "Y".
002050 01  WS-ON-FILE-SWITCH      PIC X(01).
002060     88 WS-ALREADY-ON-FILE            VALUE "Y".
002070
002080* WORSENING TOLERANCE - COMPILED-IN DEFAULT, REPLACEABLE BY
002090* SCORPARM. A 30-DAY FIGURE MUST BE WORSE THAN THE 90-DAY
002100* FIGURE BY MORE THAN THIS PERCENTAGE TO RAISE THE FLAG.
002110 01  WS-TOLERANCE-PCT       PIC 9(03) VALUE 25.
002120 01  WS-TOLERANCE-SOURCE    PIC X(08) VALUE "DEFAULT".
002130
002140* THE WINDOWS ARE COUNTED BACK FROM THE RUN DATE, WHICH IS
002150* DAY ONE OF EACH. HISTORY BEFORE THE 90-DAY WINDOW IS PURGED.
002160 01  WS-BACK-SPAN           PIC S9(09).
002170 01  WS-FROM-30-DAYS        PIC 9(08).
002180 01  WS-FROM-90-DAYS        PIC 9(08).
002190
002200* THE ERRORLOG MESSAGE RNA-TRANSCRIPTION FILES FOR A BASE
002210* THAT IS NEITHER A/C/G/T NOR AN IUPAC AMBIGUITY CODE.
002220 01  WS-INVALID-BASE-MSG    PIC X(40) VALUE
002230         "INVALID BASE - NOT ONE OF A/C/G/T".
002240
002250 01  WS-ERROR-LINE.
002260     05 WS-ERR-PROGRAM      PIC X(20).
002270     05 FILLER              PIC X(01).
002280     05 WS-ERR-DATE         PIC X(08).
002290     05 FILLER              PIC X(01).
002300     05 WS-ERR-TIME         PIC X(08).
002310     05 FILLER              PIC X(01).
002320     05 WS-ERR-RECORD-ID    PIC X(20).
002330     05 FILLER              PIC X(01).
002340     05 WS-ERR-MESSAGE      PIC X(40).
002350     05 FILLER              PIC X(01).
002360     05 WS-ERR-RUN-ID       PIC X(15).
002370
002380* THE TRANSCRIBER AND RNAVERIF WRITE A LINE PER BAD BASE OR
002390* DIFFERENCE, IN STRAND ORDER, SO A STRAND IS COUNTED ONCE
002400* WHEN ITS ACCESSION CHANGES.
002410 01  WS-PRIOR-ERR-SEQ-ID    PIC X(20) VALUE SPACES.
002420 01  WS-PRIOR-DIFF-SEQ-ID   PIC X(20) VALUE SPACES.
002430
002440 01  WS-LOOKUP-SEQ-ID       PIC X(20).
002450 01  WS-LAB-ID              PIC X(20).
002460 01  WS-REGISTERED-SWITCH   PIC X(01).
002470     88 WS-IS-REGISTERED              VALUE "Y".
002480 01  WS-AMBIG-TALLY         PIC 9(05) COMP.
002490
002500* THE NIGHT'S FIGURES, ONE ENTRY PER LAB SEEN IN ANY INPUT.
002510 01  WS-LAB-COUNT           PIC 9(04) COMP VALUE 0.
002520 01  WS-LAB-MAX             PIC 9(04) COMP VALUE 500.
002530 01  WS-LAB-TABLE.
002540     05 WS-LAB-ENTRY OCCURS 500 TIMES.
002550         10 WS-LT-LAB-ID    PIC X(20).
002560         10 WS-LT-SUBMITTED PIC 9(07) COMP.
002570         10 WS-LT-REJECTS   PIC 9(07) COMP.
002580         10 WS-LT-BASES     PIC 9(11) COMP.
002590         10 WS-LT-AMBIG     PIC 9(09) COMP.
002600         10 WS-LT-QUAL-READS PIC 9(07) COMP.
002610         10 WS-LT-QUAL-SUM  PIC 9(09)V9(02) COMP.
002620         10 WS-LT-VERIFY    PIC 9(07) COMP.
002630 01  WS-LAB-IDX             PIC 9(04) COMP.
002640 01  WS-LAB-SUB             PIC 9(04) COMP.
002650 01  WS-LAB-FOUND-SWITCH    PIC X(01).
002660     88 WS-LAB-FOUND                  VALUE "Y".
002670 01  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
002680     88 WS-LAB-TABLE-FULL             VALUE "Y".
002690
002700* ONE LAB'S HISTORY, SUMMED BY WINDOW - 1 THE NIGHT, 2 THE
002710* LAST 30 DAYS, 3 THE LAST 90 DAYS.
002720 01  WS-CURRENT-LAB         PIC X(20).
002730 01  WS-FIRST-LAB-SWITCH    PIC X(01) VALUE "Y".
002740     88 WS-NO-LAB-YET                 VALUE "Y".
002750 01  WS-WINDOW-TOTALS.
002760     05 WS-WINDOW OCCURS 3 TIMES.
002770         10 WS-WIN-NIGHTS   PIC 9(05) COMP.
002780         10 WS-WIN-SUBMITTED PIC 9(09) COMP.
002790         10 WS-WIN-REJECTS  PIC 9(09) COMP.
002800         10 WS-WIN-BASES    PIC 9(13) COMP.
002810         10 WS-WIN-AMBIG    PIC 9(11) COMP.
002820         10 WS-WIN-QUAL-READS PIC 9(09) COMP.
002830         10 WS-WIN-QUAL-SUM PIC 9(11)V9(02) COMP.
002840         10 WS-WIN-VERIFY   PIC 9(09) COMP.
002850         10 WS-WIN-REJ-PCT  PIC 9(03)V9(04).
002860         10 WS-WIN-AMB-PCT  PIC 9(03)V9(04).
002870         10 WS-WIN-AVG-QUAL PIC 9(03)V9(02).
002880         10 WS-WIN-VFY-PCT  PIC 9(03)V9(04).
002890 01  WS-NUMERATOR           PIC 9(13)V9(06).
002900 01  WS-WIN-IDX             PIC 9(01) COMP.
002910 01  WS-WIN-FIRST           PIC 9(01) COMP.
002920 01  WS-WINDOW-NAME-LIST.
002930     05 FILLER              PIC X(08) VALUE "NIGHT".
002940     05 FILLER              PIC X(08) VALUE "30 DAYS".
002950     05 FILLER              PIC X(08) VALUE "90 DAYS".
002960 01  WS-WINDOW-NAMES REDEFINES WS-WINDOW-NAME-LIST.
002970     05 WS-WINDOW-NAME      PIC X(08) OCCURS 3 TIMES.
002980
002990 01  WS-WORSE-SWITCH        PIC X(01).
003000     88 WS-LAB-WORSENING              VALUE "Y".
003010
003020 01  WS-OUTCOME-COUNT       PIC 9(07) COMP VALUE 0.
003030 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
003040 01  WS-INVALID-STRANDS     PIC 9(07) COMP VALUE 0.
003050 01  WS-VERIFY-FAILS        PIC 9(07) COMP VALUE 0.
003060 01  WS-FILED-COUNT         PIC 9(07) COMP VALUE 0.
003070 01  WS-REFILED-COUNT       PIC 9(07) COMP VALUE 0.
003080 01  WS-PURGED-COUNT        PIC 9(07) COMP VALUE 0.
003090 01  WS-REPORTED-COUNT      PIC 9(07) COMP VALUE 0.
003100 01  WS-WORSENING-COUNT     PIC 9(07) COMP VALUE 0.
003110
003120 01  WS-HEADING-1.
003130     05 FILLER              PIC X(30) VALUE
003140         "LAB DATA-QUALITY SCORECARD".
003150     05 FILLER              PIC X(08) VALUE "RUN ID ".
003160     05 WS-HDG-RUN-ID       PIC X(15).
003170     05 FILLER              PIC X(07) VALUE "  DATE ".
003180     05 WS-HDG-DATE         PIC 9(08).
003190 01  WS-TOLERANCE-LINE.
003200     05 FILLER              PIC X(30) VALUE
003210         "WORSENING TOLERANCE PCT".
003220     05 WS-TOL-PCT          PIC ZZ9.
003230     05 FILLER              PIC X(10) VALUE "  SOURCE ".
003240     05 WS-TOL-SOURCE       PIC X(08).
003250 01  WS-HEADING-2.
003260     05 FILLER              PIC X(10) VALUE "  WINDOW".
003270     05 FILLER              PIC X(11) VALUE "  SUBMITTED".
003280     05 FILLER              PIC X(12) VALUE "     REJECTS".
003290     05 FILLER              PIC X(07) VALUE "  REJ-%".
003300     05 FILLER              PIC X(09) VALUE "  AMBIG-%".
003310     05 FILLER              PIC X(07) VALUE "  AVG-Q".
003320     05 FILLER              PIC X(08) VALUE "  VERIFY".
003330     05 FILLER              PIC X(07) VALUE "  VFY-%".
003340     05 FILLER              PIC X(07) VALUE " NIGHTS".
003350 01  WS-RULE-LINE           PIC X(78) VALUE ALL "-".
003360 01  WS-LAB-HEADING.
003370     05 FILLER              PIC X(05) VALUE "LAB ".
003380     05 WS-LBH-LAB          PIC X(20).
003390     05 FILLER              PIC X(02) VALUE SPACES.
003400     05 WS-LBH-FLAG         PIC X(12).
003410     05 WS-LBH-WORSE-REJ    PIC X(08).
003420     05 WS-LBH-WORSE-AMB    PIC X(06).
003430     05 WS-LBH-WORSE-QUAL   PIC X(08).
003440     05 WS-LBH-WORSE-VFY    PIC X(06).
003450 01  WS-SCORE-LINE.
003460     05 FILLER              PIC X(02) VALUE SPACES.
003470     05 WS-SCL-WINDOW       PIC X(08).
003480     05 WS-SCL-SUBMITTED    PIC ZZZ,ZZZ,ZZ9.
003490     05 FILLER              PIC X(01) VALUE SPACE.
003500     05 WS-SCL-REJECTS      PIC ZZZ,ZZZ,ZZ9.
003510     05 FILLER              PIC X(01) VALUE SPACE.
003520     05 WS-SCL-REJ-PCT      PIC ZZ9.99.
003530     05 FILLER              PIC X(01) VALUE SPACE.
003540     05 WS-SCL-AMB-PCT      PIC ZZ9.9999.
003550     05 FILLER              PIC X(01) VALUE SPACE.
003560     05 WS-SCL-AVG-QUAL     PIC ZZ9.99.
003570     05 WS-SCL-AVG-QUAL-X REDEFINES WS-SCL-AVG-QUAL
003580                            PIC X(06).
003590     05 FILLER              PIC X(01) VALUE SPACE.
003600     05 WS-SCL-VERIFY       PIC ZZZ,ZZ9.
003610     05 FILLER              PIC X(01) VALUE SPACE.
003620     05 WS-SCL-VFY-PCT      PIC ZZ9.99.
003630     05 FILLER              PIC X(01) VALUE SPACE.
003640     05 WS-SCL-NIGHTS       PIC ZZZZZ9.
003650
003660 01  WS-SUMMARY-DETAIL.
003670     05 WS-SUM-LABEL        PIC X(30).
003680     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
003690
003700 01  WS-RUN-DATE            PIC 9(08).
003710 01  WS-RUN-TIME            PIC 9(08).
003720
003730 COPY AUDITLOG.
003740
003750 PROCEDURE DIVISION.
003760*-----------------------------------------------------------*
003770* 0000-MAINLINE
003780*-----------------------------------------------------------*
003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE
003810     PERFORM 2000-TALLY-LOAD-OUTCOMES
003820     PERFORM 3000-TALLY-BASES
003830     PERFORM 4000-TALLY-INVALID-BASES
003840     PERFORM 4500-TALLY-VERIFY-FAILURES
003850     PERFORM 6000-FILE-NIGHT-HISTORY
003860     PERFORM 7000-PRINT-SCORECARD
003870     PERFORM 8000-WRITE-SUMMARY-SECTIONS
003880     PERFORM 9000-TERMINATE
003890     GOBACK.
003900
003910*-----------------------------------------------------------*
003920* 1000-INITIALIZE - READ THE TOLERANCE, WORK OUT THE WINDOW
003930*                   START DATES, OPEN THE REGISTRY AND THE
003940*                   HISTORY FILE, WRITE THE HEADINGS. A
003950*                   HISTORY FILE THAT DOES NOT EXIST YET (THE
003960*                   FIRST EVER RUN) IS CREATED EMPTY AND
003970*                   REOPENED, THE SAME WAY THE PLAYER MASTER IS
003980*                   BOOTSTRAPPED.
003990*-----------------------------------------------------------*
004000 1000-INITIALIZE.
004010     PERFORM 1090-READ-RUN-ID
004020     PERFORM 1100-READ-SCORE-PARM
004030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004040     MOVE -29 TO WS-BACK-SPAN
004050     CALL "DATE-ADD-DAYS" USING WS-RUN-DATE WS-BACK-SPAN
004060         WS-FROM-30-DAYS
004070     MOVE -89 TO WS-BACK-SPAN
004080     CALL "DATE-ADD-DAYS" USING WS-RUN-DATE WS-BACK-SPAN
004090         WS-FROM-90-DAYS
004100     OPEN INPUT SEQ-MASTER
004110     IF WS-SEQMAST-OK THEN
004120         MOVE "Y" TO WS-SEQMAST-OPEN-SW
004130     END-IF
004140     OPEN I-O QUAL-HISTORY
004150     IF WS-HISTORY-ABSENT THEN
004160         OPEN OUTPUT QUAL-HISTORY
004170         CLOSE QUAL-HISTORY
004180         OPEN I-O QUAL-HISTORY
004190     END-IF
004200     OPEN OUTPUT SCORE-REPORT
004210     OPEN EXTEND AUDIT-LOG
004220     PERFORM 9140-WRITE-AUDIT-START
004230     MOVE WS-RUN-ID           TO WS-HDG-RUN-ID
004240     MOVE WS-RUN-DATE         TO WS-HDG-DATE
004250     WRITE SCORE-REPORT-RECORD FROM WS-HEADING-1
004260     MOVE WS-TOLERANCE-PCT    TO WS-TOL-PCT
004270     MOVE WS-TOLERANCE-SOURCE TO WS-TOL-SOURCE
004280     WRITE SCORE-REPORT-RECORD FROM WS-TOLERANCE-LINE.
004290
004310*-----------------------------------------------------------*
004320* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
004330*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
004340*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
004350*                    RERUN - STAMPS (STANDALONE) INSTEAD.
004360*-----------------------------------------------------------*
004370 1090-READ-RUN-ID.
004380     OPEN INPUT RUN-ID-FILE
004390     IF WS-RUN-ID-F-OK THEN
004400         READ RUN-ID-FILE
004410             AT END CONTINUE
004420         END-READ
004430         IF WS-RUN-ID-F-OK THEN
004440             MOVE RUN-ID-RECORD TO WS-RUN-ID
004450         END-IF
004460         CLOSE RUN-ID-FILE
004470     END-IF.
004480
004490*-----------------------------------------------------------*
004500* 1100-READ-SCORE-PARM - IF AN OPTIONAL SCORPARM FILE SUPPLIES
004510*                   A WORSENING TOLERANCE, IT REPLACES THE
004520*                   COMPILED-IN DEFAULT OF 25 PERCENT. A
004530*                   MISSING, EMPTY, OR ZERO ENTRY LEAVES THE
004540*                   DEFAULT IN EFFECT.
004550*-----------------------------------------------------------*
004560 1100-READ-SCORE-PARM.
004570     OPEN INPUT SCORE-PARM
004580     IF WS-SCORE-PARM-OK THEN
004590         READ SCORE-PARM
004600             AT END CONTINUE
004610         END-READ
004620         IF WS-SCORE-PARM-OK
004630             AND SCORE-PARM-RECORD NUMERIC
004640             AND SCORE-PARM-RECORD > 0 THEN
004650             MOVE SCORE-PARM-RECORD TO WS-TOLERANCE-PCT
004660             MOVE "SCORPARM"        TO WS-TOLERANCE-SOURCE
004670         END-IF
004680         CLOSE SCORE-PARM
004690     END-IF.
004700
004710*-----------------------------------------------------------*
004720* 2000-TALLY-LOAD-OUTCOMES - EVERY LOADQC LINE IS ONE READ OR
004730*                   STRAND SUBMITTED. ONE REFUSED FOR QUALITY,
004740*                   FORMAT, OR A WITHDRAWN ACCESSION, OR
004750*                   SKIPPED AS A DUPLICATE, IS A REJECT. EVERY
004760*                   FASTQ READ THAT GOT AS FAR AS A QUALITY
004770*                   SCORE COUNTS TOWARD THE AVERAGE.
004780*-----------------------------------------------------------*
004790 2000-TALLY-LOAD-OUTCOMES.
004800     OPEN INPUT LOAD-OUTCOME
004810     IF WS-LOAD-QC-OK THEN
004820         PERFORM 2100-READ-LOAD-OUTCOME
004830         PERFORM 2200-TALLY-ONE-OUTCOME
004840             UNTIL WS-NO-MORE-OUTCOMES
004850         CLOSE LOAD-OUTCOME
004860     END-IF.
004870
004880 2100-READ-LOAD-OUTCOME.
004890     READ LOAD-OUTCOME
004900         AT END
004910             MOVE "Y" TO WS-LOAD-EOF-SWITCH
004920     END-READ.
004930
004940*-----------------------------------------------------------*
004950* 2200-TALLY-ONE-OUTCOME - A REGISTERED ACCESSION BELONGS TO
004960*                   ITS SEQMAST LAB. A DUPLICATE IS CHARGED TO
004970*                   THE LAB THAT RESUBMITTED IT, AND A REJECTED
004980*                   READ THAT NEVER REACHED THE REGISTRY TO THE
004990*                   LAB NAMED ON ITS HEADER.
005000*-----------------------------------------------------------*
005010 2200-TALLY-ONE-OUTCOME.
005020     ADD 1 TO WS-OUTCOME-COUNT
005030     MOVE LO-SEQ-ID TO WS-LOOKUP-SEQ-ID
005040     PERFORM 5000-LOOK-UP-LAB
005050     IF NOT WS-IS-REGISTERED
005060         OR LO-DUP-FILED OR LO-DUP-SKIPPED THEN
005070         MOVE LO-LAB-ID TO WS-LAB-ID
005080     END-IF
005090     PERFORM 5100-FIND-LAB-ENTRY
005100     IF WS-LAB-FOUND THEN
005110         ADD 1 TO WS-LT-SUBMITTED (WS-LAB-SUB)
005120         IF LO-BELOW-QUALITY OR LO-REJECTED
005130             OR LO-WITHDRAWN OR LO-DUP-SKIPPED THEN
005140             ADD 1 TO WS-LT-REJECTS (WS-LAB-SUB)
005150         END-IF
005160         IF LO-LOAD-FORMAT = "Q" AND NOT LO-REJECTED THEN
005170             ADD 1 TO WS-LT-QUAL-READS (WS-LAB-SUB)
005180             ADD LO-AVG-QUALITY TO WS-LT-QUAL-SUM (WS-LAB-SUB)
005190         END-IF
005200     END-IF
005210     PERFORM 2100-READ-LOAD-OUTCOME.
005220
005230*-----------------------------------------------------------*
005240* 3000-TALLY-BASES - EVERY BASE ON DNAIN, AND HOW MANY OF
005250*                   THEM ARE IUPAC AMBIGUITY CODES. THE COUNT
005260*                   DOES NOT DEPEND ON THE AMBPARM POLICY THE
005270*                   TRANSCRIBER HAPPENS TO RUN UNDER.
005280*-----------------------------------------------------------*
005290 3000-TALLY-BASES.
005300     OPEN INPUT DNA-INPUT
005310     IF WS-DNA-IN-OK THEN
005320         PERFORM 3100-READ-DNA-INPUT
005330         PERFORM 3200-TALLY-ONE-STRAND
005340             UNTIL WS-NO-MORE-DNA
005350         CLOSE DNA-INPUT
005360     END-IF.
005370
005380 3100-READ-DNA-INPUT.
005390     READ DNA-INPUT
005400         AT END
005410             MOVE "Y" TO WS-DNA-EOF-SWITCH
005420     END-READ.
005430
005440 3200-TALLY-ONE-STRAND.
005450     ADD 1 TO WS-STRAND-COUNT
005460     MOVE DNA-SEQ-ID TO WS-LOOKUP-SEQ-ID
005470     PERFORM 5000-LOOK-UP-LAB
005480     PERFORM 5100-FIND-LAB-ENTRY
005490     IF WS-LAB-FOUND AND DNA-SEQ-LEN > 0 THEN
005500         MOVE 0 TO WS-AMBIG-TALLY
005510         INSPECT DNA-SEQUENCE (1:DNA-SEQ-LEN)
005520             TALLYING WS-AMBIG-TALLY
005530             FOR ALL "N" ALL "R" ALL "Y" ALL "W" ALL "S"
005540                 ALL "K" ALL "M" ALL "B" ALL "D" ALL "H"
005550                 ALL "V"
005560         ADD DNA-SEQ-LEN    TO WS-LT-BASES (WS-LAB-SUB)
005570         ADD WS-AMBIG-TALLY TO WS-LT-AMBIG (WS-LAB-SUB)
005580     END-IF
005590     PERFORM 3100-READ-DNA-INPUT.
005600
005610*-----------------------------------------------------------*
005620* 4000-TALLY-INVALID-BASES - A STRAND THE TRANSCRIBER FOUND
005630*                   AN INVALID BASE IN IS ONE MORE REJECT FOR
005640*                   ITS LAB. THE TRANSCRIBER FILES THESE ON
005650*                   ERRORLOG AS WELL AS DNAREJ, UNDER THE RUN
005660*                   ID, SO ONLY THIS RUN'S LINES ARE COUNTED.
005670*                   AMBIGUITY-CODE REJECTS ARE LEFT OUT - THE
005680*                   AMBIGUITY RATE ALREADY SCORES THEM.
005690*-----------------------------------------------------------*
005700 4000-TALLY-INVALID-BASES.
005710     OPEN INPUT ERROR-LOG
005720     IF WS-ERROR-LOG-OK THEN
005730         PERFORM 4100-READ-ONE-ERROR
005740             UNTIL WS-NO-MORE-ERRORS
005750         CLOSE ERROR-LOG
005760     END-IF.
005770
005780 4100-READ-ONE-ERROR.
005790     READ ERROR-LOG INTO WS-ERROR-LINE
005800         AT END MOVE "Y" TO WS-ERR-EOF-SWITCH
005810     END-READ
005820     IF NOT WS-NO-MORE-ERRORS
005830         AND WS-ERR-RUN-ID = WS-RUN-ID
005840         AND WS-ERR-PROGRAM = "RNA-TRANSCRIPTION"
005850         AND WS-ERR-MESSAGE = WS-INVALID-BASE-MSG
005860         AND WS-ERR-RECORD-ID NOT = WS-PRIOR-ERR-SEQ-ID THEN
005870         MOVE WS-ERR-RECORD-ID TO WS-PRIOR-ERR-SEQ-ID
005880         ADD 1 TO WS-INVALID-STRANDS
005890         MOVE WS-ERR-RECORD-ID TO WS-LOOKUP-SEQ-ID
005900         PERFORM 5000-LOOK-UP-LAB
005910         PERFORM 5100-FIND-LAB-ENTRY
005920         IF WS-LAB-FOUND THEN
005930             ADD 1 TO WS-LT-REJECTS (WS-LAB-SUB)
005940         END-IF
005950     END-IF.
005960
005970*-----------------------------------------------------------*
005980* 4500-TALLY-VERIFY-FAILURES - EVERY ACCESSION ON A DETAIL
005990*                   LINE OF RNAVERIF'S DIFFERENCE REPORT
006000*                   FAILED BACK-TRANSCRIPTION. A RUN WITH NO
006010*                   DIFFRPT WIRED SCORES NO FAILURES.
006020*-----------------------------------------------------------*
006030 4500-TALLY-VERIFY-FAILURES.
006040     OPEN INPUT DIFF-REPORT
006050     IF WS-DIFF-RPT-OK THEN
006060         PERFORM 4600-READ-ONE-DIFF
006070             UNTIL WS-NO-MORE-DIFFS
006080         CLOSE DIFF-REPORT
006090     END-IF.
006100
006110 4600-READ-ONE-DIFF.
006120     READ DIFF-REPORT
006130         AT END MOVE "Y" TO WS-DIFF-EOF-SWITCH
006140     END-READ
006150     IF NOT WS-NO-MORE-DIFFS
006160         AND DR-RECORD-NO IS NUMERIC
006170         AND DR-SEQ-ID NOT = SPACES
006180         AND DR-SEQ-ID NOT = WS-PRIOR-DIFF-SEQ-ID THEN
006190         MOVE DR-SEQ-ID TO WS-PRIOR-DIFF-SEQ-ID
006200         ADD 1 TO WS-VERIFY-FAILS
006210         MOVE DR-SEQ-ID TO WS-LOOKUP-SEQ-ID
006220         PERFORM 5000-LOOK-UP-LAB
006230         PERFORM 5100-FIND-LAB-ENTRY
006240         IF WS-LAB-FOUND THEN
006250             ADD 1 TO WS-LT-VERIFY (WS-LAB-SUB)
006260         END-IF
006270     END-IF.
006280
006290*-----------------------------------------------------------*
006300* 5000-LOOK-UP-LAB - DECODE WS-LOOKUP-SEQ-ID TO ITS LAB
006310*                   THROUGH SEQMAST. AN ACCESSION NOT ON THE
006320*                   REGISTRY IS SCORED TO *UNKNOWN* SO ITS
006330*                   REJECTS STILL SHOW.
006340*-----------------------------------------------------------*
006350 5000-LOOK-UP-LAB.
006360     MOVE "*UNKNOWN*" TO WS-LAB-ID
006370     MOVE "N"         TO WS-REGISTERED-SWITCH
006380     IF WS-SEQMAST-IS-OPEN THEN
006390         MOVE WS-LOOKUP-SEQ-ID TO SM-SEQ-ID
006400         READ SEQ-MASTER
006410             INVALID KEY CONTINUE
006420             NOT INVALID KEY
006430                 MOVE SM-LAB-ID TO WS-LAB-ID
006440                 MOVE "Y"       TO WS-REGISTERED-SWITCH
006450         END-READ
006460     END-IF.
006470
006480*-----------------------------------------------------------*
006490* 5100-FIND-LAB-ENTRY - LOCATE (OR OPEN) WS-LAB-ID'S ENTRY IN
006498*                   THE NIGHT'S TABLE. A TABLE THAT FILLS IS
006506*                   DISPLAYED AND ENDS THE STEP RC=4 RATHER
006514*                   THAN SILENTLY SCORING A LAB ON PART OF ITS
006522*                   NIGHT.
006530*-----------------------------------------------------------*
006540 5100-FIND-LAB-ENTRY.
006550     MOVE "N" TO WS-LAB-FOUND-SWITCH
006560     MOVE 0   TO WS-LAB-SUB
006570     PERFORM 5200-TEST-ONE-LAB-ENTRY
006580         VARYING WS-LAB-IDX FROM 1 BY 1
006590         UNTIL WS-LAB-IDX > WS-LAB-COUNT
006600             OR WS-LAB-FOUND
006610     IF NOT WS-LAB-FOUND THEN
006620         IF WS-LAB-COUNT < WS-LAB-MAX THEN
006630             ADD 1 TO WS-LAB-COUNT
006640             MOVE WS-LAB-COUNT TO WS-LAB-SUB
006650             MOVE WS-LAB-ID TO WS-LT-LAB-ID (WS-LAB-SUB)
006660             MOVE 0 TO WS-LT-SUBMITTED (WS-LAB-SUB)
006670             MOVE 0 TO WS-LT-REJECTS (WS-LAB-SUB)
006680             MOVE 0 TO WS-LT-BASES (WS-LAB-SUB)
006690             MOVE 0 TO WS-LT-AMBIG (WS-LAB-SUB)
006700             MOVE 0 TO WS-LT-QUAL-READS (WS-LAB-SUB)
006710             MOVE 0 TO WS-LT-QUAL-SUM (WS-LAB-SUB)
006720             MOVE 0 TO WS-LT-VERIFY (WS-LAB-SUB)
006730             MOVE "Y" TO WS-LAB-FOUND-SWITCH
006740         ELSE
006750             IF NOT WS-LAB-TABLE-FULL THEN
006760                 DISPLAY "LABQUAL - LAB TABLE FULL AT "
006770                     WS-LAB-MAX " - FIGURES FOR " WS-LAB-ID
006780                     " NOT SCORED"
006790                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
006800             END-IF
006810         END-IF
006820     END-IF.
006830
006840 5200-TEST-ONE-LAB-ENTRY.
006850     IF WS-LT-LAB-ID (WS-LAB-IDX) = WS-LAB-ID THEN
006860         MOVE "Y" TO WS-LAB-FOUND-SWITCH
006870         MOVE WS-LAB-IDX TO WS-LAB-SUB
006880     END-IF.
006890
006900*-----------------------------------------------------------*
006910* 6000-FILE-NIGHT-HISTORY - FILE EACH LAB'S NIGHT ON THE
006920*                   ROLLING HISTORY UNDER THE RUN DATE. A LAB
006930*                   ALREADY FILED FOR THE DATE (A RESTARTED OR
006940*                   RERUN NIGHT) HAS ITS RECORD REPLACED, NOT
006950*                   ADDED TO, SO NO NIGHT IS COUNTED TWICE.
006960*-----------------------------------------------------------*
006970 6000-FILE-NIGHT-HISTORY.
006980     PERFORM 6100-FILE-ONE-LAB
006990         VARYING WS-LAB-IDX FROM 1 BY 1
007000         UNTIL WS-LAB-IDX > WS-LAB-COUNT.
007010
007020 6100-FILE-ONE-LAB.
007030     MOVE SPACES                         TO QUAL-HISTORY-RECORD
007040     MOVE WS-LT-LAB-ID (WS-LAB-IDX)      TO QH-LAB-ID
007050     MOVE WS-RUN-DATE                    TO QH-RUN-DATE
007060     MOVE WS-RUN-ID                      TO QH-RUN-ID
007070     MOVE WS-LT-SUBMITTED (WS-LAB-IDX)   TO QH-SUBMITTED
007080     MOVE WS-LT-REJECTS (WS-LAB-IDX)     TO QH-REJECTS
007090     MOVE WS-LT-BASES (WS-LAB-IDX)       TO QH-BASES
007100     MOVE WS-LT-AMBIG (WS-LAB-IDX)       TO QH-AMBIG-BASES
007110     MOVE WS-LT-QUAL-READS (WS-LAB-IDX)  TO QH-QUAL-READS
007120     MOVE WS-LT-QUAL-SUM (WS-LAB-IDX)    TO QH-QUAL-SUM
007130     MOVE WS-LT-VERIFY (WS-LAB-IDX)      TO QH-VERIFY-FAILS
007140     MOVE "N" TO WS-ON-FILE-SWITCH
007150     WRITE QUAL-HISTORY-RECORD
007160         INVALID KEY
007170             MOVE "Y" TO WS-ON-FILE-SWITCH
007180     END-WRITE
007190     IF WS-ALREADY-ON-FILE THEN
007200         REWRITE QUAL-HISTORY-RECORD
007210         ADD 1 TO WS-REFILED-COUNT
007220     ELSE
007230         ADD 1 TO WS-FILED-COUNT
007240     END-IF.
007250
007260*-----------------------------------------------------------*
007270* 7000-PRINT-SCORECARD - WALK THE HISTORY IN KEY ORDER (LAB,
007280*                   THEN DATE), PURGING ANY NIGHT BEFORE THE
007290*                   90-DAY WINDOW AND SUMMING THE REST INTO
007300*                   THE LAB'S WINDOWS. AT EACH LAB BREAK THE
007310*                   LAB'S BLOCK IS PRINTED.
007320*-----------------------------------------------------------*
007330 7000-PRINT-SCORECARD.
007340     WRITE SCORE-REPORT-RECORD FROM WS-HEADING-2
007350     MOVE LOW-VALUES TO QH-KEY
007360     START QUAL-HISTORY KEY IS NOT LESS THAN QH-KEY
007370         INVALID KEY
007380             MOVE "Y" TO WS-HIST-EOF-SWITCH
007390     END-START
007400     IF NOT WS-NO-MORE-HISTORY THEN
007410         PERFORM 7100-READ-NEXT-HISTORY
007420     END-IF
007430     PERFORM 7200-ABSORB-HISTORY-REC
007440         UNTIL WS-NO-MORE-HISTORY
007450     PERFORM 7300-CLOSE-OUT-LAB.
007460
007470 7100-READ-NEXT-HISTORY.
007480     READ QUAL-HISTORY NEXT RECORD
007490         AT END
007500             MOVE "Y" TO WS-HIST-EOF-SWITCH
007510     END-READ.
007520
007530 7200-ABSORB-HISTORY-REC.
007540     IF QH-RUN-DATE < WS-FROM-90-DAYS THEN
007550         DELETE QUAL-HISTORY RECORD
007560             INVALID KEY CONTINUE
007570             NOT INVALID KEY
007580                 ADD 1 TO WS-PURGED-COUNT
007590         END-DELETE
007600     ELSE
007610         IF QH-LAB-ID NOT = WS-CURRENT-LAB
007620             OR WS-NO-LAB-YET THEN
007630             PERFORM 7300-CLOSE-OUT-LAB
007640             MOVE "N" TO WS-FIRST-LAB-SWITCH
007650             MOVE QH-LAB-ID TO WS-CURRENT-LAB
007660             INITIALIZE WS-WINDOW-TOTALS
007670         END-IF
007680         EVALUATE TRUE
007690             WHEN QH-RUN-DATE = WS-RUN-DATE
007700                 MOVE 1 TO WS-WIN-FIRST
007710             WHEN QH-RUN-DATE NOT < WS-FROM-30-DAYS
007720                 MOVE 2 TO WS-WIN-FIRST
007730             WHEN OTHER
007740                 MOVE 3 TO WS-WIN-FIRST
007750         END-EVALUATE
007760         PERFORM 7250-ADD-TO-WINDOW
007770             VARYING WS-WIN-IDX FROM WS-WIN-FIRST BY 1
007780             UNTIL WS-WIN-IDX > 3
007790     END-IF
007800     PERFORM 7100-READ-NEXT-HISTORY.
007810
007820 7250-ADD-TO-WINDOW.
007830     ADD 1               TO WS-WIN-NIGHTS (WS-WIN-IDX)
007840     ADD QH-SUBMITTED    TO WS-WIN-SUBMITTED (WS-WIN-IDX)
007850     ADD QH-REJECTS      TO WS-WIN-REJECTS (WS-WIN-IDX)
007860     ADD QH-BASES        TO WS-WIN-BASES (WS-WIN-IDX)
007870     ADD QH-AMBIG-BASES  TO WS-WIN-AMBIG (WS-WIN-IDX)
007880     ADD QH-QUAL-READS   TO WS-WIN-QUAL-READS (WS-WIN-IDX)
007890     ADD QH-QUAL-SUM     TO WS-WIN-QUAL-SUM (WS-WIN-IDX)
007900     ADD QH-VERIFY-FAILS TO WS-WIN-VERIFY (WS-WIN-IDX).
007910
007920*-----------------------------------------------------------*
007930* 7300-CLOSE-OUT-LAB - RATE EACH OF THE LAB'S WINDOWS, JUDGE
007940*                   WHETHER IT IS WORSENING, AND PRINT ITS
007950*                   HEADING AND ONE LINE PER WINDOW.
007960*-----------------------------------------------------------*
007970 7300-CLOSE-OUT-LAB.
007980     IF NOT WS-NO-LAB-YET THEN
007990         ADD 1 TO WS-REPORTED-COUNT
008000         PERFORM 7400-RATE-ONE-WINDOW
008010             VARYING WS-WIN-IDX FROM 1 BY 1
008020             UNTIL WS-WIN-IDX > 3
008030         PERFORM 7500-JUDGE-WORSENING
008040         WRITE SCORE-REPORT-RECORD FROM WS-RULE-LINE
008050         MOVE WS-CURRENT-LAB TO WS-LBH-LAB
008060         WRITE SCORE-REPORT-RECORD FROM WS-LAB-HEADING
008070         PERFORM 7600-PRINT-ONE-WINDOW
008080             VARYING WS-WIN-IDX FROM 1 BY 1
008090             UNTIL WS-WIN-IDX > 3
008100     END-IF.
008110
008120*-----------------------------------------------------------*
008130* 7400-RATE-ONE-WINDOW - REJECTS AND VERIFICATION FAILURES
008140*                   PER 100 SUBMITTED, AMBIGUITY CODES PER 100
008150*                   BASES, AND THE MEAN OF THE READS' AVERAGE
008160*                   QUALITY. A WINDOW WITH NOTHING TO DIVIDE BY
008170*                   RATES ZERO.
008180*-----------------------------------------------------------*
008190 7400-RATE-ONE-WINDOW.
008200     MOVE 0 TO WS-WIN-REJ-PCT (WS-WIN-IDX)
008210     MOVE 0 TO WS-WIN-VFY-PCT (WS-WIN-IDX)
008220     MOVE 0 TO WS-WIN-AMB-PCT (WS-WIN-IDX)
008230     MOVE 0 TO WS-WIN-AVG-QUAL (WS-WIN-IDX)
008240     IF WS-WIN-SUBMITTED (WS-WIN-IDX) > 0 THEN
008250         MOVE WS-WIN-REJECTS (WS-WIN-IDX) TO WS-NUMERATOR
008260         COMPUTE WS-WIN-REJ-PCT (WS-WIN-IDX) ROUNDED =
008270             WS-NUMERATOR * 100 / WS-WIN-SUBMITTED (WS-WIN-IDX)
008280         MOVE WS-WIN-VERIFY (WS-WIN-IDX) TO WS-NUMERATOR
008290         COMPUTE WS-WIN-VFY-PCT (WS-WIN-IDX) ROUNDED =
008300             WS-NUMERATOR * 100 / WS-WIN-SUBMITTED (WS-WIN-IDX)
008310     END-IF
008320     IF WS-WIN-BASES (WS-WIN-IDX) > 0 THEN
008330         MOVE WS-WIN-AMBIG (WS-WIN-IDX) TO WS-NUMERATOR
008340         COMPUTE WS-WIN-AMB-PCT (WS-WIN-IDX) ROUNDED =
008350             WS-NUMERATOR * 100 / WS-WIN-BASES (WS-WIN-IDX)
008360     END-IF
008370     IF WS-WIN-QUAL-READS (WS-WIN-IDX) > 0 THEN
008380         MOVE WS-WIN-QUAL-SUM (WS-WIN-IDX) TO WS-NUMERATOR
008390         COMPUTE WS-WIN-AVG-QUAL (WS-WIN-IDX) ROUNDED =
008400             WS-NUMERATOR / WS-WIN-QUAL-READS (WS-WIN-IDX)
008410     END-IF.
008420
008430*-----------------------------------------------------------*
008440* 7500-JUDGE-WORSENING - THE LAST 30 DAYS AGAINST THE LAST
008450*                   90. A REJECT, AMBIGUITY, OR VERIFICATION
008460*                   RATE MORE THAN THE TOLERANCE ABOVE ITS
008470*                   90-DAY RATE, OR AN AVERAGE QUALITY MORE
008480*                   THAN THE TOLERANCE BELOW IT, FLAGS THE LAB
008490*                   AND NAMES THE MEASURE. A LAB WITH NO
008500*                   HISTORY OLDER THAN 30 DAYS HAS NOTHING TO
008510*                   BE WORSE THAN AND IS NOT JUDGED.
008520*-----------------------------------------------------------*
008530 7500-JUDGE-WORSENING.
008540     MOVE "N"    TO WS-WORSE-SWITCH
008550     MOVE SPACES TO WS-LBH-FLAG
008560     MOVE SPACES TO WS-LBH-WORSE-REJ
008570     MOVE SPACES TO WS-LBH-WORSE-AMB
008580     MOVE SPACES TO WS-LBH-WORSE-QUAL
008590     MOVE SPACES TO WS-LBH-WORSE-VFY
008600     IF WS-WIN-NIGHTS (3) > WS-WIN-NIGHTS (2) THEN
008610         IF WS-WIN-REJ-PCT (2) * 100 >
008620             WS-WIN-REJ-PCT (3) * (100 + WS-TOLERANCE-PCT) THEN
008630             MOVE "Y"       TO WS-WORSE-SWITCH
008640             MOVE "REJECTS" TO WS-LBH-WORSE-REJ
008650         END-IF
008660         IF WS-WIN-AMB-PCT (2) * 100 >
008670             WS-WIN-AMB-PCT (3) * (100 + WS-TOLERANCE-PCT) THEN
008680             MOVE "Y"       TO WS-WORSE-SWITCH
008690             MOVE "AMBIG"   TO WS-LBH-WORSE-AMB
008700         END-IF
008710         IF WS-WIN-QUAL-READS (2) > 0
008720             AND WS-WIN-AVG-QUAL (2) * (100 + WS-TOLERANCE-PCT) <
008730                 WS-WIN-AVG-QUAL (3) * 100 THEN
008740             MOVE "Y"       TO WS-WORSE-SWITCH
008750             MOVE "QUALITY" TO WS-LBH-WORSE-QUAL
008760         END-IF
008770         IF WS-WIN-VFY-PCT (2) * 100 >
008780             WS-WIN-VFY-PCT (3) * (100 + WS-TOLERANCE-PCT) THEN
008790             MOVE "Y"       TO WS-WORSE-SWITCH
008800             MOVE "VERIFY"  TO WS-LBH-WORSE-VFY
008810         END-IF
008820     END-IF
008830     IF WS-LAB-WORSENING THEN
008840         ADD 1 TO WS-WORSENING-COUNT
008850         MOVE "WORSENING -" TO WS-LBH-FLAG
008860     END-IF.
008870
008880 7600-PRINT-ONE-WINDOW.
008890     MOVE WS-WINDOW-NAME (WS-WIN-IDX)    TO WS-SCL-WINDOW
008900     MOVE WS-WIN-SUBMITTED (WS-WIN-IDX)  TO WS-SCL-SUBMITTED
008910     MOVE WS-WIN-REJECTS (WS-WIN-IDX)    TO WS-SCL-REJECTS
008920     MOVE WS-WIN-REJ-PCT (WS-WIN-IDX)    TO WS-SCL-REJ-PCT
008930     MOVE WS-WIN-AMB-PCT (WS-WIN-IDX)    TO WS-SCL-AMB-PCT
008940     IF WS-WIN-QUAL-READS (WS-WIN-IDX) > 0 THEN
008950         MOVE WS-WIN-AVG-QUAL (WS-WIN-IDX) TO WS-SCL-AVG-QUAL
008960     ELSE
008970         MOVE "   N/A"                   TO WS-SCL-AVG-QUAL-X
008980     END-IF
008990     MOVE WS-WIN-VERIFY (WS-WIN-IDX)     TO WS-SCL-VERIFY
009000     MOVE WS-WIN-VFY-PCT (WS-WIN-IDX)    TO WS-SCL-VFY-PCT
009010     MOVE WS-WIN-NIGHTS (WS-WIN-IDX)     TO WS-SCL-NIGHTS
009020     WRITE SCORE-REPORT-RECORD FROM WS-SCORE-LINE.
009030
009040*-----------------------------------------------------------*
009050* 8000-WRITE-SUMMARY-SECTIONS - CONTROL TOTALS.
009060*-----------------------------------------------------------*
009070 8000-WRITE-SUMMARY-SECTIONS.
009080     WRITE SCORE-REPORT-RECORD FROM WS-RULE-LINE
009090     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009100     MOVE "LOADQC LINES READ"      TO WS-SUM-LABEL
009110     MOVE WS-OUTCOME-COUNT         TO WS-SUM-VALUE
009120     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009130     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009140     MOVE "STRANDS ON DNAIN"       TO WS-SUM-LABEL
009150     MOVE WS-STRAND-COUNT          TO WS-SUM-VALUE
009160     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009170     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009180     MOVE "STRANDS WITH INVALID BASES" TO WS-SUM-LABEL
009190     MOVE WS-INVALID-STRANDS       TO WS-SUM-VALUE
009200     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009210     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009220     MOVE "STRANDS FAILING VERIFY" TO WS-SUM-LABEL
009230     MOVE WS-VERIFY-FAILS          TO WS-SUM-VALUE
009240     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009250     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009260     MOVE "LAB NIGHTS FILED"       TO WS-SUM-LABEL
009270     MOVE WS-FILED-COUNT           TO WS-SUM-VALUE
009280     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009290     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009300     MOVE "LAB NIGHTS REFILED ON RERUN" TO WS-SUM-LABEL
009310     MOVE WS-REFILED-COUNT         TO WS-SUM-VALUE
009320     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009330     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009340     MOVE "HISTORY NIGHTS PURGED"  TO WS-SUM-LABEL
009350     MOVE WS-PURGED-COUNT          TO WS-SUM-VALUE
009360     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009370     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009380     MOVE "LABS REPORTED"          TO WS-SUM-LABEL
009390     MOVE WS-REPORTED-COUNT        TO WS-SUM-VALUE
009400     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009410     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009420     MOVE "LABS WORSENING"         TO WS-SUM-LABEL
009430     MOVE WS-WORSENING-COUNT       TO WS-SUM-VALUE
009440     WRITE SCORE-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
009450
009460*-----------------------------------------------------------*
009470* 9000-TERMINATE - CLOSE FILES. A WORSENING LAB ENDS THE STEP
009480*                  RC=4 SO THE LIAISON HEARS OF IT, AS DOES A
009490*                  LAB TABLE THAT OVERFLOWED AND LEFT THE NIGHT
009500*                  PART-SCORED.
009510*-----------------------------------------------------------*
009520 9000-TERMINATE.
009530     PERFORM 9150-WRITE-AUDIT-LOG
009540     IF WS-SEQMAST-IS-OPEN THEN
009550         CLOSE SEQ-MASTER
009560     END-IF
009570     CLOSE QUAL-HISTORY
009580     CLOSE SCORE-REPORT
009590     CLOSE AUDIT-LOG
009596     IF WS-WORSENING-COUNT > 0
009602         OR WS-LAB-TABLE-FULL THEN
009610         MOVE 4 TO RETURN-CODE
009650     END-IF.
009660
009670*-----------------------------------------------------------*
009680* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
009690*                        INITIALIZATION SO THE BATCH-WINDOW
009700*                        REPORT CAN PAIR THIS STEP'S START
009710*                        WITH ITS END.
009720*-----------------------------------------------------------*
009730 9140-WRITE-AUDIT-START.
009740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009750     ACCEPT WS-RUN-TIME FROM TIME
009760     MOVE "LABQUAL"         TO AUD-PROGRAM-NAME
009770     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009780     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009790     MOVE WS-RUN-ID         TO AUD-RUN-ID
009800     MOVE 0                 TO AUD-INPUT-COUNT
009810     MOVE 0                 TO AUD-OUTPUT-COUNT
009820     MOVE "S"               TO AUD-RECORD-TYPE
009830     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
009840
009850*-----------------------------------------------------------*
009860* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
009870*                        AUDITLOG FILE SHARED BY THE WHOLE
009880*                        NIGHTLY SUITE.
009890*-----------------------------------------------------------*
009900 9150-WRITE-AUDIT-LOG.
009910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009920     ACCEPT WS-RUN-TIME FROM TIME
009930     MOVE "LABQUAL"         TO AUD-PROGRAM-NAME
009940     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009950     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009960     MOVE WS-RUN-ID         TO AUD-RUN-ID
009970     MOVE WS-OUTCOME-COUNT  TO AUD-INPUT-COUNT
009980     MOVE WS-FILED-COUNT    TO AUD-OUTPUT-COUNT
009990     MOVE "E"               TO AUD-RECORD-TYPE
010000     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
