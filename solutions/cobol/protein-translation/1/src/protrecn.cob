000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    PROTRECN.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. PROTEIN-TRANSLATION HANDS OUT
000150*                  THE PROTEIN FROM THE FIRST AUG IN WHATEVER
000160*                  FRAME IT FALLS, WHILE ORFSCAN REPORTS
000170*                  EVERY ORF IN ALL THREE FRAMES, AND NOTHING
000180*                  CHECKED ONE AGAINST THE OTHER. THIS STEP
000190*                  MATCHES PROTEIN-OUTPUT AND ORF-OUTPUT BY
000200*                  SEQUENCE ID, WALKING RNA-OUTPUT - WHICH
000210*                  BOTH FOLLOW IN ORDER AND WHICH GIVES THE
000220*                  TRANSLATED PROTEIN'S FRAME - AND REPORTS A
000230*                  STRAND WHOSE LONGEST ORF IS LONGER THAN
000240*                  THE TRANSLATED PROTEIN (IN THE SAME FRAME
000250*                  OR ANOTHER), OR WHICH HAS AN ORF BUT NO
000260*                  TRANSLATED PROTEIN. EACH DISCREPANCY IS
000270*                  ALSO WRITTEN TO THE COMMON ERRORLOG UNDER
000280*                  A FIXED MESSAGE SO ERRDIGST GROUPS THEM.
000290*                  RC=4 ON ANY DISCREPANCY; RC=8 WHEN THE
000300*                  THREE FILES ARE OUT OF STEP.
000302* 2026-10-15 DK    FILES OUT OF STEP NOW END THE STEP RC=4 WITH
000304*                  ITS CONSOLE MESSAGE, NOT RC=8 - THE NIGHTLY
000306*                  COND=(8,GE) CHAIN BYPASSED EVERY LATER STEP
000308*                  FOR A REPORT-ONLY STEP.
000310*-----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RNA-INPUT ASSIGN TO "RNAOUT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RNA-IN-STATUS.
000380     SELECT PROTEIN-INPUT ASSIGN TO "PROTOUT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PROT-IN-STATUS.
000410     SELECT ORF-INPUT ASSIGN TO "ORFOUT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ORF-IN-STATUS.
000440     SELECT RECON-REPORT ASSIGN TO "RECNRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RECON-RPT-STATUS.
000470     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ERROR-LOG-STATUS.
000500     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RUN-ID-F-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RNA-INPUT
000590     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000600         ON RNA-SEQ-LEN.
000610 01  RNA-INPUT-RECORD.
000620     05 RNA-SEQ-ID           PIC X(20).
000630     05 RNA-SEQ-LEN          PIC 9(05).
000640     05 RNA-ORIENT           PIC X(01).
000650     05 RNA-SEQ-NO           PIC 9(07).
000660     05 RNA-SEQUENCE         PIC X(10000).
000670
000680 FD  PROTEIN-INPUT
000690     RECORD CONTAINS 25 TO 3358 CHARACTERS DEPENDING
000700         ON PROT-AA-COUNT.
000710 01  PROTEIN-INPUT-RECORD.
000720     05 PROT-SEQ-ID          PIC X(20).
000730     05 PROT-AA-COUNT        PIC 9(05).
000740     05 PROT-AMINO-ACIDS     PIC X(3333).
000750
000760 FD  ORF-INPUT
000770     RECORD CONTAINS 36 TO 3369 CHARACTERS DEPENDING
000780         ON ORF-AA-COUNT.
000790 01  ORF-INPUT-RECORD.
000800     05 ORF-SEQ-ID           PIC X(20).
000810     05 ORF-FRAME            PIC 9(01).
000820     05 ORF-START            PIC 9(05).
000830     05 ORF-END              PIC 9(05).
000840     05 ORF-AA-COUNT         PIC 9(05).
000850     05 ORF-AMINO-ACIDS      PIC X(3333).
000860
000870 FD  RECON-REPORT
000880     RECORD CONTAINS 132 CHARACTERS.
000890 01  RECON-REPORT-RECORD     PIC X(132).
000900
000910 FD  ERROR-LOG
000920     RECORD CONTAINS 116 CHARACTERS.
000930 01  ERROR-LOG-RECORD        PIC X(116).
000940
000950 FD  AUDIT-LOG
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  AUDIT-LOG-RECORD        PIC X(80).
000980
000990 FD  RUN-ID-FILE
001000     RECORD CONTAINS 15 CHARACTERS.
001010 01  RUN-ID-RECORD           PIC X(15).
001020 WORKING-STORAGE SECTION.
001030 01  WS-RUN-ID-F-STATUS     PIC X(02).
001040     88 WS-RUN-ID-F-OK                VALUE "00".
001050 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001060 01  WS-RNA-IN-STATUS       PIC X(02).
001070     88 WS-RNA-IN-OK                  VALUE "00".
001080     88 WS-RNA-IN-EOF                 VALUE "10".
001090 01  WS-PROT-IN-STATUS      PIC X(02).
001100     88 WS-PROT-IN-OK                 VALUE "00".
001110     88 WS-PROT-IN-EOF                VALUE "10".
001120 01  WS-ORF-IN-STATUS       PIC X(02).
001130     88 WS-ORF-IN-OK                  VALUE "00".
001140     88 WS-ORF-IN-EOF                 VALUE "10".
001150 01  WS-RECON-RPT-STATUS    PIC X(02).
001160     88 WS-RECON-RPT-OK               VALUE "00".
001170 01  WS-ERROR-LOG-STATUS    PIC X(02).
001180     88 WS-ERROR-LOG-OK               VALUE "00".
001190 01  WS-AUDIT-STATUS        PIC X(02).
001200     88 WS-AUDIT-OK                   VALUE "00".
001210
001220 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001230     88 WS-NO-MORE-STRANDS            VALUE "Y".
001240 01  WS-PROT-EOF-SWITCH     PIC X(01) VALUE "N".
001250     88 WS-NO-MORE-PROTEINS           VALUE "Y".
001260 01  WS-ORF-EOF-SWITCH      PIC X(01) VALUE "N".
001270     88 WS-NO-MORE-ORFS               VALUE "Y".
001280
001290* THE CURRENT STRAND'S TRANSLATED PROTEIN, IF ANY.
001300 01  WS-HAS-PROTEIN-SW      PIC X(01).
001310     88 WS-HAS-PROTEIN                VALUE "Y".
001320 01  WS-PROT-LENGTH         PIC 9(05) COMP.
001330 01  WS-PROT-FRAME          PIC 9(01) COMP.
001340 01  WS-START-FOUND-SWITCH  PIC X(01).
001350     88 WS-START-FOUND                VALUE "Y".
001360 01  WS-START-POS           PIC 9(05) COMP.
001370 01  I                      PIC 9(05) COMP.
001380 01  WS-FRAME-WORK          PIC 9(05) COMP.
001390 01  WS-FRAME-REM           PIC 9(01) COMP.
001400
001410* THE CURRENT STRAND'S ORFS - HOW MANY, AND THE FIRST OF THE
001420* LONGEST.
001430 01  WS-ORF-COUNT           PIC 9(05) COMP.
001440 01  WS-LONG-LENGTH         PIC 9(05) COMP.
001450 01  WS-LONG-FRAME          PIC 9(01) COMP.
001460 01  WS-LONG-START          PIC 9(05) COMP.
001470
001480 01  WS-CASE-SWITCH         PIC X(01).
001490     88 WS-CASE-AGREES                VALUE " ".
001500     88 WS-CASE-SAME-FRAME            VALUE "1".
001510     88 WS-CASE-OTHER-FRAME           VALUE "2".
001520     88 WS-CASE-NO-PROTEIN            VALUE "3".
001530 01  WS-ERR-MESSAGE         PIC X(40).
001540
001550 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
001560 01  WS-PROTEIN-COUNT       PIC 9(07) COMP VALUE 0.
001570 01  WS-ORF-STRAND-COUNT    PIC 9(07) COMP VALUE 0.
001580 01  WS-ORF-RECORD-COUNT    PIC 9(07) COMP VALUE 0.
001590 01  WS-AGREE-COUNT         PIC 9(07) COMP VALUE 0.
001600 01  WS-SAME-FRAME-COUNT    PIC 9(07) COMP VALUE 0.
001610 01  WS-OTHER-FRAME-COUNT   PIC 9(07) COMP VALUE 0.
001620 01  WS-NO-PROTEIN-COUNT    PIC 9(07) COMP VALUE 0.
001630 01  WS-NEITHER-COUNT       PIC 9(07) COMP VALUE 0.
001640 01  WS-DISCREPANT-COUNT    PIC 9(07) COMP VALUE 0.
001650 01  WS-STRAY-PROT-COUNT    PIC 9(07) COMP VALUE 0.
001660 01  WS-STRAY-ORF-COUNT     PIC 9(07) COMP VALUE 0.
001670
001680 01  WS-HEADING-1.
001690     05 FILLER              PIC X(40) VALUE
001700         "PROTEIN / LONGEST ORF RECONCILIATION".
001710     05 FILLER              PIC X(08) VALUE "RUN ID ".
001720     05 WS-HDG-RUN-ID       PIC X(15).
001730 01  WS-HEADING-2.
001740     05 FILLER              PIC X(20) VALUE "SEQ-ID".
001750     05 FILLER              PIC X(02) VALUE SPACES.
001760     05 FILLER              PIC X(36) VALUE "DISCREPANCY".
001770     05 FILLER              PIC X(02) VALUE SPACES.
001780     05 FILLER              PIC X(24) VALUE
001790         "PROTEIN  FRM  START  LEN".
001800     05 FILLER              PIC X(04) VALUE SPACES.
001810     05 FILLER              PIC X(28) VALUE
001820         "LONGEST ORF  FRM  START  LEN".
001830     05 FILLER              PIC X(02) VALUE SPACES.
001840     05 FILLER              PIC X(04) VALUE "ORFS".
001850
001860 01  WS-DETAIL-LINE.
001870     05 WS-DTL-SEQ-ID       PIC X(20).
001880     05 FILLER              PIC X(02) VALUE SPACES.
001890     05 WS-DTL-CASE         PIC X(36).
001900     05 FILLER              PIC X(11) VALUE SPACES.
001910     05 WS-DTL-PROT-FRAME   PIC X(01).
001920     05 FILLER              PIC X(02) VALUE SPACES.
001930     05 WS-DTL-PROT-START   PIC ZZZZ9.
001940     05 FILLER              PIC X(02) VALUE SPACES.
001950     05 WS-DTL-PROT-LENGTH  PIC ZZZZ9.
001960     05 FILLER              PIC X(17) VALUE SPACES.
001970     05 WS-DTL-LONG-FRAME   PIC 9(01).
001980     05 FILLER              PIC X(02) VALUE SPACES.
001990     05 WS-DTL-LONG-START   PIC ZZZZ9.
002000     05 FILLER              PIC X(02) VALUE SPACES.
002010     05 WS-DTL-LONG-LENGTH  PIC ZZZZ9.
002020     05 FILLER              PIC X(02) VALUE SPACES.
002030     05 WS-DTL-ORF-COUNT    PIC ZZZ9.
002040
002050 01  WS-SUMMARY-DETAIL.
002060     05 WS-SUM-LABEL        PIC X(30).
002070     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002080
002090 01  WS-RUN-DATE            PIC 9(08).
002100 01  WS-RUN-TIME            PIC 9(08).
002110
002120 COPY AUDITLOG.
002130
002140 COPY ERRLOG.
002150
002160 PROCEDURE DIVISION.
002170*-----------------------------------------------------------*
002180* 0000-MAINLINE
002190*-----------------------------------------------------------*
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE
002220     PERFORM 2000-PROCESS-STRANDS
002230         UNTIL WS-NO-MORE-STRANDS
002240     PERFORM 7000-COUNT-STRAY-RECORDS
002250     PERFORM 8000-WRITE-SUMMARY-SECTIONS
002260     PERFORM 9000-TERMINATE
002270     GOBACK.
002280
002290*-----------------------------------------------------------*
002300* 1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME ALL
002310*                   THREE READS.
002320*-----------------------------------------------------------*
002330 1000-INITIALIZE.
002340     PERFORM 1090-READ-RUN-ID
002350     OPEN INPUT RNA-INPUT
002360     OPEN INPUT PROTEIN-INPUT
002370     OPEN INPUT ORF-INPUT
002380     OPEN OUTPUT RECON-REPORT
002390     OPEN EXTEND ERROR-LOG
002400     OPEN EXTEND AUDIT-LOG
002410     PERFORM 9140-WRITE-AUDIT-START
002420     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
002430     WRITE RECON-REPORT-RECORD FROM WS-HEADING-1
002440     WRITE RECON-REPORT-RECORD FROM WS-HEADING-2
002450     PERFORM 2100-READ-RNA-INPUT
002460     PERFORM 2200-READ-PROTEIN-INPUT
002470     PERFORM 2300-READ-ORF-INPUT.
002480
002490*-----------------------------------------------------------*
002500* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
002510*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
002520*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
002530*                    RERUN - STAMPS (STANDALONE) INSTEAD.
002540*-----------------------------------------------------------*
002550 1090-READ-RUN-ID.
002560     OPEN INPUT RUN-ID-FILE
002570     IF WS-RUN-ID-F-OK THEN
002580         READ RUN-ID-FILE
002590             AT END CONTINUE
002600         END-READ
002610         IF WS-RUN-ID-F-OK THEN
002620             MOVE RUN-ID-RECORD TO WS-RUN-ID
002630         END-IF
002640         CLOSE RUN-ID-FILE
002650     END-IF.
002660
002670*-----------------------------------------------------------*
002680* 2000-PROCESS-STRANDS - GATHER THE STRAND'S PROTEIN AND
002690*                   ORFS, JUDGE THEM AGAINST EACH OTHER AND
002700*                   READ ON.
002710*-----------------------------------------------------------*
002720 2000-PROCESS-STRANDS.
002730     ADD 1 TO WS-STRAND-COUNT
002740     PERFORM 3000-TAKE-PROTEIN
002750     PERFORM 4000-TAKE-ORFS
002760     PERFORM 5000-JUDGE-STRAND
002770     PERFORM 2100-READ-RNA-INPUT.
002780
002790*-----------------------------------------------------------*
002800* 2100-READ-RNA-INPUT - READ NEXT STRAND, SET EOF SWITCH.
002810*-----------------------------------------------------------*
002820 2100-READ-RNA-INPUT.
002830     READ RNA-INPUT
002840         AT END
002850             MOVE "Y" TO WS-EOF-SWITCH
002860     END-READ.
002870
002880 2200-READ-PROTEIN-INPUT.
002890     READ PROTEIN-INPUT
002900         AT END
002910             MOVE "Y" TO WS-PROT-EOF-SWITCH
002920     END-READ.
002930
002940 2300-READ-ORF-INPUT.
002950     READ ORF-INPUT
002960         AT END
002970             MOVE "Y" TO WS-ORF-EOF-SWITCH
002980     END-READ.
002990
003000*-----------------------------------------------------------*
003010* 3000-TAKE-PROTEIN - PROTEIN-TRANSLATION WRITES AT MOST ONE
003020*                   PROTEIN PER STRAND, IN STRAND ORDER, AND
003030*                   NONE FOR A STRAND IT REJECTED. A WAITING
003040*                   PROTEIN FOR THIS STRAND IS TAKEN, AND ITS
003050*                   FRAME IS THAT OF THE STRAND'S FIRST AUG,
003060*                   FOUND THE WAY PROTEIN-TRANSLATION FINDS
003070*                   IT.
003080*-----------------------------------------------------------*
003090 3000-TAKE-PROTEIN.
003100     MOVE "N" TO WS-HAS-PROTEIN-SW
003110     MOVE 0   TO WS-PROT-LENGTH
003120     MOVE 0   TO WS-PROT-FRAME
003130     PERFORM 3100-FIND-START-CODON
003140     IF NOT WS-NO-MORE-PROTEINS
003150         AND PROT-SEQ-ID = RNA-SEQ-ID THEN
003160         MOVE "Y"           TO WS-HAS-PROTEIN-SW
003170         ADD 1              TO WS-PROTEIN-COUNT
003180         MOVE PROT-AA-COUNT TO WS-PROT-LENGTH
003190         IF WS-START-FOUND THEN
003200             COMPUTE WS-FRAME-WORK = WS-START-POS - 1
003210             DIVIDE WS-FRAME-WORK BY 3 GIVING WS-FRAME-WORK
003220                 REMAINDER WS-FRAME-REM
003230             COMPUTE WS-PROT-FRAME = WS-FRAME-REM + 1
003240         END-IF
003250         PERFORM 2200-READ-PROTEIN-INPUT
003260     END-IF.
003270
003280*-----------------------------------------------------------*
003290* 3100-FIND-START-CODON - SCAN FOR THE FIRST AUG.
003300*-----------------------------------------------------------*
003310 3100-FIND-START-CODON.
003320     MOVE "N" TO WS-START-FOUND-SWITCH
003330     MOVE 0   TO WS-START-POS
003340     IF RNA-SEQ-LEN >= 3 THEN
003350         PERFORM 3150-TEST-START-POSITION
003360             VARYING I FROM 1 BY 1
003370             UNTIL I > RNA-SEQ-LEN - 2
003380                 OR WS-START-FOUND
003390     END-IF.
003400
003410 3150-TEST-START-POSITION.
003420     IF RNA-SEQUENCE (I:3) = "AUG" THEN
003430         MOVE "Y" TO WS-START-FOUND-SWITCH
003440         MOVE I   TO WS-START-POS
003450     END-IF.
003460
003470*-----------------------------------------------------------*
003480* 4000-TAKE-ORFS - ORFSCAN WRITES THE STRAND'S ORFS TOGETHER,
003490*                   IN STRAND ORDER. TAKE EVERY ONE WAITING
003500*                   FOR THIS STRAND, KEEPING THE FIRST OF THE
003510*                   LONGEST.
003520*-----------------------------------------------------------*
003530 4000-TAKE-ORFS.
003540     MOVE 0 TO WS-ORF-COUNT
003550     MOVE 0 TO WS-LONG-LENGTH
003560     MOVE 0 TO WS-LONG-FRAME
003570     MOVE 0 TO WS-LONG-START
003580     PERFORM 4100-TAKE-ONE-ORF
003590         UNTIL WS-NO-MORE-ORFS
003600             OR ORF-SEQ-ID NOT = RNA-SEQ-ID
003610     IF WS-ORF-COUNT > 0 THEN
003620         ADD 1 TO WS-ORF-STRAND-COUNT
003630     END-IF.
003640
003650 4100-TAKE-ONE-ORF.
003660     ADD 1 TO WS-ORF-COUNT
003670     ADD 1 TO WS-ORF-RECORD-COUNT
003680     IF ORF-AA-COUNT > WS-LONG-LENGTH THEN
003690         MOVE ORF-AA-COUNT TO WS-LONG-LENGTH
003700         MOVE ORF-FRAME    TO WS-LONG-FRAME
003710         MOVE ORF-START    TO WS-LONG-START
003720     END-IF
003730     PERFORM 2300-READ-ORF-INPUT.
003740
003750*-----------------------------------------------------------*
003760* 5000-JUDGE-STRAND - A STRAND AGREES WHEN NO ORF IS LONGER
003770*                   THAN ITS PROTEIN. OTHERWISE THE LONGEST
003780*                   ORF IS EITHER IN THE PROTEIN'S FRAME OR
003790*                   IN ANOTHER, OR THERE IS NO PROTEIN AT
003800*                   ALL FOR A STRAND ORFSCAN FOUND AN ORF IN.
003810*-----------------------------------------------------------*
003820 5000-JUDGE-STRAND.
003830     MOVE SPACE TO WS-CASE-SWITCH
003840     EVALUATE TRUE
003850         WHEN NOT WS-HAS-PROTEIN AND WS-ORF-COUNT = 0
003860             ADD 1 TO WS-NEITHER-COUNT
003870         WHEN NOT WS-HAS-PROTEIN
003880             MOVE "3" TO WS-CASE-SWITCH
003890             ADD 1 TO WS-NO-PROTEIN-COUNT
003900             IF WS-START-FOUND THEN
003910                 MOVE "ORF FOUND BUT NO PROTEIN TRANSLATED"
003920                     TO WS-ERR-MESSAGE
003930             ELSE
003940                 MOVE "ORF FOUND BUT NO AUG START CODON"
003950                     TO WS-ERR-MESSAGE
003960             END-IF
003970         WHEN WS-LONG-LENGTH <= WS-PROT-LENGTH
003980             ADD 1 TO WS-AGREE-COUNT
003990         WHEN WS-LONG-FRAME = WS-PROT-FRAME
004000             MOVE "1" TO WS-CASE-SWITCH
004010             ADD 1 TO WS-SAME-FRAME-COUNT
004020             MOVE "PROTEIN IS NOT THE LONGEST ORF"
004030                 TO WS-ERR-MESSAGE
004040         WHEN OTHER
004050             MOVE "2" TO WS-CASE-SWITCH
004060             ADD 1 TO WS-OTHER-FRAME-COUNT
004070             MOVE "LONGEST ORF IS IN ANOTHER FRAME"
004080                 TO WS-ERR-MESSAGE
004090     END-EVALUATE
004100     IF NOT WS-CASE-AGREES THEN
004110         ADD 1 TO WS-DISCREPANT-COUNT
004120         PERFORM 5100-WRITE-DETAIL-LINE
004130         PERFORM 5200-LOG-DISCREPANCY
004140     END-IF.
004150
004160 5100-WRITE-DETAIL-LINE.
004170     MOVE SPACES            TO WS-DETAIL-LINE
004180     MOVE RNA-SEQ-ID        TO WS-DTL-SEQ-ID
004190     MOVE WS-ERR-MESSAGE    TO WS-DTL-CASE
004200     IF WS-HAS-PROTEIN THEN
004210         MOVE WS-PROT-FRAME  TO WS-DTL-PROT-FRAME
004220         MOVE WS-START-POS   TO WS-DTL-PROT-START
004230         MOVE WS-PROT-LENGTH TO WS-DTL-PROT-LENGTH
004240     ELSE
004250         MOVE "-"            TO WS-DTL-PROT-FRAME
004260     END-IF
004270     MOVE WS-LONG-FRAME     TO WS-DTL-LONG-FRAME
004280     MOVE WS-LONG-START     TO WS-DTL-LONG-START
004290     MOVE WS-LONG-LENGTH    TO WS-DTL-LONG-LENGTH
004300     MOVE WS-ORF-COUNT      TO WS-DTL-ORF-COUNT
004310     WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE.
004320
004330*-----------------------------------------------------------*
004340* 5200-LOG-DISCREPANCY - APPEND ONE DISCREPANCY TO THE
004350*                   COMMON ERRORLOG FILE SHARED BY THE WHOLE
004360*                   NIGHTLY SUITE.
004370*-----------------------------------------------------------*
004380 5200-LOG-DISCREPANCY.
004390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004400     ACCEPT WS-RUN-TIME FROM TIME
004410     MOVE "PROTRECN"        TO ERR-PROGRAM-NAME
004420     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
004430     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
004440     MOVE WS-RUN-ID         TO ERR-RUN-ID
004450     MOVE RNA-SEQ-ID        TO ERR-RECORD-ID
004460     MOVE WS-ERR-MESSAGE    TO ERR-MESSAGE
004470     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
004480
004490*-----------------------------------------------------------*
004500* 7000-COUNT-STRAY-RECORDS - A PROTEIN OR ORF STILL WAITING
004510*                   ONCE EVERY STRAND HAS BEEN READ BELONGS
004520*                   TO NO STRAND IN THIS RNA-OUTPUT: THE
004530*                   FILES ARE FROM DIFFERENT RUNS OR OUT OF
004540*                   ORDER, AND THE RECONCILIATION CANNOT BE
004550*                   TRUSTED.
004560*-----------------------------------------------------------*
004570 7000-COUNT-STRAY-RECORDS.
004580     PERFORM 7100-COUNT-STRAY-PROTEIN
004590         UNTIL WS-NO-MORE-PROTEINS
004600     PERFORM 7200-COUNT-STRAY-ORF
004610         UNTIL WS-NO-MORE-ORFS
004620     IF WS-STRAY-PROT-COUNT > 0 OR WS-STRAY-ORF-COUNT > 0 THEN
004630         DISPLAY "PROTRECN - PROTOUT/ORFOUT OUT OF STEP WITH "
004640             "RNAOUT, RECONCILIATION NOT TRUSTED"
004650     END-IF.
004660
004670 7100-COUNT-STRAY-PROTEIN.
004680     ADD 1 TO WS-STRAY-PROT-COUNT
004690     PERFORM 2200-READ-PROTEIN-INPUT.
004700
004710 7200-COUNT-STRAY-ORF.
004720     ADD 1 TO WS-STRAY-ORF-COUNT
004730     PERFORM 2300-READ-ORF-INPUT.
004740
004750*-----------------------------------------------------------*
004760* 8000-WRITE-SUMMARY-SECTIONS - THE NIGHT'S TOTALS.
004770*-----------------------------------------------------------*
004780 8000-WRITE-SUMMARY-SECTIONS.
004790     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004800     MOVE "STRANDS PROCESSED"      TO WS-SUM-LABEL
004810     MOVE WS-STRAND-COUNT          TO WS-SUM-VALUE
004820     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004830     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004840     MOVE "STRANDS WITH A PROTEIN"  TO WS-SUM-LABEL
004850     MOVE WS-PROTEIN-COUNT         TO WS-SUM-VALUE
004860     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004870     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004880     MOVE "STRANDS WITH ORFS"       TO WS-SUM-LABEL
004890     MOVE WS-ORF-STRAND-COUNT      TO WS-SUM-VALUE
004900     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004910     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004920     MOVE "ORFS READ"              TO WS-SUM-LABEL
004930     MOVE WS-ORF-RECORD-COUNT      TO WS-SUM-VALUE
004940     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004950     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004960     MOVE "PROTEIN IS LONGEST ORF"  TO WS-SUM-LABEL
004970     MOVE WS-AGREE-COUNT           TO WS-SUM-VALUE
004980     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004990     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005000     MOVE "LONGER ORF, SAME FRAME"  TO WS-SUM-LABEL
005010     MOVE WS-SAME-FRAME-COUNT      TO WS-SUM-VALUE
005020     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005030     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005040     MOVE "LONGER ORF, OTHER FRAME" TO WS-SUM-LABEL
005050     MOVE WS-OTHER-FRAME-COUNT     TO WS-SUM-VALUE
005060     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005070     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005080     MOVE "ORF BUT NO PROTEIN"      TO WS-SUM-LABEL
005090     MOVE WS-NO-PROTEIN-COUNT      TO WS-SUM-VALUE
005100     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005110     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005120     MOVE "NO PROTEIN AND NO ORF"   TO WS-SUM-LABEL
005130     MOVE WS-NEITHER-COUNT         TO WS-SUM-VALUE
005140     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005150     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005160     MOVE "PROTEINS MATCHING NO STRAND" TO WS-SUM-LABEL
005170     MOVE WS-STRAY-PROT-COUNT      TO WS-SUM-VALUE
005180     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005190     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005200     MOVE "ORFS MATCHING NO STRAND" TO WS-SUM-LABEL
005210     MOVE WS-STRAY-ORF-COUNT       TO WS-SUM-VALUE
005220     WRITE RECON-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
005230
005240*-----------------------------------------------------------*
005250* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE: 4 WHEN
005260*                  THE FILES WERE OUT OF STEP OR ANY STRAND
005270*                  WAS REPORTED.
005280*-----------------------------------------------------------*
005290 9000-TERMINATE.
005300     PERFORM 9150-WRITE-AUDIT-LOG
005310     CLOSE RNA-INPUT
005320     CLOSE PROTEIN-INPUT
005330     CLOSE ORF-INPUT
005340     CLOSE RECON-REPORT
005350     CLOSE ERROR-LOG
005360     CLOSE AUDIT-LOG
005370     IF WS-STRAY-PROT-COUNT > 0
005380         OR WS-STRAY-ORF-COUNT > 0
005390         OR WS-DISCREPANT-COUNT > 0 THEN
005400         MOVE 4 TO RETURN-CODE
005410     END-IF.
005440
005450*-----------------------------------------------------------*
005460* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
005470*                        INITIALIZATION SO THE BATCH-WINDOW
005480*                        REPORT CAN PAIR THIS STEP'S START
005490*                        WITH ITS END.
005500*-----------------------------------------------------------*
005510 9140-WRITE-AUDIT-START.
005520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005530     ACCEPT WS-RUN-TIME FROM TIME
005540     MOVE "PROTRECN"        TO AUD-PROGRAM-NAME
005550     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005560     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005570     MOVE WS-RUN-ID         TO AUD-RUN-ID
005580     MOVE 0                 TO AUD-INPUT-COUNT
005590     MOVE 0                 TO AUD-OUTPUT-COUNT
005600     MOVE "S"               TO AUD-RECORD-TYPE
005610     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
005620
005630*-----------------------------------------------------------*
005640* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
005650*                        AUDITLOG FILE SHARED BY THE WHOLE
005660*                        NIGHTLY SUITE.
005670*-----------------------------------------------------------*
005680 9150-WRITE-AUDIT-LOG.
005690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005700     ACCEPT WS-RUN-TIME FROM TIME
005710     MOVE "PROTRECN"        TO AUD-PROGRAM-NAME
005720     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005730     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005740     MOVE WS-RUN-ID         TO AUD-RUN-ID
005750     MOVE WS-STRAND-COUNT   TO AUD-INPUT-COUNT
005760     MOVE WS-DISCREPANT-COUNT TO AUD-OUTPUT-COUNT
005770     MOVE "E"               TO AUD-RECORD-TYPE
005780     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
