000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    LABBILL.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. PER-LAB CHARGEBACK. EVERY
000150*                  STRAND THE TWO LOADERS FILE IS REGISTERED
000160*                  ON SEQMAST WITH ITS SUBMITTING LAB, BUT
000170*                  FINANCE WAS STILL REBUILDING THE MONTHLY
000180*                  BILL BY HAND FROM RNASUM PRINTOUTS. THIS
000190*                  STEP TOTALS THE NIGHT'S STRANDS (DNAIN),
000200*                  BASES TRANSCRIBED (RNAOUT), PROTEINS
000210*                  TRANSLATED (PROTOUT), ORFS SCANNED
000220*                  (ORFOUT), AND FASTQ READS PER LAB,
000230*                  POSTS THEM UNDER THE RUN ID TO THE KEYED
000240*                  LABUSAGE MONTH-TO-DATE FILE, AND PRICES
000250*                  THE MONTH AGAINST THE RATEPARM RATE CARD
000260*                  - PER STRAND, PER 1,000 BASES, AND A
000270*                  SURCHARGE PER FASTQ READ. ON THE LAST
000280*                  BUSINESS DAY OF THE MONTH (PER BUSDAY
000290*                  AND THE CALOUT CALENDAR FOR THE GATEPARM
000300*                  REGION) IT PRINTS ONE STATEMENT PER LAB.
000310*                  A RUN ID ALREADY POSTED FOR A LAB IS NOT
000320*                  POSTED TWICE, SO A RESTARTED NIGHT DOES
000330*                  NOT DOUBLE-BILL.
000332* 2026-10-15 DK    SEQMAST RECORD 64 TO 93 FOR THE NEW
000334*                  ACCESSION STATUS, STATUS DATE, AND
000336*                  MERGED-INTO FIELDS MAINTAINED BY SEQMNT.
000338*                  LOOKUP UNCHANGED.
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT DNA-INPUT ASSIGN TO "DNAIN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DNA-IN-STATUS.
000410     SELECT RNA-INPUT ASSIGN TO "RNAOUT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RNA-IN-STATUS.
000440     SELECT PROTEIN-INPUT ASSIGN TO "PROTOUT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PROT-IN-STATUS.
000470     SELECT ORF-INPUT ASSIGN TO "ORFOUT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ORF-IN-STATUS.
000500     SELECT SEQ-MASTER ASSIGN TO "SEQMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS SM-SEQ-ID
000540         FILE STATUS IS WS-SEQMAST-STATUS.
000550     SELECT USAGE-MASTER ASSIGN TO "LABUSAGE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS LU-KEY
000590         FILE STATUS IS WS-USAGE-STATUS.
000600     SELECT RATE-PARM ASSIGN TO "RATEPARM"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RATE-PARM-STATUS.
000630     SELECT GATE-PARM ASSIGN TO "GATEPARM"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-GATE-PARM-STATUS.
000660     SELECT BILL-REPORT ASSIGN TO "BILLRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-BILL-RPT-STATUS.
000690     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.
000720     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RUN-ID-F-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DNA-INPUT
000780     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000790         ON DNA-SEQ-LEN.
000800 01  DNA-INPUT-RECORD.
000810     05 DNA-SEQ-ID           PIC X(20).
000820     05 DNA-SEQ-LEN          PIC 9(05).
000830     05 DNA-ORIENT           PIC X(01).
000840     05 DNA-SEQ-NO           PIC 9(07).
000850     05 DNA-SEQUENCE         PIC X(10000).
000860
000870 FD  RNA-INPUT
000880     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000890         ON RNA-SEQ-LEN.
000900 01  RNA-INPUT-RECORD.
000910     05 RNA-SEQ-ID           PIC X(20).
000920     05 RNA-SEQ-LEN          PIC 9(05).
000930     05 RNA-ORIENT           PIC X(01).
000940     05 RNA-SEQ-NO           PIC 9(07).
000950     05 RNA-SEQUENCE         PIC X(10000).
000960
000970 FD  PROTEIN-INPUT
000980     RECORD CONTAINS 25 TO 3358 CHARACTERS DEPENDING
000990         ON PROT-AA-COUNT.
001000 01  PROTEIN-INPUT-RECORD.
001010     05 PROT-SEQ-ID          PIC X(20).
001020     05 PROT-AA-COUNT        PIC 9(05).
001030     05 PROT-AMINO-ACIDS     PIC X(3333).
001040
001050 FD  ORF-INPUT
001060     RECORD CONTAINS 36 TO 3369 CHARACTERS DEPENDING
001070         ON ORF-AA-COUNT.
001080 01  ORF-INPUT-RECORD.
001090     05 ORF-SEQ-ID           PIC X(20).
001100     05 ORF-FRAME            PIC 9(01).
001110     05 ORF-START            PIC 9(05).
001120     05 ORF-END              PIC 9(05).
001130     05 ORF-AA-COUNT         PIC 9(05).
001140     05 ORF-AMINO-ACIDS      PIC X(3333).
001150
001160 FD  SEQ-MASTER
001170     RECORD CONTAINS 93 CHARACTERS.
001180 01  SEQ-MASTER-RECORD.
001190     05 SM-SEQ-ID            PIC X(20).
001200     05 SM-FIRST-DATE        PIC 9(08).
001210     05 SM-RUN-ID            PIC X(15).
001220     05 SM-LAB-ID            PIC X(20).
001230     05 SM-LOAD-FORMAT       PIC X(01).
001231     05 SM-STATUS            PIC X(01).
001232         88 SM-IS-ACTIVE               VALUE "A" " ".
001233         88 SM-IS-WITHDRAWN            VALUE "W".
001234         88 SM-IS-MERGED               VALUE "M".
001235     05 SM-STATUS-DATE       PIC 9(08).
001236     05 SM-MERGED-INTO       PIC X(20).
001240
001250 FD  USAGE-MASTER
001260     RECORD CONTAINS 101 CHARACTERS.
001270 01  USAGE-MASTER-RECORD.
001280     05 LU-KEY.
001290         10 LU-MONTH         PIC 9(06).
001300         10 LU-LAB-ID        PIC X(20).
001310     05 LU-STRANDS           PIC 9(09).
001320     05 LU-BASES             PIC 9(11).
001330     05 LU-FASTQ-READS       PIC 9(09).
001340     05 LU-PROTEINS          PIC 9(09).
001350     05 LU-ORFS              PIC 9(09).
001360     05 LU-RUN-COUNT         PIC 9(05).
001370     05 LU-LAST-RUN-ID       PIC X(15).
001380     05 LU-LAST-DATE         PIC 9(08).
001390
001400 FD  RATE-PARM
001410     RECORD CONTAINS 15 CHARACTERS.
001420 01  RATE-PARM-RECORD.
001430     05 RP-CODE              PIC X(08).
001440     05 RP-RATE              PIC 9(05)V9(02).
001450
001460 FD  GATE-PARM
001470     RECORD CONTAINS 8 CHARACTERS.
001480 01  GATE-PARM-RECORD.
001490     05 GP-REGION            PIC X(03).
001500     05 GP-OVERRIDE          PIC X(05).
001510
001520 FD  BILL-REPORT
001530     RECORD CONTAINS 80 CHARACTERS.
001540 01  BILL-REPORT-RECORD      PIC X(80).
001550
001560 FD  AUDIT-LOG
001570     RECORD CONTAINS 80 CHARACTERS.
001580 01  AUDIT-LOG-RECORD        PIC X(80).
001590
001600
001610 FD  RUN-ID-FILE
001620     RECORD CONTAINS 15 CHARACTERS.
001630 01  RUN-ID-RECORD           PIC X(15).
001640 WORKING-STORAGE SECTION.
001650 01  WS-RUN-ID-F-STATUS     PIC X(02).
001660     88 WS-RUN-ID-F-OK                VALUE "00".
001670 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001680 01  WS-DNA-IN-STATUS       PIC X(02).
001690     88 WS-DNA-IN-OK                  VALUE "00".
001700 01  WS-RNA-IN-STATUS       PIC X(02).
001710     88 WS-RNA-IN-OK                  VALUE "00".
001720 01  WS-PROT-IN-STATUS      PIC X(02).
001730     88 WS-PROT-IN-OK                 VALUE "00".
001740 01  WS-ORF-IN-STATUS       PIC X(02).
001750     88 WS-ORF-IN-OK                  VALUE "00".
001760 01  WS-SEQMAST-STATUS      PIC X(02).
001770     88 WS-SEQMAST-OK                 VALUE "00".
001780 01  WS-SEQMAST-OPEN-SW     PIC X(01) VALUE "N".
001790     88 WS-SEQMAST-IS-OPEN            VALUE "Y".
001800 01  WS-USAGE-STATUS        PIC X(02).
001810     88 WS-USAGE-OK                   VALUE "00".
001820     88 WS-USAGE-NOT-FOUND            VALUE "23".
001830     88 WS-USAGE-ABSENT               VALUE "35".
001840 01  WS-RATE-PARM-STATUS    PIC X(02).
001850     88 WS-RATE-PARM-OK               VALUE "00".
001860 01  WS-GATE-PARM-STATUS    PIC X(02).
001870     88 WS-GATE-PARM-OK               VALUE "00".
001880 01  WS-BILL-RPT-STATUS     PIC X(02).
001890     88 WS-BILL-RPT-OK                VALUE "00".
001900 01  WS-AUDIT-STATUS        PIC X(02).
001910     88 WS-AUDIT-OK                   VALUE "00".
001920
001930 01  WS-DNA-EOF-SWITCH      PIC X(01) VALUE "N".
001940     88 WS-NO-MORE-DNA                VALUE "Y".
001950 01  WS-RNA-EOF-SWITCH      PIC X(01) VALUE "N".
001960     88 WS-NO-MORE-RNA                VALUE "Y".
001970 01  WS-PROT-EOF-SWITCH     PIC X(01) VALUE "N".
001980     88 WS-NO-MORE-PROTEINS           VALUE "Y".
001990 01  WS-ORF-EOF-SWITCH      PIC X(01) VALUE "N".
002000     88 WS-NO-MORE-ORFS               VALUE "Y".
002010 01  WS-RATE-EOF-SWITCH     PIC X(01) VALUE "N".
002020     88 WS-NO-MORE-RATES              VALUE "Y".
002030 01  WS-USAGE-EOF-SWITCH    PIC X(01) VALUE "N".
002040     88 WS-NO-MORE-USAGE              VALUE "Y".
002050
002060* RATE CARD - COMPILED-IN DEFAULTS, EACH REPLACEABLE BY ITS
002070* OWN RATEPARM ENTRY (STRAND, KBASE, FASTQ).
002080 01  WS-RATE-STRAND         PIC 9(05)V9(02) VALUE 1.50.
002090 01  WS-RATE-KBASE          PIC 9(05)V9(02) VALUE 0.25.
002100 01  WS-RATE-FASTQ          PIC 9(05)V9(02) VALUE 0.75.
002110 01  WS-STRAND-SOURCE       PIC X(08) VALUE "DEFAULT".
002120 01  WS-KBASE-SOURCE        PIC X(08) VALUE "DEFAULT".
002130 01  WS-FASTQ-SOURCE        PIC X(08) VALUE "DEFAULT".
002140
002150 01  WS-BILL-REGION         PIC X(03) VALUE SPACES.
002160 01  WS-BILL-MONTH          PIC 9(06).
002170 01  WS-NEXT-BUS-DATE       PIC 9(08).
002180 01  WS-PRIOR-BUS-DATE      PIC 9(08).
002190 01  WS-BACK-ONE            PIC S9(09) VALUE -1.
002200 01  WS-BUSDAY-VALID        PIC X(01).
002210 01  WS-MONTH-END-SWITCH    PIC X(01) VALUE "N".
002220     88 WS-IS-MONTH-END               VALUE "Y".
002230
002240 01  WS-LOOKUP-SEQ-ID       PIC X(20).
002250 01  WS-LAB-ID              PIC X(20).
002260 01  WS-LOAD-FORMAT         PIC X(01).
002270
002280* THE NIGHT'S USAGE, ONE ENTRY PER LAB SEEN IN ANY INPUT.
002290 01  WS-LAB-COUNT           PIC 9(04) COMP VALUE 0.
002300 01  WS-LAB-MAX             PIC 9(04) COMP VALUE 500.
002310 01  WS-LAB-TABLE.
002320     05 WS-LAB-ENTRY OCCURS 500 TIMES.
002330         10 WS-LT-LAB-ID    PIC X(20).
002340         10 WS-LT-STRANDS   PIC 9(09) COMP.
002350         10 WS-LT-BASES     PIC 9(11) COMP.
002360         10 WS-LT-FASTQ     PIC 9(09) COMP.
002370         10 WS-LT-PROTEINS  PIC 9(09) COMP.
002380         10 WS-LT-ORFS      PIC 9(09) COMP.
002390 01  WS-LAB-IDX             PIC 9(04) COMP.
002400 01  WS-LAB-SUB             PIC 9(04) COMP.
002410 01  WS-LAB-FOUND-SWITCH    PIC X(01).
002420     88 WS-LAB-FOUND                  VALUE "Y".
002430 01  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
002440     88 WS-LAB-TABLE-FULL             VALUE "Y".
002450
002460 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
002470 01  WS-POSTED-COUNT        PIC 9(07) COMP VALUE 0.
002480 01  WS-REPOST-COUNT        PIC 9(07) COMP VALUE 0.
002490 01  WS-STATEMENT-COUNT     PIC 9(07) COMP VALUE 0.
002500
002510 01  WS-CHG-STRANDS         PIC 9(09)V9(02).
002520 01  WS-CHG-BASES           PIC 9(09)V9(02).
002530 01  WS-CHG-FASTQ           PIC 9(09)V9(02).
002540 01  WS-CHG-TOTAL           PIC 9(09)V9(02).
002550 01  WS-GRAND-TOTAL         PIC 9(09)V9(02) VALUE 0.
002560
002570 01  WS-HEADING-1.
002580     05 FILLER              PIC X(30) VALUE
002590         "LAB USAGE AND CHARGEBACK".
002600     05 FILLER              PIC X(08) VALUE "RUN ID ".
002610     05 WS-HDG-RUN-ID       PIC X(15).
002620     05 FILLER              PIC X(08) VALUE "  MONTH ".
002630     05 WS-HDG-MONTH        PIC 9(06).
002640 01  WS-RATE-LINE.
002650     05 WS-RTL-LABEL        PIC X(30).
002660     05 WS-RTL-RATE         PIC ZZ,ZZ9.99.
002670     05 FILLER              PIC X(10) VALUE "  SOURCE ".
002680     05 WS-RTL-SOURCE       PIC X(08).
002690 01  WS-HEADING-2.
002700     05 FILLER              PIC X(26) VALUE
002710         "TONIGHT'S USAGE BY LAB".
002720 01  WS-HEADING-3.
002730     05 FILLER              PIC X(20) VALUE "LAB".
002740     05 FILLER              PIC X(02) VALUE SPACES.
002750     05 FILLER              PIC X(07) VALUE "STRANDS".
002760     05 FILLER              PIC X(02) VALUE SPACES.
002770     05 FILLER              PIC X(11) VALUE "      BASES".
002780     05 FILLER              PIC X(02) VALUE SPACES.
002790     05 FILLER              PIC X(07) VALUE "  FASTQ".
002800     05 FILLER              PIC X(02) VALUE SPACES.
002810     05 FILLER              PIC X(07) VALUE "PROTEIN".
002820     05 FILLER              PIC X(02) VALUE SPACES.
002830     05 FILLER              PIC X(07) VALUE "   ORFS".
002840     05 FILLER              PIC X(02) VALUE SPACES.
002850     05 FILLER              PIC X(06) VALUE "POSTED".
002860 01  WS-USAGE-LINE.
002870     05 WS-USE-LAB          PIC X(20).
002880     05 FILLER              PIC X(02) VALUE SPACES.
002890     05 WS-USE-STRANDS      PIC ZZZ,ZZ9.
002900     05 FILLER              PIC X(02) VALUE SPACES.
002910     05 WS-USE-BASES        PIC ZZZ,ZZZ,ZZ9.
002920     05 FILLER              PIC X(02) VALUE SPACES.
002930     05 WS-USE-FASTQ        PIC ZZZ,ZZ9.
002940     05 FILLER              PIC X(02) VALUE SPACES.
002950     05 WS-USE-PROTEINS     PIC ZZZ,ZZ9.
002960     05 FILLER              PIC X(02) VALUE SPACES.
002970     05 WS-USE-ORFS         PIC ZZZ,ZZ9.
002980     05 FILLER              PIC X(02) VALUE SPACES.
002990     05 WS-USE-POSTED       PIC X(06).
003000
003010 01  WS-STMT-RULE           PIC X(72) VALUE ALL "-".
003020 01  WS-STMT-HEADING.
003030     05 FILLER              PIC X(26) VALUE
003040         "MONTHLY STATEMENT - LAB ".
003050     05 WS-STH-LAB          PIC X(20).
003060     05 FILLER              PIC X(08) VALUE "  MONTH ".
003070     05 WS-STH-MONTH        PIC 9(06).
003080 01  WS-STMT-CHARGE-LINE.
003090     05 WS-STC-LABEL        PIC X(26).
003100     05 WS-STC-QUANTITY     PIC ZZZ,ZZZ,ZZ9.
003110     05 FILLER              PIC X(03) VALUE " @ ".
003120     05 WS-STC-RATE         PIC ZZ,ZZ9.99.
003130     05 FILLER              PIC X(03) VALUE " = ".
003140     05 WS-STC-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
003150 01  WS-STMT-COUNT-LINE.
003160     05 WS-SCL-LABEL        PIC X(26).
003170     05 WS-SCL-QUANTITY     PIC ZZZ,ZZZ,ZZ9.
003180     05 FILLER              PIC X(14) VALUE "  (NO CHARGE)".
003190 01  WS-STMT-TOTAL-LINE.
003200     05 WS-STT-LABEL        PIC X(52).
003210     05 WS-STT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
003220 01  WS-NO-STMT-LINE.
003230     05 FILLER              PIC X(44) VALUE
003240         "NOT THE LAST BUSINESS DAY OF THE MONTH - ".
003250     05 FILLER              PIC X(22) VALUE
003260         "NO STATEMENTS PRINTED".
003270
003280 01  WS-SUMMARY-DETAIL.
003290     05 WS-SUM-LABEL        PIC X(30).
003300     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
003310
003320 01  WS-RUN-DATE            PIC 9(08).
003330 01  WS-RUN-TIME            PIC 9(08).
003340
003350 COPY AUDITLOG.
003360
003370 PROCEDURE DIVISION.
003380*-----------------------------------------------------------*
003390* 0000-MAINLINE
003400*-----------------------------------------------------------*
003410 0000-MAINLINE.
003420     PERFORM 1000-INITIALIZE
003430     PERFORM 2000-TALLY-STRANDS
003440     PERFORM 3000-TALLY-BASES
003450     PERFORM 4000-TALLY-PROTEINS
003460     PERFORM 4500-TALLY-ORFS
003470     PERFORM 6000-POST-NIGHT-USAGE
003480     PERFORM 7000-CHECK-MONTH-END
003490     IF WS-IS-MONTH-END THEN
003500         PERFORM 7100-PRINT-STATEMENTS
003510     ELSE
003520         WRITE BILL-REPORT-RECORD FROM WS-NO-STMT-LINE
003530     END-IF
003540     PERFORM 8000-WRITE-SUMMARY-SECTIONS
003550     PERFORM 9000-TERMINATE
003560     GOBACK.
003570
003580*-----------------------------------------------------------*
003590* 1000-INITIALIZE - READ THE RATE CARD AND BILLING REGION,
003600*                   OPEN THE REGISTRY AND THE USAGE FILE,
003610*                   WRITE THE HEADINGS. A USAGE FILE THAT
003620*                   DOES NOT EXIST YET (THE FIRST EVER RUN)
003630*                   IS CREATED EMPTY AND REOPENED, THE SAME
003640*                   WAY THE PLAYER MASTER IS BOOTSTRAPPED.
003650*-----------------------------------------------------------*
003660 1000-INITIALIZE.
003670     PERFORM 1090-READ-RUN-ID
003680     PERFORM 1100-READ-RATE-PARM
003690     PERFORM 1200-READ-GATE-PARM
003700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003710     MOVE WS-RUN-DATE (1:6) TO WS-BILL-MONTH
003720     OPEN INPUT SEQ-MASTER
003730     IF WS-SEQMAST-OK THEN
003740         MOVE "Y" TO WS-SEQMAST-OPEN-SW
003750     END-IF
003760     OPEN I-O USAGE-MASTER
003770     IF WS-USAGE-ABSENT THEN
003780         OPEN OUTPUT USAGE-MASTER
003790         CLOSE USAGE-MASTER
003800         OPEN I-O USAGE-MASTER
003810     END-IF
003820     OPEN OUTPUT BILL-REPORT
003830     OPEN EXTEND AUDIT-LOG
003840     PERFORM 9140-WRITE-AUDIT-START
003850     MOVE WS-RUN-ID     TO WS-HDG-RUN-ID
003860     MOVE WS-BILL-MONTH TO WS-HDG-MONTH
003870     WRITE BILL-REPORT-RECORD FROM WS-HEADING-1
003880     MOVE "RATE PER STRAND"          TO WS-RTL-LABEL
003890     MOVE WS-RATE-STRAND             TO WS-RTL-RATE
003900     MOVE WS-STRAND-SOURCE           TO WS-RTL-SOURCE
003910     WRITE BILL-REPORT-RECORD FROM WS-RATE-LINE
003920     MOVE "RATE PER 1,000 BASES"     TO WS-RTL-LABEL
003930     MOVE WS-RATE-KBASE              TO WS-RTL-RATE
003940     MOVE WS-KBASE-SOURCE            TO WS-RTL-SOURCE
003950     WRITE BILL-REPORT-RECORD FROM WS-RATE-LINE
003960     MOVE "FASTQ SURCHARGE PER READ" TO WS-RTL-LABEL
003970     MOVE WS-RATE-FASTQ              TO WS-RTL-RATE
003980     MOVE WS-FASTQ-SOURCE            TO WS-RTL-SOURCE
003990     WRITE BILL-REPORT-RECORD FROM WS-RATE-LINE.
004000
004010
004020*-----------------------------------------------------------*
004030* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
004040*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
004050*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
004060*                    RERUN - STAMPS (STANDALONE) INSTEAD.
004070*-----------------------------------------------------------*
004080 1090-READ-RUN-ID.
004090     OPEN INPUT RUN-ID-FILE
004100     IF WS-RUN-ID-F-OK THEN
004110         READ RUN-ID-FILE
004120             AT END CONTINUE
004130         END-READ
004140         IF WS-RUN-ID-F-OK THEN
004150             MOVE RUN-ID-RECORD TO WS-RUN-ID
004160         END-IF
004170         CLOSE RUN-ID-FILE
004180     END-IF.
004190
004200*-----------------------------------------------------------*
004210* 1100-READ-RATE-PARM - IF AN OPTIONAL RATEPARM FILE IS
004220*                   PRESENT, EACH ENTRY (CODE STRAND, KBASE,
004230*                   OR FASTQ PLUS A RATE) REPLACES THAT ONE
004240*                   COMPILED-IN RATE. A MISSING FILE LEAVES
004250*                   THE WHOLE DEFAULT CARD IN EFFECT; AN
004260*                   UNKNOWN CODE IS DISPLAYED AND IGNORED.
004270*-----------------------------------------------------------*
004280 1100-READ-RATE-PARM.
004290     OPEN INPUT RATE-PARM
004300     IF WS-RATE-PARM-OK THEN
004310         PERFORM 1110-READ-ONE-RATE
004320             UNTIL WS-NO-MORE-RATES
004330         CLOSE RATE-PARM
004340     END-IF.
004350
004360 1110-READ-ONE-RATE.
004370     READ RATE-PARM
004380         AT END MOVE "Y" TO WS-RATE-EOF-SWITCH
004390     END-READ
004400     IF NOT WS-NO-MORE-RATES THEN
004410         EVALUATE RP-CODE
004420             WHEN "STRAND"
004430                 MOVE RP-RATE    TO WS-RATE-STRAND
004440                 MOVE "RATEPARM" TO WS-STRAND-SOURCE
004450             WHEN "KBASE"
004460                 MOVE RP-RATE    TO WS-RATE-KBASE
004470                 MOVE "RATEPARM" TO WS-KBASE-SOURCE
004480             WHEN "FASTQ"
004490                 MOVE RP-RATE    TO WS-RATE-FASTQ
004500                 MOVE "RATEPARM" TO WS-FASTQ-SOURCE
004510             WHEN OTHER
004520                 DISPLAY "LABBILL - UNKNOWN RATEPARM CODE "
004530                     RP-CODE " IGNORED"
004540         END-EVALUATE
004550     END-IF.
004560
004570*-----------------------------------------------------------*
004580* 1200-READ-GATE-PARM - BILL ON THE SAME REGIONAL CALENDAR
004590*                   THE SUITE'S BUSINESS-DAY GATE RUNS ON. A
004600*                   MISSING GATEPARM LEAVES THE BLANK CODE
004610*                   OF THE HISTORIC SINGLE-REGION CALENDAR.
004620*-----------------------------------------------------------*
004630 1200-READ-GATE-PARM.
004640     OPEN INPUT GATE-PARM
004650     IF WS-GATE-PARM-OK THEN
004660         READ GATE-PARM
004670             AT END CONTINUE
004680         END-READ
004690         IF WS-GATE-PARM-OK THEN
004700             MOVE GP-REGION TO WS-BILL-REGION
004710         END-IF
004720         CLOSE GATE-PARM
004730     END-IF.
004740
004750*-----------------------------------------------------------*
004760* 2000-TALLY-STRANDS - ONE STRAND PER DNAIN RECORD, CHARGED
004770*                   TO THE ACCESSION'S LAB. A STRAND WHOSE
004780*                   ACCESSION WAS REGISTERED FROM A FASTQ
004790*                   LOAD ALSO COUNTS AS A SURCHARGED READ.
004800*-----------------------------------------------------------*
004810 2000-TALLY-STRANDS.
004820     OPEN INPUT DNA-INPUT
004830     IF WS-DNA-IN-OK THEN
004840         PERFORM 2100-READ-DNA-INPUT
004850         PERFORM 2200-TALLY-ONE-STRAND
004860             UNTIL WS-NO-MORE-DNA
004870         CLOSE DNA-INPUT
004880     END-IF.
004890
004900 2100-READ-DNA-INPUT.
004910     READ DNA-INPUT
004920         AT END
004930             MOVE "Y" TO WS-DNA-EOF-SWITCH
004940     END-READ.
004950
004960 2200-TALLY-ONE-STRAND.
004970     ADD 1 TO WS-STRAND-COUNT
004980     MOVE DNA-SEQ-ID TO WS-LOOKUP-SEQ-ID
004990     PERFORM 5000-FIND-LAB-ENTRY
005000     IF WS-LAB-FOUND THEN
005010         ADD 1 TO WS-LT-STRANDS (WS-LAB-SUB)
005020         IF WS-LOAD-FORMAT = "Q" THEN
005030             ADD 1 TO WS-LT-FASTQ (WS-LAB-SUB)
005040         END-IF
005050     END-IF
005060     PERFORM 2100-READ-DNA-INPUT.
005070
005080*-----------------------------------------------------------*
005090* 3000-TALLY-BASES - BASES TRANSCRIBED ARE THE RNA STRAND
005100*                   LENGTHS THE TRANSCRIBER ACTUALLY WROTE,
005110*                   SO A REJECTED STRAND IS NOT CHARGED FOR
005120*                   TRANSCRIPTION.
005130*-----------------------------------------------------------*
005140 3000-TALLY-BASES.
005150     OPEN INPUT RNA-INPUT
005160     IF WS-RNA-IN-OK THEN
005170         PERFORM 3100-READ-RNA-INPUT
005180         PERFORM 3200-TALLY-ONE-RNA-STRAND
005190             UNTIL WS-NO-MORE-RNA
005200         CLOSE RNA-INPUT
005210     END-IF.
005220
005230 3100-READ-RNA-INPUT.
005240     READ RNA-INPUT
005250         AT END
005260             MOVE "Y" TO WS-RNA-EOF-SWITCH
005270     END-READ.
005280
005290 3200-TALLY-ONE-RNA-STRAND.
005300     MOVE RNA-SEQ-ID TO WS-LOOKUP-SEQ-ID
005310     PERFORM 5000-FIND-LAB-ENTRY
005320     IF WS-LAB-FOUND THEN
005330         ADD RNA-SEQ-LEN TO WS-LT-BASES (WS-LAB-SUB)
005340     END-IF
005350     PERFORM 3100-READ-RNA-INPUT.
005360
005370*-----------------------------------------------------------*
005380* 4000-TALLY-PROTEINS - ONE PROTEIN PER PROTOUT RECORD.
005390*-----------------------------------------------------------*
005400 4000-TALLY-PROTEINS.
005410     OPEN INPUT PROTEIN-INPUT
005420     IF WS-PROT-IN-OK THEN
005430         PERFORM 4100-READ-PROTEIN-INPUT
005440         PERFORM 4200-TALLY-ONE-PROTEIN
005450             UNTIL WS-NO-MORE-PROTEINS
005460         CLOSE PROTEIN-INPUT
005470     END-IF.
005480
005490 4100-READ-PROTEIN-INPUT.
005500     READ PROTEIN-INPUT
005510         AT END
005520             MOVE "Y" TO WS-PROT-EOF-SWITCH
005530     END-READ.
005540
005550 4200-TALLY-ONE-PROTEIN.
005560     MOVE PROT-SEQ-ID TO WS-LOOKUP-SEQ-ID
005570     PERFORM 5000-FIND-LAB-ENTRY
005580     IF WS-LAB-FOUND THEN
005590         ADD 1 TO WS-LT-PROTEINS (WS-LAB-SUB)
005600     END-IF
005610     PERFORM 4100-READ-PROTEIN-INPUT.
005620
005630*-----------------------------------------------------------*
005640* 4500-TALLY-ORFS - ONE ORF PER ORFOUT RECORD.
005650*-----------------------------------------------------------*
005660 4500-TALLY-ORFS.
005670     OPEN INPUT ORF-INPUT
005680     IF WS-ORF-IN-OK THEN
005690         PERFORM 4600-READ-ORF-INPUT
005700         PERFORM 4700-TALLY-ONE-ORF
005710             UNTIL WS-NO-MORE-ORFS
005720         CLOSE ORF-INPUT
005730     END-IF.
005740
005750 4600-READ-ORF-INPUT.
005760     READ ORF-INPUT
005770         AT END
005780             MOVE "Y" TO WS-ORF-EOF-SWITCH
005790     END-READ.
005800
005810 4700-TALLY-ONE-ORF.
005820     MOVE ORF-SEQ-ID TO WS-LOOKUP-SEQ-ID
005830     PERFORM 5000-FIND-LAB-ENTRY
005840     IF WS-LAB-FOUND THEN
005850         ADD 1 TO WS-LT-ORFS (WS-LAB-SUB)
005860     END-IF
005870     PERFORM 4600-READ-ORF-INPUT.
005880
005890*-----------------------------------------------------------*
005900* 5000-FIND-LAB-ENTRY - DECODE WS-LOOKUP-SEQ-ID TO ITS LAB
005910*                   AND LOAD FORMAT THROUGH SEQMAST, THEN
005920*                   LOCATE (OR OPEN) THAT LAB'S ENTRY IN THE
005930*                   NIGHT'S TABLE. AN ACCESSION NOT ON THE
005940*                   REGISTRY IS CHARGED TO *UNKNOWN* SO THE
005950*                   UNBILLABLE VOLUME STILL SHOWS. A TABLE
005960*                   THAT FILLS FAILS THE STEP RC=8 RATHER
005970*                   THAN SILENTLY UNDER-BILLING.
005980*-----------------------------------------------------------*
005990 5000-FIND-LAB-ENTRY.
006000     MOVE "*UNKNOWN*" TO WS-LAB-ID
006010     MOVE SPACES      TO WS-LOAD-FORMAT
006020     IF WS-SEQMAST-IS-OPEN THEN
006030         MOVE WS-LOOKUP-SEQ-ID TO SM-SEQ-ID
006040         READ SEQ-MASTER
006050             INVALID KEY CONTINUE
006060             NOT INVALID KEY
006070                 MOVE SM-LAB-ID      TO WS-LAB-ID
006080                 MOVE SM-LOAD-FORMAT TO WS-LOAD-FORMAT
006090         END-READ
006100     END-IF
006110     MOVE "N" TO WS-LAB-FOUND-SWITCH
006120     MOVE 0   TO WS-LAB-SUB
006130     PERFORM 5100-TEST-ONE-LAB-ENTRY
006140         VARYING WS-LAB-IDX FROM 1 BY 1
006150         UNTIL WS-LAB-IDX > WS-LAB-COUNT
006160             OR WS-LAB-FOUND
006170     IF NOT WS-LAB-FOUND THEN
006180         IF WS-LAB-COUNT < WS-LAB-MAX THEN
006190             ADD 1 TO WS-LAB-COUNT
006200             MOVE WS-LAB-COUNT TO WS-LAB-SUB
006210             MOVE WS-LAB-ID TO WS-LT-LAB-ID (WS-LAB-SUB)
006220             MOVE 0 TO WS-LT-STRANDS (WS-LAB-SUB)
006230             MOVE 0 TO WS-LT-BASES (WS-LAB-SUB)
006240             MOVE 0 TO WS-LT-FASTQ (WS-LAB-SUB)
006250             MOVE 0 TO WS-LT-PROTEINS (WS-LAB-SUB)
006260             MOVE 0 TO WS-LT-ORFS (WS-LAB-SUB)
006270             MOVE "Y" TO WS-LAB-FOUND-SWITCH
006280         ELSE
006290             IF NOT WS-LAB-TABLE-FULL THEN
006300                 DISPLAY "LABBILL - LAB TABLE FULL AT "
006310                     WS-LAB-MAX " - USAGE FOR " WS-LAB-ID
006320                     " NOT COUNTED, STEP FAILED"
006330                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
006340             END-IF
006350         END-IF
006360     END-IF.
006370
006380 5100-TEST-ONE-LAB-ENTRY.
006390     IF WS-LT-LAB-ID (WS-LAB-IDX) = WS-LAB-ID THEN
006400         MOVE "Y" TO WS-LAB-FOUND-SWITCH
006410         MOVE WS-LAB-IDX TO WS-LAB-SUB
006420     END-IF.
006430
006440*-----------------------------------------------------------*
006450* 6000-POST-NIGHT-USAGE - ADD EACH LAB'S NIGHT TO ITS
006460*                   MONTH-TO-DATE USAGE RECORD, CREATING THE
006470*                   RECORD ON THE LAB'S FIRST NIGHT OF THE
006480*                   MONTH, AND LIST THE NIGHT'S USAGE.
006490*-----------------------------------------------------------*
006500 6000-POST-NIGHT-USAGE.
006510     WRITE BILL-REPORT-RECORD FROM WS-HEADING-2
006520     WRITE BILL-REPORT-RECORD FROM WS-HEADING-3
006530     PERFORM 6100-POST-ONE-LAB
006540         VARYING WS-LAB-IDX FROM 1 BY 1
006550         UNTIL WS-LAB-IDX > WS-LAB-COUNT.
006560
006570*-----------------------------------------------------------*
006580* 6100-POST-ONE-LAB - A USAGE RECORD WHOSE LAST POSTED RUN
006590*                   IS THIS RUN ID ALREADY HOLDS TONIGHT'S
006600*                   FIGURES (A RESTARTED NIGHT) AND IS LEFT
006610*                   ALONE. A STANDALONE RERUN ALWAYS POSTS.
006620*-----------------------------------------------------------*
006630 6100-POST-ONE-LAB.
006640     MOVE WS-BILL-MONTH TO LU-MONTH
006650     MOVE WS-LT-LAB-ID (WS-LAB-IDX) TO LU-LAB-ID
006660     MOVE "POSTED" TO WS-USE-POSTED
006670     READ USAGE-MASTER
006680         INVALID KEY
006690             MOVE 0      TO LU-STRANDS
006700             MOVE 0      TO LU-BASES
006710             MOVE 0      TO LU-FASTQ-READS
006720             MOVE 0      TO LU-PROTEINS
006730             MOVE 0      TO LU-ORFS
006740             MOVE 0      TO LU-RUN-COUNT
006750             PERFORM 6200-APPLY-NIGHT-TO-USAGE
006760             WRITE USAGE-MASTER-RECORD
006770             ADD 1 TO WS-POSTED-COUNT
006780         NOT INVALID KEY
006790             IF LU-LAST-RUN-ID = WS-RUN-ID
006800                 AND WS-RUN-ID NOT = "(STANDALONE)" THEN
006810                 MOVE "REPOST" TO WS-USE-POSTED
006820                 ADD 1 TO WS-REPOST-COUNT
006830             ELSE
006840                 PERFORM 6200-APPLY-NIGHT-TO-USAGE
006850                 REWRITE USAGE-MASTER-RECORD
006860                 ADD 1 TO WS-POSTED-COUNT
006870             END-IF
006880     END-READ
006890     MOVE WS-LT-LAB-ID (WS-LAB-IDX)   TO WS-USE-LAB
006900     MOVE WS-LT-STRANDS (WS-LAB-IDX)  TO WS-USE-STRANDS
006910     MOVE WS-LT-BASES (WS-LAB-IDX)    TO WS-USE-BASES
006920     MOVE WS-LT-FASTQ (WS-LAB-IDX)    TO WS-USE-FASTQ
006930     MOVE WS-LT-PROTEINS (WS-LAB-IDX) TO WS-USE-PROTEINS
006940     MOVE WS-LT-ORFS (WS-LAB-IDX)     TO WS-USE-ORFS
006950     WRITE BILL-REPORT-RECORD FROM WS-USAGE-LINE.
006960
006970 6200-APPLY-NIGHT-TO-USAGE.
006980     ADD WS-LT-STRANDS (WS-LAB-IDX)  TO LU-STRANDS
006990     ADD WS-LT-BASES (WS-LAB-IDX)    TO LU-BASES
007000     ADD WS-LT-FASTQ (WS-LAB-IDX)    TO LU-FASTQ-READS
007010     ADD WS-LT-PROTEINS (WS-LAB-IDX) TO LU-PROTEINS
007020     ADD WS-LT-ORFS (WS-LAB-IDX)     TO LU-ORFS
007030     ADD 1                           TO LU-RUN-COUNT
007040     MOVE WS-RUN-ID                  TO LU-LAST-RUN-ID
007050     MOVE WS-RUN-DATE                TO LU-LAST-DATE.
007060
007070*-----------------------------------------------------------*
007080* 7000-CHECK-MONTH-END - TODAY IS THE LAST BUSINESS DAY OF
007090*                   THE MONTH WHEN IT IS ITSELF A BUSINESS
007100*                   DAY (THE BUSINESS DAY BEFORE THE NEXT
007110*                   ONE IS TODAY) AND THE NEXT BUSINESS DAY
007120*                   FALLS IN A LATER MONTH. A DATE THE
007130*                   CALENDAR CANNOT ANSWER FOR PRINTS NO
007140*                   STATEMENTS AND SAYS SO ON THE CONSOLE.
007150*-----------------------------------------------------------*
007160 7000-CHECK-MONTH-END.
007170     MOVE "N" TO WS-MONTH-END-SWITCH
007180     CALL "BUSDAY" USING WS-BILL-REGION WS-RUN-DATE
007190         WS-NEXT-BUS-DATE WS-BUSDAY-VALID
007200     IF WS-BUSDAY-VALID = "Y" THEN
007210         CALL "ADD-BUSINESS-DAYS" USING WS-BILL-REGION
007220             WS-NEXT-BUS-DATE WS-BACK-ONE WS-PRIOR-BUS-DATE
007230             WS-BUSDAY-VALID
007240     END-IF
007250     IF WS-BUSDAY-VALID = "Y" THEN
007260         IF WS-PRIOR-BUS-DATE = WS-RUN-DATE
007270             AND WS-NEXT-BUS-DATE (1:6) NOT = WS-BILL-MONTH
007280             THEN
007290             MOVE "Y" TO WS-MONTH-END-SWITCH
007300         END-IF
007310     ELSE
007320         DISPLAY "LABBILL - " WS-RUN-DATE " NOT ON THE "
007330             "CALOUT CALENDAR FOR REGION " WS-BILL-REGION
007340             " - MONTH END NOT JUDGED, NO STATEMENTS"
007350     END-IF.
007360
007370*-----------------------------------------------------------*
007380* 7100-PRINT-STATEMENTS - ONE PRICED STATEMENT PER LAB WITH
007390*                   USAGE THIS MONTH, READ IN LAB ORDER FROM
007400*                   THE FIRST USAGE KEY OF THE MONTH.
007410*-----------------------------------------------------------*
007420 7100-PRINT-STATEMENTS.
007430     MOVE WS-BILL-MONTH TO LU-MONTH
007440     MOVE LOW-VALUES    TO LU-LAB-ID
007450     START USAGE-MASTER KEY IS NOT LESS THAN LU-KEY
007460         INVALID KEY
007470             MOVE "Y" TO WS-USAGE-EOF-SWITCH
007480     END-START
007490     IF NOT WS-NO-MORE-USAGE THEN
007500         PERFORM 7200-READ-NEXT-USAGE
007510     END-IF
007520     PERFORM 7300-PRINT-ONE-STATEMENT
007530         UNTIL WS-NO-MORE-USAGE.
007540
007550 7200-READ-NEXT-USAGE.
007560     READ USAGE-MASTER NEXT RECORD
007570         AT END
007580             MOVE "Y" TO WS-USAGE-EOF-SWITCH
007590     END-READ
007600     IF NOT WS-NO-MORE-USAGE
007610         AND LU-MONTH NOT = WS-BILL-MONTH THEN
007620         MOVE "Y" TO WS-USAGE-EOF-SWITCH
007630     END-IF.
007640
007650 7300-PRINT-ONE-STATEMENT.
007660     ADD 1 TO WS-STATEMENT-COUNT
007670     COMPUTE WS-CHG-STRANDS ROUNDED =
007680         LU-STRANDS * WS-RATE-STRAND
007690     COMPUTE WS-CHG-BASES ROUNDED =
007700         LU-BASES * WS-RATE-KBASE / 1000
007710     COMPUTE WS-CHG-FASTQ ROUNDED =
007720         LU-FASTQ-READS * WS-RATE-FASTQ
007730     COMPUTE WS-CHG-TOTAL =
007740         WS-CHG-STRANDS + WS-CHG-BASES + WS-CHG-FASTQ
007750     ADD WS-CHG-TOTAL TO WS-GRAND-TOTAL
007760     WRITE BILL-REPORT-RECORD FROM WS-STMT-RULE
007770     MOVE LU-LAB-ID TO WS-STH-LAB
007780     MOVE LU-MONTH  TO WS-STH-MONTH
007790     WRITE BILL-REPORT-RECORD FROM WS-STMT-HEADING
007800     MOVE "STRANDS LOADED"          TO WS-STC-LABEL
007810     MOVE LU-STRANDS                TO WS-STC-QUANTITY
007820     MOVE WS-RATE-STRAND            TO WS-STC-RATE
007830     MOVE WS-CHG-STRANDS            TO WS-STC-AMOUNT
007840     WRITE BILL-REPORT-RECORD FROM WS-STMT-CHARGE-LINE
007850     MOVE "BASES (RATE PER 1,000)"  TO WS-STC-LABEL
007860     MOVE LU-BASES                  TO WS-STC-QUANTITY
007870     MOVE WS-RATE-KBASE             TO WS-STC-RATE
007880     MOVE WS-CHG-BASES              TO WS-STC-AMOUNT
007890     WRITE BILL-REPORT-RECORD FROM WS-STMT-CHARGE-LINE
007900     MOVE "FASTQ READS SURCHARGE"   TO WS-STC-LABEL
007910     MOVE LU-FASTQ-READS            TO WS-STC-QUANTITY
007920     MOVE WS-RATE-FASTQ             TO WS-STC-RATE
007930     MOVE WS-CHG-FASTQ              TO WS-STC-AMOUNT
007940     WRITE BILL-REPORT-RECORD FROM WS-STMT-CHARGE-LINE
007950     MOVE "PROTEINS TRANSLATED"     TO WS-SCL-LABEL
007960     MOVE LU-PROTEINS               TO WS-SCL-QUANTITY
007970     WRITE BILL-REPORT-RECORD FROM WS-STMT-COUNT-LINE
007980     MOVE "ORFS SCANNED"            TO WS-SCL-LABEL
007990     MOVE LU-ORFS                   TO WS-SCL-QUANTITY
008000     WRITE BILL-REPORT-RECORD FROM WS-STMT-COUNT-LINE
008010     MOVE "NIGHTLY RUNS POSTED"     TO WS-SCL-LABEL
008020     MOVE LU-RUN-COUNT              TO WS-SCL-QUANTITY
008030     WRITE BILL-REPORT-RECORD FROM WS-STMT-COUNT-LINE
008040     MOVE "TOTAL DUE FOR THE MONTH" TO WS-STT-LABEL
008050     MOVE WS-CHG-TOTAL              TO WS-STT-AMOUNT
008060     WRITE BILL-REPORT-RECORD FROM WS-STMT-TOTAL-LINE
008070     PERFORM 7200-READ-NEXT-USAGE.
008080
008090*-----------------------------------------------------------*
008100* 8000-WRITE-SUMMARY-SECTIONS - CONTROL TOTALS.
008110*-----------------------------------------------------------*
008120 8000-WRITE-SUMMARY-SECTIONS.
008130     WRITE BILL-REPORT-RECORD FROM WS-STMT-RULE
008140     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008150     MOVE "STRANDS ON DNAIN"       TO WS-SUM-LABEL
008160     MOVE WS-STRAND-COUNT          TO WS-SUM-VALUE
008170     WRITE BILL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008180     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008190     MOVE "LABS WITH USAGE TONIGHT" TO WS-SUM-LABEL
008200     MOVE WS-LAB-COUNT             TO WS-SUM-VALUE
008210     WRITE BILL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008220     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008230     MOVE "LABS POSTED TO USAGE FILE" TO WS-SUM-LABEL
008240     MOVE WS-POSTED-COUNT          TO WS-SUM-VALUE
008250     WRITE BILL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008260     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008270     MOVE "LABS ALREADY POSTED FOR RUN" TO WS-SUM-LABEL
008280     MOVE WS-REPOST-COUNT          TO WS-SUM-VALUE
008290     WRITE BILL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008300     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008310     MOVE "STATEMENTS PRINTED"     TO WS-SUM-LABEL
008320     MOVE WS-STATEMENT-COUNT       TO WS-SUM-VALUE
008330     WRITE BILL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008340     IF WS-IS-MONTH-END THEN
008350         MOVE "TOTAL BILLED FOR THE MONTH" TO WS-STT-LABEL
008360         MOVE WS-GRAND-TOTAL       TO WS-STT-AMOUNT
008370         WRITE BILL-REPORT-RECORD FROM WS-STMT-TOTAL-LINE
008380     END-IF.
008390
008400*-----------------------------------------------------------*
008410* 9000-TERMINATE - CLOSE FILES. A LAB TABLE THAT OVERFLOWED
008420*                  MEANS THE NIGHT WAS UNDER-BILLED AND
008430*                  FAILS THE STEP RC=8.
008440*-----------------------------------------------------------*
008450 9000-TERMINATE.
008460     PERFORM 9150-WRITE-AUDIT-LOG
008470     IF WS-SEQMAST-IS-OPEN THEN
008480         CLOSE SEQ-MASTER
008490     END-IF
008500     CLOSE USAGE-MASTER
008510     CLOSE BILL-REPORT
008520     CLOSE AUDIT-LOG
008530     IF WS-LAB-TABLE-FULL THEN
008540         MOVE 8 TO RETURN-CODE
008550     END-IF.
008560
008570*-----------------------------------------------------------*
008580* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
008590*                        INITIALIZATION SO THE BATCH-WINDOW
008600*                        REPORT CAN PAIR THIS STEP'S START
008610*                        WITH ITS END.
008620*-----------------------------------------------------------*
008630 9140-WRITE-AUDIT-START.
008640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008650     ACCEPT WS-RUN-TIME FROM TIME
008660     MOVE "LABBILL"         TO AUD-PROGRAM-NAME
008670     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
008680     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
008690     MOVE WS-RUN-ID         TO AUD-RUN-ID
008700     MOVE 0                 TO AUD-INPUT-COUNT
008710     MOVE 0                 TO AUD-OUTPUT-COUNT
008720     MOVE "S"               TO AUD-RECORD-TYPE
008730     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
008740
008750*-----------------------------------------------------------*
008760* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
008770*                        AUDITLOG FILE SHARED BY THE WHOLE
008780*                        NIGHTLY SUITE.
008790*-----------------------------------------------------------*
008800 9150-WRITE-AUDIT-LOG.
008810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008820     ACCEPT WS-RUN-TIME FROM TIME
008830     MOVE "LABBILL"         TO AUD-PROGRAM-NAME
008840     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
008850     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
008860     MOVE WS-RUN-ID         TO AUD-RUN-ID
008870     MOVE WS-STRAND-COUNT   TO AUD-INPUT-COUNT
008880     MOVE WS-POSTED-COUNT   TO AUD-OUTPUT-COUNT
008890     MOVE "E"               TO AUD-RECORD-TYPE
008900     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
