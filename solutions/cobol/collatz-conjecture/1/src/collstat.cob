000380*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000390*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000400*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000403* 2026-10-15 RF    READS COLLPARM; PARSES WIDE-MODE COLLOUT
000406*                  LINES.
000410*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000540     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RUN-ID-F-STATUS.
000562     SELECT COLLATZ-PARM ASSIGN TO "COLLPARM"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-COLLATZ-PARM-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  COLLATZ-DETAIL
000600     RECORD CONTAINS 80 TO 104 CHARACTERS.
000610 01  COLLATZ-DETAIL-RECORD   PIC X(104).
000620
000630 FD  STAT-REPORT
000640     RECORD CONTAINS 80 CHARACTERS.
000720 FD  RUN-ID-FILE
000730     RECORD CONTAINS 15 CHARACTERS.
000740 01  RUN-ID-RECORD           PIC X(15).
000741
000742 FD  COLLATZ-PARM
000743     RECORD CONTAINS 2 CHARACTERS.
000744 01  COLLATZ-PARM-RECORD.
000745     05 CP-DETAIL-MODE      PIC X(01).
000746     05 CP-NUMBER-WIDTH     PIC X(01).
000750 WORKING-STORAGE SECTION.
000760 01  WS-RUN-ID-F-STATUS     PIC X(02).
000770     88 WS-RUN-ID-F-OK                VALUE "00".
000820     88 WS-STAT-RPT-OK                VALUE "00".
000830 01  WS-AUDIT-STATUS        PIC X(02).
000840     88 WS-AUDIT-OK                   VALUE "00".
000841 01  WS-COLLATZ-PARM-STATUS PIC X(02).
000842     88 WS-COLLATZ-PARM-OK            VALUE "00".
000843
000844 01  WS-WIDTH-SWITCH        PIC X(01) VALUE "N".
000845     88 WS-WIDE-MODE                  VALUE "Y".
000850
000860 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
000870     88 WS-NO-MORE-LINES              VALUE "Y".
001010     05 FILLER              PIC X(03).
001020     05 WS-DET-MESSAGE      PIC X(35).
001030
001031* THE SAME LINE AS A WIDE-MODE RUN WRITES IT, WITH 18-DIGIT
001032* STARTING NUMBER AND EXCURSION COLUMNS.
001033 01  WS-WIDE-DETAIL-LINE.
001034     05 WS-WDET-RECORD-NO   PIC X(07).
001035     05 FILLER              PIC X(01).
001036     05 WS-WDET-NUMBER      PIC X(24).
001037     05 FILLER              PIC X(03).
001038     05 WS-WDET-STEPS       PIC X(04).
001039     05 FILLER              PIC X(03).
001040     05 WS-WDET-HIGH        PIC X(24).
001041     05 FILLER              PIC X(03).
001042     05 WS-WDET-MESSAGE     PIC X(35).
001043
001044 01  WS-EDIT-WORK           PIC X(24).
001050 01  WS-RECORD-NO           PIC 9(07).
001060 01  WS-STEPS               PIC 9(04) COMP.
001070 01  WS-HIGH                PIC 9(18) COMP.
001080
001090 01  WS-CURRENT-RECORD      PIC 9(07).
001100 01  WS-FIRST-REC-SWITCH    PIC X(01) VALUE "Y".
001290 01  WS-GRP-COUNT           PIC 9(09) COMP VALUE 0.
001300 01  WS-GRP-MIN-STEPS       PIC 9(04) COMP VALUE 9999.
001310 01  WS-GRP-MAX-STEPS       PIC 9(04) COMP VALUE 0.
001320 01  WS-GRP-HIGH            PIC 9(18) COMP VALUE 0.
001330
001340 01  WS-TOT-COUNT           PIC 9(09) COMP VALUE 0.
001350 01  WS-TOT-MIN-STEPS       PIC 9(04) COMP VALUE 9999.
001360 01  WS-TOT-MAX-STEPS       PIC 9(04) COMP VALUE 0.
001370 01  WS-TOT-HIGH            PIC 9(18) COMP VALUE 0.
001380
001390 01  WS-STEP-BUCKETS.
001400     05 WS-STEP-BUCKET      PIC 9(09) COMP OCCURS 7 TIMES
001770     05 FILLER              PIC X(09) VALUE "    MED  ".
001780     05 FILLER              PIC X(09) VALUE "    P95  ".
001790     05 FILLER              PIC X(09) VALUE "    MAX  ".
001800     05 WS-HDG-HIGH         PIC X(27) VALUE "        HIGH".
001810
001820 01  WS-GROUP-LINE.
001830     05 WS-GRP-RECORD-NO    PIC ZZZZZZ9.
001920     05 FILLER              PIC X(02) VALUE SPACES.
001930     05 WS-GRP-MAX-O        PIC ZZZZZZ9.
001940     05 FILLER              PIC X(02) VALUE SPACES.
001943     05 WS-GRP-HIGH-AREA    PIC X(23).
001946     05 WS-GRP-HIGH-O       REDEFINES WS-GRP-HIGH-AREA
001949                            PIC ZZZ,ZZZ,ZZ9.
001952     05 WS-GRP-WIDE-HIGH-O  REDEFINES WS-GRP-HIGH-AREA
001955                            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001960
001970 01  WS-BUCKET-LINE.
001980     05 WS-BKT-LABEL        PIC X(21).
002020 01  WS-SUMMARY-DETAIL.
002030     05 WS-SUM-LABEL        PIC X(30).
002040     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002042
002044 01  WS-WIDE-SUMMARY-DETAIL.
002046     05 WS-WSUM-LABEL       PIC X(30).
002048     05 WS-WSUM-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002050
002060 01  WS-SECTION-LINE        PIC X(40).
002070
002250
002260*-----------------------------------------------------------*
002270* 1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE
002276*                   READ. THE HIGH COLUMN HEADING MOVES OUT
002282*                   OVER THE WIDER COLUMN IN WIDE MODE.
002290*-----------------------------------------------------------*
002300 1000-INITIALIZE.
002310     PERFORM 1090-READ-RUN-ID
002312     PERFORM 1100-READ-COLLATZ-PARM
002314     IF WS-WIDE-MODE THEN
002316         MOVE "                       HIGH" TO WS-HDG-HIGH
002318     END-IF
002320     OPEN INPUT COLLATZ-DETAIL
002330     OPEN OUTPUT STAT-REPORT
002340     OPEN EXTEND AUDIT-LOG
002570     END-IF.
002580
002590*-----------------------------------------------------------*
002591* 1100-READ-COLLATZ-PARM - THE SAME OPTIONAL COLLPARM FILE
002592*                     COLLATZ-CONJECTURE READS. A "W" IN
002593*                     COLUMN TWO MEANS THE NIGHT RAN IN WIDE
002594*                     MODE AND COLLOUT CARRIES WIDE DETAIL
002595*                     LINES. A MISSING FILE MEANS NARROW LINES.
002596*-----------------------------------------------------------*
002597 1100-READ-COLLATZ-PARM.
002598     OPEN INPUT COLLATZ-PARM
002599     IF WS-COLLATZ-PARM-OK THEN
002600         READ COLLATZ-PARM
002601             AT END CONTINUE
002602         END-READ
002603         IF WS-COLLATZ-PARM-OK
002604             AND CP-NUMBER-WIDTH = "W" THEN
002605             MOVE "Y" TO WS-WIDTH-SWITCH
002606         END-IF
002607         CLOSE COLLATZ-PARM
002608     END-IF.
002609
002610*-----------------------------------------------------------*
002611* 2000-PROCESS-LINES - ABSORB ONE DETAIL LINE INTO THE GROUP
002612*                   AND TOTAL PICTURES AND READ ON. A LINE
002620*                   CARRYING AN ERROR MESSAGE HAS NO STEP
002630*                   COUNT WORTH COUNTING; A LINE WHOSE
002640*                   RECORD NUMBER IS NOT NUMERIC IS NOT A
002650*                   DETAIL LINE AT ALL.
002660*-----------------------------------------------------------*
002670 2000-PROCESS-LINES.
002673     IF WS-WIDE-MODE THEN
002676         IF WS-WDET-MESSAGE = SPACES THEN
002679             PERFORM 2300-ABSORB-WIDE-LINE
002682         END-IF
002685     ELSE
002688         IF WS-DET-MESSAGE = SPACES THEN
002691             PERFORM 2200-ABSORB-ONE-LINE
002694         END-IF
002700     END-IF
002710     PERFORM 2100-READ-ONE-LINE.
002720
002740* 2100-READ-ONE-LINE - READ NEXT DETAIL LINE.
002750*-----------------------------------------------------------*
002760 2100-READ-ONE-LINE.
002764     IF WS-WIDE-MODE THEN
002768         READ COLLATZ-DETAIL INTO WS-WIDE-DETAIL-LINE
002772             AT END
002776                 MOVE "Y" TO WS-EOF-SWITCH
002780         END-READ
002784     ELSE
002788         READ COLLATZ-DETAIL INTO WS-DETAIL-LINE
002792             AT END
002796                 MOVE "Y" TO WS-EOF-SWITCH
002800         END-READ
002804     END-IF.
002810
002820*-----------------------------------------------------------*
002830* 2200-ABSORB-ONE-LINE - PARSE THE EDITED FIELDS BACK INTO
002840*                   NUMBERS AND FOLD THEM INTO THE CURRENT
002850*                   GROUP.
002870*-----------------------------------------------------------*
002880 2200-ABSORB-ONE-LINE.
002900     COMPUTE WS-RECORD-NO =
002910         FUNCTION NUMVAL (WS-DET-RECORD-NO)
002920     MOVE WS-DET-STEPS TO WS-EDIT-WORK
002950     MOVE WS-DET-HIGH TO WS-EDIT-WORK
002960     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
002970     COMPUTE WS-HIGH = FUNCTION NUMVAL (WS-EDIT-WORK)
002971     PERFORM 2400-FOLD-ONE-LINE.
002972
002973*-----------------------------------------------------------*
002974* 2300-ABSORB-WIDE-LINE - THE SAME FOR A WIDE DETAIL LINE.
002975*-----------------------------------------------------------*
002976 2300-ABSORB-WIDE-LINE.
002977     COMPUTE WS-RECORD-NO =
002978         FUNCTION NUMVAL (WS-WDET-RECORD-NO)
002979     MOVE WS-WDET-STEPS TO WS-EDIT-WORK
002980     COMPUTE WS-STEPS =
002981         FUNCTION NUMVAL (WS-EDIT-WORK (1:4))
002982     MOVE WS-WDET-HIGH TO WS-EDIT-WORK
002983     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
002984     COMPUTE WS-HIGH = FUNCTION NUMVAL (WS-EDIT-WORK)
002985     PERFORM 2400-FOLD-ONE-LINE.
002986
002987*-----------------------------------------------------------*
002988* 2400-FOLD-ONE-LINE - COUNT THE LINE AND FOLD IT INTO THE
002989*                   CURRENT GROUP, BREAKING ON A CHANGE OF
002990*                   INPUT RECORD NUMBER.
002991*-----------------------------------------------------------*
002992 2400-FOLD-ONE-LINE.
002993     ADD 1 TO WS-LINE-COUNT
002994     IF WS-RECORD-NO NOT = WS-CURRENT-RECORD
002995         OR WS-NO-RECORD-YET THEN
003000         PERFORM 2500-CLOSE-OUT-GROUP
003010         PERFORM 2600-START-NEW-GROUP
003020     END-IF
003200         PERFORM 5200-GROUP-PERCENTILE-95
003210         MOVE WS-PCTL-STEPS     TO WS-GRP-P95-O
003220         MOVE WS-GRP-MAX-STEPS  TO WS-GRP-MAX-O
003222         MOVE SPACES            TO WS-GRP-HIGH-AREA
003224         IF WS-WIDE-MODE THEN
003226             MOVE WS-GRP-HIGH   TO WS-GRP-WIDE-HIGH-O
003228         ELSE
003230             MOVE WS-GRP-HIGH   TO WS-GRP-HIGH-O
003232         END-IF
003240         WRITE STAT-REPORT-RECORD FROM WS-GROUP-LINE
003250     END-IF.
003260
004900         MOVE "MAXIMUM STEPS"         TO WS-SUM-LABEL
004910         MOVE WS-TOT-MAX-STEPS        TO WS-SUM-VALUE
004920         WRITE STAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004923         IF WS-WIDE-MODE THEN
004926             MOVE SPACES              TO WS-WIDE-SUMMARY-DETAIL
004929             MOVE "HIGHEST EXCURSION" TO WS-WSUM-LABEL
004932             MOVE WS-TOT-HIGH         TO WS-WSUM-VALUE
004935             WRITE STAT-REPORT-RECORD
004938                 FROM WS-WIDE-SUMMARY-DETAIL
004941         ELSE
004944             MOVE SPACES              TO WS-SUMMARY-DETAIL
004947             MOVE "HIGHEST EXCURSION" TO WS-SUM-LABEL
004950             MOVE WS-TOT-HIGH         TO WS-SUM-VALUE
004953             WRITE STAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004956         END-IF
004970     END-IF
004980     MOVE "STEP-COUNT DISTRIBUTION" TO WS-SECTION-LINE
004990     WRITE STAT-REPORT-RECORD FROM WS-SECTION-LINE
