000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    DATEDIFF.
000050 AUTHOR.        M. OKONKWO.
000060 INSTALLATION.  SCHEDULING SYSTEMS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 MO    NEW PROGRAM. LEAP'S DATE ARITHMETIC AND
000150*                  BUSDAY'S BUSINESS-DAY ARITHMETIC COULD
000160*                  ONLY BE REACHED BY ANOTHER PROGRAM, SO THE
000170*                  HR AND CONTRACTS DESKS STILL WORKED OUT
000180*                  SERVICE LENGTHS, NOTICE PERIODS AND
000190*                  ANNIVERSARIES BY HAND. THIS PROGRAM PUSHES
000200*                  A DATEREQ FILE OF DATE QUESTIONS THROUGH
000210*                  THEM. EACH REQUEST IS A DATE PAIR, OR A
000220*                  DATE PLUS A SIGNED OFFSET IN CALENDAR OR
000230*                  BUSINESS DAYS, TAGGED WITH A CALOUT REGION
000240*                  CODE. THE DATERPT REPORT GIVES EACH ONE ITS
000250*                  CALENDAR DAYS, BUSINESS DAYS, WHOLE YEARS,
000260*                  MONTHS AND DAYS ELAPSED, THE DAY OF WEEK OF
000270*                  BOTH DATES, AND THE NEXT ANNIVERSARY OF THE
000280*                  FIRST DATE, MOVED ON TO A BUSINESS DAY.
000290*                  BAD DATES, UNKNOWN REGIONS AND MALFORMED
000300*                  REQUESTS GO TO ERRORLOG AND END THE STEP
000310*                  RC=4.
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DATE-REQUEST ASSIGN TO "DATEREQ"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-DATE-REQ-STATUS.
000390     SELECT DATE-REPORT ASSIGN TO "DATERPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DATE-RPT-STATUS.
000420     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-STATUS.
000450     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ERROR-LOG-STATUS.
000480     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUN-ID-F-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530* ONE DATE QUESTION PER RECORD. TYPE "P" ASKS ABOUT THE PAIR
000540* DQ-DATE-1 TO DQ-DATE-2. TYPE "O" ASKS ABOUT DQ-DATE-1 AND
000550* THE DATE DQ-OFFSET DAYS FROM IT - CALENDAR DAYS FOR UNIT
000560* "C", BUSINESS DAYS ON THE REGION'S CALENDAR FOR UNIT "B".
000570 FD  DATE-REQUEST
000580     RECORD CONTAINS 30 CHARACTERS.
000590 01  DATE-REQUEST-RECORD.
000600     05 DQ-REQUEST-ID        PIC X(10).
000610     05 DQ-REGION            PIC X(03).
000620     05 DQ-REQ-TYPE          PIC X(01).
000630         88 DQ-IS-PAIR                 VALUE "P".
000640         88 DQ-IS-OFFSET               VALUE "O".
000650     05 DQ-DATE-1            PIC 9(08).
000660     05 DQ-DATE-2            PIC 9(08).
000670     05 DQ-OFFSET-AREA REDEFINES DQ-DATE-2.
000680         10 DQ-OFFSET        PIC S9(06)
000690                             SIGN IS LEADING SEPARATE.
000700         10 DQ-OFFSET-UNIT   PIC X(01).
000710             88 DQ-CALENDAR-DAYS       VALUE "C".
000720             88 DQ-BUSINESS-DAYS       VALUE "B".
000730
000740 FD  DATE-REPORT
000750     RECORD CONTAINS 132 CHARACTERS.
000760 01  DATE-REPORT-RECORD      PIC X(132).
000770
000780 FD  AUDIT-LOG
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  AUDIT-LOG-RECORD        PIC X(80).
000810
000820 FD  ERROR-LOG
000830     RECORD CONTAINS 116 CHARACTERS.
000840 01  ERROR-LOG-RECORD        PIC X(116).
000850
000860 FD  RUN-ID-FILE
000870     RECORD CONTAINS 15 CHARACTERS.
000880 01  RUN-ID-RECORD           PIC X(15).
000890 WORKING-STORAGE SECTION.
000900 01  WS-RUN-ID-F-STATUS     PIC X(02).
000910     88 WS-RUN-ID-F-OK                VALUE "00".
000920 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
000930 01  WS-DATE-REQ-STATUS     PIC X(02).
000940     88 WS-DATE-REQ-OK                VALUE "00".
000950 01  WS-DATE-RPT-STATUS     PIC X(02).
000960     88 WS-DATE-RPT-OK                VALUE "00".
000970 01  WS-AUDIT-STATUS        PIC X(02).
000980     88 WS-AUDIT-OK                   VALUE "00".
000990 01  WS-ERROR-LOG-STATUS    PIC X(02).
001000     88 WS-ERROR-LOG-OK               VALUE "00".
001010
001020 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001030     88 WS-NO-MORE-REQUESTS           VALUE "Y".
001040 01  WS-REJECT-SWITCH       PIC X(01).
001050     88 WS-REQUEST-REJECTED           VALUE "Y".
001060 01  WS-VALID-SWITCH        PIC X(01).
001070     88 WS-ANSWER-VALID               VALUE "Y".
001080 01  WS-REJECT-MESSAGE      PIC X(40).
001090
001100 01  WS-DAY-NAMES-LIST.
001110     05 FILLER PIC X(09) VALUE "MONDAY".
001120     05 FILLER PIC X(09) VALUE "TUESDAY".
001130     05 FILLER PIC X(09) VALUE "WEDNESDAY".
001140     05 FILLER PIC X(09) VALUE "THURSDAY".
001150     05 FILLER PIC X(09) VALUE "FRIDAY".
001160     05 FILLER PIC X(09) VALUE "SATURDAY".
001170     05 FILLER PIC X(09) VALUE "SUNDAY".
001180 01  WS-DAY-NAMES-TABLE REDEFINES WS-DAY-NAMES-LIST.
001190     05 WS-DAY-NAME         PIC X(09) OCCURS 7 TIMES.
001200
001210* THE REQUEST BEING ANSWERED. WS-DATE-2 IS DQ-DATE-2 FOR A
001220* PAIR AND THE WORKED-OUT DATE FOR AN OFFSET.
001230 01  WS-REGION              PIC X(03).
001240 01  WS-DATE-1              PIC 9(08).
001250 01  WS-DATE-2              PIC 9(08).
001260 01  WS-DAY-SPAN            PIC S9(09).
001270 01  WS-BUS-SPAN            PIC S9(09).
001280 01  WS-DOW                 PIC 9(01).
001290
001300* A DATE BEING VALIDATED OR TAKEN APART.
001310 01  WS-CHECK-DATE          PIC 9(08).
001320 01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
001330     05 WS-CHK-YEAR         PIC 9(04).
001340     05 WS-CHK-MONTH        PIC 9(02).
001350     05 WS-CHK-DAY          PIC 9(02).
001360 01  WS-MONTH-LENGTH        PIC 9(03).
001370
001380* WHOLE YEARS, MONTHS AND DAYS FROM THE EARLIER DATE OF THE
001390* PAIR TO THE LATER, BORROWING A MONTH WHEN THE LATER DATE'S
001400* DAY OF MONTH IS THE SMALLER AND A YEAR WHEN ITS MONTH IS.
001410 01  WS-EARLY-DATE          PIC 9(08).
001420 01  WS-EARLY-PARTS REDEFINES WS-EARLY-DATE.
001430     05 WS-EARLY-YEAR       PIC 9(04).
001440     05 WS-EARLY-MONTH      PIC 9(02).
001450     05 WS-EARLY-DAY        PIC 9(02).
001460 01  WS-LATE-DATE           PIC 9(08).
001470 01  WS-LATE-PARTS REDEFINES WS-LATE-DATE.
001480     05 WS-LATE-YEAR        PIC 9(04).
001490     05 WS-LATE-MONTH       PIC 9(02).
001500     05 WS-LATE-DAY         PIC 9(02).
001510 01  WS-ELAPSED-YEARS       PIC S9(05) COMP.
001520 01  WS-ELAPSED-MONTHS      PIC S9(03) COMP.
001530 01  WS-ELAPSED-DAYS        PIC S9(03) COMP.
001540 01  WS-BORROW-YEAR         PIC 9(04).
001550 01  WS-BORROW-MONTH        PIC 9(02).
001560
001570* THE NEXT ANNIVERSARY OF THE FIRST DATE AFTER THE LATER OF
001580* THE TWO DATES. A 29 FEBRUARY FIRST DATE FALLS ON 28
001590* FEBRUARY IN A COMMON YEAR.
001600 01  WS-ANNIV-DATE          PIC 9(08).
001610 01  WS-ANNIV-PARTS REDEFINES WS-ANNIV-DATE.
001620     05 WS-ANNIV-YEAR       PIC 9(04).
001630     05 WS-ANNIV-MONTH      PIC 9(02).
001640     05 WS-ANNIV-DAY        PIC 9(02).
001650 01  WS-ANNIV-EVE           PIC 9(08).
001660 01  WS-ANNIV-BUS-DATE      PIC 9(08).
001670 01  WS-MINUS-ONE           PIC S9(09) VALUE -1.
001680
001690* THE DATES LEAP CAN WORK WITH, AND HOW FAR A CALENDAR OFFSET
001700* MAY REACH EACH WAY FROM THE FIRST DATE WITHOUT LEAVING THEM.
001710 01  WS-FIRST-DATE          PIC 9(08) VALUE 00010101.
001720 01  WS-LAST-DATE           PIC 9(08) VALUE 99991231.
001730 01  WS-LOW-SPAN            PIC S9(09).
001740 01  WS-HIGH-SPAN           PIC S9(09).
001750
001760 01  WS-REQUEST-COUNT       PIC 9(07) COMP VALUE 0.
001770 01  WS-ANSWER-COUNT        PIC 9(07) COMP VALUE 0.
001780 01  WS-REJECT-COUNT        PIC 9(07) COMP VALUE 0.
001790 01  WS-OFF-CAL-COUNT       PIC 9(07) COMP VALUE 0.
001800
001810 01  WS-HEADING-1.
001820     05 FILLER              PIC X(44) VALUE
001830         "DATE DIFFERENCE AND ANNIVERSARY REPORT".
001840     05 FILLER              PIC X(08) VALUE "RUN ID ".
001850     05 WS-HDG-RUN-ID       PIC X(15).
001860 01  WS-HEADING-2.
001870     05 FILLER              PIC X(30) VALUE
001880         "REQUEST ID  RGN  T  FIRST DATE".
001890     05 FILLER              PIC X(23) VALUE
001900         "             SECOND DAT".
001910     05 FILLER              PIC X(30) VALUE
001920         "E             CAL DAYS  BUS DA".
001930     05 FILLER              PIC X(33) VALUE
001940         "YS  ELAPSED Y/M/D  NEXT ANNIVERSA".
001950     05 FILLER              PIC X(15) VALUE
001960         "RY ON BUS DAY".
001970 01  WS-RULE-LINE.
001980     05 FILLER              PIC X(120) VALUE ALL "-".
001990
002000 01  WS-DETAIL-LINE.
002010     05 WS-DL-REQUEST-ID    PIC X(10).
002020     05 FILLER              PIC X(02).
002030     05 WS-DL-REGION        PIC X(03).
002040     05 FILLER              PIC X(02).
002050     05 WS-DL-TYPE          PIC X(01).
002060     05 FILLER              PIC X(02).
002070     05 WS-DL-DATE-1        PIC X(10).
002080     05 FILLER              PIC X(01).
002090     05 WS-DL-DOW-1         PIC X(09).
002100     05 FILLER              PIC X(02).
002110     05 WS-DL-DATE-2        PIC X(10).
002120     05 FILLER              PIC X(01).
002130     05 WS-DL-DOW-2         PIC X(09).
002140     05 FILLER              PIC X(02).
002150     05 WS-DL-CAL-DAYS      PIC -,---,--9.
002160     05 FILLER              PIC X(02).
002170     05 WS-DL-BUS-AREA      PIC X(08).
002180     05 WS-DL-BUS-DAYS      REDEFINES WS-DL-BUS-AREA
002190                            PIC ----,--9.
002200     05 FILLER              PIC X(02).
002210     05 WS-DL-YEARS         PIC ZZZ9.
002220     05 FILLER              PIC X(02).
002230     05 WS-DL-MONTHS        PIC Z9.
002240     05 FILLER              PIC X(02).
002250     05 WS-DL-DAYS          PIC Z9.
002260     05 FILLER              PIC X(03).
002270     05 WS-DL-ANNIV         PIC X(10).
002280     05 FILLER              PIC X(01).
002290     05 WS-DL-ANNIV-DOW     PIC X(09).
002300
002310 01  WS-EDIT-DATE.
002320     05 WS-ED-YEAR          PIC 9(04).
002330     05 FILLER              PIC X(01) VALUE "-".
002340     05 WS-ED-MONTH         PIC 9(02).
002350     05 FILLER              PIC X(01) VALUE "-".
002360     05 WS-ED-DAY           PIC 9(02).
002370
002380 01  WS-SUMMARY-DETAIL.
002390     05 WS-SUM-LABEL        PIC X(30).
002400     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002410
002420 01  WS-RUN-DATE            PIC 9(08).
002430 01  WS-RUN-TIME            PIC 9(08).
002440
002450 COPY AUDITLOG.
002460 COPY ERRLOG.
002470
002480 PROCEDURE DIVISION.
002490*-----------------------------------------------------------*
002500* 0000-MAINLINE
002510*-----------------------------------------------------------*
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE
002540     PERFORM 2000-PROCESS-REQUESTS
002550         UNTIL WS-NO-MORE-REQUESTS
002560     PERFORM 8000-WRITE-SUMMARY
002570     PERFORM 9000-TERMINATE
002580     GOBACK.
002590
002600*-----------------------------------------------------------*
002610* 1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE
002620*                   READ.
002630*-----------------------------------------------------------*
002640 1000-INITIALIZE.
002650     PERFORM 1090-READ-RUN-ID
002660     OPEN INPUT DATE-REQUEST
002670     OPEN OUTPUT DATE-REPORT
002680     OPEN EXTEND AUDIT-LOG
002690     OPEN EXTEND ERROR-LOG
002700     PERFORM 9140-WRITE-AUDIT-START
002710     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
002720     WRITE DATE-REPORT-RECORD FROM WS-HEADING-1
002730     WRITE DATE-REPORT-RECORD FROM WS-HEADING-2
002740     WRITE DATE-REPORT-RECORD FROM WS-RULE-LINE
002750     PERFORM 2100-READ-ONE-REQUEST.
002760
002770*-----------------------------------------------------------*
002780* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
002790*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
002800*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
002810*                    RERUN - STAMPS (STANDALONE) INSTEAD.
002820*-----------------------------------------------------------*
002830 1090-READ-RUN-ID.
002840     OPEN INPUT RUN-ID-FILE
002850     IF WS-RUN-ID-F-OK THEN
002860         READ RUN-ID-FILE
002870             AT END CONTINUE
002880         END-READ
002890         IF WS-RUN-ID-F-OK THEN
002900             MOVE RUN-ID-RECORD TO WS-RUN-ID
002910         END-IF
002920         CLOSE RUN-ID-FILE
002930     END-IF.
002940
002950*-----------------------------------------------------------*
002960* 2000-PROCESS-REQUESTS - CHECK ONE REQUEST, WORK OUT ITS
002970*                   SECOND DATE WHEN IT IS AN OFFSET, ANSWER
002980*                   IT, AND READ ON. A REQUEST FAILING ANY
002990*                   CHECK IS LOGGED AND NOT ANSWERED.
003000*-----------------------------------------------------------*
003010 2000-PROCESS-REQUESTS.
003020     ADD 1 TO WS-REQUEST-COUNT
003030     MOVE "N" TO WS-REJECT-SWITCH
003040     PERFORM 2200-CHECK-REQUEST
003050     IF NOT WS-REQUEST-REJECTED THEN
003060         PERFORM 2300-SET-SECOND-DATE
003070     END-IF
003080     IF WS-REQUEST-REJECTED THEN
003090         PERFORM 4000-LOG-REJECT
003100     ELSE
003110         PERFORM 3000-ANSWER-REQUEST
003120     END-IF
003130     PERFORM 2100-READ-ONE-REQUEST.
003140
003150*-----------------------------------------------------------*
003160* 2100-READ-ONE-REQUEST - READ NEXT REQUEST, SET EOF SWITCH.
003170*-----------------------------------------------------------*
003180 2100-READ-ONE-REQUEST.
003190     READ DATE-REQUEST
003200         AT END
003210             MOVE "Y" TO WS-EOF-SWITCH
003220     END-READ.
003230
003240*-----------------------------------------------------------*
003250* 2200-CHECK-REQUEST - THE REQUEST TYPE, THE REGION, THE
003260*                   FIRST DATE, AND THEN THE SECOND DATE OR
003270*                   THE OFFSET, STOPPING AT THE FIRST FAULT.
003280*                   A REGION MUST HAVE A CALENDAR ON CALOUT
003290*                   FOR ITS BUSINESS DAYS TO MEAN ANYTHING.
003300*-----------------------------------------------------------*
003310 2200-CHECK-REQUEST.
003320     MOVE DQ-REGION TO WS-REGION
003330     IF NOT DQ-IS-PAIR AND NOT DQ-IS-OFFSET THEN
003340         MOVE "Y" TO WS-REJECT-SWITCH
003350         MOVE "REQUEST TYPE NOT P OR O" TO WS-REJECT-MESSAGE
003360     END-IF
003370     IF NOT WS-REQUEST-REJECTED THEN
003380         CALL "REGION-ON-CALENDAR" USING WS-REGION
003390             WS-VALID-SWITCH
003400         IF NOT WS-ANSWER-VALID THEN
003410             MOVE "Y" TO WS-REJECT-SWITCH
003420             MOVE "UNKNOWN REGION CODE" TO WS-REJECT-MESSAGE
003430         END-IF
003440     END-IF
003450     IF NOT WS-REQUEST-REJECTED THEN
003460         MOVE DQ-DATE-1 TO WS-CHECK-DATE
003470         PERFORM 2250-VALIDATE-DATE
003480         IF WS-REQUEST-REJECTED THEN
003490             MOVE "INVALID FIRST DATE" TO WS-REJECT-MESSAGE
003500         END-IF
003510     END-IF
003520     IF NOT WS-REQUEST-REJECTED THEN
003530         IF DQ-IS-PAIR THEN
003540             MOVE DQ-DATE-2 TO WS-CHECK-DATE
003550             PERFORM 2250-VALIDATE-DATE
003560             IF WS-REQUEST-REJECTED THEN
003570                 MOVE "INVALID SECOND DATE"
003580                     TO WS-REJECT-MESSAGE
003590             END-IF
003600         ELSE
003610             IF DQ-OFFSET NOT NUMERIC
003620                 OR (NOT DQ-CALENDAR-DAYS
003630                     AND NOT DQ-BUSINESS-DAYS) THEN
003640                 MOVE "Y" TO WS-REJECT-SWITCH
003650                 MOVE "INVALID OFFSET OR OFFSET UNIT"
003660                     TO WS-REJECT-MESSAGE
003670             END-IF
003680         END-IF
003690     END-IF.
003700
003710*-----------------------------------------------------------*
003720* 2250-VALIDATE-DATE - WS-CHECK-DATE MUST BE NUMERIC, WITH A
003730*                   YEAR FROM 0001, A MONTH FROM 1 TO 12, AND
003740*                   A DAY WITHIN THAT MONTH OF THAT YEAR PER
003750*                   LEAP'S DAYS-IN-MONTH.
003760*-----------------------------------------------------------*
003770 2250-VALIDATE-DATE.
003780     IF WS-CHECK-DATE NOT NUMERIC THEN
003790         MOVE "Y" TO WS-REJECT-SWITCH
003800     ELSE
003810         IF WS-CHK-YEAR = 0
003820             OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
003830             OR WS-CHK-DAY < 1 THEN
003840             MOVE "Y" TO WS-REJECT-SWITCH
003850         ELSE
003860             CALL "DAYS-IN-MONTH" USING WS-CHK-YEAR
003870                 WS-CHK-MONTH WS-MONTH-LENGTH
003880             IF WS-CHK-DAY > WS-MONTH-LENGTH THEN
003890                 MOVE "Y" TO WS-REJECT-SWITCH
003900             END-IF
003910         END-IF
003920     END-IF.
003930
003940*-----------------------------------------------------------*
003950* 2300-SET-SECOND-DATE - A PAIR CARRIES ITS SECOND DATE. AN
003960*                   OFFSET'S SECOND DATE COMES FROM LEAP'S
003970*                   DATE-ADD-DAYS OR BUSDAY'S
003980*                   ADD-BUSINESS-DAYS. A BUSINESS-DAY WALK
003990*                   THAT LEAVES THE REGION'S CALENDAR, OR A
004000*                   CALENDAR OFFSET THAT LEAVES YEARS 0001 TO
004010*                   9999, CANNOT BE ANSWERED.
004020*-----------------------------------------------------------*
004030 2300-SET-SECOND-DATE.
004040     MOVE DQ-DATE-1 TO WS-DATE-1
004050     IF DQ-IS-PAIR THEN
004060         MOVE DQ-DATE-2 TO WS-DATE-2
004070     ELSE
004080         MOVE DQ-OFFSET TO WS-DAY-SPAN
004090         IF DQ-BUSINESS-DAYS THEN
004100             CALL "ADD-BUSINESS-DAYS" USING WS-REGION
004110                 WS-DATE-1 WS-DAY-SPAN WS-DATE-2
004120                 WS-VALID-SWITCH
004130             IF NOT WS-ANSWER-VALID THEN
004140                 MOVE "Y" TO WS-REJECT-SWITCH
004150                 MOVE "BUSINESS-DAY OFFSET RUNS OFF CALENDAR"
004160                     TO WS-REJECT-MESSAGE
004170             END-IF
004180         ELSE
004190             CALL "DAYS-BETWEEN" USING WS-FIRST-DATE
004200                 WS-DATE-1 WS-LOW-SPAN
004210             CALL "DAYS-BETWEEN" USING WS-DATE-1
004220                 WS-LAST-DATE WS-HIGH-SPAN
004230             IF WS-DAY-SPAN < 0 - WS-LOW-SPAN
004240                 OR WS-DAY-SPAN > WS-HIGH-SPAN THEN
004250                 MOVE "Y" TO WS-REJECT-SWITCH
004260                 MOVE "CALENDAR OFFSET OUT OF DATE RANGE"
004270                     TO WS-REJECT-MESSAGE
004280             ELSE
004290                 CALL "DATE-ADD-DAYS" USING WS-DATE-1
004300                     WS-DAY-SPAN WS-DATE-2
004310             END-IF
004320         END-IF
004330     END-IF.
004340
004350*-----------------------------------------------------------*
004360* 3000-ANSWER-REQUEST - CALENDAR DAYS, DAYS OF WEEK,
004370*                   BUSINESS DAYS, ELAPSED YEARS/MONTHS/DAYS
004380*                   AND THE NEXT ANNIVERSARY, ONE REPORT
004390*                   LINE. BUSINESS-DAY ANSWERS FOR DATES OFF
004400*                   THE REGION'S CALENDAR PRINT AS OFF CAL.
004410*-----------------------------------------------------------*
004420 3000-ANSWER-REQUEST.
004430     ADD 1 TO WS-ANSWER-COUNT
004440     MOVE SPACES          TO WS-DETAIL-LINE
004450     MOVE DQ-REQUEST-ID   TO WS-DL-REQUEST-ID
004460     MOVE WS-REGION       TO WS-DL-REGION
004470     MOVE DQ-REQ-TYPE     TO WS-DL-TYPE
004480     MOVE WS-DATE-1       TO WS-CHECK-DATE
004490     PERFORM 3900-EDIT-DATE
004500     MOVE WS-EDIT-DATE    TO WS-DL-DATE-1
004510     CALL "DAY-OF-WEEK" USING WS-DATE-1 WS-DOW
004520     MOVE WS-DAY-NAME (WS-DOW) TO WS-DL-DOW-1
004530     MOVE WS-DATE-2       TO WS-CHECK-DATE
004540     PERFORM 3900-EDIT-DATE
004550     MOVE WS-EDIT-DATE    TO WS-DL-DATE-2
004560     CALL "DAY-OF-WEEK" USING WS-DATE-2 WS-DOW
004570     MOVE WS-DAY-NAME (WS-DOW) TO WS-DL-DOW-2
004580     CALL "DAYS-BETWEEN" USING WS-DATE-1 WS-DATE-2
004590         WS-DAY-SPAN
004600     MOVE WS-DAY-SPAN     TO WS-DL-CAL-DAYS
004610     CALL "BUSINESS-DAYS-BETWEEN" USING WS-REGION
004620         WS-DATE-1 WS-DATE-2 WS-BUS-SPAN WS-VALID-SWITCH
004630     IF WS-ANSWER-VALID THEN
004640         MOVE WS-BUS-SPAN TO WS-DL-BUS-DAYS
004650     ELSE
004660         MOVE " OFF CAL" TO WS-DL-BUS-AREA
004670         ADD 1 TO WS-OFF-CAL-COUNT
004680     END-IF
004690     PERFORM 3100-ELAPSED-Y-M-D
004700     MOVE WS-ELAPSED-YEARS  TO WS-DL-YEARS
004710     MOVE WS-ELAPSED-MONTHS TO WS-DL-MONTHS
004720     MOVE WS-ELAPSED-DAYS   TO WS-DL-DAYS
004730     PERFORM 3200-NEXT-ANNIVERSARY
004740     WRITE DATE-REPORT-RECORD FROM WS-DETAIL-LINE.
004750
004760*-----------------------------------------------------------*
004770* 3100-ELAPSED-Y-M-D - WHOLE YEARS, MONTHS AND DAYS FROM THE
004780*                   EARLIER DATE TO THE LATER. WHEN THE
004790*                   LATER DAY OF MONTH IS THE SMALLER, THE
004800*                   DAYS RUN FROM THE EARLIER DAY OF MONTH IN
004810*                   THE MONTH BEFORE THE LATER DATE'S MONTH -
004820*                   ITS LAST DAY IF THAT MONTH IS SHORTER.
004830*-----------------------------------------------------------*
004840 3100-ELAPSED-Y-M-D.
004850     IF WS-DATE-2 < WS-DATE-1 THEN
004860         MOVE WS-DATE-2 TO WS-EARLY-DATE
004870         MOVE WS-DATE-1 TO WS-LATE-DATE
004880     ELSE
004890         MOVE WS-DATE-1 TO WS-EARLY-DATE
004900         MOVE WS-DATE-2 TO WS-LATE-DATE
004910     END-IF
004920     COMPUTE WS-ELAPSED-YEARS  = WS-LATE-YEAR - WS-EARLY-YEAR
004930     COMPUTE WS-ELAPSED-MONTHS =
004940         WS-LATE-MONTH - WS-EARLY-MONTH
004950     COMPUTE WS-ELAPSED-DAYS   = WS-LATE-DAY - WS-EARLY-DAY
004960     IF WS-ELAPSED-DAYS < 0 THEN
004970         IF WS-LATE-MONTH = 1 THEN
004980             COMPUTE WS-BORROW-YEAR = WS-LATE-YEAR - 1
004990             MOVE 12 TO WS-BORROW-MONTH
005000         ELSE
005010             MOVE WS-LATE-YEAR TO WS-BORROW-YEAR
005020             COMPUTE WS-BORROW-MONTH = WS-LATE-MONTH - 1
005030         END-IF
005040         CALL "DAYS-IN-MONTH" USING WS-BORROW-YEAR
005050             WS-BORROW-MONTH WS-MONTH-LENGTH
005060         IF WS-EARLY-DAY > WS-MONTH-LENGTH THEN
005070             MOVE WS-LATE-DAY TO WS-ELAPSED-DAYS
005080         ELSE
005090             COMPUTE WS-ELAPSED-DAYS = WS-MONTH-LENGTH
005100                 - WS-EARLY-DAY + WS-LATE-DAY
005110         END-IF
005120         SUBTRACT 1 FROM WS-ELAPSED-MONTHS
005130     END-IF
005140     IF WS-ELAPSED-MONTHS < 0 THEN
005150         ADD 12 TO WS-ELAPSED-MONTHS
005160         SUBTRACT 1 FROM WS-ELAPSED-YEARS
005170     END-IF.
005180
005190*-----------------------------------------------------------*
005200* 3200-NEXT-ANNIVERSARY - THE FIRST ANNIVERSARY OF THE FIRST
005210*                   DATE FALLING AFTER THE LATER OF THE TWO
005220*                   DATES, MOVED ON TO THE FIRST BUSINESS DAY
005230*                   ON OR AFTER IT - BUSDAY'S NEXT BUSINESS
005240*                   DAY AFTER THE EVE OF THE ANNIVERSARY.
005250*                   PRINTS OFF CAL WHEN THE REGION'S CALENDAR
005260*                   DOES NOT REACH IT.
005270*-----------------------------------------------------------*
005280 3200-NEXT-ANNIVERSARY.
005290     IF WS-DATE-2 < WS-DATE-1 THEN
005300         MOVE WS-DATE-1 TO WS-LATE-DATE
005310     ELSE
005320         MOVE WS-DATE-2 TO WS-LATE-DATE
005330     END-IF
005340     MOVE WS-DATE-1    TO WS-EARLY-DATE
005350     MOVE WS-LATE-YEAR TO WS-ANNIV-YEAR
005360     PERFORM 3250-PLACE-ANNIVERSARY
005370     IF WS-ANNIV-DATE NOT > WS-LATE-DATE
005380         AND WS-ANNIV-YEAR < 9999 THEN
005390         ADD 1 TO WS-ANNIV-YEAR
005400         PERFORM 3250-PLACE-ANNIVERSARY
005410     END-IF
005420     MOVE "N" TO WS-VALID-SWITCH
005430     IF WS-ANNIV-DATE > WS-LATE-DATE THEN
005440         CALL "DATE-ADD-DAYS" USING WS-ANNIV-DATE
005450             WS-MINUS-ONE WS-ANNIV-EVE
005460         CALL "BUSDAY" USING WS-REGION WS-ANNIV-EVE
005470             WS-ANNIV-BUS-DATE WS-VALID-SWITCH
005480     END-IF
005490     IF WS-ANSWER-VALID THEN
005500         MOVE WS-ANNIV-BUS-DATE TO WS-CHECK-DATE
005510         PERFORM 3900-EDIT-DATE
005520         MOVE WS-EDIT-DATE TO WS-DL-ANNIV
005530         CALL "DAY-OF-WEEK" USING WS-ANNIV-BUS-DATE WS-DOW
005540         MOVE WS-DAY-NAME (WS-DOW) TO WS-DL-ANNIV-DOW
005550     ELSE
005560         MOVE "OFF CAL" TO WS-DL-ANNIV
005570         ADD 1 TO WS-OFF-CAL-COUNT
005580     END-IF.
005590
005600 3250-PLACE-ANNIVERSARY.
005610     MOVE WS-EARLY-MONTH TO WS-ANNIV-MONTH
005620     CALL "DAYS-IN-MONTH" USING WS-ANNIV-YEAR WS-ANNIV-MONTH
005630         WS-MONTH-LENGTH
005640     IF WS-EARLY-DAY > WS-MONTH-LENGTH THEN
005650         MOVE WS-MONTH-LENGTH TO WS-ANNIV-DAY
005660     ELSE
005670         MOVE WS-EARLY-DAY TO WS-ANNIV-DAY
005680     END-IF.
005690
005700*-----------------------------------------------------------*
005710* 3900-EDIT-DATE - WS-CHECK-DATE AS YYYY-MM-DD.
005720*-----------------------------------------------------------*
005730 3900-EDIT-DATE.
005740     MOVE WS-CHK-YEAR  TO WS-ED-YEAR
005750     MOVE WS-CHK-MONTH TO WS-ED-MONTH
005760     MOVE WS-CHK-DAY   TO WS-ED-DAY.
005770
005780*-----------------------------------------------------------*
005790* 4000-LOG-REJECT - APPEND ONE REJECTED REQUEST TO THE
005800*                   COMMON ERRORLOG FILE.
005810*-----------------------------------------------------------*
005820 4000-LOG-REJECT.
005830     ADD 1 TO WS-REJECT-COUNT
005840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005850     ACCEPT WS-RUN-TIME FROM TIME
005860     MOVE "DATEDIFF"        TO ERR-PROGRAM-NAME
005870     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
005880     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
005890     MOVE WS-RUN-ID         TO ERR-RUN-ID
005900     MOVE DQ-REQUEST-ID     TO ERR-RECORD-ID
005910     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE
005920     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
005930
005940*-----------------------------------------------------------*
005950* 8000-WRITE-SUMMARY - CONTROL TOTALS.
005960*-----------------------------------------------------------*
005970 8000-WRITE-SUMMARY.
005980     WRITE DATE-REPORT-RECORD FROM WS-RULE-LINE
005990     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006000     MOVE "REQUESTS READ"         TO WS-SUM-LABEL
006010     MOVE WS-REQUEST-COUNT        TO WS-SUM-VALUE
006020     WRITE DATE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006030     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006040     MOVE "REQUESTS ANSWERED"     TO WS-SUM-LABEL
006050     MOVE WS-ANSWER-COUNT         TO WS-SUM-VALUE
006060     WRITE DATE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006070     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006080     MOVE "REQUESTS REJECTED"     TO WS-SUM-LABEL
006090     MOVE WS-REJECT-COUNT         TO WS-SUM-VALUE
006100     WRITE DATE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006110     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006120     MOVE "ANSWERS OFF CALENDAR"  TO WS-SUM-LABEL
006130     MOVE WS-OFF-CAL-COUNT        TO WS-SUM-VALUE
006140     WRITE DATE-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
006150
006160*-----------------------------------------------------------*
006170* 9000-TERMINATE - CLOSE FILES. RC=4 WHEN ANY REQUEST WAS
006180*                  REJECTED.
006190*-----------------------------------------------------------*
006200 9000-TERMINATE.
006210     PERFORM 9150-WRITE-AUDIT-LOG
006220     CLOSE DATE-REQUEST
006230     CLOSE DATE-REPORT
006240     CLOSE AUDIT-LOG
006250     CLOSE ERROR-LOG
006260     IF WS-REJECT-COUNT > 0 THEN
006270         MOVE 4 TO RETURN-CODE
006280     END-IF.
006290
006300*-----------------------------------------------------------*
006310* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
006320*                        INITIALIZATION SO THE BATCH-WINDOW
006330*                        REPORT CAN PAIR THIS STEP'S START
006340*                        WITH ITS END.
006350*-----------------------------------------------------------*
006360 9140-WRITE-AUDIT-START.
006370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006380     ACCEPT WS-RUN-TIME FROM TIME
006390     MOVE "DATEDIFF"        TO AUD-PROGRAM-NAME
006400     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
006410     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
006420     MOVE WS-RUN-ID         TO AUD-RUN-ID
006430     MOVE 0                 TO AUD-INPUT-COUNT
006440     MOVE 0                 TO AUD-OUTPUT-COUNT
006450     MOVE "S"               TO AUD-RECORD-TYPE
006460     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
006470
006480*-----------------------------------------------------------*
006490* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
006500*                        AUDITLOG FILE SHARED BY THE WHOLE
006510*                        NIGHTLY SUITE.
006520*-----------------------------------------------------------*
006530 9150-WRITE-AUDIT-LOG.
006540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006550     ACCEPT WS-RUN-TIME FROM TIME
006560     MOVE "DATEDIFF"        TO AUD-PROGRAM-NAME
006570     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
006580     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
006590     MOVE WS-RUN-ID         TO AUD-RUN-ID
006600     MOVE WS-REQUEST-COUNT  TO AUD-INPUT-COUNT
006610     MOVE WS-ANSWER-COUNT   TO AUD-OUTPUT-COUNT
006620     MOVE "E"               TO AUD-RECORD-TYPE
006630     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
