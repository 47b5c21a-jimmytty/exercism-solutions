000730*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000740*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000750*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000751* 2026-10-15 MO    FINANCE RUNS ON A 4-4-5 FISCAL CALENDAR
000752*                  THAT DOES NOT LINE UP WITH CALENDAR
000753*                  MONTHS. EVERY CALOUT DATE NOW ALSO CARRIES
000754*                  ITS FISCAL YEAR, FISCAL PERIOD, FISCAL WEEK,
000755*                  AND BUSINESS DAY WITHIN THE FISCAL PERIOD,
000756*                  WITH FISCAL PERIOD-END AND QUARTER-END
000757*                  DATES FLAGGED (LRECL 25 TO 37). A REGION'S
000758*                  FISCAL YEAR STARTS ON THE FISCPARM WEEKDAY
000759*                  NEAREST THE FIRST OF ITS FISCPARM MONTH AND
000760*                  RUNS 52 OR 53 WHOLE WEEKS, CUT INTO FOUR
000761*                  13-WEEK QUARTERS OF 4, 4 AND 5 WEEKS - A
000762*                  53RD WEEK FALLING IN PERIOD 12. A REGION
000763*                  WITH NO FISCPARM RECORD STARTS ON THE
000764*                  MONDAY NEAREST 1 JANUARY. THE FISCAL YEAR
000765*                  IS NAMED FOR THE CALENDAR YEAR IT STARTS
000766*                  IN.
000767* 2026-10-15 MO    A RANGE STARTING 1 JANUARY PART WAY INTO A
000768*                  FISCAL PERIOD NUMBERED ITS BUSINESS DAYS
000769*                  FROM ONE. THE FISCAL YEAR'S DAYS BEFORE THE
000770*                  RANGE ARE NOW WALKED FIRST TO SEED THE
000771*                  PERIOD AND ITS BUSINESS-DAY COUNT, AND
000772*                  HOLIDAY RULES ARE EXPANDED FOR THE YEAR
000773*                  BEFORE THE RANGE TOO SO THAT WALK SEES THEM.
000774*-----------------------------------------------------------*
000775 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT CAL-PARM ASSIGN TO "CALPARM"
000830     SELECT HOLIDAY-INPUT ASSIGN TO "HOLIDAYS"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-HOLIDAY-IN-STATUS.
000852     SELECT FISCAL-PARM ASSIGN TO "FISCPARM"
000854         ORGANIZATION IS LINE SEQUENTIAL
000856         FILE STATUS IS WS-FISCAL-PARM-STATUS.
000860     SELECT CALENDAR-OUTPUT ASSIGN TO "CALOUT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-CAL-OUT-STATUS.
001200     05 HO-DAY               PIC 9(02).
001210     05 FILLER               PIC X(03).
001220
001221* ONE RECORD PER REGION: THE MONTH ITS FISCAL YEAR STARTS IN
001222* AND THE WEEKDAY (1 MONDAY - 7 SUNDAY) EVERY FISCAL WEEK
001223* STARTS ON.
001224 FD  FISCAL-PARM
001225     RECORD CONTAINS 6 CHARACTERS.
001226 01  FISCAL-PARM-RECORD.
001227     05 FP-REGION            PIC X(03).
001228     05 FP-START-MONTH       PIC 9(02).
001229     05 FP-START-DOW         PIC 9(01).
001230
001231 FD  CALENDAR-OUTPUT
001240     RECORD CONTAINS 37 CHARACTERS.
001250 01  CALENDAR-OUTPUT-RECORD.
001260     05 CAL-REGION           PIC X(03).
001270     05 CAL-DATE             PIC 9(08).
001300     05 CAL-BUS-DAY-NO       PIC 9(02).
001310     05 CAL-HOLIDAY-FLAG     PIC X(01).
001320     05 CAL-WEEKEND-FLAG     PIC X(01).
001321     05 CAL-FISCAL-YEAR      PIC 9(04).
001322     05 CAL-FISCAL-PERIOD    PIC 9(02).
001323     05 CAL-FISCAL-WEEK      PIC 9(02).
001324     05 CAL-FISC-BUS-DAY-NO  PIC 9(02).
001325     05 CAL-PERIOD-END-FLAG  PIC X(01).
001326     05 CAL-QUARTER-END-FLAG PIC X(01).
001330
001340 FD  AUDIT-LOG
001350     RECORD CONTAINS 80 CHARACTERS.
001470     88 WS-CAL-PARM-OK                VALUE "00".
001480 01  WS-HOLIDAY-IN-STATUS   PIC X(02).
001490     88 WS-HOLIDAY-IN-OK              VALUE "00".
001493 01  WS-FISCAL-PARM-STATUS  PIC X(02).
001496     88 WS-FISCAL-PARM-OK             VALUE "00".
001500 01  WS-CAL-OUT-STATUS      PIC X(02).
001510     88 WS-CAL-OUT-OK                 VALUE "00".
001520 01  WS-AUDIT-STATUS        PIC X(02).
001560     88 WS-PARM-VALID                 VALUE "Y".
001570 01  WS-HOLIDAY-EOF-SWITCH  PIC X(01) VALUE "N".
001580     88 WS-NO-MORE-HOLIDAYS           VALUE "Y".
001583 01  WS-FISCAL-EOF-SWITCH   PIC X(01) VALUE "N".
001586     88 WS-NO-MORE-FISCAL             VALUE "Y".
001590
001600 01  WS-START-YEAR          PIC 9(04).
001610 01  WS-END-YEAR            PIC 9(04).
001720         10 WS-RUL-DAY      PIC 9(02).
001730 01  WS-RULE-IDX            PIC 9(03) COMP.
001740 01  WS-RULE-YEAR           PIC 9(04).
001745 01  WS-RULE-FIRST-YEAR     PIC 9(04).
001750 01  WS-EXP-BUILD.
001760     05 WS-EXP-YEAR         PIC 9(04).
001770     05 WS-EXP-MONTH        PIC 9(02).
002290 01  WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAMES.
002300     05 WS-DOW-NAME         PIC X(09) OCCURS 7 TIMES.
002310
002311* FISCAL-YEAR STARTS PER REGION, FROM FISCPARM.
002312 01  WS-FISC-PARM-COUNT     PIC 9(02) COMP VALUE 0.
002313 01  WS-FISC-PARM-TABLE.
002314     05 WS-FISC-PARM-ENTRY OCCURS 10 TIMES.
002315         10 WS-FPT-REGION   PIC X(03).
002316         10 WS-FPT-MONTH    PIC 9(02).
002317         10 WS-FPT-DOW      PIC 9(01).
002318 01  WS-FPT-IDX             PIC 9(02) COMP.
002319 01  WS-FISC-FOUND-SW       PIC X(01).
002320     88 WS-FISC-FOUND                VALUE "Y".
002321
002322* THE CURRENT REGION'S FISCAL CALENDAR AS THE WALK GOES.
002323 01  WS-FISC-MONTH          PIC 9(02).
002324 01  WS-FISC-DOW            PIC 9(01).
002325 01  WS-FISC-YEAR           PIC 9(04).
002326 01  WS-FISC-START          PIC 9(08).
002327 01  WS-FISC-NEXT-START     PIC 9(08).
002328 01  WS-FISC-WEEKS          PIC 9(02) COMP.
002329 01  WS-FISC-DAY-NO         PIC 9(03) COMP.
002330 01  WS-FISC-WEEK           PIC 9(02) COMP.
002331 01  WS-FISC-WEEK-DAY       PIC 9(01) COMP.
002332 01  WS-FISC-PERIOD         PIC 9(02) COMP.
002333 01  WS-FISC-LAST-PERIOD    PIC 9(02) COMP.
002334 01  WS-FISC-BUS-DAY-NO     PIC 9(02).
002335 01  WS-FISC-END-WEEK       PIC 9(02) COMP.
002336 01  WS-FISC-WORK           PIC 9(03) COMP.
002337 01  WS-FISC-REM            PIC 9(02) COMP.
002338 01  WS-FY-YEAR             PIC 9(04).
002339 01  WS-FY-START            PIC 9(08).
002340 01  WS-FY-BUILD.
002341     05 WS-FY-BASE-YEAR     PIC 9(04).
002342     05 WS-FY-BASE-MONTH    PIC 9(02).
002343     05 WS-FY-BASE-DAY      PIC 9(02).
002344 01  WS-FY-BASE REDEFINES WS-FY-BUILD
002345                            PIC 9(08).
002346 01  WS-FY-BASE-DOW         PIC 9(01).
002347 01  WS-FY-SHIFT            PIC S9(09).
002348 01  WS-FY-SPAN             PIC S9(09).
002349 01  WS-LEAD-END            PIC 9(08).
002350 01  WS-LEAD-DATE           PIC 9(08).
002351 01  WS-LEAD-STEP           PIC S9(09) VALUE +1.
002352
002353* THE LAST FISCAL WEEK OF EACH 4-4-5 PERIOD.
002354 01  WS-PERIOD-END-WEEKS.
002355     05 FILLER PIC 9(02) VALUE 04.
002356     05 FILLER PIC 9(02) VALUE 08.
002357     05 FILLER PIC 9(02) VALUE 13.
002358     05 FILLER PIC 9(02) VALUE 17.
002359     05 FILLER PIC 9(02) VALUE 21.
002360     05 FILLER PIC 9(02) VALUE 26.
002361     05 FILLER PIC 9(02) VALUE 30.
002362     05 FILLER PIC 9(02) VALUE 34.
002363     05 FILLER PIC 9(02) VALUE 39.
002364     05 FILLER PIC 9(02) VALUE 43.
002365     05 FILLER PIC 9(02) VALUE 47.
002366     05 FILLER PIC 9(02) VALUE 52.
002367 01  WS-PERIOD-END-TABLE REDEFINES WS-PERIOD-END-WEEKS.
002368     05 WS-PERIOD-END-WEEK  PIC 9(02) OCCURS 12 TIMES.
002369
002370 01  WS-RUN-DATE            PIC 9(08).
002371 01  WS-RUN-TIME            PIC 9(08).
002372
002373 COPY AUDITLOG.
002374
002375 PROCEDURE DIVISION.
002380*-----------------------------------------------------------*
002390* 0000-MAINLINE
002400*-----------------------------------------------------------*
002760     END-IF
002770     IF WS-PARM-VALID THEN
002780         PERFORM 1200-LOAD-HOLIDAY-TABLE
002785         PERFORM 1400-LOAD-FISCAL-PARM
002790         OPEN OUTPUT CALENDAR-OUTPUT
002800     END-IF.
002810
004040*-----------------------------------------------------------*
004050* 1300-EXPAND-HOLIDAY-RULES - TURN EVERY STAGED RULE INTO
004060*                   ONE CONCRETE DATE PER YEAR OF THE
004066*                   CALPARM RANGE, AND OF THE YEAR BEFORE IT
004072*                   FOR THE FISCAL LEAD-IN, FILED INTO THE SAME
004080*                   LOOKUP TABLE THE FIXED DATES USE.
004090*-----------------------------------------------------------*
004100 1300-EXPAND-HOLIDAY-RULES.
004105     COMPUTE WS-RULE-FIRST-YEAR = WS-START-YEAR - 1
004110     PERFORM 1310-EXPAND-RULES-ONE-YEAR
004120         VARYING WS-RULE-YEAR FROM WS-RULE-FIRST-YEAR BY 1
004130         UNTIL WS-RULE-YEAR > WS-END-YEAR.
004140
004150 1310-EXPAND-RULES-ONE-YEAR.
005010             "IGNORING " WS-EXP-DATE
005020     END-IF.
005030
005031*-----------------------------------------------------------*
005032* 1400-LOAD-FISCAL-PARM - READ THE OPTIONAL FISCPARM FILE OF
005033*                   PER-REGION FISCAL-YEAR STARTS. A RECORD
005034*                   WITH A MONTH OUTSIDE 1-12, A WEEKDAY
005035*                   OUTSIDE 1-7, OR A REGION ALREADY GIVEN IS
005036*                   NOTED ON THE CONSOLE AND DROPPED.
005037*-----------------------------------------------------------*
005038 1400-LOAD-FISCAL-PARM.
005039     OPEN INPUT FISCAL-PARM
005040     IF WS-FISCAL-PARM-OK THEN
005041         PERFORM 1450-READ-ONE-FISCAL-PARM
005042             UNTIL WS-NO-MORE-FISCAL
005043         CLOSE FISCAL-PARM
005044     END-IF.
005045
005046 1450-READ-ONE-FISCAL-PARM.
005047     READ FISCAL-PARM
005048         AT END MOVE "Y" TO WS-FISCAL-EOF-SWITCH
005049     END-READ
005050     IF NOT WS-NO-MORE-FISCAL THEN
005051         MOVE FP-REGION TO WS-CURRENT-REGION
005052         PERFORM 2160-FIND-FISCAL-PARM
005053         EVALUATE TRUE
005054             WHEN FP-START-MONTH NOT NUMERIC
005055                 OR FP-START-DOW NOT NUMERIC
005056                 OR FP-START-MONTH < 1 OR FP-START-MONTH > 12
005057                 OR FP-START-DOW < 1 OR FP-START-DOW > 7
005058                 DISPLAY "CALGEN - FISCPARM START OUT OF "
005059                     "RANGE - IGNORING " FISCAL-PARM-RECORD
005060             WHEN WS-FISC-FOUND
005061                 DISPLAY "CALGEN - FISCPARM REGION REPEATED "
005062                     "- IGNORING " FISCAL-PARM-RECORD
005063             WHEN WS-FISC-PARM-COUNT >= 10
005064                 DISPLAY "CALGEN - FISCPARM TABLE FULL AT 10 "
005065                     "- IGNORING " FISCAL-PARM-RECORD
005066             WHEN OTHER
005067                 ADD 1 TO WS-FISC-PARM-COUNT
005068                 MOVE FP-REGION
005069                     TO WS-FPT-REGION (WS-FISC-PARM-COUNT)
005070                 MOVE FP-START-MONTH
005071                     TO WS-FPT-MONTH (WS-FISC-PARM-COUNT)
005072                 MOVE FP-START-DOW
005073                     TO WS-FPT-DOW (WS-FISC-PARM-COUNT)
005074         END-EVALUATE
005075     END-IF.
005076
005077*-----------------------------------------------------------*
005078* 2000-GENERATE-CALENDAR - ONE FULL CALENDAR PER REGION, EACH
005079*                   A WALK OF EVERY YEAR OF THE RANGE. A
005080*                   RUN THAT SUPPLIED NO REGIONS GENERATES
005081*                   THE SINGLE HISTORIC BLANK-CODED REGION.
005090*-----------------------------------------------------------*
005100 2000-GENERATE-CALENDAR.
005110     IF WS-REGION-COUNT = 0 THEN
005220*-----------------------------------------------------------*
005230 2100-GENERATE-ONE-REGION.
005240     MOVE WS-REGION-CODE (WS-REGION-IDX) TO WS-CURRENT-REGION
005245     PERFORM 2150-START-FISCAL-CALENDAR
005250     PERFORM 2200-GENERATE-ONE-YEAR
005260         VARYING WS-YEAR FROM WS-START-YEAR BY 1
005270         UNTIL WS-YEAR > WS-END-YEAR.
005280
005281*-----------------------------------------------------------*
005282* 2150-START-FISCAL-CALENDAR - TAKE THE REGION'S FISCAL-YEAR
005283*                   START AND FIND THE FISCAL YEAR THE FIRST
005284*                   DATE OF THE RANGE FALLS IN - WHICH MAY
005285*                   HAVE STARTED IN THE YEAR BEFORE. THAT FISCAL
005286*                   YEAR'S DAYS BEFORE THE RANGE ARE WALKED, NOT
005287*                   WRITTEN, SO THE FIRST DATE WRITTEN CARRIES
005288*                   ITS PERIOD'S BUSINESS-DAY COUNT SO FAR.
005289*-----------------------------------------------------------*
005290 2150-START-FISCAL-CALENDAR.
005291     PERFORM 2160-FIND-FISCAL-PARM
005292     IF WS-FISC-FOUND THEN
005293         MOVE WS-FPT-MONTH (WS-FPT-IDX) TO WS-FISC-MONTH
005294         MOVE WS-FPT-DOW (WS-FPT-IDX)   TO WS-FISC-DOW
005295     ELSE
005296         MOVE 01 TO WS-FISC-MONTH
005297         MOVE 1  TO WS-FISC-DOW
005298         DISPLAY "CALGEN - NO FISCPARM START FOR REGION "
005299             WS-CURRENT-REGION " - MONDAY NEAREST 1 JANUARY "
005300             "USED"
005301     END-IF
005302     MOVE WS-START-YEAR TO WS-DATE-YEAR
005303     MOVE 01            TO WS-DATE-MONTH
005304     MOVE 01            TO WS-DATE-DAY
005305     MOVE WS-START-YEAR TO WS-FY-YEAR
005306     PERFORM 2170-FIND-FISCAL-YEAR-START
005307     IF WS-DATE-NUM < WS-FY-START THEN
005308         SUBTRACT 1 FROM WS-FY-YEAR
005309         PERFORM 2170-FIND-FISCAL-YEAR-START
005310     END-IF
005311     PERFORM 2180-OPEN-FISCAL-YEAR
005312     MOVE WS-DATE-NUM   TO WS-LEAD-END
005313     MOVE WS-FISC-START TO WS-DATE-NUM
005314     PERFORM 2190-LEAD-IN-ONE-DAY
005315         UNTIL WS-DATE-NUM >= WS-LEAD-END.
005316
005317 2160-FIND-FISCAL-PARM.
005318     MOVE "N" TO WS-FISC-FOUND-SW
005319     PERFORM 2165-FISCAL-PARM-CHECK
005320         VARYING WS-FPT-IDX FROM 1 BY 1
005321         UNTIL WS-FPT-IDX > WS-FISC-PARM-COUNT
005322             OR WS-FISC-FOUND
005323     IF WS-FISC-FOUND THEN
005324         SUBTRACT 1 FROM WS-FPT-IDX
005325     END-IF.
005326
005327 2165-FISCAL-PARM-CHECK.
005328     IF WS-FPT-REGION (WS-FPT-IDX) = WS-CURRENT-REGION THEN
005329         MOVE "Y" TO WS-FISC-FOUND-SW
005330     END-IF.
005331
005332*-----------------------------------------------------------*
005333* 2170-FIND-FISCAL-YEAR-START - FISCAL YEAR WS-FY-YEAR STARTS
005334*                   ON THE REGION'S WEEK-START DAY NEAREST
005335*                   THE FIRST OF ITS START MONTH - UP TO THREE
005336*                   DAYS EITHER SIDE - FOUND THROUGH LEAP'S
005337*                   DAY-OF-WEEK AND DATE-ADD-DAYS.
005338*-----------------------------------------------------------*
005339 2170-FIND-FISCAL-YEAR-START.
005340     MOVE WS-FY-YEAR    TO WS-FY-BASE-YEAR
005341     MOVE WS-FISC-MONTH TO WS-FY-BASE-MONTH
005342     MOVE 01            TO WS-FY-BASE-DAY
005343     CALL "DAY-OF-WEEK" USING WS-FY-BASE WS-FY-BASE-DOW
005344     COMPUTE WS-FY-SHIFT = FUNCTION MOD
005345         (WS-FISC-DOW - WS-FY-BASE-DOW + 7, 7)
005346     IF WS-FY-SHIFT > 3 THEN
005347         SUBTRACT 7 FROM WS-FY-SHIFT
005348     END-IF
005349     CALL "DATE-ADD-DAYS" USING WS-FY-BASE WS-FY-SHIFT
005350         WS-FY-START.
005351
005352*-----------------------------------------------------------*
005353* 2180-OPEN-FISCAL-YEAR - MAKE WS-FY-YEAR, STARTING
005354*                   WS-FY-START, THE CURRENT FISCAL YEAR: FIND
005355*                   WHERE THE NEXT ONE STARTS AND SO WHETHER
005356*                   THIS ONE RUNS 52 WEEKS OR 53.
005357*-----------------------------------------------------------*
005358 2180-OPEN-FISCAL-YEAR.
005359     MOVE WS-FY-YEAR  TO WS-FISC-YEAR
005360     MOVE WS-FY-START TO WS-FISC-START
005361     ADD 1 TO WS-FY-YEAR
005362     PERFORM 2170-FIND-FISCAL-YEAR-START
005363     MOVE WS-FY-START TO WS-FISC-NEXT-START
005364     CALL "DAYS-BETWEEN" USING WS-FISC-START WS-FISC-NEXT-START
005365         WS-FY-SPAN
005366     DIVIDE WS-FY-SPAN BY 7 GIVING WS-FISC-WEEKS
005367     MOVE 0 TO WS-FISC-LAST-PERIOD
005368     MOVE 0 TO WS-FISC-BUS-DAY-NO.
005369
005370*-----------------------------------------------------------*
005371* 2190-LEAD-IN-ONE-DAY - PLACE ONE FISCAL-YEAR DAY BEFORE THE
005372*                   RANGE IN THE FISCAL CALENDAR EXACTLY AS
005373*                   2400 WOULD, WITHOUT WRITING IT, THEN STEP
005374*                   TO THE NEXT DAY THROUGH LEAP'S DATE-ADD-DAYS.
005375*-----------------------------------------------------------*
005376 2190-LEAD-IN-ONE-DAY.
005377     CALL "DAY-OF-WEEK" USING WS-DATE-NUM WS-DOW-NUM
005378     PERFORM 2500-CHECK-HOLIDAY
005379     PERFORM 2600-ASSIGN-FISCAL-DAY
005380     CALL "DATE-ADD-DAYS" USING WS-DATE-NUM WS-LEAD-STEP
005381         WS-LEAD-DATE
005382     MOVE WS-LEAD-DATE TO WS-DATE-NUM.
005383
005384*-----------------------------------------------------------*
005385* 2200-GENERATE-ONE-YEAR - EMIT EVERY DAY OF ONE YEAR.
005386*-----------------------------------------------------------*
005387 2200-GENERATE-ONE-YEAR.
005388     PERFORM 2300-GENERATE-ONE-MONTH
005389         VARYING WS-MONTH FROM 1 BY 1
005390         UNTIL WS-MONTH > 12.
005391
005392*-----------------------------------------------------------*
005393* 2300-GENERATE-ONE-MONTH - EMIT EVERY DAY OF ONE MONTH.
005394*                   THE BUSINESS-DAY COUNTER RESTARTS WITH
005400*                   EACH MONTH.
005410*-----------------------------------------------------------*
005420 2300-GENERATE-ONE-MONTH.
005820     ELSE
005830         MOVE 0 TO CAL-BUS-DAY-NO
005840     END-IF
005845     PERFORM 2600-ASSIGN-FISCAL-DAY
005850     WRITE CALENDAR-OUTPUT-RECORD.
005860
005870*-----------------------------------------------------------*
006030         THEN
006040         MOVE "Y" TO WS-HOLIDAY-FOUND-SW
006050     END-IF.
006051
006052*-----------------------------------------------------------*
006053* 2600-ASSIGN-FISCAL-DAY - PLACE THE CURRENT DATE IN THE
006054*                   REGION'S FISCAL CALENDAR. THE FISCAL WEEK
006055*                   COMES FROM THE DAYS SINCE THE FISCAL YEAR
006056*                   STARTED AND THE PERIOD FROM THE 4-4-5 WEEK
006057*                   TABLE, A 53RD WEEK JOINING PERIOD 12. THE
006058*                   LAST DAY OF A PERIOD'S LAST WEEK IS ITS
006059*                   PERIOD END, AND A QUARTER END TOO AFTER
006060*                   PERIODS 3, 6, 9 AND 12. THE BUSINESS-DAY
006061*                   COUNTER WITHIN THE PERIOD RESTARTS WITH
006062*                   EACH PERIOD AND, LIKE THE MONTHLY ONE,
006063*                   CARRIES ZERO ON WEEKENDS AND HOLIDAYS.
006064*-----------------------------------------------------------*
006065 2600-ASSIGN-FISCAL-DAY.
006066     IF WS-DATE-NUM >= WS-FISC-NEXT-START THEN
006067         MOVE WS-FISC-NEXT-START TO WS-FY-START
006068         PERFORM 2180-OPEN-FISCAL-YEAR
006069     END-IF
006070     CALL "DAYS-BETWEEN" USING WS-FISC-START WS-DATE-NUM
006071         WS-FY-SPAN
006072     MOVE WS-FY-SPAN TO WS-FISC-DAY-NO
006073     DIVIDE WS-FISC-DAY-NO BY 7 GIVING WS-FISC-WEEK
006074         REMAINDER WS-FISC-WEEK-DAY
006075     ADD 1 TO WS-FISC-WEEK
006076     MOVE 1 TO WS-FISC-PERIOD
006077     PERFORM 2650-STEP-TO-NEXT-PERIOD
006078         UNTIL WS-FISC-PERIOD = 12
006079             OR WS-FISC-WEEK <=
006080                 WS-PERIOD-END-WEEK (WS-FISC-PERIOD)
006081     IF WS-FISC-PERIOD = 12 THEN
006082         MOVE WS-FISC-WEEKS TO WS-FISC-END-WEEK
006083     ELSE
006084         MOVE WS-PERIOD-END-WEEK (WS-FISC-PERIOD)
006085             TO WS-FISC-END-WEEK
006086     END-IF
006087     IF WS-FISC-PERIOD NOT = WS-FISC-LAST-PERIOD THEN
006088         MOVE WS-FISC-PERIOD TO WS-FISC-LAST-PERIOD
006089         MOVE 0 TO WS-FISC-BUS-DAY-NO
006090     END-IF
006091     MOVE WS-FISC-YEAR   TO CAL-FISCAL-YEAR
006092     MOVE WS-FISC-PERIOD TO CAL-FISCAL-PERIOD
006093     MOVE WS-FISC-WEEK   TO CAL-FISCAL-WEEK
006094     IF WS-DOW-NUM <= 5 AND NOT WS-HOLIDAY-FOUND THEN
006095         ADD 1 TO WS-FISC-BUS-DAY-NO
006096         MOVE WS-FISC-BUS-DAY-NO TO CAL-FISC-BUS-DAY-NO
006097     ELSE
006098         MOVE 0 TO CAL-FISC-BUS-DAY-NO
006099     END-IF
006100     MOVE "N" TO CAL-PERIOD-END-FLAG
006101     MOVE "N" TO CAL-QUARTER-END-FLAG
006102     IF WS-FISC-WEEK-DAY = 6
006103         AND WS-FISC-WEEK = WS-FISC-END-WEEK THEN
006104         MOVE "Y" TO CAL-PERIOD-END-FLAG
006105         DIVIDE WS-FISC-PERIOD BY 3 GIVING WS-FISC-WORK
006106             REMAINDER WS-FISC-REM
006107         IF WS-FISC-REM = 0 THEN
006108             MOVE "Y" TO CAL-QUARTER-END-FLAG
006109         END-IF
006110     END-IF.
006111
006112 2650-STEP-TO-NEXT-PERIOD.
006113     ADD 1 TO WS-FISC-PERIOD.
006114
006115*-----------------------------------------------------------*
006116* 9000-TERMINATE - CLOSE FILES.
006117*-----------------------------------------------------------*
006118 9000-TERMINATE.
006119     PERFORM 9150-WRITE-AUDIT-LOG
006120     IF WS-PARM-VALID THEN
006130         CLOSE CALENDAR-OUTPUT
006140     END-IF
