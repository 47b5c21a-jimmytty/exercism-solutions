000470*                  WHICH MADE A TRUNCATED LOAD
000480*                  INDISTINGUISHABLE FROM A DATE OFF THE
000490*                  CALENDAR.
000491* 2026-10-15 MO    CALOUT NOW CARRIES CALGEN'S 4-4-5 FISCAL
000492*                  CALENDAR (LRECL 25 TO 37). THE DAY TABLE
000493*                  KEEPS EACH DAY'S FISCAL YEAR, PERIOD AND
000494*                  PERIOD-END FLAG, AND TWO NEW ENTRIES
000495*                  ANSWER FISCAL-PERIOD-OF-DATE AND
000496*                  FISCAL-PERIOD-LAST-BUS-DAY, SO A BATCH
000497*                  GROUP CLOSING A PERIOD NO LONGER WORKS OUT
000498*                  4-4-5 BOUNDARIES BY HAND.
000499* 2026-10-15 MO    ADD-BUSINESS-DAYS AND BUSINESS-DAYS-BETWEEN
000500*                  NOW OPEN THEIR OWN PARAGRAPHS, SO A PERFORM
000501*                  OF THE PARAGRAPH ABOVE EACH NO LONGER RUNS
000502*                  ON INTO THE ENTRY CODE.
000503* 2026-10-15 MO    ADDED THE REGION-ON-CALENDAR ENTRY, SO A
000504*                  CALLER CAN TELL AN UNKNOWN REGION CODE FROM
000505*                  A DATE OFF THE END OF A KNOWN REGION'S
000506*                  CALENDAR.
000507* 2026-10-15 MO    ADDED THE BUSINESS-DAY-STATUS ENTRY - IS A
000508*                  DATE A BUSINESS DAY, A WEEKEND OR A HOLIDAY
000509*                  ON THE REGION'S CALENDAR.
000510*-----------------------------------------------------------*
000511 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CALENDAR-INPUT ASSIGN TO "CALOUT"
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CALENDAR-INPUT
000600     RECORD CONTAINS 37 CHARACTERS.
000610 01  CALENDAR-INPUT-RECORD.
000620     05 CAL-REGION           PIC X(03).
000630     05 CAL-DATE             PIC 9(08).
000660     05 CAL-BUS-DAY-NO       PIC 9(02).
000670     05 CAL-HOLIDAY-FLAG     PIC X(01).
000680     05 CAL-WEEKEND-FLAG     PIC X(01).
000681     05 CAL-FISCAL-YEAR      PIC 9(04).
000682     05 CAL-FISCAL-PERIOD    PIC 9(02).
000683     05 CAL-FISCAL-WEEK      PIC 9(02).
000684     05 CAL-FISC-BUS-DAY-NO  PIC 9(02).
000685     05 CAL-PERIOD-END-FLAG  PIC X(01).
000686     05 CAL-QUARTER-END-FLAG PIC X(01).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-CAL-IN-STATUS       PIC X(02).
000820         10 WS-DAY-REGION   PIC X(03).
000830         10 WS-DAY-DATE     PIC 9(08).
000840         10 WS-DAY-BUS-FLAG PIC X(01).
000842         10 WS-DAY-FISC-YEAR PIC 9(04).
000844         10 WS-DAY-FISC-PERIOD
000846                            PIC 9(02).
000848         10 WS-DAY-PERIOD-END PIC X(01).
000850 01  WS-DAY-IDX             PIC 9(05) COMP.
000860
000870 01  WS-FIND-REGION         PIC X(03).
000980 01  WS-IDX-2               PIC 9(05) COMP.
000990 01  WS-ANSWER-SWITCH       PIC X(01).
001000     88 WS-ANSWERED                   VALUE "Y".
001003 01  WS-FIND-FISC-YEAR      PIC 9(04).
001006 01  WS-FIND-FISC-PERIOD    PIC 9(02).
001010
001020 LINKAGE SECTION.
001030 01  LK-REGION              PIC X(03).
001040 01  LK-DATE-1              PIC 9(08).
001050 01  LK-DATE-2              PIC 9(08).
001060 01  LK-DAY-SPAN            PIC S9(09).
001063 01  LK-FISCAL-YEAR         PIC 9(04).
001066 01  LK-FISCAL-PERIOD       PIC 9(02).
001068 01  LK-DAY-TYPE            PIC X(01).
001070 01  LK-VALID-SWITCH        PIC X(01).
001080
001090 PROCEDURE DIVISION USING LK-REGION LK-DATE-1 LK-DATE-2
001500*                 BACK "N" WHEN THE WALK LEAVES THE LOADED
001510*                 RANGE.
001520*-----------------------------------------------------------*
001525 3000-ADD-BUSINESS-DAYS-ENTRY.
001530 ENTRY "ADD-BUSINESS-DAYS" USING LK-REGION LK-DATE-1
001540     LK-DAY-SPAN LK-DATE-2 LK-VALID-SWITCH.
001550     PERFORM 1000-LOAD-CALENDAR-ONCE
002020*                 WHEN EQUAL. LK-VALID-SWITCH COMES BACK "N"
002030*                 WHEN EITHER DATE IS OFF THE CALENDAR.
002040*-----------------------------------------------------------*
002045 4000-BUS-DAYS-BETWEEN-ENTRY.
002050 ENTRY "BUSINESS-DAYS-BETWEEN" USING LK-REGION LK-DATE-1
002060     LK-DATE-2 LK-DAY-SPAN LK-VALID-SWITCH.
002070     PERFORM 1000-LOAD-CALENDAR-ONCE
002460         SUBTRACT 1 FROM WS-SPAN-COUNT
002470     END-IF.
002480
002481*-----------------------------------------------------------*
002482* FISCAL-PERIOD-OF-DATE - ENTRY POINT. RETURNS THE FISCAL
002483*                 YEAR AND 4-4-5 PERIOD LK-DATE-1 FALLS IN ON
002484*                 THE REGION'S CALENDAR. LK-VALID-SWITCH COMES
002485*                 BACK "N" WHEN THE DATE IS OFF THE CALENDAR.
002486*-----------------------------------------------------------*
002487 6000-FISCAL-PERIOD-ENTRY.
002488 ENTRY "FISCAL-PERIOD-OF-DATE" USING LK-REGION LK-DATE-1
002489     LK-FISCAL-YEAR LK-FISCAL-PERIOD LK-VALID-SWITCH.
002490     PERFORM 1000-LOAD-CALENDAR-ONCE
002491     MOVE "N" TO LK-VALID-SWITCH
002492     MOVE 0   TO LK-FISCAL-YEAR
002493     MOVE 0   TO LK-FISCAL-PERIOD
002494     MOVE LK-REGION TO WS-FIND-REGION
002495     MOVE LK-DATE-1 TO WS-FIND-DATE
002496     PERFORM 5000-FIND-DATE
002497     IF WS-DATE-FOUND THEN
002498         MOVE WS-DAY-FISC-YEAR (WS-FIND-IDX) TO LK-FISCAL-YEAR
002499         MOVE WS-DAY-FISC-PERIOD (WS-FIND-IDX)
002500             TO LK-FISCAL-PERIOD
002501         MOVE "Y" TO LK-VALID-SWITCH
002502     END-IF
002503     GOBACK.
002504
002505*-----------------------------------------------------------*
002506* FISCAL-PERIOD-LAST-BUS-DAY - ENTRY POINT. RETURNS IN
002507*                 LK-DATE-2 THE LAST BUSINESS DAY OF FISCAL
002508*                 PERIOD LK-FISCAL-PERIOD OF LK-FISCAL-YEAR ON
002509*                 THE REGION'S CALENDAR - THE PERIOD-END DAY
002510*                 ITSELF, OR THE NEAREST BUSINESS DAY BEFORE
002511*                 IT WITHIN THE SAME PERIOD. LK-VALID-SWITCH
002512*                 COMES BACK "N" WHEN THE PERIOD DOES NOT END
002513*                 ON THE LOADED CALENDAR OR HAS NO BUSINESS
002514*                 DAY IN IT.
002515*-----------------------------------------------------------*
002516 7000-FISCAL-LAST-BUS-DAY-ENTRY.
002517 ENTRY "FISCAL-PERIOD-LAST-BUS-DAY" USING LK-REGION
002518     LK-FISCAL-YEAR LK-FISCAL-PERIOD LK-DATE-2 LK-VALID-SWITCH.
002519     PERFORM 1000-LOAD-CALENDAR-ONCE
002520     MOVE "N" TO LK-VALID-SWITCH
002521     MOVE 0   TO LK-DATE-2
002522     MOVE LK-REGION        TO WS-FIND-REGION
002523     MOVE LK-FISCAL-YEAR   TO WS-FIND-FISC-YEAR
002524     MOVE LK-FISCAL-PERIOD TO WS-FIND-FISC-PERIOD
002525     MOVE "N" TO WS-FOUND-SWITCH
002526     MOVE 0   TO WS-FIND-IDX
002527     PERFORM 7100-TEST-ONE-PERIOD-END
002528         VARYING WS-DAY-IDX FROM 1 BY 1
002529         UNTIL WS-DAY-IDX > WS-DAY-COUNT
002530             OR WS-DATE-FOUND
002531     IF WS-DATE-FOUND THEN
002532         MOVE "N" TO WS-ANSWER-SWITCH
002533         MOVE WS-FIND-IDX TO WS-WALK-IDX
002534         PERFORM 7200-TEST-ONE-DAY-BACK
002535             UNTIL WS-ANSWERED
002536                 OR WS-WALK-IDX < 1
002537     END-IF
002538     GOBACK.
002539
002540 7100-TEST-ONE-PERIOD-END.
002541     IF WS-DAY-PERIOD-END (WS-DAY-IDX) = "Y"
002542         AND WS-DAY-REGION (WS-DAY-IDX) = WS-FIND-REGION
002543         AND WS-DAY-FISC-YEAR (WS-DAY-IDX) = WS-FIND-FISC-YEAR
002544         AND WS-DAY-FISC-PERIOD (WS-DAY-IDX)
002545             = WS-FIND-FISC-PERIOD THEN
002546         MOVE "Y" TO WS-FOUND-SWITCH
002547         MOVE WS-DAY-IDX TO WS-FIND-IDX
002548     END-IF.
002549
002550 7200-TEST-ONE-DAY-BACK.
002551     IF WS-DAY-REGION (WS-WALK-IDX) NOT = WS-FIND-REGION
002552         OR WS-DAY-FISC-YEAR (WS-WALK-IDX)
002553             NOT = WS-FIND-FISC-YEAR
002554         OR WS-DAY-FISC-PERIOD (WS-WALK-IDX)
002555             NOT = WS-FIND-FISC-PERIOD THEN
002556         MOVE 0 TO WS-WALK-IDX
002557     ELSE
002558         IF WS-DAY-BUS-FLAG (WS-WALK-IDX) = "Y" THEN
002559             MOVE WS-DAY-DATE (WS-WALK-IDX) TO LK-DATE-2
002560             MOVE "Y" TO LK-VALID-SWITCH
002561             MOVE "Y" TO WS-ANSWER-SWITCH
002562         ELSE
002563             SUBTRACT 1 FROM WS-WALK-IDX
002564         END-IF
002565     END-IF.
002566
002567*-----------------------------------------------------------*
002568* REGION-ON-CALENDAR - ENTRY POINT. LK-VALID-SWITCH COMES
002569*                 BACK "Y" WHEN THE LOADED CALENDAR CARRIES
002570*                 ANY DAY AT ALL FOR LK-REGION, "N" WHEN THE
002571*                 REGION IS UNKNOWN TO IT - SO A CALLER CAN
002572*                 TELL A BAD REGION CODE FROM A DATE THAT IS
002573*                 MERELY OFF THE END OF A REGION'S CALENDAR.
002574*-----------------------------------------------------------*
002575 8000-REGION-ON-CALENDAR-ENTRY.
002576 ENTRY "REGION-ON-CALENDAR" USING LK-REGION LK-VALID-SWITCH.
002577     PERFORM 1000-LOAD-CALENDAR-ONCE
002578     MOVE "N" TO LK-VALID-SWITCH
002579     PERFORM 8100-TEST-ONE-REGION
002580         VARYING WS-DAY-IDX FROM 1 BY 1
002581         UNTIL WS-DAY-IDX > WS-DAY-COUNT
002582             OR LK-VALID-SWITCH = "Y"
002583     GOBACK.
002584
002585 8100-TEST-ONE-REGION.
002586     IF WS-DAY-REGION (WS-DAY-IDX) = LK-REGION THEN
002587         MOVE "Y" TO LK-VALID-SWITCH
002588     END-IF.
002589
002590*-----------------------------------------------------------*
002591* 1000-LOAD-CALENDAR-ONCE - ON THE FIRST CALL OF THE RUN,
002592*                 READ THE WHOLE CALOUT CALENDAR INTO THE
002593*                 DAY TABLE. A DAY IS A BUSINESS DAY WHEN
002594*                 IT IS NEITHER A WEEKEND NOR A HOLIDAY ON
002595*                 THE GENERATED CALENDAR. LATER CALLS FIND
002596*                 THE TABLE ALREADY LOADED.
002597*-----------------------------------------------------------*
002598 1000-LOAD-CALENDAR-ONCE.
002599     IF NOT WS-CALENDAR-LOADED THEN
002600         MOVE "Y" TO WS-LOADED-SWITCH
002601         MOVE "N" TO WS-CAL-EOF-SWITCH
002610         OPEN INPUT CALENDAR-INPUT
002620         IF WS-CAL-IN-OK THEN
002630             PERFORM 1100-LOAD-ONE-CALENDAR-DAY
002760             MOVE CAL-REGION
002770                 TO WS-DAY-REGION (WS-DAY-COUNT)
002780             MOVE CAL-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
002781             MOVE CAL-FISCAL-YEAR
002782                 TO WS-DAY-FISC-YEAR (WS-DAY-COUNT)
002783             MOVE CAL-FISCAL-PERIOD
002784                 TO WS-DAY-FISC-PERIOD (WS-DAY-COUNT)
002785             MOVE CAL-PERIOD-END-FLAG
002786                 TO WS-DAY-PERIOD-END (WS-DAY-COUNT)
002790             IF CAL-HOLIDAY-FLAG = "N"
002800                 AND CAL-WEEKEND-FLAG = "N" THEN
002810                 MOVE "Y" TO WS-DAY-BUS-FLAG (WS-DAY-COUNT)
002814             ELSE
002818                 IF CAL-HOLIDAY-FLAG NOT = "N" THEN
002822                     MOVE "H" TO WS-DAY-BUS-FLAG (WS-DAY-COUNT)
002826                 ELSE
002830                     MOVE "W" TO WS-DAY-BUS-FLAG (WS-DAY-COUNT)
002834                 END-IF
002840             END-IF
002850         ELSE
002860             DISPLAY "BUSDAY - DAY TABLE FULL AT 12000 - "
003120         MOVE "Y" TO WS-FOUND-SWITCH
003130         MOVE WS-DAY-IDX TO WS-FIND-IDX
003140     END-IF.
003150
003160*-----------------------------------------------------------*
003170* BUSINESS-DAY-STATUS - ENTRY POINT. RETURNS IN LK-DAY-TYPE
003180*                 "B" WHEN LK-DATE-1 IS A BUSINESS DAY ON THE
003190*                 REGION'S CALENDAR, "W" FOR A WEEKEND AND "H"
003200*                 FOR A HOLIDAY (A HOLIDAY THAT FALLS ON A
003210*                 WEEKEND COMES BACK "H"). LK-VALID-SWITCH COMES
003220*                 BACK "N", WITH LK-DAY-TYPE BLANK, WHEN THE DATE
003230*                 IS OFF THE CALENDAR.
003240*-----------------------------------------------------------*
003250 8500-BUS-DAY-STATUS-ENTRY.
003260 ENTRY "BUSINESS-DAY-STATUS" USING LK-REGION LK-DATE-1
003270     LK-DAY-TYPE LK-VALID-SWITCH.
003280     PERFORM 1000-LOAD-CALENDAR-ONCE
003290     MOVE "N" TO LK-VALID-SWITCH
003300     MOVE SPACE TO LK-DAY-TYPE
003310     MOVE LK-REGION TO WS-FIND-REGION
003320     MOVE LK-DATE-1 TO WS-FIND-DATE
003330     PERFORM 5000-FIND-DATE
003340     IF WS-DATE-FOUND THEN
003350         IF WS-DAY-BUS-FLAG (WS-FIND-IDX) = "Y" THEN
003360             MOVE "B" TO LK-DAY-TYPE
003370         ELSE
003380             MOVE WS-DAY-BUS-FLAG (WS-FIND-IDX) TO LK-DAY-TYPE
003390         END-IF
003400         MOVE "Y" TO LK-VALID-SWITCH
003410     END-IF
003420     GOBACK.
