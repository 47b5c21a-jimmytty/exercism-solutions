000330*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000340*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000350*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000351* 2026-10-15 LA    EVENT-MASTER RECORD 71 TO 76 AND EVENT-INPUT
000352*                  72 TO 77 FOR EACH EVENT'S TABLE COUNT AND
000353*                  SEATS PER TABLE, WHICH THE NEW SEATPLAN STEP
000354*                  SEATS THE ROSTER AGAINST. A BLANK FIGURE
000355*                  FILES AS ZERO - NO SEATING PLAN - SO
000356*                  EXISTING EVENTIN FEEDS STILL LOAD.
000357* 2026-10-15 LA    EACH ADDED OR CHANGED EVENT DATE IS NOW CHECKED
000358*                  AGAINST THE CALOUT CALENDAR FOR THE VENUE'S
000359*                  REGION (NEW VENUPARM VENUE-TO-REGION TABLE)
000360*                  VIA BUSDAY'S BUSINESS-DAY-STATUS ENTRY, AND
000361*                  AGAINST THE RUN DATE. THE NEW EVTPOLCY PARM
000362*                  SAYS, SEPARATELY FOR A NON-BUSINESS OR
000363*                  OFF-CALENDAR DATE AND FOR A DATE ALREADY PAST,
000364*                  WHETHER TO WARN (FILE THE EVENT AND LOG IT),
000365*                  REJECT, OR NOT CHECK. A MISSING EVTPOLCY WARNS
000366*                  ON BOTH. A CHANGE IS CHECKED ONLY WHEN IT MOVES
000367*                  THE DATE OR THE VENUE. WARNINGS GO TO ERRORLOG
000368*                  AND SET RC=4 LIKE REJECTS.
000369*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000540     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RUN-ID-F-STATUS.
000561     SELECT VENUE-PARM ASSIGN TO "VENUPARM"
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS WS-VENUE-PARM-STATUS.
000564     SELECT POLICY-PARM ASSIGN TO "EVTPOLCY"
000565         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-POLICY-PARM-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EVENT-INPUT
000600     RECORD CONTAINS 77 CHARACTERS.
000610 01  EVENT-INPUT-RECORD.
000620     05 ET-ACTION            PIC X(01).
000630         88 ET-IS-ADD                  VALUE "A".
000680     05 ET-EVENT-DATE        PIC 9(08).
000690     05 ET-VENUE             PIC X(20).
000700     05 ET-FAVOR-BUDGET      PIC 9(05).
000703     05 ET-TABLE-COUNT       PIC 9(03).
000706     05 ET-SEATS-PER-TABLE   PIC 9(02).
000710
000720 FD  EVENT-MASTER
000730     RECORD CONTAINS 76 CHARACTERS.
000740 01  EVENT-MASTER-RECORD.
000750     05 EM-EVENT-CODE        PIC X(08).
000760     05 EM-EVENT-NAME        PIC X(30).
000770     05 EM-EVENT-DATE        PIC 9(08).
000780     05 EM-VENUE             PIC X(20).
000790     05 EM-FAVOR-BUDGET      PIC 9(05).
000793     05 EM-TABLE-COUNT       PIC 9(03).
000796     05 EM-SEATS-PER-TABLE   PIC 9(02).
000800
000810 FD  AUDIT-LOG
000820     RECORD CONTAINS 80 CHARACTERS.
000900 FD  RUN-ID-FILE
000910     RECORD CONTAINS 15 CHARACTERS.
000920 01  RUN-ID-RECORD           PIC X(15).
000921 FD  VENUE-PARM
000922     RECORD CONTAINS 23 CHARACTERS.
000923 01  VENUE-PARM-RECORD.
000924     05 VP-VENUE             PIC X(20).
000925     05 VP-REGION            PIC X(03).
000926
000927 FD  POLICY-PARM
000928     RECORD CONTAINS 2 CHARACTERS.
000929 01  POLICY-PARM-RECORD.
000930     05 PP-NON-BUS-ACTION    PIC X(01).
000931     05 PP-PAST-ACTION       PIC X(01).
000932 WORKING-STORAGE SECTION.
000940 01  WS-RUN-ID-F-STATUS     PIC X(02).
000950     88 WS-RUN-ID-F-OK                VALUE "00".
000960 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001040     88 WS-AUDIT-OK                    VALUE "00".
001050 01  WS-ERROR-LOG-STATUS     PIC X(02).
001060     88 WS-ERROR-LOG-OK                VALUE "00".
001062 01  WS-VENUE-PARM-STATUS    PIC X(02).
001064     88 WS-VENUE-PARM-OK               VALUE "00".
001066 01  WS-POLICY-PARM-STATUS   PIC X(02).
001068     88 WS-POLICY-PARM-OK              VALUE "00".
001070
001080 01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001090     88 WS-NO-MORE-TRANS               VALUE "Y".
001100
001110 01  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
001120 01  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
001125 01  WS-WARN-COUNT           PIC 9(05) COMP VALUE 0.
001130
001140 01  WS-REJECT-MESSAGE       PIC X(40).
001141* DATE POLICY - W WARN, R REJECT, N NO CHECK. A NON-BUSINESS
001142* DATE AND ONE OFF THE REGION'S CALENDAR SHARE ONE SETTING.
001143 01  WS-NON-BUS-ACTION       PIC X(01) VALUE "W".
001144 01  WS-PAST-ACTION          PIC X(01) VALUE "W".
001145
001146* VENUPARM - VENUE TO CALENDAR REGION. A VENUE OF "*" SETS THE
001147* REGION FOR ANY VENUE NOT LISTED; WITHOUT ONE, AN UNLISTED
001148* VENUE USES THE BLANK CODE OF THE HISTORIC CALENDAR.
001149 01  WS-VENUE-EOF-SWITCH     PIC X(01) VALUE "N".
001150     88 WS-NO-MORE-VENUES              VALUE "Y".
001151 01  WS-VENUE-COUNT          PIC 9(03) COMP VALUE 0.
001152 01  WS-VENUE-TABLE.
001153     05 WS-VENUE-ENTRY OCCURS 200 TIMES.
001154         10 WS-VT-VENUE      PIC X(20).
001155         10 WS-VT-REGION     PIC X(03).
001156 01  WS-VENUE-IDX            PIC 9(03) COMP.
001157 01  WS-DEFAULT-REGION       PIC X(03) VALUE SPACES.
001158 01  WS-EVENT-REGION         PIC X(03).
001159 01  WS-REGION-FOUND-SWITCH  PIC X(01).
001160     88 WS-REGION-FOUND                VALUE "Y".
001161
001162 01  WS-TODAY                PIC 9(08).
001163 01  WS-DAY-TYPE             PIC X(01).
001164 01  WS-CAL-VALID-SWITCH     PIC X(01).
001165 01  WS-CHECK-PAST-SWITCH    PIC X(01).
001166     88 WS-CHECK-PAST                  VALUE "Y".
001167 01  WS-CHECK-CAL-SWITCH     PIC X(01).
001168     88 WS-CHECK-CAL                   VALUE "Y".
001169 01  WS-DATE-REJECT-SWITCH   PIC X(01).
001170     88 WS-DATE-REJECTED               VALUE "Y".
001171 01  WS-ACTION-WORD          PIC X(06).
001172 01  WS-PAST-FINDING         PIC X(25).
001173 01  WS-CAL-FINDING          PIC X(25).
001174 01  WS-FINDING              PIC X(25).
001175
001176 01  WS-RUN-DATE             PIC 9(08).
001177 01  WS-RUN-TIME             PIC 9(08).
001180
001190 COPY AUDITLOG.
001200
001390*-----------------------------------------------------------*
001400 1000-INITIALIZE.
001410     PERFORM 1090-READ-RUN-ID
001412     PERFORM 1100-READ-POLICY-PARM
001414     PERFORM 1200-READ-VENUE-PARM
001416     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001420     OPEN INPUT EVENT-INPUT
001430     OPEN I-O EVENT-MASTER
001440     IF WS-MASTER-ABSENT THEN
001700         CLOSE RUN-ID-FILE
001710     END-IF.
001720
001721*-----------------------------------------------------------*
001722* 1100-READ-POLICY-PARM - AN OPTIONAL EVTPOLCY RECORD SETS THE
001723*                    NON-BUSINESS-DAY AND PAST-DATE ACTIONS
001724*                    (W, R, OR N). A MISSING FILE, OR A LETTER
001725*                    OTHER THAN THOSE THREE, LEAVES THE WARN
001726*                    DEFAULT IN EFFECT.
001727*-----------------------------------------------------------*
001728 1100-READ-POLICY-PARM.
001729     OPEN INPUT POLICY-PARM
001730     IF WS-POLICY-PARM-OK THEN
001731         READ POLICY-PARM
001732             AT END CONTINUE
001733         END-READ
001734         IF WS-POLICY-PARM-OK THEN
001735             IF PP-NON-BUS-ACTION = "W" OR "R" OR "N" THEN
001736                 MOVE PP-NON-BUS-ACTION TO WS-NON-BUS-ACTION
001737             ELSE
001738                 DISPLAY "EVENTMNT - UNKNOWN EVTPOLCY ACTION "
001739                     PP-NON-BUS-ACTION " - WARNING USED"
001740             END-IF
001741             IF PP-PAST-ACTION = "W" OR "R" OR "N" THEN
001742                 MOVE PP-PAST-ACTION TO WS-PAST-ACTION
001743             ELSE
001744                 DISPLAY "EVENTMNT - UNKNOWN EVTPOLCY ACTION "
001745                     PP-PAST-ACTION " - WARNING USED"
001746             END-IF
001747         END-IF
001748         CLOSE POLICY-PARM
001749     END-IF.
001750
001751*-----------------------------------------------------------*
001752* 1200-READ-VENUE-PARM - LOAD THE OPTIONAL VENUPARM TABLE OF
001753*                    VENUE NAMES AND THEIR CALENDAR REGIONS.
001754*                    ENTRIES PAST 200 ARE DISPLAYED AND IGNORED.
001755*-----------------------------------------------------------*
001756 1200-READ-VENUE-PARM.
001757     OPEN INPUT VENUE-PARM
001758     IF WS-VENUE-PARM-OK THEN
001759         PERFORM 1210-READ-ONE-VENUE
001760             UNTIL WS-NO-MORE-VENUES
001761         CLOSE VENUE-PARM
001762     END-IF.
001763
001764 1210-READ-ONE-VENUE.
001765     READ VENUE-PARM
001766         AT END MOVE "Y" TO WS-VENUE-EOF-SWITCH
001767     END-READ
001768     IF NOT WS-NO-MORE-VENUES THEN
001769         IF VP-VENUE = "*" THEN
001770             MOVE VP-REGION TO WS-DEFAULT-REGION
001771         ELSE
001772             IF WS-VENUE-COUNT < 200 THEN
001773                 ADD 1 TO WS-VENUE-COUNT
001774                 MOVE VP-VENUE  TO WS-VT-VENUE (WS-VENUE-COUNT)
001775                 MOVE VP-REGION TO WS-VT-REGION (WS-VENUE-COUNT)
001776             ELSE
001777                 DISPLAY "EVENTMNT - VENUPARM TABLE FULL - VENUE "
001778                     VP-VENUE " IGNORED"
001779             END-IF
001780         END-IF
001781     END-IF.
001782
001783*-----------------------------------------------------------*
001784* 2000-PROCESS-TRANSACTIONS - APPLY ONE TRANSACTION AND
001785*                   READ ON.
001786*-----------------------------------------------------------*
001787 2000-PROCESS-TRANSACTIONS.
001788     ADD 1 TO WS-TRANS-COUNT
001790     EVALUATE TRUE
001800         WHEN ET-IS-ADD
001810             PERFORM 3000-APPLY-ADD
002000     END-READ.
002010
002020*-----------------------------------------------------------*
002025* 3000-APPLY-ADD - FILE A NEW EVENT. A KEY ALREADY ON THE
002030*                   MASTER REJECTS THE TRANSACTION, AS DOES AN
002035*                   EVENT DATE THE DATE POLICY REJECTS.
002040*-----------------------------------------------------------*
002045 3000-APPLY-ADD.
002050     MOVE "ADD"  TO WS-ACTION-WORD
002055     MOVE "Y"    TO WS-CHECK-PAST-SWITCH
002060     MOVE "Y"    TO WS-CHECK-CAL-SWITCH
002065     PERFORM 3300-CHECK-EVENT-DATE
002070     IF NOT WS-DATE-REJECTED THEN
002075         MOVE ET-EVENT-CODE   TO EM-EVENT-CODE
002080         MOVE ET-EVENT-NAME   TO EM-EVENT-NAME
002085         MOVE ET-EVENT-DATE   TO EM-EVENT-DATE
002090         MOVE ET-VENUE        TO EM-VENUE
002095         MOVE ET-FAVOR-BUDGET TO EM-FAVOR-BUDGET
002100         PERFORM 3050-MOVE-SEATING
002105         WRITE EVENT-MASTER-RECORD
002110             INVALID KEY
002115                 MOVE "ADD - EVENT ALREADY ON MASTER"
002120                     TO WS-REJECT-MESSAGE
002125                 PERFORM 4000-LOG-REJECT
002130             NOT INVALID KEY
002135                 PERFORM 3400-LOG-DATE-WARNINGS
002140         END-WRITE
002145     END-IF.
002171
002172*-----------------------------------------------------------*
002173* 3050-MOVE-SEATING - TABLE COUNT AND SEATS PER TABLE. A BLANK
002174*                   OR NON-NUMERIC FIGURE FILES AS ZERO - AN
002175*                   EVENT WITH NO SEATING PLAN.
002176*-----------------------------------------------------------*
002177 3050-MOVE-SEATING.
002178     IF ET-TABLE-COUNT NUMERIC THEN
002179         MOVE ET-TABLE-COUNT     TO EM-TABLE-COUNT
002180     ELSE
002181         MOVE 0                  TO EM-TABLE-COUNT
002182     END-IF
002183     IF ET-SEATS-PER-TABLE NUMERIC THEN
002184         MOVE ET-SEATS-PER-TABLE TO EM-SEATS-PER-TABLE
002185     ELSE
002186         MOVE 0                  TO EM-SEATS-PER-TABLE
002187     END-IF.
002188
002190*-----------------------------------------------------------*
002193* 3100-APPLY-CHANGE - REWRITE AN EXISTING EVENT. THE EVENT
002196*                   DATE IS CHECKED AGAIN ONLY WHEN THE CHANGE
002199*                   MOVES IT - THE CALENDAR CHECK ALSO WHEN IT
002202*                   MOVES THE EVENT TO ANOTHER VENUE - SO A NAME
002205*                   OR BUDGET CORRECTION TO A PAST EVENT STILL
002208*                   FILES QUIETLY.
002211*-----------------------------------------------------------*
002214 3100-APPLY-CHANGE.
002217     MOVE ET-EVENT-CODE   TO EM-EVENT-CODE
002220     READ EVENT-MASTER
002223         INVALID KEY
002226             MOVE "CHANGE - EVENT NOT ON MASTER"
002229                 TO WS-REJECT-MESSAGE
002232             PERFORM 4000-LOG-REJECT
002235         NOT INVALID KEY
002238             PERFORM 3150-CHANGE-EXISTING
002241     END-READ.
002244
002247 3150-CHANGE-EXISTING.
002250     MOVE "CHANGE" TO WS-ACTION-WORD
002253     MOVE "N"      TO WS-CHECK-PAST-SWITCH
002256     MOVE "N"      TO WS-CHECK-CAL-SWITCH
002259     IF EM-EVENT-DATE NOT = ET-EVENT-DATE THEN
002262         MOVE "Y" TO WS-CHECK-PAST-SWITCH
002265         MOVE "Y" TO WS-CHECK-CAL-SWITCH
002268     END-IF
002271     IF EM-VENUE NOT = ET-VENUE THEN
002274         MOVE "Y" TO WS-CHECK-CAL-SWITCH
002277     END-IF
002280     PERFORM 3300-CHECK-EVENT-DATE
002283     IF NOT WS-DATE-REJECTED THEN
002286         MOVE ET-EVENT-NAME   TO EM-EVENT-NAME
002289         MOVE ET-EVENT-DATE   TO EM-EVENT-DATE
002292         MOVE ET-VENUE        TO EM-VENUE
002295         MOVE ET-FAVOR-BUDGET TO EM-FAVOR-BUDGET
002298         PERFORM 3050-MOVE-SEATING
002301         REWRITE EVENT-MASTER-RECORD
002304             INVALID KEY
002307                 MOVE "CHANGE - EVENT NOT ON MASTER"
002310                     TO WS-REJECT-MESSAGE
002313                 PERFORM 4000-LOG-REJECT
002316             NOT INVALID KEY
002319                 PERFORM 3400-LOG-DATE-WARNINGS
002322         END-REWRITE
002325     END-IF.
002340
002350*-----------------------------------------------------------*
002360* 3200-APPLY-DELETE - REMOVE AN EXISTING EVENT.
002440             PERFORM 4000-LOG-REJECT
002450     END-DELETE.
002460
002461*-----------------------------------------------------------*
002462* 3300-CHECK-EVENT-DATE - TEST ET-EVENT-DATE AGAINST THE RUN
002463*                   DATE AND AGAINST THE VENUE REGION'S CALOUT
002464*                   CALENDAR, AS FAR AS THE CHECK SWITCHES AND
002465*                   THE DATE POLICY ASK. A FINDING WHOSE POLICY
002466*                   IS R REJECTS THE TRANSACTION HERE; FINDINGS
002467*                   WHOSE POLICY IS W ARE KEPT FOR 3400 TO LOG
002468*                   ONCE THE EVENT HAS FILED.
002469*-----------------------------------------------------------*
002470 3300-CHECK-EVENT-DATE.
002471     MOVE "N"    TO WS-DATE-REJECT-SWITCH
002472     MOVE SPACES TO WS-PAST-FINDING
002473     MOVE SPACES TO WS-CAL-FINDING
002474     IF WS-CHECK-PAST
002475         AND WS-PAST-ACTION NOT = "N"
002476         AND ET-EVENT-DATE < WS-TODAY THEN
002477         MOVE "DATE ALREADY PAST" TO WS-PAST-FINDING
002478     END-IF
002479     IF WS-CHECK-CAL
002480         AND WS-NON-BUS-ACTION NOT = "N" THEN
002481         PERFORM 3310-FIND-VENUE-REGION
002482         CALL "BUSINESS-DAY-STATUS" USING WS-EVENT-REGION
002483             ET-EVENT-DATE WS-DAY-TYPE WS-CAL-VALID-SWITCH
002484         IF WS-CAL-VALID-SWITCH NOT = "Y" THEN
002485             MOVE "DATE NOT ON CALENDAR" TO WS-CAL-FINDING
002486         ELSE
002487             EVALUATE WS-DAY-TYPE
002488                 WHEN "W"
002489                     MOVE "DATE IS A WEEKEND" TO WS-CAL-FINDING
002490                 WHEN "H"
002491                     MOVE "DATE IS A HOLIDAY" TO WS-CAL-FINDING
002492                 WHEN OTHER
002493                     CONTINUE
002494             END-EVALUATE
002495         END-IF
002496     END-IF
002497     IF WS-PAST-FINDING NOT = SPACES
002498         AND WS-PAST-ACTION = "R" THEN
002499         MOVE "Y" TO WS-DATE-REJECT-SWITCH
002500         MOVE SPACES TO WS-REJECT-MESSAGE
002501         STRING WS-ACTION-WORD DELIMITED BY SPACE
002502             " - " WS-PAST-FINDING DELIMITED BY SIZE
002503             INTO WS-REJECT-MESSAGE
002504         END-STRING
002505         PERFORM 4000-LOG-REJECT
002506     END-IF
002507     IF WS-CAL-FINDING NOT = SPACES
002508         AND WS-NON-BUS-ACTION = "R" THEN
002509         MOVE "Y" TO WS-DATE-REJECT-SWITCH
002510         MOVE SPACES TO WS-REJECT-MESSAGE
002511         STRING WS-ACTION-WORD DELIMITED BY SPACE
002512             " - " WS-CAL-FINDING DELIMITED BY SIZE
002513             INTO WS-REJECT-MESSAGE
002514         END-STRING
002515         PERFORM 4000-LOG-REJECT
002516     END-IF.
002517
002518*-----------------------------------------------------------*
002519* 3310-FIND-VENUE-REGION - LOOK ET-VENUE UP IN THE VENUPARM
002520*                   TABLE. AN UNLISTED VENUE TAKES THE DEFAULT
002521*                   REGION.
002522*-----------------------------------------------------------*
002523 3310-FIND-VENUE-REGION.
002524     MOVE WS-DEFAULT-REGION TO WS-EVENT-REGION
002525     MOVE "N" TO WS-REGION-FOUND-SWITCH
002526     PERFORM 3320-TEST-ONE-VENUE
002527         VARYING WS-VENUE-IDX FROM 1 BY 1
002528         UNTIL WS-VENUE-IDX > WS-VENUE-COUNT
002529             OR WS-REGION-FOUND.
002530
002531 3320-TEST-ONE-VENUE.
002532     IF WS-VT-VENUE (WS-VENUE-IDX) = ET-VENUE THEN
002533         MOVE WS-VT-REGION (WS-VENUE-IDX) TO WS-EVENT-REGION
002534         MOVE "Y" TO WS-REGION-FOUND-SWITCH
002535     END-IF.
002536
002537*-----------------------------------------------------------*
002538* 3400-LOG-DATE-WARNINGS - THE EVENT FILED; LOG EACH DATE
002539*                   FINDING THE POLICY ONLY WARNS ON.
002540*-----------------------------------------------------------*
002541 3400-LOG-DATE-WARNINGS.
002542     IF WS-PAST-FINDING NOT = SPACES THEN
002543         MOVE WS-PAST-FINDING TO WS-FINDING
002544         PERFORM 4100-LOG-WARNING
002545     END-IF
002546     IF WS-CAL-FINDING NOT = SPACES THEN
002547         MOVE WS-CAL-FINDING TO WS-FINDING
002548         PERFORM 4100-LOG-WARNING
002549     END-IF.
002550
002551*-----------------------------------------------------------*
002552* 4000-LOG-REJECT - APPEND ONE REJECTED TRANSACTION TO THE
002553*                   COMMON ERRORLOG FILE.
002554*-----------------------------------------------------------*
002556 4000-LOG-REJECT.
002558     ADD 1 TO WS-REJECT-COUNT
002560     PERFORM 4200-WRITE-ERROR-LOG.
002562
002564*-----------------------------------------------------------*
002566* 4100-LOG-WARNING - APPEND ONE DATE WARNING FOR AN EVENT THAT
002568*                   FILED ANYWAY.
002570*-----------------------------------------------------------*
002572 4100-LOG-WARNING.
002574     ADD 1 TO WS-WARN-COUNT
002576     MOVE SPACES TO WS-REJECT-MESSAGE
002578     STRING WS-ACTION-WORD DELIMITED BY SPACE
002580         " FILED - " WS-FINDING DELIMITED BY SIZE
002582         INTO WS-REJECT-MESSAGE
002584     END-STRING
002586     PERFORM 4200-WRITE-ERROR-LOG.
002588
002590 4200-WRITE-ERROR-LOG.
002592     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002594     ACCEPT WS-RUN-TIME FROM TIME
002596     MOVE "EVENTMNT"        TO ERR-PROGRAM-NAME
002598     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
002600     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
002602     MOVE WS-RUN-ID           TO ERR-RUN-ID
002604     MOVE ET-EVENT-CODE     TO ERR-RECORD-ID
002606     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE
002608     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
002620
002630*-----------------------------------------------------------*
002640* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
002650*                  JCL STEP REFLECTS WHETHER ANY TRANSACTION
002656*                  WAS REJECTED, OR ANY EVENT DATE WARNED
002662*                  ON, DURING THE RUN.
002670*-----------------------------------------------------------*
002680 9000-TERMINATE.
002690     PERFORM 9150-WRITE-AUDIT-LOG
002710     CLOSE EVENT-MASTER
002720     CLOSE AUDIT-LOG
002730     CLOSE ERROR-LOG
002736     IF WS-REJECT-COUNT > 0
002742         OR WS-WARN-COUNT > 0 THEN
002750         MOVE 4 TO RETURN-CODE
002760     END-IF.
002770
