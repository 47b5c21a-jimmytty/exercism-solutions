000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    SEATPLAN.
000050 AUTHOR.        L. ABERNATHY.
000060 INSTALLATION.  EVENTS AND FAVORS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 LA    NEW PROGRAM. THE ROSTER GETS GREETINGS,
000150*                  FAVOR LABELS AND PLACE CARDS, BUT THE
000160*                  EVENTS DESK STILL SEATED EVERY EVENT ON
000170*                  PAPER. THIS STEP READS THE EVENT-SEQUENCED
000180*                  ROSTER AND SEATS EACH EVENT AGAINST THE
000190*                  TABLE COUNT AND SEATS PER TABLE ON ITS
000200*                  EVENTMST RECORD. ATTENDEES SHARING AN
000210*                  RO-PARTY-CODE ARE SEATED TOGETHER, LARGEST
000220*                  PARTY FIRST, AT THE FIRST TABLE WITH ROOM
000230*                  FOR THE WHOLE PARTY; A PARTY NO TABLE CAN
000240*                  HOLD IS SPLIT ACROSS THE FIRST FREE SEATS
000250*                  AND FLAGGED. ATTENDEES WITHOUT A PARTY
000260*                  FILL THE SEATS LEFT, IN ROSTER ORDER. THE
000270*                  SEATRPT CHART LISTS EVERY EVENT TABLE BY
000280*                  TABLE. THE ROSTER IS WRITTEN BACK OUT TO
000290*                  ROSTSEAT WITH RO-TABLE-NO AND RO-SEAT-NO
000300*                  FILLED IN FOR FAVLABEL'S PLACE CARDS. AN
000310*                  ATTENDEE LEFT UNSEATED WHEN AN EVENT'S
000320*                  ROSTER EXCEEDS ITS CAPACITY, AND AN EVENT
000330*                  WITH NO TABLES ON THE MASTER, GO TO THE
000340*                  COMMON ERRORLOG UNDER THE USUAL RC=4
000350*                  CONVENTION.
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ROSTER-INPUT ASSIGN TO "ROSTIN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ROSTER-IN-STATUS.
000430     SELECT ROSTER-OUTPUT ASSIGN TO "ROSTSEAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ROSTER-OUT-STATUS.
000460     SELECT SEAT-REPORT ASSIGN TO "SEATRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SEAT-RPT-STATUS.
000490     SELECT EVENT-MASTER ASSIGN TO "EVENTMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS EM-EVENT-CODE
000530         FILE STATUS IS WS-EVTMST-STATUS.
000540     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ERROR-LOG-STATUS.
000600     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUN-ID-F-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ROSTER-INPUT
000660     RECORD CONTAINS 72 CHARACTERS.
000670 01  ROSTER-INPUT-RECORD.
000680     05 RO-EVENT-CODE        PIC X(08).
000690     05 RO-NAME              PIC X(50).
000700     05 RO-FAVOR-QTY         PIC 9(03).
000710     05 RO-PARTY-CODE        PIC X(06).
000720     05 RO-TABLE-NO          PIC 9(03).
000730     05 RO-SEAT-NO           PIC 9(02).
000740
000750 FD  ROSTER-OUTPUT
000760     RECORD CONTAINS 72 CHARACTERS.
000770 01  ROSTER-OUTPUT-RECORD.
000780     05 SO-EVENT-CODE        PIC X(08).
000790     05 SO-NAME              PIC X(50).
000800     05 SO-FAVOR-QTY         PIC 9(03).
000810     05 SO-PARTY-CODE        PIC X(06).
000820     05 SO-TABLE-NO          PIC 9(03).
000830     05 SO-SEAT-NO           PIC 9(02).
000840
000850 FD  SEAT-REPORT
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  SEAT-REPORT-RECORD      PIC X(80).
000880
000890 FD  EVENT-MASTER
000900     RECORD CONTAINS 76 CHARACTERS.
000910 01  EVENT-MASTER-RECORD.
000920     05 EM-EVENT-CODE        PIC X(08).
000930     05 EM-EVENT-NAME        PIC X(30).
000940     05 EM-EVENT-DATE        PIC 9(08).
000950     05 EM-VENUE             PIC X(20).
000960     05 EM-FAVOR-BUDGET      PIC 9(05).
000970     05 EM-TABLE-COUNT       PIC 9(03).
000980     05 EM-SEATS-PER-TABLE   PIC 9(02).
000990
001000 FD  AUDIT-LOG
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  AUDIT-LOG-RECORD        PIC X(80).
001030
001040 FD  ERROR-LOG
001050     RECORD CONTAINS 116 CHARACTERS.
001060 01  ERROR-LOG-RECORD        PIC X(116).
001070
001080 FD  RUN-ID-FILE
001090     RECORD CONTAINS 15 CHARACTERS.
001100 01  RUN-ID-RECORD           PIC X(15).
001110 WORKING-STORAGE SECTION.
001120 01  WS-RUN-ID-F-STATUS     PIC X(02).
001130     88 WS-RUN-ID-F-OK                VALUE "00".
001140 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001150 01  WS-ROSTER-IN-STATUS    PIC X(02).
001160     88 WS-ROSTER-IN-OK               VALUE "00".
001170 01  WS-ROSTER-OUT-STATUS   PIC X(02).
001180     88 WS-ROSTER-OUT-OK              VALUE "00".
001190 01  WS-SEAT-RPT-STATUS     PIC X(02).
001200     88 WS-SEAT-RPT-OK                VALUE "00".
001210 01  WS-EVTMST-STATUS       PIC X(02).
001220     88 WS-EVTMST-OK                  VALUE "00".
001230 01  WS-EVTMST-OPEN-SWITCH  PIC X(01) VALUE "N".
001240     88 WS-EVTMST-IS-OPEN             VALUE "Y".
001250 01  WS-AUDIT-STATUS        PIC X(02).
001260     88 WS-AUDIT-OK                   VALUE "00".
001270 01  WS-ERROR-LOG-STATUS    PIC X(02).
001280     88 WS-ERROR-LOG-OK               VALUE "00".
001290
001300 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001310     88 WS-NO-MORE-NAMES              VALUE "Y".
001320 01  WS-FIRST-EVENT-SWITCH  PIC X(01) VALUE "Y".
001330     88 WS-NO-EVENT-YET               VALUE "Y".
001340
001350* THE EVENT BEING SEATED, AS DECODED FROM THE EVENT MASTER.
001360* AN EVENT NOT ON THE MASTER, OR ON IT WITH NO TABLES OR NO
001370* SEATS, HAS NO CAPACITY AND NOBODY IS SEATED.
001380 01  WS-CURRENT-EVENT       PIC X(08).
001390 01  WS-EVENT-NAME          PIC X(30).
001400 01  WS-EVENT-DATE          PIC 9(08).
001410 01  WS-EVENT-VENUE         PIC X(20).
001420 01  WS-TABLE-COUNT         PIC 9(03) COMP.
001430 01  WS-SEATS-PER-TABLE     PIC 9(02) COMP.
001440 01  WS-EVENT-CAPACITY      PIC 9(06) COMP.
001450
001460* THE EVENT'S ATTENDEES IN ROSTER ORDER, EACH WITH ITS PARTY
001470* AND THE TABLE AND SEAT IT IS GIVEN (ZERO WHEN UNSEATED).
001480* AN EVENT PAST 2,000 ATTENDEES HAS THE EXCESS WRITTEN OUT
001490* UNSEATED AS IT IS READ.
001500 01  WS-ATT-COUNT           PIC 9(04) COMP VALUE 0.
001510 01  WS-ATT-TABLE.
001520     05 WS-ATT-ENTRY OCCURS 2000 TIMES.
001530         10 WS-ATT-RECORD   PIC X(72).
001540         10 WS-ATT-PARTY    PIC 9(04) COMP.
001550         10 WS-ATT-TABLE-NO PIC 9(03) COMP.
001560         10 WS-ATT-SEAT-NO  PIC 9(02) COMP.
001570 01  WS-ATT-IDX             PIC 9(04) COMP.
001580 01  WS-ATT-WORK.
001590     05 WS-AW-EVENT-CODE    PIC X(08).
001600     05 WS-AW-NAME          PIC X(50).
001610     05 WS-AW-FAVOR-QTY     PIC X(03).
001620     05 WS-AW-PARTY-CODE    PIC X(06).
001630     05 FILLER              PIC X(05).
001640
001650* ONE ENTRY PER PARTY - A GROUP SHARING A PARTY CODE, OR AN
001660* ATTENDEE WITH NO PARTY CODE ON THEIR OWN.
001670 01  WS-PTY-COUNT           PIC 9(04) COMP VALUE 0.
001680 01  WS-PTY-TABLE.
001690     05 WS-PTY-ENTRY OCCURS 2000 TIMES.
001700         10 WS-PTY-CODE     PIC X(06).
001710         10 WS-PTY-SIZE     PIC 9(04) COMP.
001720         10 WS-PTY-PLACED   PIC X(01).
001730         10 WS-PTY-SPLIT    PIC X(01).
001740 01  WS-PTY-IDX             PIC 9(04) COMP.
001750 01  WS-PTY-FOUND           PIC 9(04) COMP.
001760 01  WS-BEST-PTY            PIC 9(04) COMP.
001770 01  WS-BEST-SIZE           PIC 9(04) COMP.
001780 01  WS-GROUPS-DONE-SWITCH  PIC X(01).
001790     88 WS-GROUPS-DONE                VALUE "Y".
001800
001810* THE SEATS TAKEN AT EACH TABLE AND WHO SITS IN EACH ONE.
001820 01  WS-SEAT-GRID.
001830     05 WS-GRID-TABLE OCCURS 999 TIMES.
001840         10 WS-GRID-USED    PIC 9(02) COMP.
001850         10 WS-GRID-SEAT    PIC 9(04) COMP OCCURS 99 TIMES.
001860 01  WS-TBL-IDX             PIC 9(03) COMP.
001870 01  WS-SEAT-IDX            PIC 9(02) COMP.
001880 01  WS-FIT-TABLE           PIC 9(03) COMP.
001890
001900 01  WS-ROSTER-COUNT        PIC 9(07) COMP VALUE 0.
001910 01  WS-WRITTEN-COUNT       PIC 9(07) COMP VALUE 0.
001920 01  WS-EVENT-TOTAL         PIC 9(05) COMP VALUE 0.
001930 01  WS-SEATED-TOTAL        PIC 9(07) COMP VALUE 0.
001940 01  WS-UNSEATED-TOTAL      PIC 9(07) COMP VALUE 0.
001950 01  WS-SPLIT-TOTAL         PIC 9(05) COMP VALUE 0.
001960 01  WS-NO-TABLES-COUNT     PIC 9(05) COMP VALUE 0.
001970 01  WS-EVT-ATTENDEES       PIC 9(05) COMP.
001980 01  WS-EVT-SEATED          PIC 9(05) COMP.
001990 01  WS-EVT-UNSEATED        PIC 9(05) COMP.
002000 01  WS-EVT-SPLIT           PIC 9(05) COMP.
002010 01  WS-EVT-TABLES-USED     PIC 9(03) COMP.
002020
002030 01  WS-HEADING-1.
002040     05 FILLER              PIC X(44) VALUE
002050         "EVENT SEATING CHART".
002060     05 FILLER              PIC X(08) VALUE "RUN ID ".
002070     05 WS-HDG-RUN-ID       PIC X(15).
002080 01  WS-EVENT-HEADING.
002090     05 FILLER              PIC X(09) VALUE "EVENT -  ".
002100     05 WS-EH-EVENT-CODE    PIC X(08).
002110     05 FILLER              PIC X(02) VALUE SPACES.
002120     05 WS-EH-EVENT-NAME    PIC X(30).
002130     05 FILLER              PIC X(02) VALUE SPACES.
002140     05 WS-EH-EVENT-DATE    PIC X(10).
002150 01  WS-EVENT-HEADING-2.
002160     05 FILLER              PIC X(09) VALUE "VENUE -  ".
002170     05 WS-EH-VENUE         PIC X(20).
002180     05 FILLER              PIC X(02) VALUE SPACES.
002190     05 WS-EH-TABLES        PIC ZZ9.
002200     05 FILLER              PIC X(08) VALUE " TABLES ".
002210     05 FILLER              PIC X(03) VALUE "OF ".
002220     05 WS-EH-SEATS         PIC Z9.
002230     05 FILLER              PIC X(07) VALUE " SEATS ".
002240 01  WS-COLUMN-HEADING.
002250     05 FILLER              PIC X(40) VALUE
002260         "  TABLE  SEAT  NAME".
002270     05 FILLER              PIC X(40) VALUE
002280         "                           PARTY   NOTE".
002290 01  WS-CHART-LINE.
002300     05 FILLER              PIC X(04).
002310     05 WS-CL-TABLE         PIC ZZ9.
002320     05 FILLER              PIC X(04).
002330     05 WS-CL-SEAT          PIC Z9.
002340     05 FILLER              PIC X(02).
002350     05 WS-CL-NAME          PIC X(50).
002360     05 FILLER              PIC X(02).
002370     05 WS-CL-PARTY         PIC X(06).
002380     05 FILLER              PIC X(02).
002390     05 WS-CL-NOTE          PIC X(05).
002400 01  WS-EVENT-TOTALS-LINE.
002410     05 FILLER              PIC X(11) VALUE "ATTENDEES ".
002420     05 WS-ET-ATTENDEES     PIC ZZ,ZZ9.
002430     05 FILLER              PIC X(09) VALUE "  SEATED ".
002440     05 WS-ET-SEATED        PIC ZZ,ZZ9.
002450     05 FILLER              PIC X(11) VALUE "  UNSEATED ".
002460     05 WS-ET-UNSEATED      PIC ZZ,ZZ9.
002470     05 FILLER              PIC X(09) VALUE "  TABLES ".
002480     05 WS-ET-TABLES        PIC ZZ9.
002490     05 FILLER              PIC X(08) VALUE "  SPLIT ".
002500     05 WS-ET-SPLIT         PIC ZZ,ZZ9.
002510 01  WS-RULE-LINE.
002520     05 FILLER              PIC X(80) VALUE ALL "-".
002530
002540 01  WS-EDIT-DATE.
002550     05 WS-ED-YEAR          PIC 9(04).
002560     05 FILLER              PIC X(01) VALUE "-".
002570     05 WS-ED-MONTH         PIC 9(02).
002580     05 FILLER              PIC X(01) VALUE "-".
002590     05 WS-ED-DAY           PIC 9(02).
002600 01  WS-DATE-WORK           PIC 9(08).
002610 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002620     05 WS-DW-YEAR          PIC 9(04).
002630     05 WS-DW-MONTH         PIC 9(02).
002640     05 WS-DW-DAY           PIC 9(02).
002650
002660 01  WS-SUMMARY-DETAIL.
002670     05 WS-SUM-LABEL        PIC X(30).
002680     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002690
002700 01  WS-ERR-KEY             PIC X(20).
002710 01  WS-ERR-TEXT            PIC X(40).
002720
002730 01  WS-RUN-DATE            PIC 9(08).
002740 01  WS-RUN-TIME            PIC 9(08).
002750
002760 COPY AUDITLOG.
002770
002780 COPY ERRLOG.
002790
002800 PROCEDURE DIVISION.
002810*-----------------------------------------------------------*
002820* 0000-MAINLINE
002830*-----------------------------------------------------------*
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860     PERFORM 2000-PROCESS-ROSTER
002870         UNTIL WS-NO-MORE-NAMES
002880     IF NOT WS-NO-EVENT-YET THEN
002890         PERFORM 3000-SEAT-EVENT
002900     END-IF
002910     PERFORM 8000-WRITE-SUMMARY
002920     PERFORM 9000-TERMINATE
002930     GOBACK.
002940
002950*-----------------------------------------------------------*
002960* 1000-INITIALIZE - OPEN FILES, WRITE THE HEADING, PRIME THE
002970*                   READ.
002980*-----------------------------------------------------------*
002990 1000-INITIALIZE.
003000     PERFORM 1090-READ-RUN-ID
003010     OPEN INPUT EVENT-MASTER
003020     IF WS-EVTMST-OK THEN
003030         MOVE "Y" TO WS-EVTMST-OPEN-SWITCH
003040     END-IF
003050     OPEN INPUT ROSTER-INPUT
003060     OPEN OUTPUT ROSTER-OUTPUT
003070     OPEN OUTPUT SEAT-REPORT
003080     OPEN EXTEND AUDIT-LOG
003090     PERFORM 9140-WRITE-AUDIT-START
003100     OPEN EXTEND ERROR-LOG
003110     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
003120     WRITE SEAT-REPORT-RECORD FROM WS-HEADING-1
003130     PERFORM 2100-READ-ROSTER-INPUT.
003140
003150*-----------------------------------------------------------*
003160* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003170*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003180*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003190*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003200*-----------------------------------------------------------*
003210 1090-READ-RUN-ID.
003220     OPEN INPUT RUN-ID-FILE
003230     IF WS-RUN-ID-F-OK THEN
003240         READ RUN-ID-FILE
003250             AT END CONTINUE
003260         END-READ
003270         IF WS-RUN-ID-F-OK THEN
003280             MOVE RUN-ID-RECORD TO WS-RUN-ID
003290         END-IF
003300         CLOSE RUN-ID-FILE
003310     END-IF.
003320
003330*-----------------------------------------------------------*
003340* 2000-PROCESS-ROSTER - GATHER ONE ATTENDEE INTO THE CURRENT
003350*                   EVENT, SEATING THE PRIOR EVENT FIRST ON AN
003360*                   EVENT BREAK. THE INPUT ARRIVES IN EVENT-
003370*                   CODE SEQUENCE FROM THE SORT STEP AHEAD OF
003380*                   THIS PROGRAM.
003390*-----------------------------------------------------------*
003400 2000-PROCESS-ROSTER.
003410     ADD 1 TO WS-ROSTER-COUNT
003420     IF RO-EVENT-CODE NOT = WS-CURRENT-EVENT
003430         OR WS-NO-EVENT-YET THEN
003440         IF NOT WS-NO-EVENT-YET THEN
003450             PERFORM 3000-SEAT-EVENT
003460         END-IF
003470         PERFORM 2050-START-EVENT
003480     END-IF
003490     PERFORM 2200-ADD-ATTENDEE
003500     PERFORM 2100-READ-ROSTER-INPUT.
003510
003520*-----------------------------------------------------------*
003530* 2050-START-EVENT - CLEAR THE EVENT'S TABLES AND DECODE ITS
003540*                   NAME, DATE, VENUE AND SEATING THROUGH THE
003550*                   EVENT MASTER.
003560*-----------------------------------------------------------*
003570 2050-START-EVENT.
003580     MOVE "N"           TO WS-FIRST-EVENT-SWITCH
003590     MOVE RO-EVENT-CODE TO WS-CURRENT-EVENT
003600     ADD 1 TO WS-EVENT-TOTAL
003610     MOVE 0 TO WS-ATT-COUNT
003620     MOVE 0 TO WS-PTY-COUNT
003630     MOVE 0 TO WS-EVT-ATTENDEES
003640     MOVE 0 TO WS-EVT-SEATED
003650     MOVE 0 TO WS-EVT-UNSEATED
003660     MOVE 0 TO WS-EVT-SPLIT
003670     MOVE 0 TO WS-EVT-TABLES-USED
003680     MOVE "*UNKNOWN*" TO WS-EVENT-NAME
003690     MOVE 0           TO WS-EVENT-DATE
003700     MOVE SPACES      TO WS-EVENT-VENUE
003710     MOVE 0           TO WS-TABLE-COUNT
003720     MOVE 0           TO WS-SEATS-PER-TABLE
003730     IF WS-EVTMST-IS-OPEN THEN
003740         MOVE WS-CURRENT-EVENT TO EM-EVENT-CODE
003750         READ EVENT-MASTER
003760             INVALID KEY CONTINUE
003770             NOT INVALID KEY
003780                 MOVE EM-EVENT-NAME  TO WS-EVENT-NAME
003790                 MOVE EM-EVENT-DATE  TO WS-EVENT-DATE
003800                 MOVE EM-VENUE       TO WS-EVENT-VENUE
003810                 PERFORM 2060-TAKE-SEATING
003820         END-READ
003830     END-IF
003840     COMPUTE WS-EVENT-CAPACITY =
003850         WS-TABLE-COUNT * WS-SEATS-PER-TABLE.
003860
003870 2060-TAKE-SEATING.
003880     IF EM-TABLE-COUNT NUMERIC
003890         AND EM-SEATS-PER-TABLE NUMERIC THEN
003900         MOVE EM-TABLE-COUNT     TO WS-TABLE-COUNT
003910         MOVE EM-SEATS-PER-TABLE TO WS-SEATS-PER-TABLE
003920     END-IF.
003930
003940*-----------------------------------------------------------*
003950* 2100-READ-ROSTER-INPUT - READ NEXT ATTENDEE, SET EOF
003960*                   SWITCH.
003970*-----------------------------------------------------------*
003980 2100-READ-ROSTER-INPUT.
003990     READ ROSTER-INPUT
004000         AT END
004010             MOVE "Y" TO WS-EOF-SWITCH
004020     END-READ.
004030
004040*-----------------------------------------------------------*
004050* 2200-ADD-ATTENDEE - HOLD THE ATTENDEE FOR SEATING AND FILE
004060*                   THEM UNDER THEIR PARTY. PAST 2,000 IN ONE
004070*                   EVENT THE ATTENDEE IS WRITTEN OUT UNSEATED
004080*                   STRAIGHT AWAY AND LOGGED.
004090*-----------------------------------------------------------*
004100 2200-ADD-ATTENDEE.
004110     ADD 1 TO WS-EVT-ATTENDEES
004120     IF WS-ATT-COUNT < 2000 THEN
004130         ADD 1 TO WS-ATT-COUNT
004140         MOVE ROSTER-INPUT-RECORD
004150             TO WS-ATT-RECORD (WS-ATT-COUNT)
004160         MOVE 0 TO WS-ATT-TABLE-NO (WS-ATT-COUNT)
004170         MOVE 0 TO WS-ATT-SEAT-NO (WS-ATT-COUNT)
004180         PERFORM 2300-FILE-UNDER-PARTY
004190     ELSE
004200         MOVE ROSTER-INPUT-RECORD TO ROSTER-OUTPUT-RECORD
004210         MOVE 0 TO SO-TABLE-NO
004220         MOVE 0 TO SO-SEAT-NO
004230         WRITE ROSTER-OUTPUT-RECORD
004240         ADD 1 TO WS-WRITTEN-COUNT
004250         ADD 1 TO WS-EVT-UNSEATED
004260         MOVE RO-NAME TO WS-ERR-KEY
004270         MOVE "EVENT OVER 2000 ATTENDEES - NOT SEATED"
004280             TO WS-ERR-TEXT
004290         PERFORM 4000-LOG-ERROR
004300     END-IF.
004310
004320*-----------------------------------------------------------*
004330* 2300-FILE-UNDER-PARTY - AN ATTENDEE WITH NO PARTY CODE IS
004340*                   A PARTY OF ONE. ONE WITH A CODE JOINS THE
004350*                   EVENT'S PARTY OF THAT CODE, OR STARTS IT.
004360*-----------------------------------------------------------*
004370 2300-FILE-UNDER-PARTY.
004380     MOVE 0 TO WS-PTY-FOUND
004390     IF RO-PARTY-CODE NOT = SPACES THEN
004400         PERFORM 2350-MATCH-ONE-PARTY
004410             VARYING WS-PTY-IDX FROM 1 BY 1
004420             UNTIL WS-PTY-IDX > WS-PTY-COUNT
004430                 OR WS-PTY-FOUND > 0
004440     END-IF
004450     IF WS-PTY-FOUND = 0 THEN
004460         ADD 1 TO WS-PTY-COUNT
004470         MOVE WS-PTY-COUNT  TO WS-PTY-FOUND
004480         MOVE RO-PARTY-CODE TO WS-PTY-CODE (WS-PTY-FOUND)
004490         MOVE 0             TO WS-PTY-SIZE (WS-PTY-FOUND)
004500         MOVE "N"           TO WS-PTY-PLACED (WS-PTY-FOUND)
004510         MOVE "N"           TO WS-PTY-SPLIT (WS-PTY-FOUND)
004520     END-IF
004530     ADD 1 TO WS-PTY-SIZE (WS-PTY-FOUND)
004540     MOVE WS-PTY-FOUND TO WS-ATT-PARTY (WS-ATT-COUNT).
004550
004560 2350-MATCH-ONE-PARTY.
004570     IF WS-PTY-CODE (WS-PTY-IDX) = RO-PARTY-CODE THEN
004580         MOVE WS-PTY-IDX TO WS-PTY-FOUND
004590     END-IF.
004600
004610*-----------------------------------------------------------*
004620* 3000-SEAT-EVENT - SEAT THE GATHERED EVENT, PRINT ITS CHART
004630*                   AND WRITE ITS ATTENDEES BACK OUT WITH
004640*                   THEIR TABLES AND SEATS. AN EVENT WITH NO
004650*                   CAPACITY ON THE MASTER SEATS NOBODY AND IS
004660*                   LOGGED ONCE.
004670*-----------------------------------------------------------*
004680 3000-SEAT-EVENT.
004690     PERFORM 3050-CLEAR-ONE-TABLE
004700         VARYING WS-TBL-IDX FROM 1 BY 1
004710         UNTIL WS-TBL-IDX > WS-TABLE-COUNT
004720     IF WS-EVENT-CAPACITY = 0 THEN
004730         ADD 1 TO WS-NO-TABLES-COUNT
004740         MOVE WS-CURRENT-EVENT TO WS-ERR-KEY
004750         MOVE "EVENT HAS NO TABLES ON EVENT MASTER"
004760             TO WS-ERR-TEXT
004770         PERFORM 4000-LOG-ERROR
004780     ELSE
004790         MOVE "N" TO WS-GROUPS-DONE-SWITCH
004800         PERFORM 3100-PLACE-LARGEST-PARTY
004810             UNTIL WS-GROUPS-DONE
004820         PERFORM 3200-PLACE-ONE-SINGLE
004830             VARYING WS-PTY-IDX FROM 1 BY 1
004840             UNTIL WS-PTY-IDX > WS-PTY-COUNT
004850     END-IF
004860     PERFORM 5000-WRITE-EVENT-CHART
004870     PERFORM 6000-WRITE-SEATED-ONE
004880         VARYING WS-ATT-IDX FROM 1 BY 1
004890         UNTIL WS-ATT-IDX > WS-ATT-COUNT
004900     ADD WS-EVT-SEATED   TO WS-SEATED-TOTAL
004910     ADD WS-EVT-UNSEATED TO WS-UNSEATED-TOTAL
004920     ADD WS-EVT-SPLIT    TO WS-SPLIT-TOTAL.
004930
004940 3050-CLEAR-ONE-TABLE.
004950     MOVE 0 TO WS-GRID-USED (WS-TBL-IDX).
004960
004970*-----------------------------------------------------------*
004980* 3100-PLACE-LARGEST-PARTY - SEAT THE LARGEST PARTY OF TWO
004990*                   OR MORE NOT YET SEATED, THE FIRST ON THE
005000*                   ROSTER WHEN SIZES TIE. BIG PARTIES GO
005010*                   FIRST SO THEY FIND WHOLE TABLES FREE.
005020*-----------------------------------------------------------*
005030 3100-PLACE-LARGEST-PARTY.
005040     MOVE 0 TO WS-BEST-PTY
005050     MOVE 1 TO WS-BEST-SIZE
005060     PERFORM 3150-TEST-ONE-PARTY
005070         VARYING WS-PTY-IDX FROM 1 BY 1
005080         UNTIL WS-PTY-IDX > WS-PTY-COUNT
005090     IF WS-BEST-PTY = 0 THEN
005100         MOVE "Y" TO WS-GROUPS-DONE-SWITCH
005110     ELSE
005120         MOVE WS-BEST-PTY TO WS-PTY-IDX
005130         PERFORM 3300-PLACE-PARTY
005140     END-IF.
005150
005160 3150-TEST-ONE-PARTY.
005170     IF WS-PTY-PLACED (WS-PTY-IDX) = "N"
005180         AND WS-PTY-SIZE (WS-PTY-IDX) > WS-BEST-SIZE THEN
005190         MOVE WS-PTY-IDX                TO WS-BEST-PTY
005200         MOVE WS-PTY-SIZE (WS-PTY-IDX)  TO WS-BEST-SIZE
005210     END-IF.
005220
005230*-----------------------------------------------------------*
005240* 3200-PLACE-ONE-SINGLE - WITH THE GROUPS SEATED, EVERY
005250*                   PARTY LEFT IS A PARTY OF ONE, SEATED IN
005260*                   ROSTER ORDER.
005270*-----------------------------------------------------------*
005280 3200-PLACE-ONE-SINGLE.
005290     IF WS-PTY-PLACED (WS-PTY-IDX) = "N" THEN
005300         PERFORM 3300-PLACE-PARTY
005310     END-IF.
005320
005330*-----------------------------------------------------------*
005340* 3300-PLACE-PARTY - SEAT PARTY WS-PTY-IDX WHOLE AT THE FIRST
005350*                   TABLE WITH ROOM FOR ALL OF IT. WHEN NO
005360*                   TABLE HAS, EACH MEMBER TAKES THE FIRST
005370*                   FREE SEAT LEFT AND A PARTY OF TWO OR MORE
005380*                   IS FLAGGED SPLIT. A MEMBER WHO FINDS NO
005390*                   FREE SEAT AT ALL STAYS UNSEATED.
005400*-----------------------------------------------------------*
005410 3300-PLACE-PARTY.
005420     MOVE "Y" TO WS-PTY-PLACED (WS-PTY-IDX)
005430     MOVE 0 TO WS-FIT-TABLE
005440     PERFORM 3310-TEST-WHOLE-PARTY-FIT
005450         VARYING WS-TBL-IDX FROM 1 BY 1
005460         UNTIL WS-TBL-IDX > WS-TABLE-COUNT
005470             OR WS-FIT-TABLE > 0
005480     IF WS-FIT-TABLE = 0
005490         AND WS-PTY-SIZE (WS-PTY-IDX) > 1 THEN
005500         MOVE "Y" TO WS-PTY-SPLIT (WS-PTY-IDX)
005510         ADD 1 TO WS-EVT-SPLIT
005520     END-IF
005530     PERFORM 3320-SEAT-ONE-MEMBER
005540         VARYING WS-ATT-IDX FROM 1 BY 1
005550         UNTIL WS-ATT-IDX > WS-ATT-COUNT.
005560
005570 3310-TEST-WHOLE-PARTY-FIT.
005580     IF WS-SEATS-PER-TABLE - WS-GRID-USED (WS-TBL-IDX)
005590         >= WS-PTY-SIZE (WS-PTY-IDX) THEN
005600         MOVE WS-TBL-IDX TO WS-FIT-TABLE
005610     END-IF.
005620
005630 3320-SEAT-ONE-MEMBER.
005640     IF WS-ATT-PARTY (WS-ATT-IDX) = WS-PTY-IDX THEN
005650         IF WS-PTY-SPLIT (WS-PTY-IDX) = "Y"
005660             OR WS-FIT-TABLE = 0 THEN
005670             MOVE 0 TO WS-FIT-TABLE
005680             PERFORM 3330-TEST-FREE-SEAT
005690                 VARYING WS-TBL-IDX FROM 1 BY 1
005700                 UNTIL WS-TBL-IDX > WS-TABLE-COUNT
005710                     OR WS-FIT-TABLE > 0
005720         END-IF
005730         IF WS-FIT-TABLE > 0 THEN
005740             PERFORM 3400-TAKE-SEAT
005750         ELSE
005760             ADD 1 TO WS-EVT-UNSEATED
005770         END-IF
005780     END-IF.
005790
005800 3330-TEST-FREE-SEAT.
005810     IF WS-GRID-USED (WS-TBL-IDX) < WS-SEATS-PER-TABLE THEN
005820         MOVE WS-TBL-IDX TO WS-FIT-TABLE
005830     END-IF.
005840
005850*-----------------------------------------------------------*
005860* 3400-TAKE-SEAT - ATTENDEE WS-ATT-IDX TAKES THE NEXT SEAT AT
005870*                   TABLE WS-FIT-TABLE.
005880*-----------------------------------------------------------*
005890 3400-TAKE-SEAT.
005900     IF WS-GRID-USED (WS-FIT-TABLE) = 0 THEN
005910         ADD 1 TO WS-EVT-TABLES-USED
005920     END-IF
005930     ADD 1 TO WS-GRID-USED (WS-FIT-TABLE)
005940     MOVE WS-GRID-USED (WS-FIT-TABLE) TO WS-SEAT-IDX
005950     MOVE WS-ATT-IDX
005960         TO WS-GRID-SEAT (WS-FIT-TABLE WS-SEAT-IDX)
005970     MOVE WS-FIT-TABLE TO WS-ATT-TABLE-NO (WS-ATT-IDX)
005980     MOVE WS-SEAT-IDX  TO WS-ATT-SEAT-NO (WS-ATT-IDX)
005990     ADD 1 TO WS-EVT-SEATED.
006000
006010*-----------------------------------------------------------*
006020* 4000-LOG-ERROR - APPEND ONE UNSEATED ATTENDEE OR ONE EVENT
006030*                   WITHOUT TABLES TO THE COMMON ERRORLOG.
006040*-----------------------------------------------------------*
006050 4000-LOG-ERROR.
006060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006070     ACCEPT WS-RUN-TIME FROM TIME
006080     MOVE "SEATPLAN"        TO ERR-PROGRAM-NAME
006090     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
006100     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
006110     MOVE WS-RUN-ID         TO ERR-RUN-ID
006120     MOVE WS-ERR-KEY        TO ERR-RECORD-ID
006130     MOVE WS-ERR-TEXT       TO ERR-MESSAGE
006140     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
006150
006160*-----------------------------------------------------------*
006170* 5000-WRITE-EVENT-CHART - THE EVENT'S HEADINGS, EVERY TABLE
006180*                   IN SEAT ORDER, ANY UNSEATED ATTENDEES AND
006190*                   THE EVENT'S TOTALS.
006200*-----------------------------------------------------------*
006210 5000-WRITE-EVENT-CHART.
006220     MOVE SPACES TO SEAT-REPORT-RECORD
006230     WRITE SEAT-REPORT-RECORD
006240     MOVE WS-CURRENT-EVENT TO WS-EH-EVENT-CODE
006250     MOVE WS-EVENT-NAME    TO WS-EH-EVENT-NAME
006260     MOVE SPACES           TO WS-EH-EVENT-DATE
006270     IF WS-EVENT-DATE > 0 THEN
006280         MOVE WS-EVENT-DATE TO WS-DATE-WORK
006290         MOVE WS-DW-YEAR    TO WS-ED-YEAR
006300         MOVE WS-DW-MONTH   TO WS-ED-MONTH
006310         MOVE WS-DW-DAY     TO WS-ED-DAY
006320         MOVE WS-EDIT-DATE  TO WS-EH-EVENT-DATE
006330     END-IF
006340     WRITE SEAT-REPORT-RECORD FROM WS-EVENT-HEADING
006350     MOVE WS-EVENT-VENUE     TO WS-EH-VENUE
006360     MOVE WS-TABLE-COUNT     TO WS-EH-TABLES
006370     MOVE WS-SEATS-PER-TABLE TO WS-EH-SEATS
006380     WRITE SEAT-REPORT-RECORD FROM WS-EVENT-HEADING-2
006390     WRITE SEAT-REPORT-RECORD FROM WS-COLUMN-HEADING
006400     PERFORM 5100-WRITE-ONE-TABLE
006410         VARYING WS-TBL-IDX FROM 1 BY 1
006420         UNTIL WS-TBL-IDX > WS-TABLE-COUNT
006430     PERFORM 5300-WRITE-IF-UNSEATED
006440         VARYING WS-ATT-IDX FROM 1 BY 1
006450         UNTIL WS-ATT-IDX > WS-ATT-COUNT
006460     MOVE WS-EVT-ATTENDEES   TO WS-ET-ATTENDEES
006470     MOVE WS-EVT-SEATED      TO WS-ET-SEATED
006480     MOVE WS-EVT-UNSEATED    TO WS-ET-UNSEATED
006490     MOVE WS-EVT-TABLES-USED TO WS-ET-TABLES
006500     MOVE WS-EVT-SPLIT       TO WS-ET-SPLIT
006510     WRITE SEAT-REPORT-RECORD FROM WS-EVENT-TOTALS-LINE.
006520
006530 5100-WRITE-ONE-TABLE.
006540     PERFORM 5200-WRITE-ONE-SEAT
006550         VARYING WS-SEAT-IDX FROM 1 BY 1
006560         UNTIL WS-SEAT-IDX > WS-GRID-USED (WS-TBL-IDX).
006570
006580 5200-WRITE-ONE-SEAT.
006590     MOVE WS-GRID-SEAT (WS-TBL-IDX WS-SEAT-IDX) TO WS-ATT-IDX
006600     PERFORM 5400-FORMAT-CHART-LINE
006610     MOVE WS-TBL-IDX  TO WS-CL-TABLE
006620     MOVE WS-SEAT-IDX TO WS-CL-SEAT
006630     IF WS-PTY-SPLIT (WS-ATT-PARTY (WS-ATT-IDX)) = "Y" THEN
006640         MOVE "SPLIT" TO WS-CL-NOTE
006650     END-IF
006660     WRITE SEAT-REPORT-RECORD FROM WS-CHART-LINE.
006670
006680*-----------------------------------------------------------*
006690* 5300-WRITE-IF-UNSEATED - LIST AN ATTENDEE LEFT WITHOUT A
006700*                   SEAT AFTER THE TABLES, AND LOG THEM. AN
006710*                   EVENT WITH NO TABLES AT ALL WAS LOGGED
006720*                   ONCE AS AN EVENT INSTEAD.
006730*-----------------------------------------------------------*
006740 5300-WRITE-IF-UNSEATED.
006750     IF WS-ATT-TABLE-NO (WS-ATT-IDX) = 0 THEN
006760         PERFORM 5400-FORMAT-CHART-LINE
006770         MOVE "NONE" TO WS-CL-NOTE
006780         WRITE SEAT-REPORT-RECORD FROM WS-CHART-LINE
006790         IF WS-EVENT-CAPACITY = 0 THEN
006800             ADD 1 TO WS-EVT-UNSEATED
006810         ELSE
006820             MOVE WS-AW-NAME TO WS-ERR-KEY
006830             MOVE SPACES     TO WS-ERR-TEXT
006840             STRING "UNSEATED - EVENT " DELIMITED BY SIZE
006850                    WS-CURRENT-EVENT    DELIMITED BY SPACE
006860                    " OVER CAPACITY"    DELIMITED BY SIZE
006870                 INTO WS-ERR-TEXT
006880             PERFORM 4000-LOG-ERROR
006890         END-IF
006900     END-IF.
006910
006920 5400-FORMAT-CHART-LINE.
006930     MOVE WS-ATT-RECORD (WS-ATT-IDX) TO WS-ATT-WORK
006940     MOVE SPACES           TO WS-CHART-LINE
006950     MOVE WS-AW-NAME       TO WS-CL-NAME
006960     MOVE WS-AW-PARTY-CODE TO WS-CL-PARTY.
006970
006980*-----------------------------------------------------------*
006990* 6000-WRITE-SEATED-ONE - WRITE ONE ATTENDEE BACK OUT, IN
007000*                   ROSTER ORDER, WITH THEIR TABLE AND SEAT.
007010*                   AN UNSEATED ATTENDEE CARRIES ZEROS.
007020*-----------------------------------------------------------*
007030 6000-WRITE-SEATED-ONE.
007040     MOVE WS-ATT-RECORD (WS-ATT-IDX)   TO ROSTER-OUTPUT-RECORD
007050     MOVE WS-ATT-TABLE-NO (WS-ATT-IDX) TO SO-TABLE-NO
007060     MOVE WS-ATT-SEAT-NO (WS-ATT-IDX)  TO SO-SEAT-NO
007070     WRITE ROSTER-OUTPUT-RECORD
007080     ADD 1 TO WS-WRITTEN-COUNT.
007090
007100*-----------------------------------------------------------*
007110* 8000-WRITE-SUMMARY - RUN CONTROL TOTALS.
007120*-----------------------------------------------------------*
007130 8000-WRITE-SUMMARY.
007140     MOVE SPACES TO SEAT-REPORT-RECORD
007150     WRITE SEAT-REPORT-RECORD
007160     WRITE SEAT-REPORT-RECORD FROM WS-RULE-LINE
007170     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007180     MOVE "EVENTS SEATED"         TO WS-SUM-LABEL
007190     MOVE WS-EVENT-TOTAL          TO WS-SUM-VALUE
007200     WRITE SEAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007210     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007220     MOVE "EVENTS WITH NO TABLES" TO WS-SUM-LABEL
007230     MOVE WS-NO-TABLES-COUNT      TO WS-SUM-VALUE
007240     WRITE SEAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007250     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007260     MOVE "ATTENDEES READ"        TO WS-SUM-LABEL
007270     MOVE WS-ROSTER-COUNT         TO WS-SUM-VALUE
007280     WRITE SEAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007290     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007300     MOVE "ATTENDEES SEATED"      TO WS-SUM-LABEL
007310     MOVE WS-SEATED-TOTAL         TO WS-SUM-VALUE
007320     WRITE SEAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007330     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007340     MOVE "ATTENDEES UNSEATED"    TO WS-SUM-LABEL
007350     MOVE WS-UNSEATED-TOTAL       TO WS-SUM-VALUE
007360     WRITE SEAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007370     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007380     MOVE "PARTIES SPLIT"         TO WS-SUM-LABEL
007390     MOVE WS-SPLIT-TOTAL          TO WS-SUM-VALUE
007400     WRITE SEAT-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
007410
007420*-----------------------------------------------------------*
007430* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE - RC=4
007440*                  WHEN ANY ATTENDEE WENT UNSEATED OR ANY
007450*                  EVENT HAD NO TABLES.
007460*-----------------------------------------------------------*
007470 9000-TERMINATE.
007480     PERFORM 9150-WRITE-AUDIT-LOG
007490     CLOSE ROSTER-INPUT
007500     IF WS-EVTMST-IS-OPEN THEN
007510         CLOSE EVENT-MASTER
007520     END-IF
007530     CLOSE ROSTER-OUTPUT
007540     CLOSE SEAT-REPORT
007550     CLOSE AUDIT-LOG
007560     CLOSE ERROR-LOG
007570     IF WS-UNSEATED-TOTAL > 0
007580         OR WS-NO-TABLES-COUNT > 0 THEN
007590         MOVE 4 TO RETURN-CODE
007600     END-IF.
007610
007620*-----------------------------------------------------------*
007630* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
007640*                        INITIALIZATION SO THE BATCH-WINDOW
007650*                        REPORT CAN PAIR THIS STEP'S START
007660*                        WITH ITS END.
007670*-----------------------------------------------------------*
007680 9140-WRITE-AUDIT-START.
007690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007700     ACCEPT WS-RUN-TIME FROM TIME
007710     MOVE "SEATPLAN"        TO AUD-PROGRAM-NAME
007720     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007730     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007740     MOVE WS-RUN-ID         TO AUD-RUN-ID
007750     MOVE 0                 TO AUD-INPUT-COUNT
007760     MOVE 0                 TO AUD-OUTPUT-COUNT
007770     MOVE "S"               TO AUD-RECORD-TYPE
007780     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
007790
007800*-----------------------------------------------------------*
007810* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
007820*                        AUDITLOG FILE SHARED BY THE WHOLE
007830*                        NIGHTLY SUITE.
007840*-----------------------------------------------------------*
007850 9150-WRITE-AUDIT-LOG.
007860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007870     ACCEPT WS-RUN-TIME FROM TIME
007880     MOVE "SEATPLAN"        TO AUD-PROGRAM-NAME
007890     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007900     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007910     MOVE WS-RUN-ID         TO AUD-RUN-ID
007920     MOVE WS-ROSTER-COUNT   TO AUD-INPUT-COUNT
007930     MOVE WS-WRITTEN-COUNT  TO AUD-OUTPUT-COUNT
007940     MOVE "E"               TO AUD-RECORD-TYPE
007950     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
