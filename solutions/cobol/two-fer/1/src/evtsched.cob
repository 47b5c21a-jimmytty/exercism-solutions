000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    EVTSCHED.
000050 AUTHOR.        L. ABERNATHY.
000060 INSTALLATION.  EVENTS AND FAVORS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 LA    NEW PROGRAM. PRINTS THE PLANNING-MILESTONE
000150*                  SCHEDULE FOR EVERY EVENT ON THE EVENT MASTER
000160*                  THAT HAS NOT YET BEEN HELD, SO FAVOR ORDERS,
000170*                  ROSTER CUTOFFS AND LABEL PRINTS ARE NO LONGER
000180*                  PLANNED BY HAND. EACH MILESTONE ON THE
000190*                  MILEPARM FILE CARRIES A BUSINESS-DAY OFFSET
000200*                  FROM THE EVENT DATE; BUSDAY'S ADD-BUSINESS-DAYS
000210*                  WORKS EACH DUE DATE OUT ON THE CALOUT CALENDAR
000220*                  FOR THE VENUE'S REGION (VENUPARM, AS EVENTMNT
000230*                  USES IT). EVENTS LIST IN DATE ORDER. A DUE
000240*                  DATE ALREADY PAST IS FLAGGED OVERDUE, AND ONE
000250*                  THE CALENDAR CANNOT ANSWER IS FLAGGED; BOTH
000260*                  ALSO GO TO ERRORLOG, RC=4.
000270*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT EVENT-MASTER ASSIGN TO "EVENTMST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS EM-EVENT-CODE
000350         FILE STATUS IS WS-MASTER-STATUS.
000360     SELECT MILESTONE-PARM ASSIGN TO "MILEPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MILE-PARM-STATUS.
000390     SELECT VENUE-PARM ASSIGN TO "VENUPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-VENUE-PARM-STATUS.
000420     SELECT SCHEDULE-REPORT ASSIGN TO "SCHDRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SCHED-RPT-STATUS.
000450     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ERROR-LOG-STATUS.
000510     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RUN-ID-F-STATUS.
000540     SELECT SORT-FILE ASSIGN TO "SORTWK".
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  EVENT-MASTER
000580     RECORD CONTAINS 76 CHARACTERS.
000590 01  EVENT-MASTER-RECORD.
000600     05 EM-EVENT-CODE        PIC X(08).
000610     05 EM-EVENT-NAME        PIC X(30).
000620     05 EM-EVENT-DATE        PIC 9(08).
000630     05 EM-VENUE             PIC X(20).
000640     05 EM-FAVOR-BUDGET      PIC 9(05).
000650     05 EM-TABLE-COUNT       PIC 9(03).
000660     05 EM-SEATS-PER-TABLE   PIC 9(02).
000670
000680* ONE MILESTONE PER RECORD - ITS NAME AND A SIGNED OFFSET IN
000690* BUSINESS DAYS FROM THE EVENT DATE, E.G. "-015" FOR THREE
000700* WEEKS BEFORE OR "+002" FOR TWO BUSINESS DAYS AFTER.
000710 FD  MILESTONE-PARM
000720     RECORD CONTAINS 24 CHARACTERS.
000730 01  MILESTONE-PARM-RECORD.
000740     05 MP-NAME              PIC X(20).
000750     05 MP-OFFSET            PIC S9(03)
000760                             SIGN IS LEADING SEPARATE.
000770
000780 FD  VENUE-PARM
000790     RECORD CONTAINS 23 CHARACTERS.
000800 01  VENUE-PARM-RECORD.
000810     05 VP-VENUE             PIC X(20).
000820     05 VP-REGION            PIC X(03).
000830
000840 FD  SCHEDULE-REPORT
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  SCHEDULE-REPORT-RECORD  PIC X(132).
000870
000880 FD  AUDIT-LOG
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  AUDIT-LOG-RECORD        PIC X(80).
000910
000920 FD  ERROR-LOG
000930     RECORD CONTAINS 116 CHARACTERS.
000940 01  ERROR-LOG-RECORD        PIC X(116).
000950
000960 FD  RUN-ID-FILE
000970     RECORD CONTAINS 15 CHARACTERS.
000980 01  RUN-ID-RECORD           PIC X(15).
000990
001000* ONE SORTABLE ENTRY PER EVENT STILL TO BE HELD.
001010 SD  SORT-FILE.
001020 01  SORT-RECORD.
001030     05 SR-EVENT-DATE        PIC 9(08).
001040     05 SR-EVENT-CODE        PIC X(08).
001050     05 SR-EVENT-NAME        PIC X(30).
001060     05 SR-VENUE             PIC X(20).
001070 WORKING-STORAGE SECTION.
001080 01  WS-RUN-ID-F-STATUS     PIC X(02).
001090     88 WS-RUN-ID-F-OK                VALUE "00".
001100 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001110 01  WS-MASTER-STATUS       PIC X(02).
001120     88 WS-MASTER-OK                  VALUE "00".
001130 01  WS-MILE-PARM-STATUS    PIC X(02).
001140     88 WS-MILE-PARM-OK               VALUE "00".
001150 01  WS-VENUE-PARM-STATUS   PIC X(02).
001160     88 WS-VENUE-PARM-OK              VALUE "00".
001170 01  WS-SCHED-RPT-STATUS    PIC X(02).
001180     88 WS-SCHED-RPT-OK               VALUE "00".
001190 01  WS-AUDIT-STATUS        PIC X(02).
001200     88 WS-AUDIT-OK                   VALUE "00".
001210 01  WS-ERROR-LOG-STATUS    PIC X(02).
001220     88 WS-ERROR-LOG-OK               VALUE "00".
001230
001240 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001250     88 WS-NO-MORE-EVENTS             VALUE "Y".
001260 01  WS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001270     88 WS-NO-MORE-SORTED             VALUE "Y".
001280 01  WS-MILE-EOF-SWITCH     PIC X(01) VALUE "N".
001290     88 WS-NO-MORE-MILESTONES         VALUE "Y".
001300 01  WS-VENUE-EOF-SWITCH    PIC X(01) VALUE "N".
001310     88 WS-NO-MORE-VENUES             VALUE "Y".
001320
001330* MILESTONE TABLE. WITHOUT A MILEPARM FILE THE DESK'S THREE
001340* STANDING MILESTONES APPLY.
001350 01  WS-MILE-COUNT          PIC 9(02) COMP VALUE 0.
001360 01  WS-MILE-TABLE.
001370     05 WS-MILE-ENTRY OCCURS 20 TIMES.
001380         10 WS-MT-NAME      PIC X(20).
001390         10 WS-MT-OFFSET    PIC S9(09).
001400 01  WS-MILE-IDX            PIC 9(02) COMP.
001410
001420* VENUPARM - VENUE TO CALENDAR REGION. A VENUE OF "*" SETS THE
001430* REGION FOR ANY VENUE NOT LISTED; WITHOUT ONE, AN UNLISTED
001440* VENUE USES THE BLANK CODE OF THE HISTORIC CALENDAR.
001450 01  WS-VENUE-COUNT         PIC 9(03) COMP VALUE 0.
001460 01  WS-VENUE-TABLE.
001470     05 WS-VENUE-ENTRY OCCURS 200 TIMES.
001480         10 WS-VT-VENUE     PIC X(20).
001490         10 WS-VT-REGION    PIC X(03).
001500 01  WS-VENUE-IDX           PIC 9(03) COMP.
001510 01  WS-DEFAULT-REGION      PIC X(03) VALUE SPACES.
001520 01  WS-EVENT-REGION        PIC X(03).
001530 01  WS-REGION-FOUND-SWITCH PIC X(01).
001540     88 WS-REGION-FOUND               VALUE "Y".
001550
001560 01  WS-TODAY               PIC 9(08).
001570 01  WS-DUE-DATE            PIC 9(08).
001580 01  WS-DUE-VALID-SWITCH    PIC X(01).
001590     88 WS-DUE-VALID                  VALUE "Y".
001600 01  WS-DAYS-LEFT           PIC S9(09).
001610 01  WS-LEFT-VALID-SWITCH   PIC X(01).
001620     88 WS-LEFT-VALID                 VALUE "Y".
001630 01  WS-ERR-KEY             PIC X(20).
001640 01  WS-ERR-TEXT            PIC X(40).
001650
001660 01  WS-READ-COUNT          PIC 9(07) COMP VALUE 0.
001670 01  WS-HELD-COUNT          PIC 9(07) COMP VALUE 0.
001680 01  WS-SCHEDULED-COUNT     PIC 9(07) COMP VALUE 0.
001690 01  WS-MILESTONE-COUNT     PIC 9(07) COMP VALUE 0.
001700 01  WS-OVERDUE-COUNT       PIC 9(07) COMP VALUE 0.
001710 01  WS-DUE-TODAY-COUNT     PIC 9(07) COMP VALUE 0.
001720 01  WS-OFF-CAL-COUNT       PIC 9(07) COMP VALUE 0.
001730
001740 01  WS-HEADING-1.
001750     05 FILLER              PIC X(44) VALUE
001760         "EVENT PLANNING-MILESTONE SCHEDULE".
001770     05 FILLER              PIC X(08) VALUE "RUN ID ".
001780     05 WS-HDG-RUN-ID       PIC X(15).
001790     05 FILLER              PIC X(10) VALUE "   AS OF ".
001800     05 WS-HDG-TODAY        PIC X(10).
001810 01  WS-EVENT-LINE.
001820     05 FILLER              PIC X(06) VALUE "EVENT ".
001830     05 WS-EVL-CODE         PIC X(08).
001840     05 FILLER              PIC X(02) VALUE SPACES.
001850     05 WS-EVL-NAME         PIC X(30).
001860     05 FILLER              PIC X(07) VALUE "  DATE ".
001870     05 WS-EVL-DATE         PIC X(10).
001880     05 FILLER              PIC X(08) VALUE "  VENUE ".
001890     05 WS-EVL-VENUE        PIC X(20).
001900     05 FILLER              PIC X(09) VALUE "  REGION ".
001910     05 WS-EVL-REGION       PIC X(03).
001920 01  WS-COLUMN-HEADING.
001930     05 FILLER              PIC X(04) VALUE SPACES.
001940     05 FILLER              PIC X(20) VALUE "MILESTONE".
001950     05 FILLER              PIC X(28) VALUE
001960         "OFFSET    DUE DATE    STATUS".
001970 01  WS-DETAIL-LINE.
001980     05 FILLER              PIC X(04) VALUE SPACES.
001990     05 WS-DTL-NAME         PIC X(20).
002000     05 FILLER              PIC X(02) VALUE SPACES.
002010     05 WS-DTL-OFFSET       PIC +++9.
002020     05 FILLER              PIC X(04) VALUE SPACES.
002030     05 WS-DTL-DUE-DATE     PIC X(10).
002040     05 FILLER              PIC X(02) VALUE SPACES.
002050     05 WS-DTL-STATUS       PIC X(12).
002060     05 FILLER              PIC X(01) VALUE SPACE.
002070     05 WS-DTL-LEFT-AREA.
002080         10 WS-DTL-LEFT     PIC ZZZ9.
002090         10 WS-DTL-LEFT-TEXT PIC X(14).
002100 01  WS-NONE-LINE           PIC X(40) VALUE
002110         "  NO EVENTS STILL TO BE HELD ON MASTER".
002120 01  WS-RULE-LINE.
002130     05 FILLER              PIC X(132) VALUE ALL "-".
002140
002150 01  WS-EDIT-DATE.
002160     05 WS-ED-YEAR          PIC 9(04).
002170     05 FILLER              PIC X(01) VALUE "-".
002180     05 WS-ED-MONTH         PIC 9(02).
002190     05 FILLER              PIC X(01) VALUE "-".
002200     05 WS-ED-DAY           PIC 9(02).
002210 01  WS-DATE-WORK           PIC 9(08).
002220 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002230     05 WS-DW-YEAR          PIC 9(04).
002240     05 WS-DW-MONTH         PIC 9(02).
002250     05 WS-DW-DAY           PIC 9(02).
002260
002270 01  WS-SUMMARY-DETAIL.
002280     05 WS-SUM-LABEL        PIC X(30).
002290     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002300
002310 01  WS-RUN-DATE            PIC 9(08).
002320 01  WS-RUN-TIME            PIC 9(08).
002330
002340 COPY AUDITLOG.
002350
002360 COPY ERRLOG.
002370
002380 PROCEDURE DIVISION.
002390*-----------------------------------------------------------*
002400* 0000-MAINLINE - THE SORT OWNS THE RUN. ITS INPUT PROCEDURE
002410*                 PICKS THE EVENTS STILL TO BE HELD OFF THE
002420*                 MASTER; ITS OUTPUT PROCEDURE PRINTS EACH ONE'S
002430*                 MILESTONES, EARLIEST EVENT FIRST.
002440*-----------------------------------------------------------*
002450 0000-MAIN SECTION.
002460 0010-MAINLINE.
002470     PERFORM 1000-INITIALIZE
002480     SORT SORT-FILE
002490         ON ASCENDING KEY SR-EVENT-DATE
002500         ON ASCENDING KEY SR-EVENT-CODE
002510         INPUT PROCEDURE IS 2000-SELECT-EVENTS
002520         OUTPUT PROCEDURE IS 4000-LIST-SCHEDULE
002530     PERFORM 8000-WRITE-SUMMARY
002540     PERFORM 9000-TERMINATE
002550     GOBACK.
002560
002570*-----------------------------------------------------------*
002580* 1000-INITIALIZE - LOAD THE MILESTONES AND VENUE REGIONS,
002590*                   OPEN FILES, WRITE THE HEADING.
002600*-----------------------------------------------------------*
002610 1000-INITIALIZE.
002620     PERFORM 1090-READ-RUN-ID
002630     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002640     PERFORM 1100-READ-MILESTONE-PARM
002650     PERFORM 1200-READ-VENUE-PARM
002660     OPEN INPUT EVENT-MASTER
002670     OPEN OUTPUT SCHEDULE-REPORT
002680     OPEN EXTEND AUDIT-LOG
002690     PERFORM 9140-WRITE-AUDIT-START
002700     OPEN EXTEND ERROR-LOG
002710     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
002720     MOVE WS-TODAY  TO WS-DATE-WORK
002730     PERFORM 7000-EDIT-DATE
002740     MOVE WS-EDIT-DATE TO WS-HDG-TODAY
002750     WRITE SCHEDULE-REPORT-RECORD FROM WS-HEADING-1.
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
002960* 1100-READ-MILESTONE-PARM - LOAD THE MILESTONE TABLE FROM THE
002970*                   OPTIONAL MILEPARM FILE. A BLANK NAME OR A
002980*                   NON-NUMERIC OFFSET IS DISPLAYED AND SKIPPED,
002990*                   AS ARE ENTRIES PAST 20. A MISSING OR EMPTY
003000*                   FILE LEAVES THE STANDING MILESTONES.
003010*-----------------------------------------------------------*
003020 1100-READ-MILESTONE-PARM.
003030     OPEN INPUT MILESTONE-PARM
003040     IF WS-MILE-PARM-OK THEN
003050         PERFORM 1110-READ-ONE-MILESTONE
003060             UNTIL WS-NO-MORE-MILESTONES
003070         CLOSE MILESTONE-PARM
003080     END-IF
003090     IF WS-MILE-COUNT = 0 THEN
003100         MOVE 3               TO WS-MILE-COUNT
003110         MOVE "FAVOR ORDER"   TO WS-MT-NAME (1)
003120         MOVE -15             TO WS-MT-OFFSET (1)
003130         MOVE "ROSTER CUTOFF" TO WS-MT-NAME (2)
003140         MOVE -5              TO WS-MT-OFFSET (2)
003150         MOVE "LABEL PRINT"   TO WS-MT-NAME (3)
003160         MOVE -2              TO WS-MT-OFFSET (3)
003170     END-IF.
003180
003190 1110-READ-ONE-MILESTONE.
003200     READ MILESTONE-PARM
003210         AT END MOVE "Y" TO WS-MILE-EOF-SWITCH
003220     END-READ
003230     IF NOT WS-NO-MORE-MILESTONES THEN
003240         IF MP-NAME = SPACES
003250             OR MP-OFFSET NOT NUMERIC THEN
003260             DISPLAY "EVTSCHED - BAD MILEPARM ENTRY "
003270                 MILESTONE-PARM-RECORD " IGNORED"
003280         ELSE
003290             IF WS-MILE-COUNT < 20 THEN
003300                 ADD 1 TO WS-MILE-COUNT
003310                 MOVE MP-NAME   TO WS-MT-NAME (WS-MILE-COUNT)
003320                 MOVE MP-OFFSET TO WS-MT-OFFSET (WS-MILE-COUNT)
003330             ELSE
003340                 DISPLAY "EVTSCHED - MILEPARM TABLE FULL - "
003350                     MP-NAME " IGNORED"
003360             END-IF
003370         END-IF
003380     END-IF.
003390
003400*-----------------------------------------------------------*
003410* 1200-READ-VENUE-PARM - LOAD THE OPTIONAL VENUPARM TABLE OF
003420*                    VENUE NAMES AND THEIR CALENDAR REGIONS.
003430*                    ENTRIES PAST 200 ARE DISPLAYED AND IGNORED.
003440*-----------------------------------------------------------*
003450 1200-READ-VENUE-PARM.
003460     OPEN INPUT VENUE-PARM
003470     IF WS-VENUE-PARM-OK THEN
003480         PERFORM 1210-READ-ONE-VENUE
003490             UNTIL WS-NO-MORE-VENUES
003500         CLOSE VENUE-PARM
003510     END-IF.
003520
003530 1210-READ-ONE-VENUE.
003540     READ VENUE-PARM
003550         AT END MOVE "Y" TO WS-VENUE-EOF-SWITCH
003560     END-READ
003570     IF NOT WS-NO-MORE-VENUES THEN
003580         IF VP-VENUE = "*" THEN
003590             MOVE VP-REGION TO WS-DEFAULT-REGION
003600         ELSE
003610             IF WS-VENUE-COUNT < 200 THEN
003620                 ADD 1 TO WS-VENUE-COUNT
003630                 MOVE VP-VENUE  TO WS-VT-VENUE (WS-VENUE-COUNT)
003640                 MOVE VP-REGION TO WS-VT-REGION (WS-VENUE-COUNT)
003650             ELSE
003660                 DISPLAY "EVTSCHED - VENUPARM TABLE FULL - VENUE "
003670                     VP-VENUE " IGNORED"
003680             END-IF
003690         END-IF
003700     END-IF.
003710
003720*-----------------------------------------------------------*
003730* 4500-LOG-ERROR - APPEND ONE FLAGGED MILESTONE TO THE COMMON
003740*                  ERRORLOG FILE.
003750*-----------------------------------------------------------*
003760 4500-LOG-ERROR.
003770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003780     ACCEPT WS-RUN-TIME FROM TIME
003790     MOVE "EVTSCHED"        TO ERR-PROGRAM-NAME
003800     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
003810     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
003820     MOVE WS-RUN-ID         TO ERR-RUN-ID
003830     MOVE WS-ERR-KEY        TO ERR-RECORD-ID
003840     MOVE WS-ERR-TEXT       TO ERR-MESSAGE
003850     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
003860
003870*-----------------------------------------------------------*
003880* 5000-FIND-VENUE-REGION - LOOK SR-VENUE UP IN THE VENUPARM
003890*                   TABLE. AN UNLISTED VENUE TAKES THE DEFAULT
003900*                   REGION.
003910*-----------------------------------------------------------*
003920 5000-FIND-VENUE-REGION.
003930     MOVE WS-DEFAULT-REGION TO WS-EVENT-REGION
003940     MOVE "N" TO WS-REGION-FOUND-SWITCH
003950     PERFORM 5100-TEST-ONE-VENUE
003960         VARYING WS-VENUE-IDX FROM 1 BY 1
003970         UNTIL WS-VENUE-IDX > WS-VENUE-COUNT
003980             OR WS-REGION-FOUND.
003990
004000 5100-TEST-ONE-VENUE.
004010     IF WS-VT-VENUE (WS-VENUE-IDX) = SR-VENUE THEN
004020         MOVE WS-VT-REGION (WS-VENUE-IDX) TO WS-EVENT-REGION
004030         MOVE "Y" TO WS-REGION-FOUND-SWITCH
004040     END-IF.
004050
004060*-----------------------------------------------------------*
004070* 7000-EDIT-DATE - WS-DATE-WORK TO YYYY-MM-DD IN WS-EDIT-DATE.
004080*-----------------------------------------------------------*
004090 7000-EDIT-DATE.
004100     MOVE WS-DW-YEAR  TO WS-ED-YEAR
004110     MOVE WS-DW-MONTH TO WS-ED-MONTH
004120     MOVE WS-DW-DAY   TO WS-ED-DAY.
004130
004140*-----------------------------------------------------------*
004150* 8000-WRITE-SUMMARY - RUN CONTROL TOTALS.
004160*-----------------------------------------------------------*
004170 8000-WRITE-SUMMARY.
004180     MOVE SPACES TO SCHEDULE-REPORT-RECORD
004190     WRITE SCHEDULE-REPORT-RECORD
004200     WRITE SCHEDULE-REPORT-RECORD FROM WS-RULE-LINE
004210     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004220     MOVE "EVENTS READ"           TO WS-SUM-LABEL
004230     MOVE WS-READ-COUNT           TO WS-SUM-VALUE
004240     WRITE SCHEDULE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004250     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004260     MOVE "EVENTS ALREADY HELD"   TO WS-SUM-LABEL
004270     MOVE WS-HELD-COUNT           TO WS-SUM-VALUE
004280     WRITE SCHEDULE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004290     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004300     MOVE "EVENTS SCHEDULED"      TO WS-SUM-LABEL
004310     MOVE WS-SCHEDULED-COUNT      TO WS-SUM-VALUE
004320     WRITE SCHEDULE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004330     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004340     MOVE "MILESTONES LISTED"     TO WS-SUM-LABEL
004350     MOVE WS-MILESTONE-COUNT      TO WS-SUM-VALUE
004360     WRITE SCHEDULE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004370     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004380     MOVE "MILESTONES DUE TODAY"  TO WS-SUM-LABEL
004390     MOVE WS-DUE-TODAY-COUNT      TO WS-SUM-VALUE
004400     WRITE SCHEDULE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004410     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004420     MOVE "MILESTONES OVERDUE"    TO WS-SUM-LABEL
004430     MOVE WS-OVERDUE-COUNT        TO WS-SUM-VALUE
004440     WRITE SCHEDULE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004450     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004460     MOVE "MILESTONES OFF CALENDAR" TO WS-SUM-LABEL
004470     MOVE WS-OFF-CAL-COUNT        TO WS-SUM-VALUE
004480     WRITE SCHEDULE-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
004490
004500*-----------------------------------------------------------*
004510* 9000-TERMINATE - CLOSE FILES. AN OVERDUE MILESTONE, OR ONE
004520*                  THE CALENDAR COULD NOT PLACE, NEEDS THE
004530*                  DESK'S ATTENTION, SO EITHER ENDS THE STEP
004540*                  RC=4.
004550*-----------------------------------------------------------*
004560 9000-TERMINATE.
004570     PERFORM 9150-WRITE-AUDIT-LOG
004580     CLOSE EVENT-MASTER
004590     CLOSE SCHEDULE-REPORT
004600     CLOSE AUDIT-LOG
004610     CLOSE ERROR-LOG
004620     IF WS-OVERDUE-COUNT > 0
004630         OR WS-OFF-CAL-COUNT > 0 THEN
004640         MOVE 4 TO RETURN-CODE
004650     END-IF.
004660
004670*-----------------------------------------------------------*
004680* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
004690*                        INITIALIZATION SO THE BATCH-WINDOW
004700*                        REPORT CAN PAIR THIS STEP'S START
004710*                        WITH ITS END.
004720*-----------------------------------------------------------*
004730 9140-WRITE-AUDIT-START.
004740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004750     ACCEPT WS-RUN-TIME FROM TIME
004760     MOVE "EVTSCHED"        TO AUD-PROGRAM-NAME
004770     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004780     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004790     MOVE WS-RUN-ID         TO AUD-RUN-ID
004800     MOVE 0                 TO AUD-INPUT-COUNT
004810     MOVE 0                 TO AUD-OUTPUT-COUNT
004820     MOVE "S"               TO AUD-RECORD-TYPE
004830     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
004840
004850*-----------------------------------------------------------*
004860* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
004870*                        AUDITLOG FILE SHARED BY THE WHOLE
004880*                        NIGHTLY SUITE.
004890*-----------------------------------------------------------*
004900 9150-WRITE-AUDIT-LOG.
004910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004920     ACCEPT WS-RUN-TIME FROM TIME
004930     MOVE "EVTSCHED"        TO AUD-PROGRAM-NAME
004940     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004950     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004960     MOVE WS-RUN-ID         TO AUD-RUN-ID
004970     MOVE WS-READ-COUNT     TO AUD-INPUT-COUNT
004980     MOVE WS-MILESTONE-COUNT TO AUD-OUTPUT-COUNT
004990     MOVE "E"               TO AUD-RECORD-TYPE
005000     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
005010
005020*-----------------------------------------------------------*
005030* 2000-SELECT-EVENTS - SORT INPUT PROCEDURE. READS THE WHOLE
005040*                 EVENT MASTER AND RELEASES EVERY EVENT DATED
005050*                 TODAY OR LATER. AN ABSENT MASTER RELEASES
005060*                 NOTHING.
005070*-----------------------------------------------------------*
005080 2000-SELECT-EVENTS SECTION.
005090 2010-SELECT-MAINLINE.
005100     IF NOT WS-MASTER-OK THEN
005110         MOVE "Y" TO WS-EOF-SWITCH
005120     ELSE
005130         PERFORM 2100-READ-ONE-EVENT
005140     END-IF
005150     PERFORM 2200-JUDGE-ONE-EVENT
005160         UNTIL WS-NO-MORE-EVENTS
005170     GO TO 2990-SELECT-EXIT.
005180
005190 2100-READ-ONE-EVENT.
005200     READ EVENT-MASTER
005210         AT END
005220             MOVE "Y" TO WS-EOF-SWITCH
005230     END-READ
005240     IF NOT WS-NO-MORE-EVENTS THEN
005250         ADD 1 TO WS-READ-COUNT
005260     END-IF.
005270
005280 2200-JUDGE-ONE-EVENT.
005290     IF EM-EVENT-DATE < WS-TODAY THEN
005300         ADD 1 TO WS-HELD-COUNT
005310     ELSE
005320         MOVE EM-EVENT-DATE TO SR-EVENT-DATE
005330         MOVE EM-EVENT-CODE TO SR-EVENT-CODE
005340         MOVE EM-EVENT-NAME TO SR-EVENT-NAME
005350         MOVE EM-VENUE      TO SR-VENUE
005360         RELEASE SORT-RECORD
005370     END-IF
005380     PERFORM 2100-READ-ONE-EVENT.
005390
005400 2990-SELECT-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------*
005440* 4000-LIST-SCHEDULE - SORT OUTPUT PROCEDURE. ONE HEADING LINE
005450*                 PER EVENT, THEN ONE LINE PER MILESTONE IN
005460*                 MILEPARM ORDER.
005470*-----------------------------------------------------------*
005480 4000-LIST-SCHEDULE SECTION.
005490 4010-LIST-MAINLINE.
005500     PERFORM 4100-RETURN-ONE-EVENT
005510         UNTIL WS-NO-MORE-SORTED
005520     IF WS-SCHEDULED-COUNT = 0 THEN
005530         MOVE SPACES TO SCHEDULE-REPORT-RECORD
005540         WRITE SCHEDULE-REPORT-RECORD
005550         WRITE SCHEDULE-REPORT-RECORD FROM WS-NONE-LINE
005560     END-IF
005570     GO TO 4990-LIST-EXIT.
005580
005590 4100-RETURN-ONE-EVENT.
005600     RETURN SORT-FILE
005610         AT END
005620             MOVE "Y" TO WS-SORT-EOF-SWITCH
005630         NOT AT END
005640             PERFORM 4200-WRITE-ONE-EVENT
005650     END-RETURN.
005660
005670 4200-WRITE-ONE-EVENT.
005680     ADD 1 TO WS-SCHEDULED-COUNT
005690     PERFORM 5000-FIND-VENUE-REGION
005700     MOVE SPACES TO SCHEDULE-REPORT-RECORD
005710     WRITE SCHEDULE-REPORT-RECORD
005720     MOVE SR-EVENT-CODE   TO WS-EVL-CODE
005730     MOVE SR-EVENT-NAME   TO WS-EVL-NAME
005740     MOVE SR-EVENT-DATE   TO WS-DATE-WORK
005750     PERFORM 7000-EDIT-DATE
005760     MOVE WS-EDIT-DATE    TO WS-EVL-DATE
005770     MOVE SR-VENUE        TO WS-EVL-VENUE
005780     MOVE WS-EVENT-REGION TO WS-EVL-REGION
005790     WRITE SCHEDULE-REPORT-RECORD FROM WS-EVENT-LINE
005800     WRITE SCHEDULE-REPORT-RECORD FROM WS-COLUMN-HEADING
005810     PERFORM 4300-WRITE-ONE-MILESTONE
005820         VARYING WS-MILE-IDX FROM 1 BY 1
005830         UNTIL WS-MILE-IDX > WS-MILE-COUNT.
005840
005850*-----------------------------------------------------------*
005860* 4300-WRITE-ONE-MILESTONE - WORK THE DUE DATE OUT ON THE
005870*                 REGION'S CALENDAR AND SAY WHERE IT STANDS -
005880*                 OVERDUE, DUE TODAY, OR ON TIME WITH HOW MANY
005890*                 BUSINESS DAYS ARE LEFT. AN OFFSET THAT RUNS
005900*                 OFF THE CALENDAR, OR AN UNKNOWN REGION, LEAVES
005910*                 NO DUE DATE.
005920*-----------------------------------------------------------*
005930 4300-WRITE-ONE-MILESTONE.
005940     ADD 1 TO WS-MILESTONE-COUNT
005950     MOVE WS-MT-NAME (WS-MILE-IDX)   TO WS-DTL-NAME
005960     MOVE WS-MT-OFFSET (WS-MILE-IDX) TO WS-DTL-OFFSET
005970     MOVE SPACES TO WS-DTL-DUE-DATE
005980     MOVE SPACES TO WS-DTL-STATUS
005990     MOVE SPACES TO WS-DTL-LEFT-AREA
006000     CALL "ADD-BUSINESS-DAYS" USING WS-EVENT-REGION
006010         SR-EVENT-DATE WS-MT-OFFSET (WS-MILE-IDX)
006020         WS-DUE-DATE WS-DUE-VALID-SWITCH
006030     IF NOT WS-DUE-VALID THEN
006040         ADD 1 TO WS-OFF-CAL-COUNT
006050         MOVE "OFF CALENDAR" TO WS-DTL-STATUS
006060         MOVE SPACES         TO WS-ERR-TEXT
006070         STRING WS-MT-NAME (WS-MILE-IDX) DELIMITED BY "  "
006080             " - NOT ON CALENDAR" DELIMITED BY SIZE
006090             INTO WS-ERR-TEXT
006100         END-STRING
006110         PERFORM 4400-LOG-MILESTONE
006120     ELSE
006130         MOVE WS-DUE-DATE TO WS-DATE-WORK
006140         PERFORM 7000-EDIT-DATE
006150         MOVE WS-EDIT-DATE TO WS-DTL-DUE-DATE
006160         EVALUATE TRUE
006170             WHEN WS-DUE-DATE < WS-TODAY
006180                 ADD 1 TO WS-OVERDUE-COUNT
006190                 MOVE "*** OVERDUE" TO WS-DTL-STATUS
006200                 MOVE SPACES        TO WS-ERR-TEXT
006210                 STRING WS-MT-NAME (WS-MILE-IDX) DELIMITED BY "  "
006220                     " OVERDUE - DUE " WS-EDIT-DATE
006230                     DELIMITED BY SIZE
006240                     INTO WS-ERR-TEXT
006250                 END-STRING
006260                 PERFORM 4400-LOG-MILESTONE
006270             WHEN WS-DUE-DATE = WS-TODAY
006280                 ADD 1 TO WS-DUE-TODAY-COUNT
006290                 MOVE "DUE TODAY"   TO WS-DTL-STATUS
006300             WHEN OTHER
006310                 CALL "BUSINESS-DAYS-BETWEEN" USING
006320                     WS-EVENT-REGION
006330                     WS-TODAY WS-DUE-DATE WS-DAYS-LEFT
006340                     WS-LEFT-VALID-SWITCH
006350                 MOVE "ON TIME"     TO WS-DTL-STATUS
006360                 IF WS-LEFT-VALID THEN
006370                     MOVE WS-DAYS-LEFT      TO WS-DTL-LEFT
006380                     MOVE " BUS DAYS LEFT"  TO WS-DTL-LEFT-TEXT
006390                 END-IF
006400         END-EVALUATE
006410     END-IF
006420     WRITE SCHEDULE-REPORT-RECORD FROM WS-DETAIL-LINE.
006430
006440 4400-LOG-MILESTONE.
006450     MOVE SR-EVENT-CODE TO WS-ERR-KEY
006460     PERFORM 4500-LOG-ERROR.
006470
006480 4990-LIST-EXIT.
006490     EXIT.
