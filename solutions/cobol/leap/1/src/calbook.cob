000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    CALBOOK.
000050 AUTHOR.        M. OKONKWO.
000060 INSTALLATION.  SCHEDULING SYSTEMS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 MO    NEW PROGRAM. CALOUT IS MACHINE-READABLE
000150*                  ONLY, SO "IS THE 26TH A WORKING DAY IN
000160*                  EU1" MEANT READING RAW RECORDS. THIS
000170*                  PROGRAM PRINTS CALOUT AS A BOOKLET THE
000180*                  DESK HANDS TO THE LABS AND THE LEAGUE AT
000190*                  THE START OF EACH YEAR: A MONTH-GRID
000200*                  CALENDAR PER REGION AND YEAR WITH EVERY
000210*                  BUSINESS DAY NUMBERED AND HOLIDAYS AND
000220*                  WEEKENDS MARKED, THEN A HOLIDAY LISTING
000230*                  WITH THE REGIONS SIDE BY SIDE, THEN EVERY
000240*                  DATE THAT IS A BUSINESS DAY IN ONE REGION
000250*                  BUT NOT IN ANOTHER. AN OPTIONAL BOOKPARM
000260*                  YEAR LIMITS THE BOOKLET TO THAT YEAR.
000270*                  RC=8 WHEN NO CALENDAR DAY IS PRINTED,
000280*                  RC=4 WHEN THE SIDE-BY-SIDE SECTIONS HAD
000290*                  TO LEAVE A REGION OR DATES OUT.
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CALENDAR-INPUT ASSIGN TO "CALOUT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CAL-IN-STATUS.
000370     SELECT BOOK-PARM ASSIGN TO "BOOKPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-BOOK-PARM-STATUS.
000400     SELECT BOOK-REPORT ASSIGN TO "CALBOOK"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BOOK-RPT-STATUS.
000430     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUN-ID-F-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CALENDAR-INPUT
000520     RECORD CONTAINS 37 CHARACTERS.
000530 01  CALENDAR-INPUT-RECORD.
000540     05 CAL-REGION           PIC X(03).
000550     05 CAL-DATE             PIC 9(08).
000560     05 CAL-DATE-PARTS REDEFINES CAL-DATE.
000570         10 CAL-YEAR         PIC 9(04).
000580         10 CAL-MONTH        PIC 9(02).
000590         10 CAL-DAY          PIC 9(02).
000600     05 CAL-DOW-NUM          PIC 9(01).
000610     05 CAL-DOW-NAME         PIC X(09).
000620     05 CAL-BUS-DAY-NO       PIC 9(02).
000630     05 CAL-HOLIDAY-FLAG     PIC X(01).
000640     05 CAL-WEEKEND-FLAG     PIC X(01).
000650     05 CAL-FISCAL-YEAR      PIC 9(04).
000660     05 CAL-FISCAL-PERIOD    PIC 9(02).
000670     05 CAL-FISCAL-WEEK      PIC 9(02).
000680     05 CAL-FISC-BUS-DAY-NO  PIC 9(02).
000690     05 CAL-PERIOD-END-FLAG  PIC X(01).
000700     05 CAL-QUARTER-END-FLAG PIC X(01).
000710
000720 FD  BOOK-PARM
000730     RECORD CONTAINS 4 CHARACTERS.
000740 01  BOOK-PARM-RECORD.
000750     05 PARM-BOOK-YEAR       PIC 9(04).
000760
000770 FD  BOOK-REPORT
000780     RECORD CONTAINS 132 CHARACTERS.
000790 01  BOOK-REPORT-RECORD      PIC X(132).
000800
000810 FD  AUDIT-LOG
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  AUDIT-LOG-RECORD        PIC X(80).
000840
000850 FD  RUN-ID-FILE
000860     RECORD CONTAINS 15 CHARACTERS.
000870 01  RUN-ID-RECORD           PIC X(15).
000875
000880 WORKING-STORAGE SECTION.
000890 01  WS-RUN-ID-F-STATUS     PIC X(02).
000900     88 WS-RUN-ID-F-OK                VALUE "00".
000910 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
000920 01  WS-CAL-IN-STATUS       PIC X(02).
000930     88 WS-CAL-IN-OK                  VALUE "00".
000940 01  WS-CAL-OPEN-SW         PIC X(01) VALUE "N".
000950     88 WS-CAL-IS-OPEN                VALUE "Y".
000960 01  WS-BOOK-PARM-STATUS    PIC X(02).
000970     88 WS-BOOK-PARM-OK               VALUE "00".
000980 01  WS-BOOK-RPT-STATUS     PIC X(02).
000990     88 WS-BOOK-RPT-OK                VALUE "00".
001000 01  WS-AUDIT-STATUS        PIC X(02).
001010     88 WS-AUDIT-OK                   VALUE "00".
001020
001030 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001040     88 WS-NO-MORE-DAYS               VALUE "Y".
001050
001060* ZERO PRINTS EVERY YEAR CALOUT CARRIES.
001070 01  WS-BOOK-YEAR           PIC 9(04) VALUE 0.
001080
001090 01  WS-MONTH-NAMES-LIST.
001100     05 FILLER PIC X(09) VALUE "JANUARY".
001110     05 FILLER PIC X(09) VALUE "FEBRUARY".
001120     05 FILLER PIC X(09) VALUE "MARCH".
001130     05 FILLER PIC X(09) VALUE "APRIL".
001140     05 FILLER PIC X(09) VALUE "MAY".
001150     05 FILLER PIC X(09) VALUE "JUNE".
001160     05 FILLER PIC X(09) VALUE "JULY".
001170     05 FILLER PIC X(09) VALUE "AUGUST".
001180     05 FILLER PIC X(09) VALUE "SEPTEMBER".
001190     05 FILLER PIC X(09) VALUE "OCTOBER".
001200     05 FILLER PIC X(09) VALUE "NOVEMBER".
001210     05 FILLER PIC X(09) VALUE "DECEMBER".
001220 01  WS-MONTH-NAMES-TABLE REDEFINES WS-MONTH-NAMES-LIST.
001230     05 WS-MONTH-NAME       PIC X(09) OCCURS 12 TIMES.
001240
001250* THE REGION, YEAR AND MONTH NOW BEING LAID OUT. CALOUT
001260* CARRIES EACH REGION'S CALENDAR WHOLE AND IN DATE ORDER,
001270* SO A CHANGE OF ANY OF THE THREE CLOSES THE MONTH.
001280 01  WS-CUR-REGION          PIC X(03).
001290 01  WS-CUR-YEAR            PIC 9(04).
001300 01  WS-CUR-MONTH           PIC 9(02).
001310 01  WS-MONTH-OPEN-SW       PIC X(01) VALUE "N".
001320     88 WS-MONTH-IS-OPEN              VALUE "Y".
001330 01  WS-YEAR-OPEN-SW        PIC X(01) VALUE "N".
001340     88 WS-YEAR-IS-OPEN               VALUE "Y".
001350 01  WS-DAY-CODE            PIC X(01).
001360     88 WS-DAY-IS-BUSINESS            VALUE "B".
001370     88 WS-DAY-IS-HOLIDAY             VALUE "H".
001380     88 WS-DAY-IS-WEEKEND             VALUE "W".
001390
001400* ONE MONTH AS UP TO SIX WEEK ROWS OF SEVEN DAYS, MONDAY
001410* FIRST. A BUSINESS DAY SHOWS ITS NUMBER WITHIN THE MONTH.
001420 01  WS-GRID-ROWS-USED      PIC 9(01) COMP.
001430 01  WS-GRID-ROW            PIC 9(01) COMP.
001440 01  WS-GRID-TABLE.
001450     05 WS-WEEK-LINE OCCURS 6 TIMES.
001460         10 FILLER          PIC X(04).
001470         10 WS-GRID-CELL OCCURS 7 TIMES.
001480             15 WS-CELL-DAY PIC X(02).
001490             15 FILLER      PIC X(01).
001500             15 WS-CELL-MARK
001510                            PIC X(03).
001520             15 FILLER      PIC X(04).
001530 01  WS-BUS-MARK.
001540     05 FILLER              PIC X(01) VALUE "B".
001550     05 WS-BUS-MARK-NO      PIC 9(02).
001560
001570 01  WS-MON-BUS-COUNT       PIC 9(03) COMP.
001580 01  WS-MON-HOL-COUNT       PIC 9(03) COMP.
001590 01  WS-YR-BUS-COUNT        PIC 9(03) COMP.
001600 01  WS-YR-HOL-COUNT        PIC 9(03) COMP.
001610 01  WS-YR-WKD-COUNT        PIC 9(03) COMP.
001620
001630* REGIONS IN CALOUT ORDER, EIGHT TO A PRINT LINE, FOR THE
001640* SIDE-BY-SIDE SECTIONS.
001650 01  WS-REGION-COUNT        PIC 9(02) COMP VALUE 0.
001660 01  WS-REGION-TABLE        VALUE SPACES.
001670     05 WS-REGION-CODE      PIC X(03) OCCURS 8 TIMES.
001680 01  WS-RGN-IDX             PIC 9(02) COMP.
001690 01  WS-CUR-RGN-IDX         PIC 9(02) COMP.
001700 01  WS-REGION-FULL-SW      PIC X(01) VALUE "N".
001710     88 WS-REGION-TABLE-FULL          VALUE "Y".
001720
001730* EVERY DATE PRINTED, ASCENDING, WITH WHAT IT IS IN EACH
001740* REGION - B, H OR W - OR SPACE WHERE THE REGION'S
001750* CALENDAR DOES NOT REACH IT. EACH REGION'S DAYS ARE
001760* MERGED IN AS THEY ARE READ.
001770 01  WS-DATE-COUNT          PIC 9(05) COMP VALUE 0.
001780 01  WS-DATE-TABLE.
001790     05 WS-DATE-ENTRY OCCURS 5000 TIMES.
001800         10 WS-DT-DATE      PIC 9(08).
001810         10 WS-DT-DOW-NAME  PIC X(09).
001820         10 WS-DT-CODES.
001830             15 WS-DT-CODE  PIC X(01) OCCURS 8 TIMES.
001840 01  WS-DATE-IDX            PIC 9(05) COMP.
001850 01  WS-MERGE-IDX           PIC 9(05) COMP.
001860 01  WS-SHIFT-IDX           PIC 9(05) COMP.
001870 01  WS-MERGE-SW            PIC X(01).
001880     88 WS-MERGE-DONE                 VALUE "Y".
001890 01  WS-DATE-FULL-SW        PIC X(01) VALUE "N".
001900     88 WS-DATE-TABLE-FULL            VALUE "Y".
001910 01  WS-HOL-TALLY           PIC 9(02) COMP.
001920 01  WS-BUS-SEEN-SW         PIC X(01).
001930     88 WS-BUS-SEEN                   VALUE "Y".
001940 01  WS-OFF-SEEN-SW         PIC X(01).
001950     88 WS-OFF-SEEN                   VALUE "Y".
001960
001970 01  WS-DAY-COUNT           PIC 9(07) COMP VALUE 0.
001980 01  WS-MONTH-COUNT         PIC 9(05) COMP VALUE 0.
001990 01  WS-HOLIDAY-DATE-COUNT  PIC 9(05) COMP VALUE 0.
002000 01  WS-DIFF-DATE-COUNT     PIC 9(05) COMP VALUE 0.
002010
002020 01  WS-HEADING-1.
002030     05 FILLER              PIC X(44) VALUE
002040         "HOLIDAY AND BUSINESS-DAY CALENDAR BOOKLET".
002050     05 FILLER              PIC X(08) VALUE "RUN ID ".
002060     05 WS-HDG-RUN-ID       PIC X(15).
002070 01  WS-SCOPE-LINE.
002080     05 FILLER              PIC X(07) VALUE "YEARS ".
002090     05 WS-SCP-YEARS        PIC X(30).
002100 01  WS-LEGEND-LINE.
002110     05 FILLER              PIC X(50) VALUE
002120         "BNN = BUSINESS DAY NN OF THE MONTH   HOL = HOLIDAY".
002130     05 FILLER              PIC X(16) VALUE
002140         "   WKD = WEEKEND".
002150 01  WS-RULE-LINE.
002160     05 FILLER              PIC X(74) VALUE ALL "=".
002170 01  WS-SECTION-LINE.
002180     05 WS-SECT-TITLE       PIC X(60).
002190
002200 01  WS-YEAR-HEAD-LINE.
002210     05 FILLER              PIC X(07) VALUE "REGION ".
002220     05 WS-YH-REGION        PIC X(03).
002230     05 FILLER              PIC X(17) VALUE
002240         "   CALENDAR YEAR ".
002250     05 WS-YH-YEAR          PIC 9(04).
002260 01  WS-MONTH-HEAD-LINE.
002270     05 FILLER              PIC X(04) VALUE SPACES.
002280     05 WS-MH-MONTH-NAME    PIC X(10).
002290     05 WS-MH-YEAR          PIC 9(04).
002300     05 FILLER              PIC X(09) VALUE "  REGION ".
002310     05 WS-MH-REGION        PIC X(03).
002320     05 FILLER              PIC X(18) VALUE
002330         "   BUSINESS DAYS ".
002340     05 WS-MH-BUS           PIC ZZ9.
002350     05 FILLER              PIC X(12) VALUE "  HOLIDAYS ".
002360     05 WS-MH-HOL           PIC ZZ9.
002370 01  WS-DAY-NAMES-LINE.
002380     05 FILLER              PIC X(04) VALUE SPACES.
002390     05 FILLER              PIC X(10) VALUE "   MON".
002400     05 FILLER              PIC X(10) VALUE "   TUE".
002410     05 FILLER              PIC X(10) VALUE "   WED".
002420     05 FILLER              PIC X(10) VALUE "   THU".
002430     05 FILLER              PIC X(10) VALUE "   FRI".
002440     05 FILLER              PIC X(10) VALUE "   SAT".
002450     05 FILLER              PIC X(10) VALUE "   SUN".
002460 01  WS-YEAR-TOTAL-LINE.
002470     05 FILLER              PIC X(04) VALUE SPACES.
002480     05 FILLER              PIC X(05) VALUE "YEAR ".
002490     05 WS-YT-YEAR          PIC 9(04).
002500     05 FILLER              PIC X(08) VALUE " REGION ".
002510     05 WS-YT-REGION        PIC X(03).
002520     05 FILLER              PIC X(18) VALUE
002530         "   BUSINESS DAYS ".
002540     05 WS-YT-BUS           PIC ZZ9.
002550     05 FILLER              PIC X(12) VALUE "  HOLIDAYS ".
002560     05 WS-YT-HOL           PIC ZZ9.
002570     05 FILLER              PIC X(16) VALUE
002580         "  WEEKEND DAYS ".
002590     05 WS-YT-WKD           PIC ZZ9.
002600
002610* SIDE-BY-SIDE LINES - ONE DATE, THEN ONE COLUMN PER REGION.
002620 01  WS-SIDE-HEAD-LINE.
002630     05 WS-SH-DATE-HDG      PIC X(12).
002640     05 WS-SH-DAY-HDG       PIC X(11).
002650     05 WS-SH-COLUMN OCCURS 8 TIMES.
002660         10 WS-SH-REGION    PIC X(03).
002670         10 FILLER          PIC X(07).
002680 01  WS-SIDE-LINE.
002690     05 WS-SL-DATE          PIC X(10).
002700     05 FILLER              PIC X(02).
002760     05 WS-SL-DOW-NAME      PIC X(09).
002770     05 FILLER              PIC X(02).
002780     05 WS-SL-COLUMN OCCURS 8 TIMES.
002790         10 WS-SL-TEXT      PIC X(08).
002800         10 FILLER          PIC X(02).
002810 01  WS-SIDE-DATE-W         PIC 9(08).
002820 01  WS-SIDE-DATE-PARTS REDEFINES WS-SIDE-DATE-W.
002830     05 WS-SD-YEAR          PIC 9(04).
002840     05 WS-SD-MONTH         PIC 9(02).
002850     05 WS-SD-DAY           PIC 9(02).
002851 01  WS-EDIT-DATE.
002852     05 WS-ED-YEAR          PIC 9(04).
002853     05 FILLER              PIC X(01) VALUE "-".
002854     05 WS-ED-MONTH         PIC 9(02).
002855     05 FILLER              PIC X(01) VALUE "-".
002856     05 WS-ED-DAY           PIC 9(02).
002860 01  WS-NONE-LINE.
002870     05 FILLER              PIC X(04) VALUE SPACES.
002880     05 WS-NONE-TEXT        PIC X(56).
002890
002900 01  WS-SUMMARY-DETAIL.
002910     05 WS-SUM-LABEL        PIC X(30).
002920     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002930
002940 01  WS-RUN-DATE            PIC 9(08).
002950 01  WS-RUN-TIME            PIC 9(08).
002960
002970 COPY AUDITLOG.
002980
002990 PROCEDURE DIVISION.
003000*-----------------------------------------------------------*
003010* 0000-MAINLINE
003020*-----------------------------------------------------------*
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE
003050     PERFORM 2000-PROCESS-DAYS
003060         UNTIL WS-NO-MORE-DAYS
003070     IF WS-MONTH-IS-OPEN THEN
003080         PERFORM 3000-CLOSE-MONTH
003090     END-IF
003100     IF WS-YEAR-IS-OPEN THEN
003110         PERFORM 3500-CLOSE-YEAR
003120     END-IF
003130     PERFORM 6000-WRITE-HOLIDAY-LISTING
003140     PERFORM 7000-WRITE-DIFFERENCES
003150     PERFORM 8000-WRITE-SUMMARY-SECTIONS
003160     PERFORM 9000-TERMINATE
003170     GOBACK.
003180
003190*-----------------------------------------------------------*
003200* 1000-INITIALIZE - PICK UP THE BOOKLET YEAR, OPEN FILES,
003210*                   WRITE HEADINGS, PRIME THE READ.
003220*-----------------------------------------------------------*
003230 1000-INITIALIZE.
003240     PERFORM 1090-READ-RUN-ID
003250     PERFORM 1100-READ-BOOK-PARM
003260     OPEN OUTPUT BOOK-REPORT
003270     OPEN EXTEND AUDIT-LOG
003280     PERFORM 9140-WRITE-AUDIT-START
003290     MOVE WS-RUN-ID          TO WS-HDG-RUN-ID
003300     WRITE BOOK-REPORT-RECORD FROM WS-HEADING-1
003310     IF WS-BOOK-YEAR = 0 THEN
003320         MOVE "ALL YEARS ON CALOUT" TO WS-SCP-YEARS
003330     ELSE
003340         MOVE SPACES             TO WS-SCP-YEARS
003350         STRING WS-BOOK-YEAR " (BOOKPARM)"
003360             DELIMITED BY SIZE INTO WS-SCP-YEARS
003370     END-IF
003380     WRITE BOOK-REPORT-RECORD FROM WS-SCOPE-LINE
003390     WRITE BOOK-REPORT-RECORD FROM WS-LEGEND-LINE
003400     OPEN INPUT CALENDAR-INPUT
003410     IF WS-CAL-IN-OK THEN
003420         MOVE "Y" TO WS-CAL-OPEN-SW
003430         PERFORM 2100-READ-CALENDAR
003440     ELSE
003450         DISPLAY "CALBOOK - CALOUT NOT AVAILABLE, STATUS "
003460             WS-CAL-IN-STATUS
003470         MOVE "Y" TO WS-EOF-SWITCH
003480     END-IF.
003490
003500*-----------------------------------------------------------*
003510* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003520*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003530*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003540*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003550*-----------------------------------------------------------*
003560 1090-READ-RUN-ID.
003570     OPEN INPUT RUN-ID-FILE
003580     IF WS-RUN-ID-F-OK THEN
003590         READ RUN-ID-FILE
003600             AT END CONTINUE
003610         END-READ
003620         IF WS-RUN-ID-F-OK THEN
003630             MOVE RUN-ID-RECORD TO WS-RUN-ID
003640         END-IF
003650         CLOSE RUN-ID-FILE
003660     END-IF.
003670
003680*-----------------------------------------------------------*
003690* 1100-READ-BOOK-PARM - AN OPTIONAL BOOKPARM FILE NAMING A
003700*                   YEAR LIMITS THE BOOKLET TO THAT YEAR. A
003710*                   MISSING OR EMPTY FILE, OR A YEAR THAT IS
003720*                   NOT NUMERIC, PRINTS EVERY YEAR ON CALOUT.
003730*-----------------------------------------------------------*
003740 1100-READ-BOOK-PARM.
003750     OPEN INPUT BOOK-PARM
003760     IF WS-BOOK-PARM-OK THEN
003770         READ BOOK-PARM
003780             AT END CONTINUE
003790         END-READ
003800         IF WS-BOOK-PARM-OK THEN
003810             IF PARM-BOOK-YEAR IS NUMERIC THEN
003820                 MOVE PARM-BOOK-YEAR TO WS-BOOK-YEAR
003830             ELSE
003840                 DISPLAY "CALBOOK - BOOKPARM YEAR "
003850                     BOOK-PARM-RECORD
003860                     " INVALID - PRINTING ALL YEARS"
003870             END-IF
003880         END-IF
003890         CLOSE BOOK-PARM
003900     END-IF.
003910
003920*-----------------------------------------------------------*
003930* 2000-PROCESS-DAYS - LAY ONE CALENDAR DAY INTO ITS MONTH
003940*                   GRID AND THE SIDE-BY-SIDE DATE TABLE,
003950*                   CLOSING THE MONTH (AND YEAR) BEFORE IT
003960*                   WHEN THE DAY STARTS A NEW ONE. DAYS
003970*                   OUTSIDE THE BOOKPARM YEAR ARE PASSED BY.
003980*-----------------------------------------------------------*
003990 2000-PROCESS-DAYS.
004000     IF WS-BOOK-YEAR = 0 OR CAL-YEAR = WS-BOOK-YEAR THEN
004010         ADD 1 TO WS-DAY-COUNT
004020         IF WS-MONTH-IS-OPEN THEN
004030             IF CAL-REGION NOT = WS-CUR-REGION
004040                 OR CAL-YEAR NOT = WS-CUR-YEAR
004050                 OR CAL-MONTH NOT = WS-CUR-MONTH THEN
004060                 PERFORM 3000-CLOSE-MONTH
004070             END-IF
004080         END-IF
004090         IF WS-YEAR-IS-OPEN THEN
004100             IF CAL-REGION NOT = WS-CUR-REGION
004110                 OR CAL-YEAR NOT = WS-CUR-YEAR THEN
004120                 PERFORM 3500-CLOSE-YEAR
004130             END-IF
004140         END-IF
004150         IF NOT WS-YEAR-IS-OPEN THEN
004160             PERFORM 3600-OPEN-YEAR
004170         END-IF
004180         IF NOT WS-MONTH-IS-OPEN THEN
004190             PERFORM 3100-OPEN-MONTH
004200         END-IF
004210         EVALUATE TRUE
004220             WHEN CAL-HOLIDAY-FLAG = "Y"
004230                 MOVE "H" TO WS-DAY-CODE
004240             WHEN CAL-WEEKEND-FLAG = "Y"
004250                 MOVE "W" TO WS-DAY-CODE
004260             WHEN OTHER
004270                 MOVE "B" TO WS-DAY-CODE
004280         END-EVALUATE
004290         PERFORM 3200-PLACE-DAY-IN-GRID
004300         IF WS-CUR-RGN-IDX > 0 THEN
004310             PERFORM 4000-MERGE-DAY
004320         END-IF
004330     END-IF
004340     PERFORM 2100-READ-CALENDAR.
004350
004360*-----------------------------------------------------------*
004370* 2100-READ-CALENDAR - READ THE NEXT CALOUT DAY, SET EOF.
004380*-----------------------------------------------------------*
004390 2100-READ-CALENDAR.
004400     READ CALENDAR-INPUT
004410         AT END
004420             MOVE "Y" TO WS-EOF-SWITCH
004430     END-READ.
004440
004450*-----------------------------------------------------------*
004460* 3000-CLOSE-MONTH - PRINT THE FINISHED MONTH GRID UNDER ITS
004470*                   MONTH HEADING AND DAY NAMES.
004480*-----------------------------------------------------------*
004490 3000-CLOSE-MONTH.
004500     MOVE WS-MONTH-NAME (WS-CUR-MONTH) TO WS-MH-MONTH-NAME
004510     MOVE WS-CUR-YEAR        TO WS-MH-YEAR
004520     MOVE WS-CUR-REGION      TO WS-MH-REGION
004530     MOVE WS-MON-BUS-COUNT   TO WS-MH-BUS
004540     MOVE WS-MON-HOL-COUNT   TO WS-MH-HOL
004550     WRITE BOOK-REPORT-RECORD FROM WS-MONTH-HEAD-LINE
004560     WRITE BOOK-REPORT-RECORD FROM WS-DAY-NAMES-LINE
004570     PERFORM 3010-WRITE-ONE-WEEK
004580         VARYING WS-GRID-ROW FROM 1 BY 1
004590         UNTIL WS-GRID-ROW > WS-GRID-ROWS-USED
004600     MOVE SPACES TO BOOK-REPORT-RECORD
004610     WRITE BOOK-REPORT-RECORD
004620     ADD 1 TO WS-MONTH-COUNT
004630     MOVE "N" TO WS-MONTH-OPEN-SW.
004640
004650 3010-WRITE-ONE-WEEK.
004660     WRITE BOOK-REPORT-RECORD
004670         FROM WS-WEEK-LINE (WS-GRID-ROW).
004680
004690*-----------------------------------------------------------*
004700* 3100-OPEN-MONTH - START AN EMPTY GRID FOR THE DAY'S MONTH.
004710*-----------------------------------------------------------*
004720 3100-OPEN-MONTH.
004730     MOVE CAL-MONTH TO WS-CUR-MONTH
004740     MOVE SPACES    TO WS-GRID-TABLE
004750     MOVE 1         TO WS-GRID-ROWS-USED
004760     MOVE 0         TO WS-MON-BUS-COUNT
004770     MOVE 0         TO WS-MON-HOL-COUNT
004780     MOVE "Y"       TO WS-MONTH-OPEN-SW.
004790
004800*-----------------------------------------------------------*
004810* 3200-PLACE-DAY-IN-GRID - A MONDAY AFTER THE FIRST OF THE
004820*                   MONTH STARTS A NEW WEEK ROW. THE DAY'S
004830*                   CELL CARRIES ITS DATE AND ITS MARK.
004840*-----------------------------------------------------------*
004850 3200-PLACE-DAY-IN-GRID.
004860     IF CAL-DOW-NUM = 1 AND CAL-DAY NOT = 1 THEN
004870         ADD 1 TO WS-GRID-ROWS-USED
004880     END-IF
004890     MOVE WS-GRID-ROWS-USED TO WS-GRID-ROW
004900     MOVE CAL-DAY
004910         TO WS-CELL-DAY (WS-GRID-ROW, CAL-DOW-NUM)
004920     EVALUATE TRUE
004930         WHEN WS-DAY-IS-HOLIDAY
004940             MOVE "HOL" TO WS-CELL-MARK (WS-GRID-ROW,
004950                 CAL-DOW-NUM)
004960             ADD 1 TO WS-MON-HOL-COUNT
004970             ADD 1 TO WS-YR-HOL-COUNT
004980         WHEN WS-DAY-IS-WEEKEND
004990             MOVE "WKD" TO WS-CELL-MARK (WS-GRID-ROW,
005000                 CAL-DOW-NUM)
005010             ADD 1 TO WS-YR-WKD-COUNT
005020         WHEN OTHER
005030             MOVE CAL-BUS-DAY-NO TO WS-BUS-MARK-NO
005040             MOVE WS-BUS-MARK TO WS-CELL-MARK (WS-GRID-ROW,
005050                 CAL-DOW-NUM)
005060             ADD 1 TO WS-MON-BUS-COUNT
005070             ADD 1 TO WS-YR-BUS-COUNT
005080     END-EVALUATE.
005090
005100*-----------------------------------------------------------*
005110* 3500-CLOSE-YEAR - THE REGION'S TOTALS FOR THE YEAR.
005120*-----------------------------------------------------------*
005130 3500-CLOSE-YEAR.
005140     MOVE WS-CUR-YEAR        TO WS-YT-YEAR
005150     MOVE WS-CUR-REGION      TO WS-YT-REGION
005160     MOVE WS-YR-BUS-COUNT    TO WS-YT-BUS
005170     MOVE WS-YR-HOL-COUNT    TO WS-YT-HOL
005180     MOVE WS-YR-WKD-COUNT    TO WS-YT-WKD
005190     WRITE BOOK-REPORT-RECORD FROM WS-YEAR-TOTAL-LINE
005200     MOVE SPACES TO BOOK-REPORT-RECORD
005210     WRITE BOOK-REPORT-RECORD
005220     MOVE "N" TO WS-YEAR-OPEN-SW.
005230
005240*-----------------------------------------------------------*
005250* 3600-OPEN-YEAR - HEAD A NEW REGION-YEAR. A REGION SEEN FOR
005260*                   THE FIRST TIME TAKES THE NEXT COLUMN OF
005270*                   THE SIDE-BY-SIDE SECTIONS, AND ITS DAYS
005280*                   MERGE INTO THE DATE TABLE FROM THE TOP.
005290*-----------------------------------------------------------*
005300 3600-OPEN-YEAR.
005310     IF CAL-REGION NOT = WS-CUR-REGION
005320         OR WS-DAY-COUNT = 1 THEN
005330         MOVE 1 TO WS-MERGE-IDX
005340         PERFORM 3700-FIND-REGION-COLUMN
005350     END-IF
005360     MOVE CAL-REGION TO WS-CUR-REGION
005370     MOVE CAL-YEAR   TO WS-CUR-YEAR
005380     MOVE 0 TO WS-YR-BUS-COUNT
005390     MOVE 0 TO WS-YR-HOL-COUNT
005400     MOVE 0 TO WS-YR-WKD-COUNT
005410     MOVE CAL-REGION TO WS-YH-REGION
005420     MOVE CAL-YEAR   TO WS-YH-YEAR
005430     WRITE BOOK-REPORT-RECORD FROM WS-RULE-LINE
005440     WRITE BOOK-REPORT-RECORD FROM WS-YEAR-HEAD-LINE
005450     WRITE BOOK-REPORT-RECORD FROM WS-RULE-LINE
005460     MOVE "Y" TO WS-YEAR-OPEN-SW.
005470
005480 3700-FIND-REGION-COLUMN.
005490     MOVE 0 TO WS-CUR-RGN-IDX
005500     PERFORM 3710-TEST-ONE-REGION
005510         VARYING WS-RGN-IDX FROM 1 BY 1
005520         UNTIL WS-RGN-IDX > WS-REGION-COUNT
005530             OR WS-CUR-RGN-IDX > 0
005540     IF WS-CUR-RGN-IDX = 0 THEN
005550         IF WS-REGION-COUNT < 8 THEN
005560             ADD 1 TO WS-REGION-COUNT
005570             MOVE CAL-REGION
005580                 TO WS-REGION-CODE (WS-REGION-COUNT)
005590             MOVE WS-REGION-COUNT TO WS-CUR-RGN-IDX
005600         ELSE
005610             MOVE "Y" TO WS-REGION-FULL-SW
005620             DISPLAY "CALBOOK - REGION TABLE FULL AT 8 - "
005630                 CAL-REGION " LEFT OUT OF THE SIDE-BY-SIDE "
005640                 "SECTIONS"
005650         END-IF
005660     END-IF.
005670
005680 3710-TEST-ONE-REGION.
005690     IF WS-REGION-CODE (WS-RGN-IDX) = CAL-REGION THEN
005700         MOVE WS-RGN-IDX TO WS-CUR-RGN-IDX
005710     END-IF.
005720
005730*-----------------------------------------------------------*
005740* 4000-MERGE-DAY - RECORD WHAT THE DAY IS IN THIS REGION
005750*                   AGAINST ITS DATE, ADDING THE DATE IN
005760*                   ORDER WHEN NO EARLIER REGION REACHED IT.
005770*                   WS-MERGE-IDX CARRIES ON FROM THE PREVIOUS
005780*                   DAY, SINCE CALOUT IS IN DATE ORDER.
005790*-----------------------------------------------------------*
005800 4000-MERGE-DAY.
005810     MOVE "N" TO WS-MERGE-SW
005820     PERFORM 4100-MERGE-STEP
005830         UNTIL WS-MERGE-DONE.
005840
005850 4100-MERGE-STEP.
005860     EVALUATE TRUE
005870         WHEN WS-MERGE-IDX > WS-DATE-COUNT
005880             PERFORM 4200-INSERT-DATE
005890         WHEN WS-DT-DATE (WS-MERGE-IDX) < CAL-DATE
005900             ADD 1 TO WS-MERGE-IDX
005910         WHEN WS-DT-DATE (WS-MERGE-IDX) = CAL-DATE
005920             MOVE WS-DAY-CODE
005930                 TO WS-DT-CODE (WS-MERGE-IDX, WS-CUR-RGN-IDX)
005940             MOVE "Y" TO WS-MERGE-SW
005950         WHEN OTHER
005960             PERFORM 4200-INSERT-DATE
005970     END-EVALUATE.
005980
005990 4200-INSERT-DATE.
006000     MOVE "Y" TO WS-MERGE-SW
006010     IF WS-DATE-COUNT >= 5000 THEN
006020         IF NOT WS-DATE-TABLE-FULL THEN
006030             MOVE "Y" TO WS-DATE-FULL-SW
006040             DISPLAY "CALBOOK - DATE TABLE FULL AT 5000 - "
006050                 "SIDE-BY-SIDE SECTIONS INCOMPLETE FROM "
006060                 CAL-REGION " " CAL-DATE
006070         END-IF
006080     ELSE
006090         PERFORM 4210-SHIFT-ONE-DATE
006100             VARYING WS-SHIFT-IDX FROM WS-DATE-COUNT BY -1
006110             UNTIL WS-SHIFT-IDX < WS-MERGE-IDX
006120         ADD 1 TO WS-DATE-COUNT
006130         MOVE CAL-DATE     TO WS-DT-DATE (WS-MERGE-IDX)
006140         MOVE CAL-DOW-NAME TO WS-DT-DOW-NAME (WS-MERGE-IDX)
006150         MOVE SPACES       TO WS-DT-CODES (WS-MERGE-IDX)
006160         MOVE WS-DAY-CODE
006170             TO WS-DT-CODE (WS-MERGE-IDX, WS-CUR-RGN-IDX)
006180     END-IF.
006190
006200 4210-SHIFT-ONE-DATE.
006210     MOVE WS-DATE-ENTRY (WS-SHIFT-IDX)
006220         TO WS-DATE-ENTRY (WS-SHIFT-IDX + 1).
006230
006240*-----------------------------------------------------------*
006250* 6000-WRITE-HOLIDAY-LISTING - EVERY DATE THAT IS A HOLIDAY
006260*                   IN AT LEAST ONE REGION, WITH EACH
006270*                   REGION'S STANDING ON IT SIDE BY SIDE.
006280*-----------------------------------------------------------*
006290 6000-WRITE-HOLIDAY-LISTING.
006300     MOVE "HOLIDAYS BY REGION" TO WS-SECT-TITLE
006310     WRITE BOOK-REPORT-RECORD FROM WS-SECTION-LINE
006320     PERFORM 6900-WRITE-SIDE-HEADING
006330     PERFORM 6100-LIST-ONE-HOLIDAY
006340         VARYING WS-DATE-IDX FROM 1 BY 1
006350         UNTIL WS-DATE-IDX > WS-DATE-COUNT
006360     IF WS-HOLIDAY-DATE-COUNT = 0 THEN
006370         MOVE "NO HOLIDAYS ON THE CALENDAR" TO WS-NONE-TEXT
006380         WRITE BOOK-REPORT-RECORD FROM WS-NONE-LINE
006390     END-IF
006400     MOVE SPACES TO BOOK-REPORT-RECORD
006410     WRITE BOOK-REPORT-RECORD.
006420
006430 6100-LIST-ONE-HOLIDAY.
006440     IF WS-DT-CODES (WS-DATE-IDX) NOT = SPACES THEN
006450         MOVE 0 TO WS-HOL-TALLY
006460         INSPECT WS-DT-CODES (WS-DATE-IDX)
006470             TALLYING WS-HOL-TALLY FOR ALL "H"
006480         IF WS-HOL-TALLY > 0 THEN
006490             ADD 1 TO WS-HOLIDAY-DATE-COUNT
006500             PERFORM 6800-WRITE-SIDE-LINE
006510         END-IF
006520     END-IF.
006530
006540*-----------------------------------------------------------*
006550* 6800-WRITE-SIDE-LINE - ONE DATE OF A SIDE-BY-SIDE SECTION,
006560*                   SPELLING OUT WHAT IT IS IN EACH REGION.
006570*                   A REGION WHOSE CALENDAR DOES NOT REACH
006580*                   THE DATE IS LEFT BLANK.
006590*-----------------------------------------------------------*
006600 6800-WRITE-SIDE-LINE.
006605     MOVE SPACES                   TO WS-SIDE-LINE
006610     MOVE WS-DT-DATE (WS-DATE-IDX) TO WS-SIDE-DATE-W
006618     MOVE WS-SD-YEAR               TO WS-ED-YEAR
006626     MOVE WS-SD-MONTH              TO WS-ED-MONTH
006634     MOVE WS-SD-DAY                TO WS-ED-DAY
006642     MOVE WS-EDIT-DATE             TO WS-SL-DATE
006650     MOVE WS-DT-DOW-NAME (WS-DATE-IDX) TO WS-SL-DOW-NAME
006660     PERFORM 6810-SPELL-ONE-REGION
006670         VARYING WS-RGN-IDX FROM 1 BY 1
006680         UNTIL WS-RGN-IDX > 8
006690     WRITE BOOK-REPORT-RECORD FROM WS-SIDE-LINE.
006700
006710 6810-SPELL-ONE-REGION.
006720     EVALUATE WS-DT-CODE (WS-DATE-IDX, WS-RGN-IDX)
006730         WHEN "B"
006740             MOVE "BUSINESS" TO WS-SL-TEXT (WS-RGN-IDX)
006750         WHEN "H"
006760             MOVE "HOLIDAY"  TO WS-SL-TEXT (WS-RGN-IDX)
006770         WHEN "W"
006780             MOVE "WEEKEND"  TO WS-SL-TEXT (WS-RGN-IDX)
006790         WHEN OTHER
006800             MOVE SPACES     TO WS-SL-TEXT (WS-RGN-IDX)
006810     END-EVALUATE.
006820
006830 6900-WRITE-SIDE-HEADING.
006832     MOVE SPACES TO WS-SIDE-HEAD-LINE
006834     MOVE "DATE" TO WS-SH-DATE-HDG
006836     MOVE "DAY"  TO WS-SH-DAY-HDG
006840     PERFORM 6910-HEAD-ONE-REGION
006850         VARYING WS-RGN-IDX FROM 1 BY 1
006860         UNTIL WS-RGN-IDX > 8
006870     WRITE BOOK-REPORT-RECORD FROM WS-SIDE-HEAD-LINE.
006880
006890 6910-HEAD-ONE-REGION.
006900     MOVE WS-REGION-CODE (WS-RGN-IDX)
006910         TO WS-SH-REGION (WS-RGN-IDX).
006920
006930*-----------------------------------------------------------*
006940* 7000-WRITE-DIFFERENCES - EVERY DATE THAT IS A BUSINESS DAY
006950*                   IN AT LEAST ONE REGION AND A HOLIDAY OR
006960*                   WEEKEND IN ANOTHER. REGIONS WHOSE
006970*                   CALENDARS DO NOT REACH THE DATE ARE NOT
006980*                   COMPARED.
006990*-----------------------------------------------------------*
007000 7000-WRITE-DIFFERENCES.
007010     MOVE "BUSINESS-DAY DIFFERENCES BETWEEN REGIONS"
007020         TO WS-SECT-TITLE
007030     WRITE BOOK-REPORT-RECORD FROM WS-SECTION-LINE
007040     PERFORM 6900-WRITE-SIDE-HEADING
007050     PERFORM 7100-TEST-ONE-DATE
007060         VARYING WS-DATE-IDX FROM 1 BY 1
007070         UNTIL WS-DATE-IDX > WS-DATE-COUNT
007080     IF WS-DIFF-DATE-COUNT = 0 THEN
007090         MOVE "NO DIFFERENCES - EVERY REGION WORKS THE SAME DAYS"
007100             TO WS-NONE-TEXT
007110         WRITE BOOK-REPORT-RECORD FROM WS-NONE-LINE
007120     END-IF
007130     MOVE SPACES TO BOOK-REPORT-RECORD
007140     WRITE BOOK-REPORT-RECORD.
007150
007160 7100-TEST-ONE-DATE.
007170     MOVE "N" TO WS-BUS-SEEN-SW
007180     MOVE "N" TO WS-OFF-SEEN-SW
007190     PERFORM 7110-TEST-ONE-REGION
007200         VARYING WS-RGN-IDX FROM 1 BY 1
007210         UNTIL WS-RGN-IDX > WS-REGION-COUNT
007220     IF WS-BUS-SEEN AND WS-OFF-SEEN THEN
007230         ADD 1 TO WS-DIFF-DATE-COUNT
007240         PERFORM 6800-WRITE-SIDE-LINE
007250     END-IF.
007260
007270 7110-TEST-ONE-REGION.
007280     EVALUATE WS-DT-CODE (WS-DATE-IDX, WS-RGN-IDX)
007290         WHEN "B"
007300             MOVE "Y" TO WS-BUS-SEEN-SW
007310         WHEN "H"
007320         WHEN "W"
007330             MOVE "Y" TO WS-OFF-SEEN-SW
007340     END-EVALUATE.
007350
007360*-----------------------------------------------------------*
007370* 8000-WRITE-SUMMARY-SECTIONS - BOOKLET TOTALS.
007380*-----------------------------------------------------------*
007390 8000-WRITE-SUMMARY-SECTIONS.
007400     MOVE "BOOKLET SUMMARY" TO WS-SECT-TITLE
007410     WRITE BOOK-REPORT-RECORD FROM WS-SECTION-LINE
007420     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007430     MOVE "CALENDAR DAYS PRINTED" TO WS-SUM-LABEL
007440     MOVE WS-DAY-COUNT            TO WS-SUM-VALUE
007450     WRITE BOOK-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007460     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007470     MOVE "MONTHS PRINTED"        TO WS-SUM-LABEL
007480     MOVE WS-MONTH-COUNT          TO WS-SUM-VALUE
007490     WRITE BOOK-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007500     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007510     MOVE "REGIONS SIDE BY SIDE"  TO WS-SUM-LABEL
007520     MOVE WS-REGION-COUNT         TO WS-SUM-VALUE
007530     WRITE BOOK-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007540     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007550     MOVE "HOLIDAY DATES"         TO WS-SUM-LABEL
007560     MOVE WS-HOLIDAY-DATE-COUNT   TO WS-SUM-VALUE
007570     WRITE BOOK-REPORT-RECORD FROM WS-SUMMARY-DETAIL
007580     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007590     MOVE "BUSINESS-DAY DIFFERENCES" TO WS-SUM-LABEL
007600     MOVE WS-DIFF-DATE-COUNT      TO WS-SUM-VALUE
007610     WRITE BOOK-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
007620
007630*-----------------------------------------------------------*
007640* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE: 8 WHEN
007650*                  NO CALENDAR DAY WAS PRINTED, OTHERWISE 4
007660*                  WHEN A SIDE-BY-SIDE SECTION IS INCOMPLETE.
007670*-----------------------------------------------------------*
007680 9000-TERMINATE.
007690     PERFORM 9150-WRITE-AUDIT-LOG
007700     IF WS-CAL-IS-OPEN THEN
007710         CLOSE CALENDAR-INPUT
007720     END-IF
007730     CLOSE BOOK-REPORT
007740     CLOSE AUDIT-LOG
007750     EVALUATE TRUE
007760         WHEN WS-DAY-COUNT = 0
007770             DISPLAY "CALBOOK - NO CALENDAR DAYS TO PRINT, "
007780                 "STEP FAILED"
007790             MOVE 8 TO RETURN-CODE
007800         WHEN WS-REGION-TABLE-FULL OR WS-DATE-TABLE-FULL
007810             MOVE 4 TO RETURN-CODE
007820     END-EVALUATE.
007830
007840*-----------------------------------------------------------*
007850* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
007860*                        INITIALIZATION SO THE BATCH-WINDOW
007870*                        REPORT CAN PAIR THIS STEP'S START
007880*                        WITH ITS END.
007890*-----------------------------------------------------------*
007900 9140-WRITE-AUDIT-START.
007910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007920     ACCEPT WS-RUN-TIME FROM TIME
007930     MOVE "CALBOOK"         TO AUD-PROGRAM-NAME
007940     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007950     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007960     MOVE WS-RUN-ID         TO AUD-RUN-ID
007970     MOVE 0                 TO AUD-INPUT-COUNT
007980     MOVE 0                 TO AUD-OUTPUT-COUNT
007990     MOVE "S"               TO AUD-RECORD-TYPE
008000     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
008010
008020*-----------------------------------------------------------*
008030* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
008040*                        AUDITLOG FILE SHARED BY THE WHOLE
008050*                        NIGHTLY SUITE.
008060*-----------------------------------------------------------*
008070 9150-WRITE-AUDIT-LOG.
008080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008090     ACCEPT WS-RUN-TIME FROM TIME
008100     MOVE "CALBOOK"         TO AUD-PROGRAM-NAME
008110     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
008120     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
008130     MOVE WS-RUN-ID         TO AUD-RUN-ID
008140     MOVE WS-DAY-COUNT      TO AUD-INPUT-COUNT
008150     MOVE WS-MONTH-COUNT    TO AUD-OUTPUT-COUNT
008160     MOVE "E"               TO AUD-RECORD-TYPE
008170     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
