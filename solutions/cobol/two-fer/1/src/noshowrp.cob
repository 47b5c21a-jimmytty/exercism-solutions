000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    NOSHOWRP.
000050 AUTHOR.        L. ABERNATHY.
000060 INSTALLATION.  EVENTS AND FAVORS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 LA    NEW PROGRAM. LISTS THE REPEAT NO-SHOWS ON
000150*                  THE ATTHIST ATTENDEE HISTORY MASTER THAT
000160*                  CHECKIN POSTS AFTER EVERY EVENT, SO THE
000170*                  EVENTS DESK CAN DECIDE WHO GETS FAVORS
000180*                  ORDERED FOR THEM NEXT TIME. A PERSON IS
000190*                  LISTED ONCE THEY HAVE MISSED AT LEAST THE
000200*                  MINIMUM NUMBER OF REGISTERED EVENTS AND AT
000210*                  LEAST THE MINIMUM SHARE OF THEM - BOTH
000220*                  FROM AN OPTIONAL NSHWPARM CARD, DEFAULT
000230*                  TWO MISSES AT ANY SHARE. THE LIST RUNS
000240*                  LONGEST CURRENT MISSED STREAK FIRST, THEN
000250*                  MOST MISSES, THEN NAME.
000260*-----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ATTENDEE-HISTORY ASSIGN TO "ATTHIST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS AH-KEY
000340         FILE STATUS IS WS-HISTORY-STATUS.
000350     SELECT NOSHOW-PARM ASSIGN TO "NSHWPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-NOSHOW-PARM-STATUS.
000380     SELECT NOSHOW-REPORT ASSIGN TO "NSHWRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-NOSHOW-RPT-STATUS.
000410     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RUN-ID-F-STATUS.
000470     SELECT SORT-FILE ASSIGN TO "SORTWK".
000480 DATA DIVISION.
000490 FILE SECTION.
000500* THE ATTENDEE HISTORY AS CHECKIN KEEPS IT - TYPE-P PERSON
000510* RECORDS AND TYPE-E EVENT-POSTED RECORDS.
000520 FD  ATTENDEE-HISTORY
000530     RECORD CONTAINS 130 CHARACTERS.
000540 01  ATTENDEE-HISTORY-RECORD.
000550     05 AH-KEY.
000560         10 AH-REC-TYPE      PIC X(01).
000570             88 AH-IS-PERSON           VALUE "P".
000580             88 AH-IS-EVENT            VALUE "E".
000590         10 AH-KEY-VALUE     PIC X(50).
000600     05 AH-PERSON-DATA.
000610         10 AH-REGISTERED    PIC 9(05).
000620         10 AH-ATTENDED      PIC 9(05).
000630         10 AH-MISSED        PIC 9(05).
000640         10 AH-WALKINS       PIC 9(05).
000650         10 AH-MISSED-STREAK PIC 9(03).
000660         10 AH-FIRST-EVENT   PIC X(08).
000670         10 AH-FIRST-DATE    PIC 9(08).
000680         10 AH-LAST-EVENT    PIC X(08).
000690         10 AH-LAST-DATE     PIC 9(08).
000700         10 AH-LAST-RESULT   PIC X(01).
000710             88 AH-LAST-ATTENDED       VALUE "A".
000720             88 AH-LAST-MISSED         VALUE "N".
000730             88 AH-LAST-WALKED-IN      VALUE "W".
000740     05 AH-EVENT-DATA REDEFINES AH-PERSON-DATA.
000750         10 AH-EVT-DATE      PIC 9(08).
000760         10 AH-EVT-REGISTERED PIC 9(05).
000770         10 AH-EVT-ATTENDED  PIC 9(05).
000780         10 AH-EVT-NOSHOWS   PIC 9(05).
000790         10 AH-EVT-WALKINS   PIC 9(05).
000800         10 FILLER           PIC X(28).
000810     05 AH-UPDATE-DATE       PIC 9(08).
000820     05 AH-UPDATE-RUN-ID     PIC X(15).
000830
000840* COLUMNS 1-3 THE MINIMUM EVENTS MISSED, COLUMNS 4-6 THE
000850* MINIMUM PERCENTAGE OF REGISTERED EVENTS MISSED.
000860 FD  NOSHOW-PARM
000870     RECORD CONTAINS 6 CHARACTERS.
000880 01  NOSHOW-PARM-RECORD.
000890     05 NP-MIN-MISSED        PIC X(03).
000900     05 NP-MIN-PERCENT       PIC X(03).
000910
000920 FD  NOSHOW-REPORT
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  NOSHOW-REPORT-RECORD    PIC X(132).
000950
000960 FD  AUDIT-LOG
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  AUDIT-LOG-RECORD        PIC X(80).
000990
001000 FD  RUN-ID-FILE
001010     RECORD CONTAINS 15 CHARACTERS.
001020 01  RUN-ID-RECORD           PIC X(15).
001030
001040* ONE SORTABLE ENTRY PER PERSON LISTED.
001050 SD  SORT-FILE.
001060 01  SORT-RECORD.
001070     05 SR-STREAK            PIC 9(03).
001080     05 SR-MISSED            PIC 9(05).
001090     05 SR-NAME              PIC X(50).
001100     05 SR-REGISTERED        PIC 9(05).
001110     05 SR-ATTENDED          PIC 9(05).
001120     05 SR-WALKINS           PIC 9(05).
001130     05 SR-PERCENT           PIC 9(03).
001140     05 SR-LAST-EVENT        PIC X(08).
001150     05 SR-LAST-DATE         PIC 9(08).
001160     05 SR-LAST-RESULT       PIC X(01).
001170 WORKING-STORAGE SECTION.
001180 01  WS-RUN-ID-F-STATUS     PIC X(02).
001190     88 WS-RUN-ID-F-OK                VALUE "00".
001200 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001210 01  WS-HISTORY-STATUS      PIC X(02).
001220     88 WS-HISTORY-OK                 VALUE "00".
001230 01  WS-NOSHOW-PARM-STATUS  PIC X(02).
001240     88 WS-NOSHOW-PARM-OK             VALUE "00".
001250 01  WS-NOSHOW-RPT-STATUS   PIC X(02).
001260     88 WS-NOSHOW-RPT-OK              VALUE "00".
001270 01  WS-AUDIT-STATUS        PIC X(02).
001280     88 WS-AUDIT-OK                   VALUE "00".
001290
001300 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001310     88 WS-NO-MORE-HISTORY            VALUE "Y".
001320 01  WS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001330     88 WS-NO-MORE-LISTED             VALUE "Y".
001340
001350* SELECTION LIMITS - DEFAULT TWO MISSES AT ANY SHARE. A
001360* MINIMUM OF ZERO MISSES IS TAKEN AS ONE, SO NOBODY WHO HAS
001370* NEVER MISSED IS LISTED.
001380 01  WS-MIN-MISSED          PIC 9(03) VALUE 2.
001390 01  WS-MIN-PERCENT         PIC 9(03) VALUE 0.
001400 01  WS-PERCENT-WORK        PIC 9(03)V9(02).
001410 01  WS-PERCENT             PIC 9(03).
001420
001430 01  WS-READ-COUNT          PIC 9(07) COMP VALUE 0.
001440 01  WS-PERSON-COUNT        PIC 9(07) COMP VALUE 0.
001450 01  WS-EVENT-COUNT         PIC 9(07) COMP VALUE 0.
001460 01  WS-MISSED-ANY-COUNT    PIC 9(07) COMP VALUE 0.
001470 01  WS-LISTED-COUNT        PIC 9(07) COMP VALUE 0.
001480
001490 01  WS-HEADING-1.
001500     05 FILLER              PIC X(44) VALUE
001510         "REPEAT NO-SHOW REPORT".
001520     05 FILLER              PIC X(08) VALUE "RUN ID ".
001530     05 WS-HDG-RUN-ID       PIC X(15).
001540 01  WS-LIMITS-LINE.
001550     05 FILLER              PIC X(28) VALUE
001560         "LISTING PEOPLE WHO MISSED AT".
001570     05 FILLER              PIC X(07) VALUE " LEAST ".
001580     05 WS-LIM-MISSED       PIC ZZ9.
001590     05 FILLER              PIC X(24) VALUE
001600         " REGISTERED EVENTS AND ".
001610     05 WS-LIM-PERCENT      PIC ZZ9.
001620     05 FILLER              PIC X(24) VALUE
001630         " PERCENT OR MORE OF THEM".
001640 01  WS-COLUMN-HEADING.
001650     05 FILLER              PIC X(51) VALUE "NAME".
001660     05 FILLER              PIC X(34) VALUE
001670         "  REG   ATT  MISS  WALK  PCT  STRK".
001680     05 FILLER              PIC X(30) VALUE
001690         "  EVENT     DATE        RESULT".
001700 01  WS-DETAIL-LINE.
001710     05 WS-DTL-NAME         PIC X(50).
001720     05 FILLER              PIC X(01) VALUE SPACE.
001730     05 WS-DTL-REGISTERED   PIC ZZZZ9.
001740     05 FILLER              PIC X(01) VALUE SPACE.
001750     05 WS-DTL-ATTENDED     PIC ZZZZ9.
001760     05 FILLER              PIC X(01) VALUE SPACE.
001770     05 WS-DTL-MISSED       PIC ZZZZ9.
001780     05 FILLER              PIC X(01) VALUE SPACE.
001790     05 WS-DTL-WALKINS      PIC ZZZZ9.
001800     05 FILLER              PIC X(02) VALUE SPACES.
001810     05 WS-DTL-PERCENT      PIC ZZ9.
001820     05 FILLER              PIC X(03) VALUE SPACES.
001830     05 WS-DTL-STREAK       PIC ZZ9.
001840     05 FILLER              PIC X(02) VALUE SPACES.
001850     05 WS-DTL-LAST-EVENT   PIC X(08).
001860     05 FILLER              PIC X(02) VALUE SPACES.
001870     05 WS-DTL-LAST-DATE    PIC X(10).
001880     05 FILLER              PIC X(02) VALUE SPACES.
001890     05 WS-DTL-LAST-RESULT  PIC X(08).
001900 01  WS-NONE-LINE           PIC X(40) VALUE
001910         "  NOBODY MEETS THE REPEAT NO-SHOW LIMITS".
001920 01  WS-RULE-LINE.
001930     05 FILLER              PIC X(132) VALUE ALL "-".
001940
001950 01  WS-EDIT-DATE.
001960     05 WS-ED-YEAR          PIC 9(04).
001970     05 FILLER              PIC X(01) VALUE "-".
001980     05 WS-ED-MONTH         PIC 9(02).
001990     05 FILLER              PIC X(01) VALUE "-".
002000     05 WS-ED-DAY           PIC 9(02).
002010 01  WS-DATE-WORK           PIC 9(08).
002020 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002030     05 WS-DW-YEAR          PIC 9(04).
002040     05 WS-DW-MONTH         PIC 9(02).
002050     05 WS-DW-DAY           PIC 9(02).
002060
002070 01  WS-SUMMARY-DETAIL.
002080     05 WS-SUM-LABEL        PIC X(30).
002090     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002100
002110 01  WS-RUN-DATE            PIC 9(08).
002120 01  WS-RUN-TIME            PIC 9(08).
002130
002140 COPY AUDITLOG.
002150
002160 PROCEDURE DIVISION.
002170*-----------------------------------------------------------*
002180* 0000-MAINLINE - THE SORT OWNS THE RUN. ITS INPUT PROCEDURE
002190*                 PICKS THE REPEAT NO-SHOWS OFF THE HISTORY;
002200*                 ITS OUTPUT PROCEDURE PRINTS THEM WORST
002210*                 FIRST.
002220*-----------------------------------------------------------*
002230 0000-MAIN SECTION.
002240 0010-MAINLINE.
002250     PERFORM 1000-INITIALIZE
002260     SORT SORT-FILE
002270         ON DESCENDING KEY SR-STREAK
002280         ON DESCENDING KEY SR-MISSED
002290         ON ASCENDING KEY SR-NAME
002300         INPUT PROCEDURE IS 2000-SELECT-NOSHOWS
002310         OUTPUT PROCEDURE IS 4000-LIST-NOSHOWS
002320     PERFORM 8000-WRITE-SUMMARY
002330     PERFORM 9000-TERMINATE
002340     GOBACK.
002350
002360*-----------------------------------------------------------*
002370* 1000-INITIALIZE - PICK UP THE OPTIONAL LIMITS, OPEN FILES,
002380*                   WRITE THE HEADINGS.
002390*-----------------------------------------------------------*
002400 1000-INITIALIZE.
002410     PERFORM 1090-READ-RUN-ID
002420     PERFORM 1100-READ-NOSHOW-PARM
002430     OPEN INPUT ATTENDEE-HISTORY
002440     OPEN OUTPUT NOSHOW-REPORT
002450     OPEN EXTEND AUDIT-LOG
002460     PERFORM 9140-WRITE-AUDIT-START
002470     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
002480     WRITE NOSHOW-REPORT-RECORD FROM WS-HEADING-1
002490     MOVE WS-MIN-MISSED  TO WS-LIM-MISSED
002500     MOVE WS-MIN-PERCENT TO WS-LIM-PERCENT
002510     WRITE NOSHOW-REPORT-RECORD FROM WS-LIMITS-LINE
002520     MOVE SPACES TO NOSHOW-REPORT-RECORD
002530     WRITE NOSHOW-REPORT-RECORD
002540     WRITE NOSHOW-REPORT-RECORD FROM WS-COLUMN-HEADING.
002550
002560*-----------------------------------------------------------*
002570* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
002580*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
002590*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
002600*                    RERUN - STAMPS (STANDALONE) INSTEAD.
002610*-----------------------------------------------------------*
002620 1090-READ-RUN-ID.
002630     OPEN INPUT RUN-ID-FILE
002640     IF WS-RUN-ID-F-OK THEN
002650         READ RUN-ID-FILE
002660             AT END CONTINUE
002670         END-READ
002680         IF WS-RUN-ID-F-OK THEN
002690             MOVE RUN-ID-RECORD TO WS-RUN-ID
002700         END-IF
002710         CLOSE RUN-ID-FILE
002720     END-IF.
002730
002740*-----------------------------------------------------------*
002750* 1100-READ-NOSHOW-PARM - AN OPTIONAL NSHWPARM CARD OVERRIDES
002760*                   EITHER LIMIT; A BLANK OR NON-NUMERIC
002770*                   FIELD KEEPS ITS DEFAULT.
002780*-----------------------------------------------------------*
002790 1100-READ-NOSHOW-PARM.
002800     OPEN INPUT NOSHOW-PARM
002810     IF WS-NOSHOW-PARM-OK THEN
002820         READ NOSHOW-PARM
002830             AT END CONTINUE
002840         END-READ
002850         IF WS-NOSHOW-PARM-OK THEN
002860             IF NP-MIN-MISSED NUMERIC THEN
002870                 MOVE NP-MIN-MISSED TO WS-MIN-MISSED
002880             END-IF
002890             IF NP-MIN-PERCENT NUMERIC THEN
002900                 MOVE NP-MIN-PERCENT TO WS-MIN-PERCENT
002910             END-IF
002920         END-IF
002930         CLOSE NOSHOW-PARM
002940     END-IF
002950     IF WS-MIN-MISSED = 0 THEN
002960         MOVE 1 TO WS-MIN-MISSED
002970     END-IF
002980     IF WS-MIN-PERCENT > 100 THEN
002990         MOVE 100 TO WS-MIN-PERCENT
003000     END-IF.
003010
003020*-----------------------------------------------------------*
003030* 8000-WRITE-SUMMARY - RUN CONTROL TOTALS.
003040*-----------------------------------------------------------*
003050 8000-WRITE-SUMMARY.
003060     MOVE SPACES TO NOSHOW-REPORT-RECORD
003070     WRITE NOSHOW-REPORT-RECORD
003080     WRITE NOSHOW-REPORT-RECORD FROM WS-RULE-LINE
003090     MOVE SPACES                  TO WS-SUMMARY-DETAIL
003100     MOVE "HISTORY RECORDS READ"  TO WS-SUM-LABEL
003110     MOVE WS-READ-COUNT           TO WS-SUM-VALUE
003120     WRITE NOSHOW-REPORT-RECORD FROM WS-SUMMARY-DETAIL
003130     MOVE SPACES                  TO WS-SUMMARY-DETAIL
003140     MOVE "EVENTS POSTED"         TO WS-SUM-LABEL
003150     MOVE WS-EVENT-COUNT          TO WS-SUM-VALUE
003160     WRITE NOSHOW-REPORT-RECORD FROM WS-SUMMARY-DETAIL
003170     MOVE SPACES                  TO WS-SUMMARY-DETAIL
003180     MOVE "PEOPLE ON HISTORY"     TO WS-SUM-LABEL
003190     MOVE WS-PERSON-COUNT         TO WS-SUM-VALUE
003200     WRITE NOSHOW-REPORT-RECORD FROM WS-SUMMARY-DETAIL
003210     MOVE SPACES                  TO WS-SUMMARY-DETAIL
003220     MOVE "PEOPLE WITH ANY NO-SHOW" TO WS-SUM-LABEL
003230     MOVE WS-MISSED-ANY-COUNT     TO WS-SUM-VALUE
003240     WRITE NOSHOW-REPORT-RECORD FROM WS-SUMMARY-DETAIL
003250     MOVE SPACES                  TO WS-SUMMARY-DETAIL
003260     MOVE "REPEAT NO-SHOWS LISTED" TO WS-SUM-LABEL
003270     MOVE WS-LISTED-COUNT         TO WS-SUM-VALUE
003280     WRITE NOSHOW-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
003290
003300*-----------------------------------------------------------*
003310* 9000-TERMINATE - CLOSE FILES. THE REPORT IS INFORMATION FOR
003320*                  THE DESK, SO THE STEP ENDS RC=0 HOWEVER
003330*                  MANY ARE LISTED.
003340*-----------------------------------------------------------*
003350 9000-TERMINATE.
003360     PERFORM 9150-WRITE-AUDIT-LOG
003370     CLOSE ATTENDEE-HISTORY
003380     CLOSE NOSHOW-REPORT
003390     CLOSE AUDIT-LOG.
003400
003410*-----------------------------------------------------------*
003420* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
003430*                        INITIALIZATION SO THE BATCH-WINDOW
003440*                        REPORT CAN PAIR THIS STEP'S START
003450*                        WITH ITS END.
003460*-----------------------------------------------------------*
003470 9140-WRITE-AUDIT-START.
003480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003490     ACCEPT WS-RUN-TIME FROM TIME
003500     MOVE "NOSHOWRP"        TO AUD-PROGRAM-NAME
003510     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
003520     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
003530     MOVE WS-RUN-ID         TO AUD-RUN-ID
003540     MOVE 0                 TO AUD-INPUT-COUNT
003550     MOVE 0                 TO AUD-OUTPUT-COUNT
003560     MOVE "S"               TO AUD-RECORD-TYPE
003570     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
003580
003590*-----------------------------------------------------------*
003600* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
003610*                        AUDITLOG FILE SHARED BY THE WHOLE
003620*                        NIGHTLY SUITE.
003630*-----------------------------------------------------------*
003640 9150-WRITE-AUDIT-LOG.
003650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003660     ACCEPT WS-RUN-TIME FROM TIME
003670     MOVE "NOSHOWRP"        TO AUD-PROGRAM-NAME
003680     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
003690     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
003700     MOVE WS-RUN-ID         TO AUD-RUN-ID
003710     MOVE WS-READ-COUNT     TO AUD-INPUT-COUNT
003720     MOVE WS-LISTED-COUNT   TO AUD-OUTPUT-COUNT
003730     MOVE "E"               TO AUD-RECORD-TYPE
003740     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
003750
003760*-----------------------------------------------------------*
003770* 2000-SELECT-NOSHOWS - SORT INPUT PROCEDURE. READS THE WHOLE
003780*                 HISTORY AND RELEASES EVERY PERSON WHO MEETS
003790*                 BOTH LIMITS. AN ABSENT HISTORY (NO EVENT
003800*                 POSTED YET) RELEASES NOTHING.
003810*-----------------------------------------------------------*
003820 2000-SELECT-NOSHOWS SECTION.
003830 2010-SELECT-MAINLINE.
003840     IF NOT WS-HISTORY-OK THEN
003850         MOVE "Y" TO WS-EOF-SWITCH
003860     ELSE
003870         PERFORM 2100-READ-ONE-HISTORY
003880     END-IF
003890     PERFORM 2200-JUDGE-ONE-RECORD
003900         UNTIL WS-NO-MORE-HISTORY
003910     GO TO 2990-SELECT-EXIT.
003920
003930 2100-READ-ONE-HISTORY.
003940     READ ATTENDEE-HISTORY
003950         AT END
003960             MOVE "Y" TO WS-EOF-SWITCH
003970     END-READ
003980     IF NOT WS-NO-MORE-HISTORY THEN
003990         ADD 1 TO WS-READ-COUNT
004000     END-IF.
004010
004020*-----------------------------------------------------------*
004030* 2200-JUDGE-ONE-RECORD - THE SHARE MISSED IS OF REGISTERED
004040*                 EVENTS ONLY; WALK-INS DO NOT DILUTE IT.
004050*-----------------------------------------------------------*
004060 2200-JUDGE-ONE-RECORD.
004070     EVALUATE TRUE
004080         WHEN AH-IS-EVENT
004090             ADD 1 TO WS-EVENT-COUNT
004100         WHEN AH-IS-PERSON
004110             ADD 1 TO WS-PERSON-COUNT
004120             IF AH-MISSED > 0 THEN
004130                 ADD 1 TO WS-MISSED-ANY-COUNT
004140                 PERFORM 2300-TEST-LIMITS
004150             END-IF
004160     END-EVALUATE
004170     PERFORM 2100-READ-ONE-HISTORY.
004180
004190 2300-TEST-LIMITS.
004200     COMPUTE WS-PERCENT-WORK =
004210         AH-MISSED * 100 / AH-REGISTERED
004220     COMPUTE WS-PERCENT ROUNDED = WS-PERCENT-WORK
004230     IF AH-MISSED >= WS-MIN-MISSED
004240         AND WS-PERCENT >= WS-MIN-PERCENT THEN
004250         MOVE AH-MISSED-STREAK TO SR-STREAK
004260         MOVE AH-MISSED        TO SR-MISSED
004270         MOVE AH-KEY-VALUE     TO SR-NAME
004280         MOVE AH-REGISTERED    TO SR-REGISTERED
004290         MOVE AH-ATTENDED      TO SR-ATTENDED
004300         MOVE AH-WALKINS       TO SR-WALKINS
004310         MOVE WS-PERCENT       TO SR-PERCENT
004320         MOVE AH-LAST-EVENT    TO SR-LAST-EVENT
004330         MOVE AH-LAST-DATE     TO SR-LAST-DATE
004340         MOVE AH-LAST-RESULT   TO SR-LAST-RESULT
004350         RELEASE SORT-RECORD
004360     END-IF.
004370
004380 2990-SELECT-EXIT.
004390     EXIT.
004400
004410*-----------------------------------------------------------*
004420* 4000-LIST-NOSHOWS - SORT OUTPUT PROCEDURE. ONE LINE PER
004430*                 PERSON SELECTED, WORST FIRST.
004440*-----------------------------------------------------------*
004450 4000-LIST-NOSHOWS SECTION.
004460 4010-LIST-MAINLINE.
004470     PERFORM 4100-RETURN-ONE-PERSON
004480         UNTIL WS-NO-MORE-LISTED
004490     IF WS-LISTED-COUNT = 0 THEN
004500         WRITE NOSHOW-REPORT-RECORD FROM WS-NONE-LINE
004510     END-IF
004520     GO TO 4990-LIST-EXIT.
004530
004540 4100-RETURN-ONE-PERSON.
004550     RETURN SORT-FILE
004560         AT END
004570             MOVE "Y" TO WS-SORT-EOF-SWITCH
004580         NOT AT END
004590             PERFORM 4200-WRITE-ONE-PERSON
004600     END-RETURN.
004610
004620 4200-WRITE-ONE-PERSON.
004630     ADD 1 TO WS-LISTED-COUNT
004640     MOVE SR-NAME          TO WS-DTL-NAME
004650     MOVE SR-REGISTERED    TO WS-DTL-REGISTERED
004660     MOVE SR-ATTENDED      TO WS-DTL-ATTENDED
004670     MOVE SR-MISSED        TO WS-DTL-MISSED
004680     MOVE SR-WALKINS       TO WS-DTL-WALKINS
004690     MOVE SR-PERCENT       TO WS-DTL-PERCENT
004700     MOVE SR-STREAK        TO WS-DTL-STREAK
004710     MOVE SR-LAST-EVENT    TO WS-DTL-LAST-EVENT
004720     MOVE SR-LAST-DATE     TO WS-DATE-WORK
004730     MOVE WS-DW-YEAR       TO WS-ED-YEAR
004740     MOVE WS-DW-MONTH      TO WS-ED-MONTH
004750     MOVE WS-DW-DAY        TO WS-ED-DAY
004760     MOVE WS-EDIT-DATE     TO WS-DTL-LAST-DATE
004770     EVALUATE SR-LAST-RESULT
004780         WHEN "A"
004790             MOVE "ATTENDED" TO WS-DTL-LAST-RESULT
004800         WHEN "N"
004810             MOVE "NO-SHOW"  TO WS-DTL-LAST-RESULT
004820         WHEN "W"
004830             MOVE "WALK-IN"  TO WS-DTL-LAST-RESULT
004840         WHEN OTHER
004850             MOVE SPACES     TO WS-DTL-LAST-RESULT
004860     END-EVALUATE
004870     WRITE NOSHOW-REPORT-RECORD FROM WS-DETAIL-LINE.
004880
004890 4990-LIST-EXIT.
004900     EXIT.
