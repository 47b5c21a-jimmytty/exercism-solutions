000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    CHECKIN.
000050 AUTHOR.        L. ABERNATHY.
000060 INSTALLATION.  EVENTS AND FAVORS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 LA    NEW PROGRAM. RSVPRECN TELLS THE DESK WHO
000150*                  CONFIRMED BUT NOTHING RECORDED WHO ACTUALLY
000160*                  CAME. THE DOOR STAFF NOW KEY A CHECK-IN
000170*                  FILE (EVENT CODE, NAME, ARRIVAL TIME) ON
000180*                  THE DAY, AND THIS STEP RECONCILES IT
000190*                  AGAINST THE SEATED ROSTER AFTER THE EVENT -
000200*                  ATTENDED, NO-SHOW AND WALK-IN LISTS PER
000210*                  EVENT WITH TOTALS. EACH EVENT'S RESULTS
000220*                  ARE THEN POSTED TO THE NEW KEYED ATTHIST
000230*                  ATTENDEE HISTORY MASTER, WHICH KEEPS EVERY
000240*                  PERSON'S EVENTS REGISTERED, ATTENDED AND
000250*                  MISSED OVER TIME AND FEEDS THE REPEAT
000260*                  NO-SHOW REPORT (NOSHOWRP). AN EVENT IS
000270*                  POSTED ONCE ONLY - A RERUN REPORTS IT AGAIN
000280*                  BUT LEAVES THE HISTORY ALONE.
000281* 2026-10-15 LA    AN EVENT DATED AFTER TODAY IS NO LONGER
000282*                  RECONCILED. ITS REGISTRANTS WERE ALL COUNTED
000283*                  AS NO-SHOWS AND ITS HISTORY RECORD WRITTEN,
000284*                  WHICH THEN BARRED THE REAL CHECK-INS FROM
000285*                  POSTING ON THE DAY. IT IS NOW LISTED AS NOT
000286*                  YET HELD AND COUNTED AS NOT YET DUE.
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CHECKIN-INPUT ASSIGN TO "CHKIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CHECKIN-STATUS.
000360     SELECT ROSTER-INPUT ASSIGN TO "ROSTIN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ROSTER-IN-STATUS.
000390     SELECT ATTENDEE-HISTORY ASSIGN TO "ATTHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS AH-KEY
000430         FILE STATUS IS WS-HISTORY-STATUS.
000440     SELECT EVENT-MASTER ASSIGN TO "EVENTMST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS EM-EVENT-CODE
000480         FILE STATUS IS WS-EVTMST-STATUS.
000490     SELECT CHECKIN-REPORT ASSIGN TO "CHKRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CHK-RPT-STATUS.
000520     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ERROR-LOG-STATUS.
000580     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUN-ID-F-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630* ONE CHECK-IN PER PERSON THROUGH THE DOOR. ARRIVAL TIME IS
000640* THE 24-HOUR CLOCK, HHMM.
000650 FD  CHECKIN-INPUT
000660     RECORD CONTAINS 62 CHARACTERS.
000670 01  CHECKIN-INPUT-RECORD.
000680     05 CI-EVENT-CODE        PIC X(08).
000690     05 CI-NAME              PIC X(50).
000700     05 CI-ARRIVAL-TIME      PIC X(04).
000710     05 CI-ARRIVAL-PARTS REDEFINES CI-ARRIVAL-TIME.
000720         10 CI-ARRIVAL-HH    PIC 9(02).
000730         10 CI-ARRIVAL-MM    PIC 9(02).
000740
000750 FD  ROSTER-INPUT
000760     RECORD CONTAINS 72 CHARACTERS.
000770 01  ROSTER-INPUT-RECORD.
000780     05 RO-EVENT-CODE        PIC X(08).
000790     05 RO-NAME              PIC X(50).
000800     05 RO-FAVOR-QTY         PIC 9(03).
000810     05 RO-PARTY-CODE        PIC X(06).
000820     05 RO-TABLE-NO          PIC 9(03).
000830     05 RO-SEAT-NO           PIC 9(02).
000840
000850* ONE TYPE-P RECORD PER PERSON, KEYED BY NAME, CARRYING THEIR
000860* RUNNING COUNTS. ATTENDED INCLUDES WALK-INS; MISSED IS
000870* REGISTERED BUT NEVER CHECKED IN. THE MISSED STREAK IS THE
000880* NUMBER OF REGISTERED EVENTS MISSED IN A ROW, RESET BY ANY
000890* ATTENDANCE. ONE TYPE-E RECORD PER EVENT POSTED, KEYED BY
000900* EVENT CODE, CARRIES THE EVENT'S TOTALS AND STOPS A RERUN
000910* POSTING THE SAME EVENT TWICE. UPDATE DATE AND RUN ID ARE
000920* THE RUN THAT LAST TOUCHED THE RECORD.
000930 FD  ATTENDEE-HISTORY
000940     RECORD CONTAINS 130 CHARACTERS.
000950 01  ATTENDEE-HISTORY-RECORD.
000960     05 AH-KEY.
000970         10 AH-REC-TYPE      PIC X(01).
000980             88 AH-IS-PERSON           VALUE "P".
000990             88 AH-IS-EVENT            VALUE "E".
001000         10 AH-KEY-VALUE     PIC X(50).
001010     05 AH-PERSON-DATA.
001020         10 AH-REGISTERED    PIC 9(05).
001030         10 AH-ATTENDED      PIC 9(05).
001040         10 AH-MISSED        PIC 9(05).
001050         10 AH-WALKINS       PIC 9(05).
001060         10 AH-MISSED-STREAK PIC 9(03).
001070         10 AH-FIRST-EVENT   PIC X(08).
001080         10 AH-FIRST-DATE    PIC 9(08).
001090         10 AH-LAST-EVENT    PIC X(08).
001100         10 AH-LAST-DATE     PIC 9(08).
001110         10 AH-LAST-RESULT   PIC X(01).
001120             88 AH-LAST-ATTENDED       VALUE "A".
001130             88 AH-LAST-MISSED         VALUE "N".
001140             88 AH-LAST-WALKED-IN      VALUE "W".
001150     05 AH-EVENT-DATA REDEFINES AH-PERSON-DATA.
001160         10 AH-EVT-DATE      PIC 9(08).
001170         10 AH-EVT-REGISTERED PIC 9(05).
001180         10 AH-EVT-ATTENDED  PIC 9(05).
001190         10 AH-EVT-NOSHOWS   PIC 9(05).
001200         10 AH-EVT-WALKINS   PIC 9(05).
001210         10 FILLER           PIC X(28).
001220     05 AH-UPDATE-DATE       PIC 9(08).
001230     05 AH-UPDATE-RUN-ID     PIC X(15).
001240
001250 FD  EVENT-MASTER
001260     RECORD CONTAINS 76 CHARACTERS.
001270 01  EVENT-MASTER-RECORD.
001280     05 EM-EVENT-CODE        PIC X(08).
001290     05 EM-EVENT-NAME        PIC X(30).
001300     05 EM-EVENT-DATE        PIC 9(08).
001310     05 EM-VENUE             PIC X(20).
001320     05 EM-FAVOR-BUDGET      PIC 9(05).
001330     05 EM-TABLE-COUNT       PIC 9(03).
001340     05 EM-SEATS-PER-TABLE   PIC 9(02).
001350
001360 FD  CHECKIN-REPORT
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  CHECKIN-REPORT-RECORD   PIC X(80).
001390
001400 FD  AUDIT-LOG
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  AUDIT-LOG-RECORD        PIC X(80).
001430
001440 FD  ERROR-LOG
001450     RECORD CONTAINS 116 CHARACTERS.
001460 01  ERROR-LOG-RECORD        PIC X(116).
001470
001480 FD  RUN-ID-FILE
001490     RECORD CONTAINS 15 CHARACTERS.
001500 01  RUN-ID-RECORD           PIC X(15).
001510 WORKING-STORAGE SECTION.
001520 01  WS-RUN-ID-F-STATUS     PIC X(02).
001530     88 WS-RUN-ID-F-OK                VALUE "00".
001540 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001550 01  WS-CHECKIN-STATUS      PIC X(02).
001560     88 WS-CHECKIN-OK                 VALUE "00".
001570 01  WS-ROSTER-IN-STATUS    PIC X(02).
001580     88 WS-ROSTER-IN-OK               VALUE "00".
001590 01  WS-HISTORY-STATUS      PIC X(02).
001600     88 WS-HISTORY-OK                 VALUE "00".
001610     88 WS-HISTORY-ABSENT             VALUE "35".
001620 01  WS-EVTMST-STATUS       PIC X(02).
001630     88 WS-EVTMST-OK                  VALUE "00".
001640 01  WS-EVTMST-OPEN-SWITCH  PIC X(01) VALUE "N".
001650     88 WS-EVTMST-IS-OPEN             VALUE "Y".
001660 01  WS-CHK-RPT-STATUS      PIC X(02).
001670     88 WS-CHK-RPT-OK                 VALUE "00".
001680 01  WS-AUDIT-STATUS        PIC X(02).
001690     88 WS-AUDIT-OK                   VALUE "00".
001700 01  WS-ERROR-LOG-STATUS    PIC X(02).
001710     88 WS-ERROR-LOG-OK               VALUE "00".
001720
001730 01  WS-CHECKIN-EOF-SWITCH  PIC X(01) VALUE "N".
001740     88 WS-NO-MORE-CHECKINS           VALUE "Y".
001750 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001760     88 WS-NO-MORE-NAMES              VALUE "Y".
001770 01  WS-FIRST-EVENT-SWITCH  PIC X(01) VALUE "Y".
001780     88 WS-NO-EVENT-YET               VALUE "Y".
001790 01  WS-POSTING-SWITCH      PIC X(01).
001800     88 WS-POSTING-EVENT              VALUE "Y".
001810 01  WS-MATCH-FOUND-SWITCH  PIC X(01).
001820     88 WS-MATCH-FOUND                VALUE "Y".
001830 01  WS-ANY-LISTED-SWITCH   PIC X(01).
001840     88 WS-ANY-LISTED                 VALUE "Y".
001850
001860* THE DAY'S CHECK-INS, UP TO 5,000. STATE N IS NOT YET
001870* CLAIMED, A IS MATCHED TO A ROSTER NAME, W IS REPORTED AS A
001876* WALK-IN, D IS A REPEAT CHECK-IN OF SOMEONE ALREADY COUNTED,
001882* F IS HELD WITH AN EVENT NOT YET DUE.
001890 01  WS-CHK-COUNT           PIC 9(04) COMP VALUE 0.
001900 01  WS-CHK-TABLE.
001910     05 WS-CHK-ENTRY OCCURS 5000 TIMES.
001920         10 WS-CHK-EVENT    PIC X(08).
001930         10 WS-CHK-NAME     PIC X(50).
001940         10 WS-CHK-TIME     PIC X(05).
001950         10 WS-CHK-STATE    PIC X(01).
001960             88 WS-CHK-OPEN            VALUE "N".
001970             88 WS-CHK-ATTENDED        VALUE "A".
001980             88 WS-CHK-WALKIN          VALUE "W".
001990             88 WS-CHK-DUPLICATE       VALUE "D".
001995             88 WS-CHK-NOT-DUE         VALUE "F".
002000 01  WS-CHK-IDX             PIC 9(04) COMP.
002010 01  WS-DUP-IDX             PIC 9(04) COMP.
002020 01  WS-LEFT-IDX            PIC 9(04) COMP.
002030 01  WS-TIME-EDIT.
002040     05 WS-TE-HH            PIC 9(02).
002050     05 FILLER              PIC X(01) VALUE ":".
002060     05 WS-TE-MM            PIC 9(02).
002070
002080* THE EVENT'S REGISTERED NAMES IN ROSTER ORDER, EACH WITH THE
002090* CHECK-IN IT MATCHED (ZERO FOR A NO-SHOW). PAST 2,000 IN ONE
002100* EVENT THE EXCESS IS LOGGED AND LEFT OUT.
002110 01  WS-REG-COUNT           PIC 9(04) COMP VALUE 0.
002120 01  WS-REG-TABLE.
002130     05 WS-REG-ENTRY OCCURS 2000 TIMES.
002140         10 WS-REG-NAME     PIC X(50).
002150         10 WS-REG-CHK      PIC 9(04) COMP.
002160 01  WS-REG-IDX             PIC 9(04) COMP.
002170
002180 01  WS-CURRENT-EVENT       PIC X(08).
002190 01  WS-EVENT-NAME          PIC X(30).
002200 01  WS-EVENT-DATE          PIC 9(08).
002210 01  WS-POSTED-DATE         PIC 9(08).
002220 01  WS-EVT-REGISTERED      PIC 9(05) COMP.
002230 01  WS-EVT-ATTENDED        PIC 9(05) COMP.
002240 01  WS-EVT-NOSHOWS         PIC 9(05) COMP.
002250 01  WS-EVT-WALKINS         PIC 9(05) COMP.
002260
002270* THE PERSON BEING POSTED TO THE HISTORY AND HOW THEY FARED.
002280 01  WS-POST-NAME           PIC X(50).
002290 01  WS-POST-RESULT         PIC X(01).
002300     88 WS-POST-ATTENDED              VALUE "A".
002310     88 WS-POST-MISSED                VALUE "N".
002320     88 WS-POST-WALKIN                VALUE "W".
002330
002340 01  WS-CHECKIN-READ        PIC 9(07) COMP VALUE 0.
002350 01  WS-CHECKIN-REJECTED    PIC 9(07) COMP VALUE 0.
002360 01  WS-BAD-TIME-COUNT      PIC 9(07) COMP VALUE 0.
002370 01  WS-DUPLICATE-COUNT     PIC 9(07) COMP VALUE 0.
002380 01  WS-ROSTER-COUNT        PIC 9(07) COMP VALUE 0.
002390 01  WS-OVERFLOW-COUNT      PIC 9(07) COMP VALUE 0.
002400 01  WS-EVENT-TOTAL         PIC 9(05) COMP VALUE 0.
002410 01  WS-ATTENDED-TOTAL      PIC 9(07) COMP VALUE 0.
002420 01  WS-NOSHOW-TOTAL        PIC 9(07) COMP VALUE 0.
002430 01  WS-WALKIN-TOTAL        PIC 9(07) COMP VALUE 0.
002440 01  WS-POSTED-COUNT        PIC 9(05) COMP VALUE 0.
002450 01  WS-REPOST-COUNT        PIC 9(05) COMP VALUE 0.
002455 01  WS-NOT-DUE-COUNT       PIC 9(05) COMP VALUE 0.
002460 01  WS-NEW-PERSON-COUNT    PIC 9(07) COMP VALUE 0.
002470 01  WS-UPD-PERSON-COUNT    PIC 9(07) COMP VALUE 0.
002480 01  WS-HISTORY-WRITTEN     PIC 9(07) COMP VALUE 0.
002490
002500 01  WS-HEADING-1.
002510     05 FILLER              PIC X(44) VALUE
002520         "EVENT-DAY CHECK-IN RECONCILIATION".
002530     05 FILLER              PIC X(08) VALUE "RUN ID ".
002540     05 WS-HDG-RUN-ID       PIC X(15).
002550 01  WS-EVENT-HEADING.
002560     05 FILLER              PIC X(09) VALUE "EVENT -  ".
002570     05 WS-EH-EVENT-CODE    PIC X(08).
002580     05 FILLER              PIC X(02) VALUE SPACES.
002590     05 WS-EH-EVENT-NAME    PIC X(30).
002600     05 FILLER              PIC X(02) VALUE SPACES.
002610     05 WS-EH-EVENT-DATE    PIC X(10).
002620 01  WS-POSTED-LINE.
002630     05 FILLER              PIC X(31) VALUE
002640         "  ALREADY ON ATTENDEE HISTORY (".
002650     05 WS-PL-DATE          PIC X(10).
002660     05 FILLER              PIC X(20) VALUE
002670         ") - NOT POSTED AGAIN".
002672 01  WS-NOT-DUE-LINE.
002674     05 FILLER              PIC X(46) VALUE
002676         "  NOT YET HELD - NOT RECONCILED OR POSTED".
002680 01  WS-SECTION-LINE        PIC X(80).
002690 01  WS-LIST-LINE.
002700     05 FILLER              PIC X(04) VALUE SPACES.
002710     05 WS-LL-NAME          PIC X(50).
002720     05 FILLER              PIC X(02) VALUE SPACES.
002730     05 WS-LL-TIME          PIC X(05).
002740 01  WS-EVENT-TOTALS-LINE.
002750     05 FILLER              PIC X(11) VALUE "REGISTERED ".
002760     05 WS-ET-REGISTERED    PIC ZZ,ZZ9.
002770     05 FILLER              PIC X(11) VALUE "  ATTENDED ".
002780     05 WS-ET-ATTENDED      PIC ZZ,ZZ9.
002790     05 FILLER              PIC X(11) VALUE "  NO-SHOWS ".
002800     05 WS-ET-NOSHOWS       PIC ZZ,ZZ9.
002810     05 FILLER              PIC X(11) VALUE "  WALK-INS ".
002820     05 WS-ET-WALKINS       PIC ZZ,ZZ9.
002830 01  WS-RULE-LINE.
002840     05 FILLER              PIC X(80) VALUE ALL "-".
002850
002860 01  WS-EDIT-DATE.
002870     05 WS-ED-YEAR          PIC 9(04).
002880     05 FILLER              PIC X(01) VALUE "-".
002890     05 WS-ED-MONTH         PIC 9(02).
002900     05 FILLER              PIC X(01) VALUE "-".
002910     05 WS-ED-DAY           PIC 9(02).
002920 01  WS-DATE-WORK           PIC 9(08).
002930 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
002940     05 WS-DW-YEAR          PIC 9(04).
002950     05 WS-DW-MONTH         PIC 9(02).
002960     05 WS-DW-DAY           PIC 9(02).
002970 01  WS-DATE-TEXT           PIC X(10).
002980
002990 01  WS-SUMMARY-DETAIL.
003000     05 WS-SUM-LABEL        PIC X(30).
003010     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
003020
003030 01  WS-ERR-KEY             PIC X(20).
003040 01  WS-ERR-TEXT            PIC X(40).
003050
003060 01  WS-RUN-DATE            PIC 9(08).
003070 01  WS-RUN-TIME            PIC 9(08).
003080 01  WS-TODAY               PIC 9(08).
003090
003100 COPY AUDITLOG.
003110
003120 COPY ERRLOG.
003130
003140 PROCEDURE DIVISION.
003150*-----------------------------------------------------------*
003160* 0000-MAINLINE - RECONCILE AND POST EACH ROSTER EVENT IN
003170*                 TURN, THEN ANY EVENT THAT HAD CHECK-INS BUT
003180*                 NO ROSTER AT ALL.
003190*-----------------------------------------------------------*
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE
003220     PERFORM 2000-PROCESS-ROSTER
003230         UNTIL WS-NO-MORE-NAMES
003240     IF NOT WS-NO-EVENT-YET THEN
003250         PERFORM 3000-RECONCILE-EVENT
003260     END-IF
003270     PERFORM 7000-LEFTOVER-CHECKINS
003280         VARYING WS-LEFT-IDX FROM 1 BY 1
003290         UNTIL WS-LEFT-IDX > WS-CHK-COUNT
003300     PERFORM 8000-WRITE-SUMMARY
003310     PERFORM 9000-TERMINATE
003320     GOBACK.
003330
003340*-----------------------------------------------------------*
003350* 1000-INITIALIZE - LOAD THE CHECK-INS, OPEN THE HISTORY AND
003360*                   THE OTHER FILES, WRITE THE HEADING, PRIME
003370*                   THE ROSTER READ. A HISTORY THAT DOES NOT
003380*                   EXIST YET (THE FIRST EVER RUN) IS CREATED
003390*                   EMPTY AND REOPENED.
003400*-----------------------------------------------------------*
003410 1000-INITIALIZE.
003420     PERFORM 1090-READ-RUN-ID
003430     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003440     OPEN EXTEND AUDIT-LOG
003450     PERFORM 9140-WRITE-AUDIT-START
003460     OPEN EXTEND ERROR-LOG
003470     PERFORM 1200-LOAD-CHECKIN-TABLE
003480     OPEN I-O ATTENDEE-HISTORY
003490     IF WS-HISTORY-ABSENT THEN
003500         OPEN OUTPUT ATTENDEE-HISTORY
003510         CLOSE ATTENDEE-HISTORY
003520         OPEN I-O ATTENDEE-HISTORY
003530     END-IF
003540     OPEN INPUT EVENT-MASTER
003550     IF WS-EVTMST-OK THEN
003560         MOVE "Y" TO WS-EVTMST-OPEN-SWITCH
003570     END-IF
003580     OPEN INPUT ROSTER-INPUT
003590     OPEN OUTPUT CHECKIN-REPORT
003600     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
003610     WRITE CHECKIN-REPORT-RECORD FROM WS-HEADING-1
003620     PERFORM 2100-READ-ROSTER-INPUT.
003630
003640*-----------------------------------------------------------*
003650* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003660*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003670*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003680*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003690*-----------------------------------------------------------*
003700 1090-READ-RUN-ID.
003710     OPEN INPUT RUN-ID-FILE
003720     IF WS-RUN-ID-F-OK THEN
003730         READ RUN-ID-FILE
003740             AT END CONTINUE
003750         END-READ
003760         IF WS-RUN-ID-F-OK THEN
003770             MOVE RUN-ID-RECORD TO WS-RUN-ID
003780         END-IF
003790         CLOSE RUN-ID-FILE
003800     END-IF.
003810
003820*-----------------------------------------------------------*
003830* 1200-LOAD-CHECKIN-TABLE - ONE ENTRY PER CHKIN RECORD, UP
003840*                   TO 5,000. A MISSING OR EMPTY FILE LEAVES
003850*                   THE TABLE EMPTY AND EVERY ROSTER NAME
003860*                   REPORTS AS A NO-SHOW.
003870*-----------------------------------------------------------*
003880 1200-LOAD-CHECKIN-TABLE.
003890     OPEN INPUT CHECKIN-INPUT
003900     IF WS-CHECKIN-OK THEN
003910         PERFORM 1250-READ-ONE-CHECKIN
003920             UNTIL WS-NO-MORE-CHECKINS
003930         CLOSE CHECKIN-INPUT
003940     END-IF.
003950
003960*-----------------------------------------------------------*
003970* 1250-READ-ONE-CHECKIN - A CHECK-IN WITH NO EVENT CODE OR NO
003980*                   NAME CANNOT BE MATCHED AND IS REJECTED. A
003990*                   BAD ARRIVAL TIME IS LOGGED BUT THE PERSON
004000*                   STILL COUNTS AS HAVING COME; THE TIME IS
004010*                   LEFT BLANK ON THE REPORT.
004020*-----------------------------------------------------------*
004030 1250-READ-ONE-CHECKIN.
004040     READ CHECKIN-INPUT
004050         AT END MOVE "Y" TO WS-CHECKIN-EOF-SWITCH
004060     END-READ
004070     IF NOT WS-NO-MORE-CHECKINS THEN
004080         ADD 1 TO WS-CHECKIN-READ
004090         IF CI-EVENT-CODE = SPACES
004100             OR CI-NAME = SPACES THEN
004110             ADD 1 TO WS-CHECKIN-REJECTED
004120             MOVE CI-EVENT-CODE TO WS-ERR-KEY
004130             IF CI-EVENT-CODE = SPACES THEN
004140                 MOVE CI-NAME TO WS-ERR-KEY
004150             END-IF
004160             MOVE "CHECK-IN WITH NO EVENT CODE OR NAME"
004170                 TO WS-ERR-TEXT
004180             PERFORM 4000-LOG-ERROR
004190         ELSE
004200             PERFORM 1300-TABLE-ONE-CHECKIN
004210         END-IF
004220     END-IF.
004230
004240 1300-TABLE-ONE-CHECKIN.
004250     IF WS-CHK-COUNT < 5000 THEN
004260         ADD 1 TO WS-CHK-COUNT
004270         MOVE CI-EVENT-CODE TO WS-CHK-EVENT (WS-CHK-COUNT)
004280         MOVE CI-NAME       TO WS-CHK-NAME (WS-CHK-COUNT)
004290         MOVE "N"           TO WS-CHK-STATE (WS-CHK-COUNT)
004300         MOVE SPACES        TO WS-CHK-TIME (WS-CHK-COUNT)
004310         IF CI-ARRIVAL-TIME NUMERIC
004320             AND CI-ARRIVAL-HH < 24
004330             AND CI-ARRIVAL-MM < 60 THEN
004340             MOVE CI-ARRIVAL-HH TO WS-TE-HH
004350             MOVE CI-ARRIVAL-MM TO WS-TE-MM
004360             MOVE WS-TIME-EDIT TO WS-CHK-TIME (WS-CHK-COUNT)
004370         ELSE
004380             ADD 1 TO WS-BAD-TIME-COUNT
004390             MOVE CI-NAME TO WS-ERR-KEY
004400             MOVE "ARRIVAL TIME NOT HHMM - CHECK-IN KEPT"
004410                 TO WS-ERR-TEXT
004420             PERFORM 4000-LOG-ERROR
004430         END-IF
004440     ELSE
004450         ADD 1 TO WS-CHECKIN-REJECTED
004460         MOVE CI-NAME TO WS-ERR-KEY
004470         MOVE "CHECK-IN TABLE FULL AT 5000 - IGNORED"
004480             TO WS-ERR-TEXT
004490         PERFORM 4000-LOG-ERROR
004500     END-IF.
004510
004520*-----------------------------------------------------------*
004530* 2000-PROCESS-ROSTER - GATHER ONE REGISTERED NAME INTO THE
004540*                   CURRENT EVENT, RECONCILING THE PRIOR EVENT
004550*                   FIRST ON AN EVENT BREAK. THE SEATED ROSTER
004560*                   ARRIVES IN EVENT-CODE SEQUENCE.
004570*-----------------------------------------------------------*
004580 2000-PROCESS-ROSTER.
004590     ADD 1 TO WS-ROSTER-COUNT
004600     IF RO-EVENT-CODE NOT = WS-CURRENT-EVENT
004610         OR WS-NO-EVENT-YET THEN
004620         IF NOT WS-NO-EVENT-YET THEN
004630             PERFORM 3000-RECONCILE-EVENT
004640         END-IF
004650         MOVE "N"           TO WS-FIRST-EVENT-SWITCH
004660         MOVE RO-EVENT-CODE TO WS-CURRENT-EVENT
004670         MOVE 0             TO WS-REG-COUNT
004680     END-IF
004690     IF WS-REG-COUNT < 2000 THEN
004700         ADD 1 TO WS-REG-COUNT
004710         MOVE RO-NAME TO WS-REG-NAME (WS-REG-COUNT)
004720         MOVE 0       TO WS-REG-CHK (WS-REG-COUNT)
004730     ELSE
004740         ADD 1 TO WS-OVERFLOW-COUNT
004750         MOVE RO-NAME TO WS-ERR-KEY
004760         MOVE "EVENT OVER 2000 REGISTERED - NOT CHECKED"
004770             TO WS-ERR-TEXT
004780         PERFORM 4000-LOG-ERROR
004790     END-IF
004800     PERFORM 2100-READ-ROSTER-INPUT.
004810
004820*-----------------------------------------------------------*
004830* 2100-READ-ROSTER-INPUT - READ NEXT REGISTERED NAME, SET EOF
004840*                   SWITCH.
004850*-----------------------------------------------------------*
004860 2100-READ-ROSTER-INPUT.
004870     READ ROSTER-INPUT
004880         AT END
004890             MOVE "Y" TO WS-EOF-SWITCH
004900     END-READ.
004910
004920*-----------------------------------------------------------*
004930* 3000-RECONCILE-EVENT - MATCH THE EVENT'S REGISTERED NAMES
004940*                   TO ITS CHECK-INS, DECODE THE EVENT, FIND
004950*                   WHETHER IT IS ALREADY ON THE HISTORY, AND
004960*                   WRITE AND POST ITS THREE LISTS. AN EVENT
004970*                   WITH NO ROSTER ENTERS HERE WITH NO NAMES
004975*                   REGISTERED, SO EVERYONE IS A WALK-IN. AN
004980*                   EVENT DATED AFTER TODAY HAS NOT BEEN HELD -
004985*                   IT IS NEITHER RECONCILED NOR POSTED.
004990*-----------------------------------------------------------*
005000 3000-RECONCILE-EVENT.
005090     PERFORM 3300-DECODE-EVENT
005092     IF WS-EVENT-DATE > WS-TODAY THEN
005094         PERFORM 3500-HOLD-FUTURE-EVENT
005096     ELSE
005098         ADD 1 TO WS-EVENT-TOTAL
005100         MOVE 0 TO WS-EVT-REGISTERED
005102         MOVE 0 TO WS-EVT-ATTENDED
005104         MOVE 0 TO WS-EVT-NOSHOWS
005106         MOVE 0 TO WS-EVT-WALKINS
005108         PERFORM 3100-MATCH-ONE-NAME
005110             VARYING WS-REG-IDX FROM 1 BY 1
005112             UNTIL WS-REG-IDX > WS-REG-COUNT
005114         PERFORM 3400-CHECK-EVENT-POSTED
005116         PERFORM 5000-WRITE-EVENT-LISTS
005118         IF WS-POSTING-EVENT THEN
005120             PERFORM 6500-POST-EVENT-RECORD
005122         END-IF
005140     END-IF.
005150
005160*-----------------------------------------------------------*
005170* 3100-MATCH-ONE-NAME - CLAIM THE FIRST UNCLAIMED CHECK-IN FOR
005180*                   THIS EVENT UNDER THE SAME NAME. A NAME ON
005190*                   THE ROSTER TWICE CLAIMS A SECOND CHECK-IN
005200*                   IF ONE WAS KEYED, AS RSVPRECN DOES WITH
005210*                   CONFIRMATIONS.
005220*-----------------------------------------------------------*
005230 3100-MATCH-ONE-NAME.
005240     MOVE "N" TO WS-MATCH-FOUND-SWITCH
005250     PERFORM 3200-TEST-ONE-CHECKIN
005260         VARYING WS-CHK-IDX FROM 1 BY 1
005270         UNTIL WS-CHK-IDX > WS-CHK-COUNT
005280             OR WS-MATCH-FOUND.
005290
005300 3200-TEST-ONE-CHECKIN.
005310     IF WS-CHK-OPEN (WS-CHK-IDX)
005320         AND WS-CHK-EVENT (WS-CHK-IDX) = WS-CURRENT-EVENT
005330         AND WS-CHK-NAME (WS-CHK-IDX)
005340             = WS-REG-NAME (WS-REG-IDX) THEN
005350         MOVE "A" TO WS-CHK-STATE (WS-CHK-IDX)
005360         MOVE WS-CHK-IDX TO WS-REG-CHK (WS-REG-IDX)
005370         MOVE "Y" TO WS-MATCH-FOUND-SWITCH
005380     END-IF.
005390
005400*-----------------------------------------------------------*
005410* 3300-DECODE-EVENT - NAME AND DATE THROUGH THE EVENT MASTER.
005420*                   AN EVENT NOT ON THE MASTER IS POSTED WITH
005430*                   THE RUN DATE.
005440*-----------------------------------------------------------*
005450 3300-DECODE-EVENT.
005460     MOVE "*UNKNOWN*" TO WS-EVENT-NAME
005470     MOVE 0           TO WS-EVENT-DATE
005480     IF WS-EVTMST-IS-OPEN THEN
005490         MOVE WS-CURRENT-EVENT TO EM-EVENT-CODE
005500         READ EVENT-MASTER
005510             INVALID KEY CONTINUE
005520             NOT INVALID KEY
005530                 MOVE EM-EVENT-NAME TO WS-EVENT-NAME
005540                 IF EM-EVENT-DATE NUMERIC THEN
005550                     MOVE EM-EVENT-DATE TO WS-EVENT-DATE
005560                 END-IF
005570         END-READ
005580     END-IF
005590     IF WS-EVENT-DATE = 0 THEN
005600         MOVE WS-TODAY TO WS-EVENT-DATE
005610     END-IF.
005620
005630*-----------------------------------------------------------*
005640* 3400-CHECK-EVENT-POSTED - AN EVENT ALREADY CARRYING A TYPE-E
005650*                   RECORD WAS POSTED BY AN EARLIER RUN. ITS
005660*                   LISTS ARE STILL PRINTED BUT NOBODY'S
005670*                   COUNTS MOVE, AND THE RERUN IS LOGGED.
005680*-----------------------------------------------------------*
005690 3400-CHECK-EVENT-POSTED.
005700     MOVE "Y" TO WS-POSTING-SWITCH
005710     MOVE "E" TO AH-REC-TYPE
005720     MOVE WS-CURRENT-EVENT TO AH-KEY-VALUE
005730     READ ATTENDEE-HISTORY
005740         INVALID KEY CONTINUE
005750         NOT INVALID KEY
005760             MOVE "N" TO WS-POSTING-SWITCH
005770             MOVE AH-UPDATE-DATE TO WS-POSTED-DATE
005780     END-READ
005790     IF NOT WS-POSTING-EVENT THEN
005800         ADD 1 TO WS-REPOST-COUNT
005810         MOVE WS-CURRENT-EVENT TO WS-ERR-KEY
005820         MOVE "EVENT ALREADY ON HISTORY - NOT REPOSTED"
005830             TO WS-ERR-TEXT
005840         PERFORM 4000-LOG-ERROR
005850     END-IF.
005860
005870*-----------------------------------------------------------*
005871* 3500-HOLD-FUTURE-EVENT - AN EVENT NOT YET HELD GETS ITS
005872*                   HEADING AND A NOT-YET-HELD LINE ONLY. ANY
005873*                   CHECK-IN ALREADY KEYED FOR IT IS HELD SO
005874*                   THE LEFTOVER PASS DOES NOT TAKE IT UP AGAIN.
005875*-----------------------------------------------------------*
005876 3500-HOLD-FUTURE-EVENT.
005877     ADD 1 TO WS-NOT-DUE-COUNT
005878     PERFORM 5050-WRITE-EVENT-HEADING
005879     WRITE CHECKIN-REPORT-RECORD FROM WS-NOT-DUE-LINE
005880     PERFORM 3550-HOLD-ONE-CHECKIN
005881         VARYING WS-CHK-IDX FROM 1 BY 1
005882         UNTIL WS-CHK-IDX > WS-CHK-COUNT.
005883
005884 3550-HOLD-ONE-CHECKIN.
005885     IF WS-CHK-OPEN (WS-CHK-IDX)
005886         AND WS-CHK-EVENT (WS-CHK-IDX) = WS-CURRENT-EVENT THEN
005887         MOVE "F" TO WS-CHK-STATE (WS-CHK-IDX)
005888     END-IF.
005889
005890*-----------------------------------------------------------*
005891* 4000-LOG-ERROR - APPEND ONE REJECTED CHECK-IN, OVERFLOW OR
005892*                   REPOSTED EVENT TO THE COMMON ERRORLOG.
005900*-----------------------------------------------------------*
005910 4000-LOG-ERROR.
005920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005930     ACCEPT WS-RUN-TIME FROM TIME
005940     MOVE "CHECKIN"         TO ERR-PROGRAM-NAME
005950     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
005960     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
005970     MOVE WS-RUN-ID         TO ERR-RUN-ID
005980     MOVE WS-ERR-KEY        TO ERR-RECORD-ID
005990     MOVE WS-ERR-TEXT       TO ERR-MESSAGE
006000     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
006010
006020*-----------------------------------------------------------*
006030* 5000-WRITE-EVENT-LISTS - THE EVENT'S HEADING, THEN ITS
006040*                   ATTENDED, NO-SHOW AND WALK-IN LISTS, THEN
006050*                   ITS TOTALS. EACH PERSON LISTED IS POSTED
006060*                   TO THE HISTORY AS THEY ARE WRITTEN.
006070*-----------------------------------------------------------*
006080 5000-WRITE-EVENT-LISTS.
006090     PERFORM 5050-WRITE-EVENT-HEADING
006170     IF NOT WS-POSTING-EVENT THEN
006180         MOVE WS-POSTED-DATE TO WS-DATE-WORK
006190         PERFORM 5900-EDIT-DATE
006200         MOVE WS-DATE-TEXT   TO WS-PL-DATE
006210         WRITE CHECKIN-REPORT-RECORD FROM WS-POSTED-LINE
006220     END-IF
006230     MOVE "  ATTENDED" TO WS-SECTION-LINE
006240     WRITE CHECKIN-REPORT-RECORD FROM WS-SECTION-LINE
006250     MOVE "N" TO WS-ANY-LISTED-SWITCH
006260     PERFORM 5100-LIST-IF-ATTENDED
006270         VARYING WS-REG-IDX FROM 1 BY 1
006280         UNTIL WS-REG-IDX > WS-REG-COUNT
006290     PERFORM 5800-NONE-IF-EMPTY
006300     MOVE "  NO-SHOWS" TO WS-SECTION-LINE
006310     WRITE CHECKIN-REPORT-RECORD FROM WS-SECTION-LINE
006320     MOVE "N" TO WS-ANY-LISTED-SWITCH
006330     PERFORM 5200-LIST-IF-NOSHOW
006340         VARYING WS-REG-IDX FROM 1 BY 1
006350         UNTIL WS-REG-IDX > WS-REG-COUNT
006360     PERFORM 5800-NONE-IF-EMPTY
006370     MOVE "  WALK-INS" TO WS-SECTION-LINE
006380     WRITE CHECKIN-REPORT-RECORD FROM WS-SECTION-LINE
006390     MOVE "N" TO WS-ANY-LISTED-SWITCH
006400     PERFORM 5300-LIST-IF-WALKIN
006410         VARYING WS-CHK-IDX FROM 1 BY 1
006420         UNTIL WS-CHK-IDX > WS-CHK-COUNT
006430     PERFORM 5800-NONE-IF-EMPTY
006440     MOVE WS-EVT-REGISTERED TO WS-ET-REGISTERED
006450     MOVE WS-EVT-ATTENDED   TO WS-ET-ATTENDED
006460     MOVE WS-EVT-NOSHOWS    TO WS-ET-NOSHOWS
006470     MOVE WS-EVT-WALKINS    TO WS-ET-WALKINS
006480     WRITE CHECKIN-REPORT-RECORD FROM WS-EVENT-TOTALS-LINE.
006481
006482*-----------------------------------------------------------*
006483* 5050-WRITE-EVENT-HEADING - A BLANK LINE, THEN THE EVENT'S
006484*                   CODE, NAME AND DATE.
006485*-----------------------------------------------------------*
006486 5050-WRITE-EVENT-HEADING.
006487     MOVE SPACES TO CHECKIN-REPORT-RECORD
006488     WRITE CHECKIN-REPORT-RECORD
006489     MOVE WS-CURRENT-EVENT TO WS-EH-EVENT-CODE
006490     MOVE WS-EVENT-NAME    TO WS-EH-EVENT-NAME
006491     MOVE WS-EVENT-DATE    TO WS-DATE-WORK
006492     PERFORM 5900-EDIT-DATE
006493     MOVE WS-DATE-TEXT     TO WS-EH-EVENT-DATE
006494     WRITE CHECKIN-REPORT-RECORD FROM WS-EVENT-HEADING.
006495
006500*-----------------------------------------------------------*
006510* 5100-LIST-IF-ATTENDED - A REGISTERED NAME THAT CLAIMED A
006520*                   CHECK-IN, WITH ITS ARRIVAL TIME.
006530*-----------------------------------------------------------*
006540 5100-LIST-IF-ATTENDED.
006550     ADD 1 TO WS-EVT-REGISTERED
006560     IF WS-REG-CHK (WS-REG-IDX) > 0 THEN
006570         MOVE "Y" TO WS-ANY-LISTED-SWITCH
006580         ADD 1 TO WS-EVT-ATTENDED
006590         ADD 1 TO WS-ATTENDED-TOTAL
006600         MOVE WS-REG-CHK (WS-REG-IDX) TO WS-CHK-IDX
006610         MOVE WS-REG-NAME (WS-REG-IDX) TO WS-LL-NAME
006620         MOVE WS-CHK-TIME (WS-CHK-IDX) TO WS-LL-TIME
006630         WRITE CHECKIN-REPORT-RECORD FROM WS-LIST-LINE
006640         MOVE WS-REG-NAME (WS-REG-IDX) TO WS-POST-NAME
006650         MOVE "A" TO WS-POST-RESULT
006660         PERFORM 6000-POST-PERSON
006670     END-IF.
006680
006690*-----------------------------------------------------------*
006700* 5200-LIST-IF-NOSHOW - A REGISTERED NAME NOBODY CHECKED IN.
006710*-----------------------------------------------------------*
006720 5200-LIST-IF-NOSHOW.
006730     IF WS-REG-CHK (WS-REG-IDX) = 0 THEN
006740         MOVE "Y" TO WS-ANY-LISTED-SWITCH
006750         ADD 1 TO WS-EVT-NOSHOWS
006760         ADD 1 TO WS-NOSHOW-TOTAL
006770         MOVE WS-REG-NAME (WS-REG-IDX) TO WS-LL-NAME
006780         MOVE SPACES TO WS-LL-TIME
006790         WRITE CHECKIN-REPORT-RECORD FROM WS-LIST-LINE
006800         MOVE WS-REG-NAME (WS-REG-IDX) TO WS-POST-NAME
006810         MOVE "N" TO WS-POST-RESULT
006820         PERFORM 6000-POST-PERSON
006830     END-IF.
006840
006850*-----------------------------------------------------------*
006860* 5300-LIST-IF-WALKIN - A CHECK-IN FOR THIS EVENT THAT NO
006870*                   REGISTERED NAME CLAIMED. A SECOND CHECK-IN
006880*                   UNDER A NAME ALREADY COUNTED FOR THE EVENT
006890*                   IS A DOUBLE SCAN AT THE DOOR - LOGGED, NOT
006900*                   COUNTED.
006910*-----------------------------------------------------------*
006920 5300-LIST-IF-WALKIN.
006930     IF WS-CHK-OPEN (WS-CHK-IDX)
006940         AND WS-CHK-EVENT (WS-CHK-IDX) = WS-CURRENT-EVENT THEN
006950         MOVE "N" TO WS-MATCH-FOUND-SWITCH
006960         PERFORM 5350-TEST-ONE-DUPLICATE
006970             VARYING WS-DUP-IDX FROM 1 BY 1
006980             UNTIL WS-DUP-IDX > WS-CHK-COUNT
006990                 OR WS-MATCH-FOUND
007000         IF WS-MATCH-FOUND THEN
007010             MOVE "D" TO WS-CHK-STATE (WS-CHK-IDX)
007020             ADD 1 TO WS-DUPLICATE-COUNT
007030             MOVE WS-CHK-NAME (WS-CHK-IDX) TO WS-ERR-KEY
007040             MOVE "DUPLICATE CHECK-IN - NOT COUNTED"
007050                 TO WS-ERR-TEXT
007060             PERFORM 4000-LOG-ERROR
007070         ELSE
007080             MOVE "W" TO WS-CHK-STATE (WS-CHK-IDX)
007090             MOVE "Y" TO WS-ANY-LISTED-SWITCH
007100             ADD 1 TO WS-EVT-WALKINS
007110             ADD 1 TO WS-WALKIN-TOTAL
007120             MOVE WS-CHK-NAME (WS-CHK-IDX) TO WS-LL-NAME
007130             MOVE WS-CHK-TIME (WS-CHK-IDX) TO WS-LL-TIME
007140             WRITE CHECKIN-REPORT-RECORD FROM WS-LIST-LINE
007150             MOVE WS-CHK-NAME (WS-CHK-IDX) TO WS-POST-NAME
007160             MOVE "W" TO WS-POST-RESULT
007170             PERFORM 6000-POST-PERSON
007180         END-IF
007190     END-IF.
007200
007210 5350-TEST-ONE-DUPLICATE.
007220     IF (WS-CHK-ATTENDED (WS-DUP-IDX)
007230         OR WS-CHK-WALKIN (WS-DUP-IDX))
007240         AND WS-CHK-EVENT (WS-DUP-IDX) = WS-CURRENT-EVENT
007250         AND WS-CHK-NAME (WS-DUP-IDX)
007260             = WS-CHK-NAME (WS-CHK-IDX) THEN
007270         MOVE "Y" TO WS-MATCH-FOUND-SWITCH
007280     END-IF.
007290
007300 5800-NONE-IF-EMPTY.
007310     IF NOT WS-ANY-LISTED THEN
007320         MOVE "    NONE" TO WS-SECTION-LINE
007330         WRITE CHECKIN-REPORT-RECORD FROM WS-SECTION-LINE
007340     END-IF.
007350
007360 5900-EDIT-DATE.
007370     MOVE WS-DW-YEAR    TO WS-ED-YEAR
007380     MOVE WS-DW-MONTH   TO WS-ED-MONTH
007390     MOVE WS-DW-DAY     TO WS-ED-DAY
007400     MOVE WS-EDIT-DATE  TO WS-DATE-TEXT.
007410
007420*-----------------------------------------------------------*
007430* 6000-POST-PERSON - ADD ONE EVENT'S RESULT TO THE PERSON'S
007440*                   HISTORY RECORD, CREATING IT ON THEIR FIRST
007450*                   EVENT. NOTHING MOVES FOR AN EVENT ALREADY
007460*                   POSTED.
007470*-----------------------------------------------------------*
007480 6000-POST-PERSON.
007490     IF WS-POSTING-EVENT THEN
007500         MOVE "P"          TO AH-REC-TYPE
007510         MOVE WS-POST-NAME TO AH-KEY-VALUE
007520         READ ATTENDEE-HISTORY
007530             INVALID KEY
007540                 PERFORM 6100-START-PERSON
007550             NOT INVALID KEY
007560                 ADD 1 TO WS-UPD-PERSON-COUNT
007570         END-READ
007580         PERFORM 6200-APPLY-RESULT
007590         MOVE WS-TODAY  TO AH-UPDATE-DATE
007600         MOVE WS-RUN-ID TO AH-UPDATE-RUN-ID
007610         WRITE ATTENDEE-HISTORY-RECORD
007620             INVALID KEY
007630                 REWRITE ATTENDEE-HISTORY-RECORD
007640         END-WRITE
007650         ADD 1 TO WS-HISTORY-WRITTEN
007660     END-IF.
007670
007680 6100-START-PERSON.
007690     ADD 1 TO WS-NEW-PERSON-COUNT
007700     MOVE "P"              TO AH-REC-TYPE
007710     MOVE WS-POST-NAME     TO AH-KEY-VALUE
007720     MOVE 0                TO AH-REGISTERED
007730     MOVE 0                TO AH-ATTENDED
007740     MOVE 0                TO AH-MISSED
007750     MOVE 0                TO AH-WALKINS
007760     MOVE 0                TO AH-MISSED-STREAK
007770     MOVE WS-CURRENT-EVENT TO AH-FIRST-EVENT
007780     MOVE WS-EVENT-DATE    TO AH-FIRST-DATE.
007790
007800*-----------------------------------------------------------*
007810* 6200-APPLY-RESULT - A REGISTERED ATTENDEE OR A WALK-IN ENDS
007820*                   ANY MISSED STREAK; A NO-SHOW EXTENDS IT.
007830*-----------------------------------------------------------*
007840 6200-APPLY-RESULT.
007850     EVALUATE TRUE
007860         WHEN WS-POST-ATTENDED
007870             ADD 1 TO AH-REGISTERED
007880             ADD 1 TO AH-ATTENDED
007890             MOVE 0 TO AH-MISSED-STREAK
007900         WHEN WS-POST-MISSED
007910             ADD 1 TO AH-REGISTERED
007920             ADD 1 TO AH-MISSED
007930             IF AH-MISSED-STREAK < 999 THEN
007940                 ADD 1 TO AH-MISSED-STREAK
007950             END-IF
007960         WHEN WS-POST-WALKIN
007970             ADD 1 TO AH-ATTENDED
007980             ADD 1 TO AH-WALKINS
007990             MOVE 0 TO AH-MISSED-STREAK
008000     END-EVALUATE
008010     MOVE WS-CURRENT-EVENT TO AH-LAST-EVENT
008020     MOVE WS-EVENT-DATE    TO AH-LAST-DATE
008030     MOVE WS-POST-RESULT   TO AH-LAST-RESULT.
008040
008050*-----------------------------------------------------------*
008060* 6500-POST-EVENT-RECORD - FILE THE EVENT'S TYPE-E RECORD SO
008070*                   A RERUN KNOWS IT HAS BEEN POSTED.
008080*-----------------------------------------------------------*
008090 6500-POST-EVENT-RECORD.
008100     MOVE SPACES            TO ATTENDEE-HISTORY-RECORD
008110     MOVE "E"               TO AH-REC-TYPE
008120     MOVE WS-CURRENT-EVENT  TO AH-KEY-VALUE
008130     MOVE WS-EVENT-DATE     TO AH-EVT-DATE
008140     MOVE WS-EVT-REGISTERED TO AH-EVT-REGISTERED
008150     MOVE WS-EVT-ATTENDED   TO AH-EVT-ATTENDED
008160     MOVE WS-EVT-NOSHOWS    TO AH-EVT-NOSHOWS
008170     MOVE WS-EVT-WALKINS    TO AH-EVT-WALKINS
008180     MOVE WS-TODAY          TO AH-UPDATE-DATE
008190     MOVE WS-RUN-ID         TO AH-UPDATE-RUN-ID
008200     WRITE ATTENDEE-HISTORY-RECORD
008210         INVALID KEY
008220             REWRITE ATTENDEE-HISTORY-RECORD
008230     END-WRITE
008240     ADD 1 TO WS-POSTED-COUNT
008250     ADD 1 TO WS-HISTORY-WRITTEN.
008260
008270*-----------------------------------------------------------*
008280* 7000-LEFTOVER-CHECKINS - A CHECK-IN STILL UNCLAIMED AFTER
008290*                   THE WHOLE ROSTER BELONGS TO AN EVENT WITH
008300*                   NO REGISTERED NAMES AT ALL. THAT EVENT IS
008310*                   RECONCILED ON ITS OWN; ITS OTHER CHECK-INS
008320*                   ARE CLAIMED WITH IT.
008330*-----------------------------------------------------------*
008340 7000-LEFTOVER-CHECKINS.
008350     IF WS-CHK-OPEN (WS-LEFT-IDX) THEN
008360         MOVE WS-CHK-EVENT (WS-LEFT-IDX) TO WS-CURRENT-EVENT
008370         MOVE 0 TO WS-REG-COUNT
008380         PERFORM 3000-RECONCILE-EVENT
008390     END-IF.
008400
008410*-----------------------------------------------------------*
008420* 8000-WRITE-SUMMARY - RUN CONTROL TOTALS.
008430*-----------------------------------------------------------*
008440 8000-WRITE-SUMMARY.
008450     MOVE SPACES TO CHECKIN-REPORT-RECORD
008460     WRITE CHECKIN-REPORT-RECORD
008470     WRITE CHECKIN-REPORT-RECORD FROM WS-RULE-LINE
008480     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008490     MOVE "CHECK-INS READ"        TO WS-SUM-LABEL
008500     MOVE WS-CHECKIN-READ         TO WS-SUM-VALUE
008510     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008520     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008530     MOVE "CHECK-INS REJECTED"    TO WS-SUM-LABEL
008540     MOVE WS-CHECKIN-REJECTED     TO WS-SUM-VALUE
008550     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008560     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008570     MOVE "ARRIVAL TIMES NOT HHMM" TO WS-SUM-LABEL
008580     MOVE WS-BAD-TIME-COUNT       TO WS-SUM-VALUE
008590     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008600     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008610     MOVE "DUPLICATE CHECK-INS"   TO WS-SUM-LABEL
008620     MOVE WS-DUPLICATE-COUNT      TO WS-SUM-VALUE
008630     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008640     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008650     MOVE "ROSTER RECORDS READ"   TO WS-SUM-LABEL
008660     MOVE WS-ROSTER-COUNT         TO WS-SUM-VALUE
008670     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008680     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008690     MOVE "ROSTER NAMES NOT CHECKED" TO WS-SUM-LABEL
008700     MOVE WS-OVERFLOW-COUNT       TO WS-SUM-VALUE
008710     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008720     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008730     MOVE "EVENTS RECONCILED"     TO WS-SUM-LABEL
008740     MOVE WS-EVENT-TOTAL          TO WS-SUM-VALUE
008750     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008760     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008762     MOVE "EVENTS NOT YET DUE"    TO WS-SUM-LABEL
008764     MOVE WS-NOT-DUE-COUNT        TO WS-SUM-VALUE
008766     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008768     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008770     MOVE "ATTENDED"              TO WS-SUM-LABEL
008780     MOVE WS-ATTENDED-TOTAL       TO WS-SUM-VALUE
008790     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008800     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008810     MOVE "NO-SHOWS"              TO WS-SUM-LABEL
008820     MOVE WS-NOSHOW-TOTAL         TO WS-SUM-VALUE
008830     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008840     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008850     MOVE "WALK-INS"              TO WS-SUM-LABEL
008860     MOVE WS-WALKIN-TOTAL         TO WS-SUM-VALUE
008870     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008880     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008890     MOVE "EVENTS POSTED TO HISTORY" TO WS-SUM-LABEL
008900     MOVE WS-POSTED-COUNT         TO WS-SUM-VALUE
008910     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008920     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008930     MOVE "EVENTS ALREADY POSTED" TO WS-SUM-LABEL
008940     MOVE WS-REPOST-COUNT         TO WS-SUM-VALUE
008950     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008960     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008970     MOVE "NEW PEOPLE ON HISTORY" TO WS-SUM-LABEL
008980     MOVE WS-NEW-PERSON-COUNT     TO WS-SUM-VALUE
008990     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009000     MOVE SPACES                  TO WS-SUMMARY-DETAIL
009010     MOVE "HISTORY RECORDS UPDATED" TO WS-SUM-LABEL
009020     MOVE WS-UPD-PERSON-COUNT     TO WS-SUM-VALUE
009030     WRITE CHECKIN-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
009040
009050*-----------------------------------------------------------*
009060* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE - RC=4
009070*                  WHEN ANYTHING WENT TO ERRORLOG. NO-SHOWS
009080*                  AND WALK-INS ARE THE NORMAL BUSINESS OF
009090*                  THE STEP AND DO NOT RAISE IT.
009100*-----------------------------------------------------------*
009110 9000-TERMINATE.
009120     PERFORM 9150-WRITE-AUDIT-LOG
009130     CLOSE ROSTER-INPUT
009140     CLOSE ATTENDEE-HISTORY
009150     IF WS-EVTMST-IS-OPEN THEN
009160         CLOSE EVENT-MASTER
009170     END-IF
009180     CLOSE CHECKIN-REPORT
009190     CLOSE AUDIT-LOG
009200     CLOSE ERROR-LOG
009210     IF WS-CHECKIN-REJECTED > 0
009220         OR WS-BAD-TIME-COUNT > 0
009230         OR WS-DUPLICATE-COUNT > 0
009240         OR WS-OVERFLOW-COUNT > 0
009250         OR WS-REPOST-COUNT > 0 THEN
009260         MOVE 4 TO RETURN-CODE
009270     END-IF.
009280
009290*-----------------------------------------------------------*
009300* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
009310*                        INITIALIZATION SO THE BATCH-WINDOW
009320*                        REPORT CAN PAIR THIS STEP'S START
009330*                        WITH ITS END.
009340*-----------------------------------------------------------*
009350 9140-WRITE-AUDIT-START.
009360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009370     ACCEPT WS-RUN-TIME FROM TIME
009380     MOVE "CHECKIN"         TO AUD-PROGRAM-NAME
009390     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009400     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009410     MOVE WS-RUN-ID         TO AUD-RUN-ID
009420     MOVE 0                 TO AUD-INPUT-COUNT
009430     MOVE 0                 TO AUD-OUTPUT-COUNT
009440     MOVE "S"               TO AUD-RECORD-TYPE
009450     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
009460
009470*-----------------------------------------------------------*
009480* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
009490*                        AUDITLOG FILE SHARED BY THE WHOLE
009500*                        NIGHTLY SUITE.
009510*-----------------------------------------------------------*
009520 9150-WRITE-AUDIT-LOG.
009530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009540     ACCEPT WS-RUN-TIME FROM TIME
009550     MOVE "CHECKIN"         TO AUD-PROGRAM-NAME
009560     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009570     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009580     MOVE WS-RUN-ID         TO AUD-RUN-ID
009590     COMPUTE AUD-INPUT-COUNT =
009600         WS-ROSTER-COUNT + WS-CHECKIN-READ
009610     MOVE WS-HISTORY-WRITTEN TO AUD-OUTPUT-COUNT
009620     MOVE "E"               TO AUD-RECORD-TYPE
009630     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
