000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    RUNDOSS.
000050 AUTHOR.        R. FENWICK.
000060 INSTALLATION.  OPERATIONS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 RF    NEW PROGRAM. THE MORNING SHIFT JUDGED THE
000150*                  NIGHT FROM EIGHT SYSOUTS - THE RUNGATE
000160*                  DECISION, THE PARMCHK VERDICT, DISCREP,
000170*                  TRENDRPT, WINRPT, ERRDIG, THE ALERTOUT
000180*                  RECORDS AND THE STEP RETURN CODES. THIS
000190*                  FINAL STEP PULLS THE SAME FACTS FOR ONE
000200*                  RUN ID OUT OF THE AUDITLOG, ERRORLOG,
000210*                  ALERTOUT, THE KEPT DISCREP, THE AUDHIST
000220*                  TREND HISTORY AND THE WINPARM TYPICALS,
000230*                  AND PRINTS ONE DOSSIER - A GREEN, AMBER
000240*                  OR RED HEADLINE, THEN EACH STEP'S STATUS,
000250*                  ELAPSED TIME AGAINST TYPICAL AND INPUT
000260*                  COUNT AGAINST TREND, THE OUT-OF-BALANCE
000270*                  ITEMS AND THE TOP ERROR GROUPS. THE SAME
000280*                  CONTENT GOES TO DOSSTAT AS FIXED-FORMAT
000290*                  RECORDS FOR THE SERVICE DESK DASHBOARD.
000300*                  STEP STATUS COMES FROM THE AUDIT LINES -
000310*                  A START WITH NO END IS A STEP THAT DIED,
000320*                  A STEPTBL STEP WITH NO LINES WAS NEVER
000330*                  RUN. THE STEP ENDS RC=4 ON AMBER AND
000340*                  RC=8 ON RED.
000341* 2026-10-15 RF    DISCREP IS KEPT FROM WHICHEVER NIGHT LAST
000342*                  RAN RECONCILE, SO A NIGHT THAT NEVER GOT
000343*                  THAT FAR LISTED THE PREVIOUS NIGHT'S ITEMS.
000344*                  THE ITEMS ARE NOW TAKEN ONLY WHEN DISCREP'S
000345*                  RUN ID LINE NAMES THIS RUN; A DISCREP FROM
000346*                  ANOTHER RUN IS NOTED AS SUCH AND NOT LISTED.
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RUN-ID-F-STATUS.
000420     SELECT STEP-TABLE-IN ASSIGN TO "STEPTBL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-STEP-TBL-STATUS.
000450     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ERROR-LOG-STATUS.
000510     SELECT ALERT-FEED ASSIGN TO "ALERTOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ALERT-STATUS.
000540     SELECT WINDOW-PARM ASSIGN TO "WINPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-WIN-PARM-STATUS.
000570     SELECT TREND-PARM ASSIGN TO "TRENDPRM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TREND-PARM-STATUS.
000600     SELECT AUDIT-HISTORY ASSIGN TO "AUDHIST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AH-KEY
000640         FILE STATUS IS WS-HISTORY-STATUS.
000650     SELECT DISCREPANCY-IN ASSIGN TO "DISCREP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DISCREP-STATUS.
000680     SELECT DOSSIER-REPORT ASSIGN TO "DOSSRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DOSS-RPT-STATUS.
000710     SELECT DOSSIER-STATUS ASSIGN TO "DOSSTAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-DOSS-STAT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RUN-ID-FILE
000770     RECORD CONTAINS 15 CHARACTERS.
000780 01  RUN-ID-RECORD           PIC X(15).
000790
000800 FD  STEP-TABLE-IN
000810     RECORD CONTAINS 28 CHARACTERS.
000820 01  STEP-TABLE-RECORD.
000830     05 ST-STEP-NAME         PIC X(08).
000840     05 ST-PROGRAM           PIC X(20).
000850
000860 FD  AUDIT-LOG
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  AUDIT-LOG-RECORD        PIC X(80).
000890
000900 FD  ERROR-LOG
000910     RECORD CONTAINS 116 CHARACTERS.
000920 01  ERROR-LOG-RECORD        PIC X(116).
000930
000940 FD  ALERT-FEED
000950     RECORD CONTAINS 88 CHARACTERS.
000960 01  ALERT-FEED-RECORD.
000970     05 AL-SEVERITY          PIC X(06).
000980     05 AL-PROGRAM           PIC X(20).
000990     05 AL-MESSAGE           PIC X(40).
001000     05 AL-COUNT             PIC 9(07).
001010     05 AL-RUN-ID            PIC X(15).
001020
001030 FD  WINDOW-PARM
001040     RECORD CONTAINS 25 CHARACTERS.
001050 01  WINDOW-PARM-RECORD.
001060     05 WP-PROGRAM           PIC X(20).
001070     05 WP-TYPICAL-SECS      PIC 9(05).
001080
001090 FD  TREND-PARM
001100     RECORD CONTAINS 3 CHARACTERS.
001110 01  TREND-PARM-RECORD       PIC 9(03).
001120
001130 FD  AUDIT-HISTORY
001140     RECORD CONTAINS 54 CHARACTERS.
001150 01  AUDIT-HISTORY-RECORD.
001160     05 AH-KEY.
001170         10 AH-PROGRAM       PIC X(20).
001180         10 AH-RUN-DATE      PIC 9(08).
001190     05 AH-RUN-TIME          PIC 9(08).
001200     05 AH-INPUT-COUNT       PIC 9(09).
001210     05 AH-REJECT-COUNT      PIC 9(09).
001220
001230 FD  DISCREPANCY-IN
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  DISCREPANCY-RECORD      PIC X(80).
001260
001270 FD  DOSSIER-REPORT
001280     RECORD CONTAINS 132 CHARACTERS.
001290 01  DOSSIER-REPORT-RECORD   PIC X(132).
001300
001310* DASHBOARD FEED. EVERY RECORD CARRIES ITS TYPE AND THE RUN
001320* ID; "H" HEADLINE (ONE), "S" STEP, "D" OUT-OF-BALANCE ITEM,
001330* "G" ERROR GROUP.
001340 FD  DOSSIER-STATUS
001350     RECORD CONTAINS 100 CHARACTERS.
001360 01  DOSSIER-STATUS-RECORD.
001370     05 DS-RECORD-TYPE       PIC X(01).
001380     05 DS-RUN-ID            PIC X(15).
001390     05 DS-BODY              PIC X(84).
001400 01  DS-HEADLINE-RECORD.
001410     05 FILLER               PIC X(16).
001420     05 DS-H-RUN-DATE        PIC 9(08).
001430     05 DS-H-HEADLINE        PIC X(05).
001440     05 DS-H-GATE            PIC X(01).
001450     05 DS-H-PARM-MALFORMED  PIC 9(03).
001460     05 DS-H-STEPS           PIC 9(03).
001470     05 DS-H-COMPLETE        PIC 9(03).
001480     05 DS-H-NO-END          PIC 9(03).
001490     05 DS-H-NOT-RUN         PIC 9(03).
001500     05 DS-H-SLOW            PIC 9(03).
001510     05 DS-H-TREND           PIC 9(03).
001520     05 DS-H-DISCREPANCIES   PIC 9(05).
001530     05 DS-H-ERROR-LINES     PIC 9(07).
001540     05 DS-H-PAGE-ALERTS     PIC 9(03).
001550     05 DS-H-REASON          PIC X(32).
001560 01  DS-STEP-RECORD.
001570     05 FILLER               PIC X(16).
001580     05 DS-S-STEP-NAME       PIC X(08).
001590     05 DS-S-PROGRAM         PIC X(20).
001600     05 DS-S-STATUS          PIC X(10).
001610     05 DS-S-ELAPSED         PIC 9(05).
001620     05 DS-S-TYPICAL         PIC 9(05).
001630     05 DS-S-INPUT           PIC 9(09).
001640     05 DS-S-TREND-AVG       PIC 9(09).
001650     05 DS-S-TREND-PCT       PIC S9(05)
001660                             SIGN IS LEADING SEPARATE.
001670     05 DS-S-SLOW-FLAG       PIC X(01).
001680     05 DS-S-TREND-FLAG      PIC X(01).
001690     05 FILLER               PIC X(10).
001700 01  DS-DISCREPANCY-RECORD.
001710     05 FILLER               PIC X(16).
001720     05 DS-D-TEXT            PIC X(80).
001730     05 FILLER               PIC X(04).
001740 01  DS-GROUP-RECORD.
001750     05 FILLER               PIC X(16).
001760     05 DS-G-RANK            PIC 9(02).
001770     05 DS-G-COUNT           PIC 9(07).
001780     05 DS-G-SEVERITY        PIC X(06).
001790     05 DS-G-PROGRAM         PIC X(20).
001800     05 DS-G-MESSAGE         PIC X(40).
001810     05 FILLER               PIC X(09).
001820
001830 WORKING-STORAGE SECTION.
001840 01  WS-RUN-ID-F-STATUS     PIC X(02).
001850     88 WS-RUN-ID-F-OK                VALUE "00".
001860 01  WS-STEP-TBL-STATUS     PIC X(02).
001870     88 WS-STEP-TBL-OK                VALUE "00".
001880 01  WS-AUDIT-STATUS        PIC X(02).
001890     88 WS-AUDIT-OK                   VALUE "00".
001900 01  WS-ERROR-LOG-STATUS    PIC X(02).
001910     88 WS-ERROR-LOG-OK               VALUE "00".
001920 01  WS-ALERT-STATUS        PIC X(02).
001930     88 WS-ALERT-OK                   VALUE "00".
001940 01  WS-WIN-PARM-STATUS     PIC X(02).
001950     88 WS-WIN-PARM-OK                VALUE "00".
001960 01  WS-TREND-PARM-STATUS   PIC X(02).
001970     88 WS-TREND-PARM-OK              VALUE "00".
001980 01  WS-HISTORY-STATUS      PIC X(02).
001990     88 WS-HISTORY-OK                 VALUE "00".
002000 01  WS-DISCREP-STATUS      PIC X(02).
002010     88 WS-DISCREP-OK                 VALUE "00".
002020 01  WS-DOSS-RPT-STATUS     PIC X(02).
002030     88 WS-DOSS-RPT-OK                VALUE "00".
002040 01  WS-DOSS-STAT-STATUS    PIC X(02).
002050     88 WS-DOSS-STAT-OK               VALUE "00".
002060
002070 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
002080
002090 01  WS-EOF-SWITCH          PIC X(01).
002100     88 WS-FILE-DONE                  VALUE "Y".
002110 01  WS-HISTORY-SWITCH      PIC X(01) VALUE "N".
002120     88 WS-HISTORY-OPEN               VALUE "Y".
002130
002140 01  WS-TOLERANCE-PCT       PIC 9(03) VALUE 25.
002150
002160 01  WS-AUDIT-LINE.
002170     05 WS-AUD-PROGRAM      PIC X(20).
002180     05 FILLER              PIC X(01).
002190     05 WS-AUD-DATE         PIC 9(08).
002200     05 FILLER              PIC X(01).
002210     05 WS-AUD-TIME         PIC 9(08).
002220     05 FILLER              PIC X(01).
002230     05 WS-AUD-IN-EDIT      PIC X(11).
002240     05 FILLER              PIC X(01).
002250     05 WS-AUD-OUT-EDIT     PIC X(11).
002260     05 FILLER              PIC X(01).
002270     05 WS-AUD-RUN-ID       PIC X(15).
002280     05 FILLER              PIC X(01).
002290     05 WS-AUD-REC-TYPE     PIC X(01).
002300
002310 01  WS-ERROR-LINE.
002320     05 WS-ERR-PROGRAM      PIC X(20).
002330     05 FILLER              PIC X(01).
002340     05 WS-ERR-DATE         PIC X(08).
002350     05 FILLER              PIC X(01).
002360     05 WS-ERR-TIME         PIC X(08).
002370     05 FILLER              PIC X(01).
002380     05 WS-ERR-RECORD-ID    PIC X(20).
002390     05 FILLER              PIC X(01).
002400     05 WS-ERR-MESSAGE      PIC X(40).
002410     05 FILLER              PIC X(01).
002420     05 WS-ERR-RUN-ID       PIC X(15).
002430
002440* RECONCILE'S DISCREP LINES - A CHECK LINE CARRIES ITS
002450* VERDICT IN COLUMNS 69-80, A MISSING-PROGRAM LINE ITS TEXT
002460* FROM COLUMN 21. ITS RUN ID LINE NAMES THE RUN THAT WROTE IT.
002470 01  WS-DISCREP-LINE.
002480     05 WS-DSC-LABEL        PIC X(20).
002490     05 WS-DSC-MISSING      PIC X(36).
002500     05 FILLER              PIC X(12).
002510     05 WS-DSC-VERDICT      PIC X(12).
002511 01  WS-DISCREP-RUN-LINE REDEFINES WS-DISCREP-LINE.
002512     05 WS-DSC-RUN-TAG      PIC X(09).
002513     05 WS-DSC-RUN-ID       PIC X(15).
002514     05 FILLER              PIC X(56).
002515 01  WS-DISCREP-RUN-STATE   PIC X(01) VALUE "N".
002516     88 WS-DISCREP-RUN-NOT-SEEN       VALUE "N".
002517     88 WS-DISCREP-THIS-RUN           VALUE "Y".
002518     88 WS-DISCREP-OTHER-RUN          VALUE "O".
002520
002530 01  WS-EDIT-WORK           PIC X(11).
002540 01  WS-IN-VALUE            PIC 9(09) COMP.
002550 01  WS-OUT-VALUE           PIC 9(09) COMP.
002560
002570* THE SUITE'S STEPS IN RUN ORDER FROM STEPTBL, THEN ANY
002580* PROGRAM LOGGING UNDER THE RUN THAT STEPTBL DOES NOT NAME.
002590 01  WS-STEP-COUNT          PIC 9(03) COMP VALUE 0.
002600 01  WS-STEP-TABLE.
002610     05 WS-STEP-ENTRY OCCURS 80 TIMES.
002620         10 WS-STP-NAME      PIC X(08).
002630         10 WS-STP-PROGRAM   PIC X(20).
002640         10 WS-STP-HAS-S     PIC X(01).
002650         10 WS-STP-HAS-E     PIC X(01).
002660         10 WS-STP-S-DATE    PIC 9(08).
002670         10 WS-STP-S-TIME    PIC 9(08).
002680         10 WS-STP-E-DATE    PIC 9(08).
002690         10 WS-STP-E-TIME    PIC 9(08).
002700         10 WS-STP-IN        PIC 9(09) COMP.
002710         10 WS-STP-OUT       PIC 9(09) COMP.
002720         10 WS-STP-TYPICAL   PIC 9(05) COMP.
002730         10 WS-STP-ELAPSED   PIC S9(09) COMP.
002740         10 WS-STP-STATUS    PIC X(10).
002750         10 WS-STP-SLOW      PIC X(01).
002760         10 WS-STP-TREND-AVG PIC 9(09) COMP.
002770         10 WS-STP-TREND-PCT PIC S9(05) COMP.
002780         10 WS-STP-TREND     PIC X(01).
002790 01  WS-STP-IDX             PIC 9(03) COMP.
002800 01  WS-STP-FOUND-SWITCH    PIC X(01).
002810     88 WS-STP-FOUND                  VALUE "Y".
002820
002830 01  WS-TIME-SPLIT.
002840     05 WS-TS-HH            PIC 9(02).
002850     05 WS-TS-MM            PIC 9(02).
002860     05 WS-TS-SS            PIC 9(02).
002870     05 WS-TS-HS            PIC 9(02).
002880 01  WS-START-SECS          PIC 9(09) COMP.
002890 01  WS-END-SECS            PIC 9(09) COMP.
002900
002910 01  WS-TRAIL-SUM           PIC 9(12) COMP.
002920 01  WS-TRAIL-COUNT         PIC 9(05) COMP.
002930 01  WS-PCT-CHANGE          PIC S9(05) COMP.
002940
002950* THE RUN'S ERRORLOG LINES GROUPED BY PROGRAM AND MESSAGE,
002960* RANKED WORST FIRST.
002970 01  WS-GROUP-COUNT         PIC 9(03) COMP VALUE 0.
002980 01  WS-GROUP-TABLE.
002990     05 WS-GROUP-ENTRY OCCURS 200 TIMES.
003000         10 WS-GRP-PROGRAM   PIC X(20).
003010         10 WS-GRP-MESSAGE   PIC X(40).
003020         10 WS-GRP-TALLY     PIC 9(07) COMP.
003030         10 WS-GRP-SEVERITY  PIC X(06).
003040 01  WS-SWAP-ENTRY.
003050     05 FILLER              PIC X(20).
003060     05 FILLER              PIC X(40).
003070     05 FILLER              PIC 9(07) COMP.
003080     05 FILLER              PIC X(06).
003090 01  WS-GRP-IDX             PIC 9(03) COMP.
003100 01  WS-GRP-JDX             PIC 9(03) COMP.
003110 01  WS-MATCH-IDX           PIC 9(03) COMP.
003120 01  WS-TOP-GROUPS          PIC 9(03) COMP VALUE 10.
003130 01  WS-GROUPS-SHOWN        PIC 9(03) COMP.
003140
003150* WHAT THE NIGHT SAID ABOUT ITSELF.
003160 01  WS-GATE-STATE          PIC X(01) VALUE "N".
003170     88 WS-GATE-NOT-SEEN              VALUE "N".
003180     88 WS-GATE-RAN                   VALUE "R".
003190     88 WS-GATE-SKIPPED               VALUE "S".
003200 01  WS-PARM-STATE          PIC X(01) VALUE "N".
003210     88 WS-PARM-NOT-SEEN              VALUE "N".
003220 01  WS-PARM-MALFORMED      PIC 9(03) COMP VALUE 0.
003230 01  WS-RECON-STATE         PIC X(01) VALUE "N".
003240     88 WS-RECON-NOT-SEEN             VALUE "N".
003250 01  WS-RECON-CHECKS        PIC 9(05) COMP VALUE 0.
003260 01  WS-DISCREPANCIES       PIC 9(05) COMP VALUE 0.
003270
003280 01  WS-COMPLETE-COUNT      PIC 9(03) COMP VALUE 0.
003290 01  WS-NO-END-COUNT        PIC 9(03) COMP VALUE 0.
003300 01  WS-NOT-RUN-COUNT       PIC 9(03) COMP VALUE 0.
003310 01  WS-SLOW-COUNT          PIC 9(03) COMP VALUE 0.
003320 01  WS-TREND-COUNT         PIC 9(03) COMP VALUE 0.
003330 01  WS-ERROR-LINE-COUNT    PIC 9(07) COMP VALUE 0.
003340 01  WS-PAGE-ALERT-COUNT    PIC 9(03) COMP VALUE 0.
003350 01  WS-DISCREP-ITEMS       PIC 9(05) COMP VALUE 0.
003360 01  WS-STATUS-RECORDS      PIC 9(05) COMP VALUE 0.
003370
003380 01  WS-HEADLINE            PIC X(05) VALUE "GREEN".
003390     88 WS-HEADLINE-GREEN             VALUE "GREEN".
003400     88 WS-HEADLINE-AMBER             VALUE "AMBER".
003410     88 WS-HEADLINE-RED               VALUE "RED".
003420 01  WS-REASON              PIC X(32) VALUE SPACES.
003430
003440 01  WS-HEADING-1.
003450     05 FILLER              PIC X(33) VALUE
003460         "NIGHTLY RUN DOSSIER - RUN ID     ".
003470     05 WS-HDG-RUN-ID       PIC X(15).
003480     05 FILLER              PIC X(12) VALUE "   PRINTED  ".
003490     05 WS-HDG-DATE         PIC 9(08).
003500 01  WS-HEADLINE-LINE.
003510     05 FILLER              PIC X(14) VALUE "HEADLINE  *** ".
003520     05 WS-HL-COLOUR        PIC X(05).
003530     05 FILLER              PIC X(07) VALUE " ***   ".
003540     05 WS-HL-REASON        PIC X(32).
003550 01  WS-FACT-LINE.
003560     05 WS-FACT-LABEL       PIC X(12).
003570     05 WS-FACT-TEXT        PIC X(60).
003580 01  WS-SECTION-LINE.
003590     05 FILLER              PIC X(04) VALUE "--- ".
003600     05 WS-SEC-TITLE        PIC X(40).
003610 01  WS-STEP-HEADING.
003620     05 FILLER              PIC X(09) VALUE "STEP".
003630     05 FILLER              PIC X(21) VALUE "PROGRAM".
003640     05 FILLER              PIC X(11) VALUE "STATUS".
003650     05 FILLER              PIC X(07) VALUE "START".
003660     05 FILLER              PIC X(07) VALUE "END".
003670     05 FILLER              PIC X(09) VALUE "ELAPSED-S".
003680     05 FILLER              PIC X(08) VALUE " TYPICAL".
003690     05 FILLER              PIC X(12) VALUE "       INPUT".
003700     05 FILLER              PIC X(12) VALUE "   TREND-AVG".
003710     05 FILLER              PIC X(08) VALUE " PCT-CHG".
003720     05 FILLER              PIC X(12) VALUE "  FLAGS".
003730 01  WS-STEP-LINE.
003740     05 WS-SL-STEP          PIC X(08).
003750     05 FILLER              PIC X(01) VALUE SPACE.
003760     05 WS-SL-PROGRAM       PIC X(20).
003770     05 FILLER              PIC X(01) VALUE SPACE.
003780     05 WS-SL-STATUS        PIC X(10).
003790     05 FILLER              PIC X(01) VALUE SPACE.
003800     05 WS-SL-START         PIC X(06).
003810     05 FILLER              PIC X(01) VALUE SPACE.
003820     05 WS-SL-END           PIC X(06).
003830     05 FILLER              PIC X(01) VALUE SPACE.
003840     05 WS-SL-ELAPSED       PIC ZZZ,ZZ9-.
003850     05 FILLER              PIC X(01) VALUE SPACE.
003860     05 WS-SL-TYPICAL       PIC ZZZ,ZZ9.
003870     05 FILLER              PIC X(01) VALUE SPACE.
003880     05 WS-SL-INPUT         PIC ZZZ,ZZZ,ZZ9.
003890     05 FILLER              PIC X(01) VALUE SPACE.
003900     05 WS-SL-TREND-AVG     PIC ZZZ,ZZZ,ZZ9.
003910     05 FILLER              PIC X(01) VALUE SPACE.
003920     05 WS-SL-PCT           PIC ZZZZ9-.
003930     05 FILLER              PIC X(02) VALUE SPACES.
003940     05 WS-SL-FLAGS         PIC X(12).
003950 01  WS-DISCREP-OUT-LINE.
003960     05 FILLER              PIC X(02) VALUE SPACES.
003970     05 WS-DOL-TEXT         PIC X(80).
003980 01  WS-GROUP-HEADING.
003990     05 FILLER              PIC X(08) VALUE "  COUNT ".
004000     05 FILLER              PIC X(07) VALUE "SEVER  ".
004010     05 FILLER              PIC X(21) VALUE "PROGRAM".
004020     05 FILLER              PIC X(40) VALUE "MESSAGE".
004030 01  WS-GROUP-LINE.
004040     05 WS-GL-COUNT         PIC ZZZ,ZZ9.
004050     05 FILLER              PIC X(01) VALUE SPACE.
004060     05 WS-GL-SEVERITY      PIC X(06).
004070     05 FILLER              PIC X(01) VALUE SPACE.
004080     05 WS-GL-PROGRAM       PIC X(20).
004090     05 FILLER              PIC X(01) VALUE SPACE.
004100     05 WS-GL-MESSAGE       PIC X(40).
004110 01  WS-NONE-LINE           PIC X(08) VALUE "  (NONE)".
004112 01  WS-OTHER-RUN-LINE.
004114     05 FILLER              PIC X(48) VALUE
004116         "  (NONE - KEPT DISCREP IS FROM ANOTHER RUN)".
004120
004130 01  WS-SUMMARY-DETAIL.
004140     05 WS-SUM-LABEL        PIC X(30).
004150     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
004160
004170 01  WS-RUN-DATE            PIC 9(08).
004180 01  WS-RUN-TIME            PIC 9(08).
004190
004200 COPY AUDITLOG.
004210
004220 PROCEDURE DIVISION.
004230*-----------------------------------------------------------*
004240* 0000-MAINLINE
004250*-----------------------------------------------------------*
004260 0000-MAINLINE.
004270     PERFORM 1000-INITIALIZE
004280     PERFORM 2000-COLLECT-AUDIT-LINES
004290     PERFORM 3000-JUDGE-STEPS
004300     PERFORM 4000-COLLECT-ERRORS
004310     PERFORM 5000-COLLECT-DISCREPANCIES
004320     PERFORM 6000-SET-HEADLINE
004330     PERFORM 7000-WRITE-DOSSIER
004340     PERFORM 9000-TERMINATE
004350     GOBACK.
004360
004370*-----------------------------------------------------------*
004380* 1000-INITIALIZE - RUN ID, TREND TOLERANCE, THE STEP
004390*                   TABLE AND THE TYPICAL DURATIONS. EVERY
004400*                   INPUT BUT THE AUDITLOG IS OPTIONAL.
004410*-----------------------------------------------------------*
004420 1000-INITIALIZE.
004430     PERFORM 1090-READ-RUN-ID
004440     PERFORM 9140-WRITE-AUDIT-START
004450     OPEN INPUT TREND-PARM
004460     IF WS-TREND-PARM-OK THEN
004470         READ TREND-PARM
004480             AT END CONTINUE
004490         END-READ
004500         IF WS-TREND-PARM-OK
004510             AND TREND-PARM-RECORD > 0 THEN
004520             MOVE TREND-PARM-RECORD TO WS-TOLERANCE-PCT
004530         END-IF
004540         CLOSE TREND-PARM
004550     END-IF
004560     PERFORM 1200-LOAD-STEP-TABLE.
004570
004580*-----------------------------------------------------------*
004590* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
004600*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
004610*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
004620*                    RERUN - STAMPS (STANDALONE) INSTEAD.
004630*-----------------------------------------------------------*
004640 1090-READ-RUN-ID.
004650     OPEN INPUT RUN-ID-FILE
004660     IF WS-RUN-ID-F-OK THEN
004670         READ RUN-ID-FILE
004680             AT END CONTINUE
004690         END-READ
004700         IF WS-RUN-ID-F-OK THEN
004710             MOVE RUN-ID-RECORD TO WS-RUN-ID
004720         END-IF
004730         CLOSE RUN-ID-FILE
004740     END-IF.
004750
004760*-----------------------------------------------------------*
004770* 1200-LOAD-STEP-TABLE - THE SUITE'S STEPS IN RUN ORDER,
004780*                   ONE STEP NAME AND PROGRAM PER RECORD -
004790*                   THE SAME STEPTBL RESTARTC WALKS.
004800*-----------------------------------------------------------*
004810 1200-LOAD-STEP-TABLE.
004820     OPEN INPUT STEP-TABLE-IN
004830     IF WS-STEP-TBL-OK THEN
004840         MOVE "N" TO WS-EOF-SWITCH
004850         PERFORM 1250-READ-ONE-STEP
004860             UNTIL WS-FILE-DONE
004870         CLOSE STEP-TABLE-IN
004880     END-IF.
004890
004900 1250-READ-ONE-STEP.
004910     READ STEP-TABLE-IN
004920         AT END MOVE "Y" TO WS-EOF-SWITCH
004930     END-READ
004940     IF NOT WS-FILE-DONE THEN
004950         PERFORM 1300-ADD-STEP-ENTRY
004960         IF WS-STP-FOUND THEN
004970             MOVE ST-STEP-NAME TO WS-STP-NAME (WS-STEP-COUNT)
004980             MOVE ST-PROGRAM
004990                 TO WS-STP-PROGRAM (WS-STEP-COUNT)
005000         END-IF
005010     END-IF.
005020
005030*-----------------------------------------------------------*
005040* 1300-ADD-STEP-ENTRY - OPEN A FRESH SLOT AT THE END OF THE
005050*                   STEP TABLE. UP TO 80.
005060*-----------------------------------------------------------*
005070 1300-ADD-STEP-ENTRY.
005080     IF WS-STEP-COUNT < 80 THEN
005090         ADD 1 TO WS-STEP-COUNT
005100         MOVE "Y"    TO WS-STP-FOUND-SWITCH
005110         MOVE SPACES TO WS-STP-NAME (WS-STEP-COUNT)
005120         MOVE SPACES TO WS-STP-PROGRAM (WS-STEP-COUNT)
005130         MOVE "N"    TO WS-STP-HAS-S (WS-STEP-COUNT)
005140         MOVE "N"    TO WS-STP-HAS-E (WS-STEP-COUNT)
005150         MOVE 0      TO WS-STP-S-DATE (WS-STEP-COUNT)
005160         MOVE 0      TO WS-STP-S-TIME (WS-STEP-COUNT)
005170         MOVE 0      TO WS-STP-E-DATE (WS-STEP-COUNT)
005180         MOVE 0      TO WS-STP-E-TIME (WS-STEP-COUNT)
005190         MOVE 0      TO WS-STP-IN (WS-STEP-COUNT)
005200         MOVE 0      TO WS-STP-OUT (WS-STEP-COUNT)
005210         MOVE 0      TO WS-STP-TYPICAL (WS-STEP-COUNT)
005220         MOVE 0      TO WS-STP-ELAPSED (WS-STEP-COUNT)
005230         MOVE SPACES TO WS-STP-STATUS (WS-STEP-COUNT)
005240         MOVE "N"    TO WS-STP-SLOW (WS-STEP-COUNT)
005250         MOVE 0      TO WS-STP-TREND-AVG (WS-STEP-COUNT)
005260         MOVE 0      TO WS-STP-TREND-PCT (WS-STEP-COUNT)
005270         MOVE "N"    TO WS-STP-TREND (WS-STEP-COUNT)
005280     ELSE
005290         MOVE "N"    TO WS-STP-FOUND-SWITCH
005300         DISPLAY "RUNDOSS - STEP TABLE FULL AT 80"
005310     END-IF.
005320
005330*-----------------------------------------------------------*
005340* 2000-COLLECT-AUDIT-LINES - FOLD EVERY AUDITLOG LINE OF
005350*                   THE RUN INTO ITS STEP'S SLOT - FIRST
005360*                   START, LAST END AND THE END LINE'S
005370*                   COUNTS - AND PICK OFF THE GATE, PARM
005380*                   CHECK AND RECONCILIATION VERDICTS.
005390*-----------------------------------------------------------*
005400 2000-COLLECT-AUDIT-LINES.
005410     OPEN INPUT AUDIT-LOG
005420     IF WS-AUDIT-OK THEN
005430         MOVE "N" TO WS-EOF-SWITCH
005440         PERFORM 2100-READ-ONE-AUDIT-LINE
005450             UNTIL WS-FILE-DONE
005460         CLOSE AUDIT-LOG
005470     END-IF.
005480
005490 2100-READ-ONE-AUDIT-LINE.
005500     READ AUDIT-LOG INTO WS-AUDIT-LINE
005510         AT END MOVE "Y" TO WS-EOF-SWITCH
005520     END-READ
005530     IF NOT WS-FILE-DONE
005540         AND WS-AUD-RUN-ID = WS-RUN-ID
005550         AND WS-AUD-PROGRAM NOT = "RUNDOSS" THEN
005560         IF WS-AUD-REC-TYPE NOT = "S" THEN
005570             PERFORM 2150-PARSE-COUNTS
005580             PERFORM 2300-NOTE-VERDICT-LINE
005590         END-IF
005600         MOVE "N" TO WS-STP-FOUND-SWITCH
005610         PERFORM 2200-FOLD-INTO-STEP
005620             VARYING WS-STP-IDX FROM 1 BY 1
005630             UNTIL WS-STP-IDX > WS-STEP-COUNT
005640         IF NOT WS-STP-FOUND THEN
005650             PERFORM 1300-ADD-STEP-ENTRY
005660             IF WS-STP-FOUND THEN
005670                 MOVE WS-AUD-PROGRAM
005680                     TO WS-STP-PROGRAM (WS-STEP-COUNT)
005690                 MOVE WS-STEP-COUNT TO WS-STP-IDX
005700                 PERFORM 2200-FOLD-INTO-STEP
005710             END-IF
005720         END-IF
005730     END-IF.
005740
005750 2150-PARSE-COUNTS.
005760     MOVE WS-AUD-IN-EDIT TO WS-EDIT-WORK
005770     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
005780     COMPUTE WS-IN-VALUE = FUNCTION NUMVAL (WS-EDIT-WORK)
005790     MOVE WS-AUD-OUT-EDIT TO WS-EDIT-WORK
005800     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
005810     COMPUTE WS-OUT-VALUE = FUNCTION NUMVAL (WS-EDIT-WORK).
005820
005830*-----------------------------------------------------------*
005840* 2200-FOLD-INTO-STEP - A PROGRAM MAY RUN IN MORE THAN ONE
005850*                   STEP; EVERY STEP NAMING IT TAKES THE
005860*                   LINE.
005870*-----------------------------------------------------------*
005880 2200-FOLD-INTO-STEP.
005890     IF WS-STP-PROGRAM (WS-STP-IDX) = WS-AUD-PROGRAM THEN
005900         MOVE "Y" TO WS-STP-FOUND-SWITCH
005910         IF WS-AUD-REC-TYPE = "S" THEN
005920             IF WS-STP-HAS-S (WS-STP-IDX) = "N" THEN
005930                 MOVE "Y" TO WS-STP-HAS-S (WS-STP-IDX)
005940                 MOVE WS-AUD-DATE
005950                     TO WS-STP-S-DATE (WS-STP-IDX)
005960                 MOVE WS-AUD-TIME
005970                     TO WS-STP-S-TIME (WS-STP-IDX)
005980             END-IF
005990         ELSE
006000             MOVE "Y" TO WS-STP-HAS-E (WS-STP-IDX)
006010             MOVE WS-AUD-DATE  TO WS-STP-E-DATE (WS-STP-IDX)
006020             MOVE WS-AUD-TIME  TO WS-STP-E-TIME (WS-STP-IDX)
006030             MOVE WS-IN-VALUE  TO WS-STP-IN (WS-STP-IDX)
006040             MOVE WS-OUT-VALUE TO WS-STP-OUT (WS-STP-IDX)
006050         END-IF
006060     END-IF.
006070
006080*-----------------------------------------------------------*
006090* 2300-NOTE-VERDICT-LINE - THE GATE LOGS AN OUTPUT COUNT OF
006100*                   ONE WHEN IT SKIPPED THE NIGHT, PARMCHK
006110*                   ITS MALFORMED FILES, RECONCILE ITS
006120*                   DISCREPANCIES. A RERUN'S LATER LINE
006130*                   WINS.
006140*-----------------------------------------------------------*
006150 2300-NOTE-VERDICT-LINE.
006160     EVALUATE WS-AUD-PROGRAM
006170         WHEN "RUNGATE"
006180             IF WS-OUT-VALUE > 0 THEN
006190                 MOVE "S" TO WS-GATE-STATE
006200             ELSE
006210                 MOVE "R" TO WS-GATE-STATE
006220             END-IF
006230         WHEN "PARMCHK"
006240             MOVE "Y" TO WS-PARM-STATE
006250             MOVE WS-OUT-VALUE TO WS-PARM-MALFORMED
006260         WHEN "RECONCILE"
006270             MOVE "Y" TO WS-RECON-STATE
006280             MOVE WS-IN-VALUE  TO WS-RECON-CHECKS
006290             MOVE WS-OUT-VALUE TO WS-DISCREPANCIES
006300         WHEN OTHER
006310             CONTINUE
006320     END-EVALUATE.
006330
006340*-----------------------------------------------------------*
006350* 3000-JUDGE-STEPS - STATUS, ELAPSED AGAINST TYPICAL, AND
006360*                   INPUT COUNT AGAINST TREND FOR EVERY
006370*                   STEP. HISTORY AND TYPICALS ARE OPTIONAL.
006380*-----------------------------------------------------------*
006390 3000-JUDGE-STEPS.
006400     PERFORM 3100-APPLY-TYPICALS
006410     OPEN INPUT AUDIT-HISTORY
006420     IF WS-HISTORY-OK THEN
006430         MOVE "Y" TO WS-HISTORY-SWITCH
006440     END-IF
006450     PERFORM 3300-JUDGE-ONE-STEP
006460         VARYING WS-STP-IDX FROM 1 BY 1
006470         UNTIL WS-STP-IDX > WS-STEP-COUNT
006480     IF WS-HISTORY-OPEN THEN
006490         CLOSE AUDIT-HISTORY
006500     END-IF.
006510
006520 3100-APPLY-TYPICALS.
006530     OPEN INPUT WINDOW-PARM
006540     IF WS-WIN-PARM-OK THEN
006550         MOVE "N" TO WS-EOF-SWITCH
006560         PERFORM 3150-READ-ONE-TYPICAL
006570             UNTIL WS-FILE-DONE
006580         CLOSE WINDOW-PARM
006590     END-IF.
006600
006610 3150-READ-ONE-TYPICAL.
006620     READ WINDOW-PARM
006630         AT END MOVE "Y" TO WS-EOF-SWITCH
006640     END-READ
006650     IF NOT WS-FILE-DONE THEN
006660         PERFORM 3200-MATCH-ONE-TYPICAL
006670             VARYING WS-STP-IDX FROM 1 BY 1
006680             UNTIL WS-STP-IDX > WS-STEP-COUNT
006690     END-IF.
006700
006710 3200-MATCH-ONE-TYPICAL.
006720     IF WS-STP-PROGRAM (WS-STP-IDX) = WP-PROGRAM THEN
006730         MOVE WP-TYPICAL-SECS
006740             TO WS-STP-TYPICAL (WS-STP-IDX)
006750     END-IF.
006760
006770*-----------------------------------------------------------*
006780* 3300-JUDGE-ONE-STEP - A START AND AN END IS COMPLETE; A
006790*                   START ALONE DIED OR HUNG; NO LINES AT
006800*                   ALL WAS NEVER RUN - WHICH ON A NIGHT THE
006810*                   GATE SKIPPED IS THE EXPECTED OUTCOME.
006820*-----------------------------------------------------------*
006830 3300-JUDGE-ONE-STEP.
006840     EVALUATE TRUE
006850         WHEN WS-STP-PROGRAM (WS-STP-IDX) = "RUNDOSS"
006860             MOVE "THIS STEP" TO WS-STP-STATUS (WS-STP-IDX)
006870         WHEN WS-STP-HAS-S (WS-STP-IDX) = "Y"
006880             AND WS-STP-HAS-E (WS-STP-IDX) = "Y"
006890             MOVE "COMPLETE" TO WS-STP-STATUS (WS-STP-IDX)
006900             ADD 1 TO WS-COMPLETE-COUNT
006910             PERFORM 3400-COMPUTE-ELAPSED
006920             IF WS-STP-TYPICAL (WS-STP-IDX) > 0
006930                 AND WS-STP-ELAPSED (WS-STP-IDX)
006940                     > WS-STP-TYPICAL (WS-STP-IDX) THEN
006950                 MOVE "Y" TO WS-STP-SLOW (WS-STP-IDX)
006960                 ADD 1 TO WS-SLOW-COUNT
006970             END-IF
006980             IF WS-HISTORY-OPEN THEN
006990                 PERFORM 3500-JUDGE-TREND
007000             END-IF
007010         WHEN WS-STP-HAS-S (WS-STP-IDX) = "Y"
007020             MOVE "NO END" TO WS-STP-STATUS (WS-STP-IDX)
007030             ADD 1 TO WS-NO-END-COUNT
007040         WHEN WS-STP-HAS-E (WS-STP-IDX) = "Y"
007050             MOVE "COMPLETE" TO WS-STP-STATUS (WS-STP-IDX)
007060             ADD 1 TO WS-COMPLETE-COUNT
007070             IF WS-HISTORY-OPEN THEN
007080                 PERFORM 3500-JUDGE-TREND
007090             END-IF
007100         WHEN WS-GATE-SKIPPED
007110             MOVE "SKIPPED" TO WS-STP-STATUS (WS-STP-IDX)
007120         WHEN OTHER
007130             MOVE "NOT RUN" TO WS-STP-STATUS (WS-STP-IDX)
007140             ADD 1 TO WS-NOT-RUN-COUNT
007150     END-EVALUATE.
007160
007170*-----------------------------------------------------------*
007180* 3400-COMPUTE-ELAPSED - SECONDS FROM START TO END, A DAY
007190*                   ADDED WHEN THE STEP CROSSED MIDNIGHT -
007200*                   THE SAME RULE AS THE BATCH-WINDOW
007210*                   REPORT.
007220*-----------------------------------------------------------*
007230 3400-COMPUTE-ELAPSED.
007240     MOVE WS-STP-S-TIME (WS-STP-IDX) TO WS-TIME-SPLIT
007250     COMPUTE WS-START-SECS =
007260         (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS
007270     MOVE WS-STP-E-TIME (WS-STP-IDX) TO WS-TIME-SPLIT
007280     COMPUTE WS-END-SECS =
007290         (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS
007300     COMPUTE WS-STP-ELAPSED (WS-STP-IDX) =
007310         WS-END-SECS - WS-START-SECS
007320     IF WS-STP-E-DATE (WS-STP-IDX)
007330         > WS-STP-S-DATE (WS-STP-IDX) THEN
007340         ADD 86400 TO WS-STP-ELAPSED (WS-STP-IDX)
007350     END-IF.
007360
007370*-----------------------------------------------------------*
007380* 3500-JUDGE-TREND - THE STEP'S INPUT COUNT AGAINST THE
007390*                   AVERAGE OF EVERY EARLIER NIGHT ON THE
007400*                   AUDIT HISTORY. A SWING PAST THE TRENDPRM
007410*                   TOLERANCE EITHER WAY FLAGS IT.
007420*-----------------------------------------------------------*
007430 3500-JUDGE-TREND.
007440     MOVE 0 TO WS-TRAIL-SUM
007450     MOVE 0 TO WS-TRAIL-COUNT
007460     MOVE WS-STP-PROGRAM (WS-STP-IDX) TO AH-PROGRAM
007470     MOVE 0 TO AH-RUN-DATE
007480     START AUDIT-HISTORY KEY >= AH-KEY
007490         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
007500         NOT INVALID KEY MOVE "N" TO WS-EOF-SWITCH
007510     END-START
007520     PERFORM 3550-READ-ONE-HISTORY-REC
007530         UNTIL WS-FILE-DONE
007540     IF WS-TRAIL-COUNT > 0 THEN
007550         COMPUTE WS-STP-TREND-AVG (WS-STP-IDX) =
007560             WS-TRAIL-SUM / WS-TRAIL-COUNT
007570         IF WS-STP-TREND-AVG (WS-STP-IDX) > 0 THEN
007580             COMPUTE WS-PCT-CHANGE =
007590                 ((WS-STP-IN (WS-STP-IDX)
007600                   - WS-STP-TREND-AVG (WS-STP-IDX)) * 100)
007610                 / WS-STP-TREND-AVG (WS-STP-IDX)
007620             MOVE WS-PCT-CHANGE TO WS-STP-TREND-PCT (WS-STP-IDX)
007630             IF WS-PCT-CHANGE > WS-TOLERANCE-PCT
007640                 OR WS-PCT-CHANGE < (0 - WS-TOLERANCE-PCT) THEN
007650                 MOVE "Y" TO WS-STP-TREND (WS-STP-IDX)
007660                 ADD 1 TO WS-TREND-COUNT
007670             END-IF
007680         END-IF
007690     END-IF.
007700
007710 3550-READ-ONE-HISTORY-REC.
007720     READ AUDIT-HISTORY NEXT RECORD
007730         AT END MOVE "Y" TO WS-EOF-SWITCH
007740     END-READ
007750     IF NOT WS-FILE-DONE THEN
007760         IF AH-PROGRAM NOT = WS-STP-PROGRAM (WS-STP-IDX) THEN
007770             MOVE "Y" TO WS-EOF-SWITCH
007780         ELSE
007790             IF AH-RUN-DATE < WS-STP-E-DATE (WS-STP-IDX) THEN
007800                 ADD AH-INPUT-COUNT TO WS-TRAIL-SUM
007810                 ADD 1 TO WS-TRAIL-COUNT
007820             END-IF
007830         END-IF
007840     END-IF.
007850
007860*-----------------------------------------------------------*
007870* 4000-COLLECT-ERRORS - GROUP THE RUN'S ERRORLOG LINES BY
007880*                   PROGRAM AND MESSAGE, MARK THE GROUPS
007890*                   ERRDIGST RAISED AS PAGE ALERTS, AND RANK
007900*                   THEM WORST FIRST.
007910*-----------------------------------------------------------*
007920 4000-COLLECT-ERRORS.
007930     OPEN INPUT ERROR-LOG
007940     IF WS-ERROR-LOG-OK THEN
007950         MOVE "N" TO WS-EOF-SWITCH
007960         PERFORM 4100-READ-ONE-ERROR-LINE
007970             UNTIL WS-FILE-DONE
007980         CLOSE ERROR-LOG
007990     END-IF
008000     OPEN INPUT ALERT-FEED
008010     IF WS-ALERT-OK THEN
008020         MOVE "N" TO WS-EOF-SWITCH
008030         PERFORM 4300-READ-ONE-ALERT
008040             UNTIL WS-FILE-DONE
008050         CLOSE ALERT-FEED
008060     END-IF
008070     PERFORM 4500-RANK-OUTER-PASS
008080         VARYING WS-GRP-IDX FROM 1 BY 1
008090         UNTIL WS-GRP-IDX >= WS-GROUP-COUNT.
008100
008110 4100-READ-ONE-ERROR-LINE.
008120     READ ERROR-LOG INTO WS-ERROR-LINE
008130         AT END MOVE "Y" TO WS-EOF-SWITCH
008140     END-READ
008150     IF NOT WS-FILE-DONE
008160         AND WS-ERR-RUN-ID = WS-RUN-ID THEN
008170         ADD 1 TO WS-ERROR-LINE-COUNT
008180         PERFORM 4150-FIND-GROUP
008190         IF WS-MATCH-IDX > 0 THEN
008200             ADD 1 TO WS-GRP-TALLY (WS-MATCH-IDX)
008210         ELSE
008220             IF WS-GROUP-COUNT < 200 THEN
008230                 ADD 1 TO WS-GROUP-COUNT
008240                 MOVE WS-ERR-PROGRAM
008250                     TO WS-GRP-PROGRAM (WS-GROUP-COUNT)
008260                 MOVE WS-ERR-MESSAGE
008270                     TO WS-GRP-MESSAGE (WS-GROUP-COUNT)
008280                 MOVE 1 TO WS-GRP-TALLY (WS-GROUP-COUNT)
008290                 MOVE "REVIEW"
008300                     TO WS-GRP-SEVERITY (WS-GROUP-COUNT)
008310             ELSE
008320                 DISPLAY "RUNDOSS - GROUP TABLE FULL AT 200 - "
008330                     "LINE NOT GROUPED FOR " WS-ERR-PROGRAM
008340             END-IF
008350         END-IF
008360     END-IF.
008370
008380 4150-FIND-GROUP.
008390     MOVE 0 TO WS-MATCH-IDX
008400     PERFORM 4200-MATCH-ONE-GROUP
008410         VARYING WS-GRP-IDX FROM 1 BY 1
008420         UNTIL WS-GRP-IDX > WS-GROUP-COUNT
008430             OR WS-MATCH-IDX > 0.
008440
008450 4200-MATCH-ONE-GROUP.
008460     IF WS-GRP-PROGRAM (WS-GRP-IDX) = WS-ERR-PROGRAM
008470         AND WS-GRP-MESSAGE (WS-GRP-IDX) = WS-ERR-MESSAGE
008480         THEN
008490         MOVE WS-GRP-IDX TO WS-MATCH-IDX
008500     END-IF.
008510
008520*-----------------------------------------------------------*
008530* 4300-READ-ONE-ALERT - EACH ALERTOUT RECORD OF THE RUN IS
008540*                   ONE PAGE-SEVERITY GROUP.
008550*-----------------------------------------------------------*
008560 4300-READ-ONE-ALERT.
008570     READ ALERT-FEED
008580         AT END MOVE "Y" TO WS-EOF-SWITCH
008590     END-READ
008600     IF NOT WS-FILE-DONE
008610         AND AL-RUN-ID = WS-RUN-ID THEN
008620         ADD 1 TO WS-PAGE-ALERT-COUNT
008630         MOVE AL-PROGRAM TO WS-ERR-PROGRAM
008640         MOVE AL-MESSAGE TO WS-ERR-MESSAGE
008650         PERFORM 4150-FIND-GROUP
008660         IF WS-MATCH-IDX > 0 THEN
008670             MOVE AL-SEVERITY TO WS-GRP-SEVERITY (WS-MATCH-IDX)
008680         END-IF
008690     END-IF.
008700
008710 4500-RANK-OUTER-PASS.
008720     PERFORM 4550-RANK-INNER-PASS
008730         VARYING WS-GRP-JDX FROM WS-GRP-IDX BY 1
008740         UNTIL WS-GRP-JDX > WS-GROUP-COUNT.
008750
008760 4550-RANK-INNER-PASS.
008770     IF WS-GRP-TALLY (WS-GRP-JDX)
008780         > WS-GRP-TALLY (WS-GRP-IDX) THEN
008790         MOVE WS-GROUP-ENTRY (WS-GRP-IDX)  TO WS-SWAP-ENTRY
008800         MOVE WS-GROUP-ENTRY (WS-GRP-JDX)
008810             TO WS-GROUP-ENTRY (WS-GRP-IDX)
008820         MOVE WS-SWAP-ENTRY
008830             TO WS-GROUP-ENTRY (WS-GRP-JDX)
008840     END-IF.
008850
008860*-----------------------------------------------------------*
008870* 5000-COLLECT-DISCREPANCIES - COUNT THE OUT-OF-BALANCE AND
008880*                   MISSING-PROGRAM LINES ON RECONCILE'S
008884*                   KEPT DISCREP. THEY ARE PRINTED LATER. ONLY
008888*                   A DISCREP WHOSE RUN ID LINE NAMES THIS RUN
008892*                   IS COUNTED - AN OLDER ONE IS LEFT OVER FROM
008896*                   A NIGHT THAT GOT AS FAR AS RECONCILE.
008900*-----------------------------------------------------------*
008910 5000-COLLECT-DISCREPANCIES.
008920     OPEN INPUT DISCREPANCY-IN
008930     IF WS-DISCREP-OK THEN
008940         MOVE "N" TO WS-EOF-SWITCH
008950         PERFORM 5100-READ-ONE-DISCREPANCY
008960             UNTIL WS-FILE-DONE
008970         CLOSE DISCREPANCY-IN
008980     END-IF.
008990
009000 5100-READ-ONE-DISCREPANCY.
009010     READ DISCREPANCY-IN INTO WS-DISCREP-LINE
009020         AT END MOVE "Y" TO WS-EOF-SWITCH
009030     END-READ
009040     IF NOT WS-FILE-DONE THEN
009045         PERFORM 5150-NOTE-DISCREP-RUN
009050         IF WS-DISCREP-THIS-RUN
009055             AND (WS-DSC-VERDICT = "OUT OF BAL"
009060             OR WS-DSC-MISSING
009070                 = " - NO AUDIT LINE FOUND FOR THIS RUN") THEN
009080             ADD 1 TO WS-DISCREP-ITEMS
009081         END-IF
009082     END-IF.
009083
009084 5150-NOTE-DISCREP-RUN.
009085     IF WS-DSC-RUN-TAG = "RUN ID - " THEN
009086         IF WS-DSC-RUN-ID = WS-RUN-ID THEN
009087             MOVE "Y" TO WS-DISCREP-RUN-STATE
009088         ELSE
009089             MOVE "O" TO WS-DISCREP-RUN-STATE
009090         END-IF
009100     END-IF.
009110
009120*-----------------------------------------------------------*
009130* 6000-SET-HEADLINE - RED WHEN THE NIGHT LOST WORK OR NEEDS
009140*                   SOMEONE NOW - A STEP THAT DIED OR NEVER
009150*                   RAN, A MALFORMED PARM, AN OUT-OF-BALANCE
009160*                   FILE SET, A PAGE ALERT. AMBER WHEN IT
009170*                   RAN BUT WANTS A LOOK - SLOW STEPS, COUNTS
009180*                   OFF TREND, ERROR LINES. GREEN OTHERWISE,
009190*                   INCLUDING A NIGHT THE GATE SKIPPED ON
009200*                   PURPOSE. THE FIRST REASON FOUND IS THE
009210*                   ONE SHOWN.
009220*-----------------------------------------------------------*
009230 6000-SET-HEADLINE.
009240     MOVE "GREEN" TO WS-HEADLINE
009250     MOVE SPACES  TO WS-REASON
009260     EVALUATE TRUE
009270         WHEN WS-NO-END-COUNT > 0
009280             MOVE "STEP STARTED WITH NO END"   TO WS-REASON
009290         WHEN WS-NOT-RUN-COUNT > 0
009300             MOVE "STEP NEVER RAN"             TO WS-REASON
009310         WHEN WS-PARM-MALFORMED > 0
009320             MOVE "MALFORMED PARM FILE"        TO WS-REASON
009330         WHEN WS-DISCREPANCIES > 0
009340             MOVE "CONTROL TOTALS OUT OF BALANCE"
009350                                               TO WS-REASON
009360         WHEN WS-PAGE-ALERT-COUNT > 0
009370             MOVE "PAGE-SEVERITY ERROR GROUP"  TO WS-REASON
009380         WHEN OTHER
009390             CONTINUE
009400     END-EVALUATE
009410     IF WS-REASON NOT = SPACES THEN
009420         MOVE "RED" TO WS-HEADLINE
009430     ELSE
009440         EVALUATE TRUE
009450             WHEN WS-GATE-SKIPPED
009460                 MOVE "NON-BUSINESS DAY - SUITE SKIPPED"
009470                                               TO WS-REASON
009480             WHEN WS-SLOW-COUNT > 0
009490                 MOVE "AMBER"                  TO WS-HEADLINE
009500                 MOVE "STEP OVER TYPICAL DURATION"
009510                                               TO WS-REASON
009520             WHEN WS-TREND-COUNT > 0
009530                 MOVE "AMBER"                  TO WS-HEADLINE
009540                 MOVE "INPUT COUNT OFF TREND"  TO WS-REASON
009550             WHEN WS-ERROR-LINE-COUNT > 0
009560                 MOVE "AMBER"                  TO WS-HEADLINE
009570                 MOVE "ERROR LINES TO REVIEW"  TO WS-REASON
009580             WHEN OTHER
009590                 MOVE "ALL STEPS COMPLETE AND IN LINE"
009600                                               TO WS-REASON
009610         END-EVALUATE
009620     END-IF.
009630
009640*-----------------------------------------------------------*
009650* 7000-WRITE-DOSSIER - HEADLINE, THE GATE/PARM/BALANCE
009660*                   FACTS, THE STEP TABLE, OUT-OF-BALANCE
009670*                   ITEMS AND TOP ERROR GROUPS - EACH ALSO
009680*                   WRITTEN TO THE DASHBOARD FEED.
009690*-----------------------------------------------------------*
009700 7000-WRITE-DOSSIER.
009710     OPEN OUTPUT DOSSIER-REPORT
009720     OPEN OUTPUT DOSSIER-STATUS
009730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009740     MOVE WS-RUN-ID   TO WS-HDG-RUN-ID
009750     MOVE WS-RUN-DATE TO WS-HDG-DATE
009760     WRITE DOSSIER-REPORT-RECORD FROM WS-HEADING-1
009770     MOVE WS-HEADLINE TO WS-HL-COLOUR
009780     MOVE WS-REASON   TO WS-HL-REASON
009790     WRITE DOSSIER-REPORT-RECORD FROM WS-HEADLINE-LINE
009800     PERFORM 7100-WRITE-FACTS
009810     PERFORM 7200-WRITE-HEADLINE-RECORD
009820     MOVE "STEP STATUS" TO WS-SEC-TITLE
009830     WRITE DOSSIER-REPORT-RECORD FROM WS-SECTION-LINE
009840     WRITE DOSSIER-REPORT-RECORD FROM WS-STEP-HEADING
009850     PERFORM 7300-WRITE-ONE-STEP
009860         VARYING WS-STP-IDX FROM 1 BY 1
009870         UNTIL WS-STP-IDX > WS-STEP-COUNT
009880     MOVE "OUT-OF-BALANCE ITEMS" TO WS-SEC-TITLE
009890     WRITE DOSSIER-REPORT-RECORD FROM WS-SECTION-LINE
009900     PERFORM 7400-WRITE-DISCREPANCIES
009910     MOVE "TOP ERROR GROUPS" TO WS-SEC-TITLE
009920     WRITE DOSSIER-REPORT-RECORD FROM WS-SECTION-LINE
009930     PERFORM 7500-WRITE-ERROR-GROUPS.
009940
009950 7100-WRITE-FACTS.
009960     MOVE "GATE"          TO WS-FACT-LABEL
009970     EVALUATE TRUE
009980         WHEN WS-GATE-SKIPPED
009990             MOVE "RUNGATE SKIPPED THE NIGHT - NON-BUSINESS DAY"
010000                 TO WS-FACT-TEXT
010010         WHEN WS-GATE-RAN
010020             MOVE "RUNGATE LET THE SUITE RUN" TO WS-FACT-TEXT
010030         WHEN OTHER
010040             MOVE "NO RUNGATE LINE UNDER THIS RUN"
010050                 TO WS-FACT-TEXT
010060     END-EVALUATE
010070     WRITE DOSSIER-REPORT-RECORD FROM WS-FACT-LINE
010080     MOVE "PARMS"         TO WS-FACT-LABEL
010090     EVALUATE TRUE
010100         WHEN WS-PARM-NOT-SEEN
010110             MOVE "NO PARMCHK LINE UNDER THIS RUN"
010120                 TO WS-FACT-TEXT
010130         WHEN WS-PARM-MALFORMED > 0
010140             MOVE "PARMCHK FOUND MALFORMED PARM FILES"
010150                 TO WS-FACT-TEXT
010160         WHEN OTHER
010170             MOVE "PARMCHK FOUND EVERY PARM FILE USABLE"
010180                 TO WS-FACT-TEXT
010190     END-EVALUATE
010200     WRITE DOSSIER-REPORT-RECORD FROM WS-FACT-LINE
010210     MOVE "BALANCE"       TO WS-FACT-LABEL
010220     EVALUATE TRUE
010230         WHEN WS-RECON-NOT-SEEN
010240             MOVE "NO RECONCILE LINE UNDER THIS RUN"
010250                 TO WS-FACT-TEXT
010260         WHEN WS-DISCREPANCIES > 0
010270             MOVE "RECONCILE FOUND DISCREPANCIES - LISTED BELOW"
010280                 TO WS-FACT-TEXT
010290         WHEN OTHER
010300             MOVE "RECONCILE BALANCED EVERY CHECK"
010310                 TO WS-FACT-TEXT
010320     END-EVALUATE
010330     WRITE DOSSIER-REPORT-RECORD FROM WS-FACT-LINE.
010340
010350 7200-WRITE-HEADLINE-RECORD.
010360     MOVE SPACES              TO DOSSIER-STATUS-RECORD
010370     MOVE "H"                 TO DS-RECORD-TYPE
010380     MOVE WS-RUN-ID           TO DS-RUN-ID
010390     MOVE WS-RUN-DATE         TO DS-H-RUN-DATE
010400     MOVE WS-HEADLINE         TO DS-H-HEADLINE
010410     MOVE WS-GATE-STATE       TO DS-H-GATE
010420     MOVE WS-PARM-MALFORMED   TO DS-H-PARM-MALFORMED
010430     MOVE WS-STEP-COUNT       TO DS-H-STEPS
010440     MOVE WS-COMPLETE-COUNT   TO DS-H-COMPLETE
010450     MOVE WS-NO-END-COUNT     TO DS-H-NO-END
010460     MOVE WS-NOT-RUN-COUNT    TO DS-H-NOT-RUN
010470     MOVE WS-SLOW-COUNT       TO DS-H-SLOW
010480     MOVE WS-TREND-COUNT      TO DS-H-TREND
010490     MOVE WS-DISCREPANCIES    TO DS-H-DISCREPANCIES
010500     MOVE WS-ERROR-LINE-COUNT TO DS-H-ERROR-LINES
010510     MOVE WS-PAGE-ALERT-COUNT TO DS-H-PAGE-ALERTS
010520     MOVE WS-REASON           TO DS-H-REASON
010530     PERFORM 7900-WRITE-STATUS-RECORD.
010540
010550 7300-WRITE-ONE-STEP.
010560     MOVE WS-STP-NAME (WS-STP-IDX)    TO WS-SL-STEP
010570     MOVE WS-STP-PROGRAM (WS-STP-IDX) TO WS-SL-PROGRAM
010580     MOVE WS-STP-STATUS (WS-STP-IDX)  TO WS-SL-STATUS
010590     MOVE SPACES TO WS-SL-START
010600     MOVE SPACES TO WS-SL-END
010610     IF WS-STP-HAS-S (WS-STP-IDX) = "Y" THEN
010620         MOVE WS-STP-S-TIME (WS-STP-IDX) (1:6) TO WS-SL-START
010630     END-IF
010640     IF WS-STP-HAS-E (WS-STP-IDX) = "Y" THEN
010650         MOVE WS-STP-E-TIME (WS-STP-IDX) (1:6) TO WS-SL-END
010660     END-IF
010670     MOVE WS-STP-ELAPSED (WS-STP-IDX)   TO WS-SL-ELAPSED
010680     MOVE WS-STP-TYPICAL (WS-STP-IDX)   TO WS-SL-TYPICAL
010690     MOVE WS-STP-IN (WS-STP-IDX)        TO WS-SL-INPUT
010700     MOVE WS-STP-TREND-AVG (WS-STP-IDX) TO WS-SL-TREND-AVG
010710     MOVE WS-STP-TREND-PCT (WS-STP-IDX) TO WS-SL-PCT
010720     MOVE SPACES TO WS-SL-FLAGS
010730     IF WS-STP-SLOW (WS-STP-IDX) = "Y" THEN
010740         MOVE "SLOW" TO WS-SL-FLAGS (1:5)
010750     END-IF
010760     IF WS-STP-TREND (WS-STP-IDX) = "Y" THEN
010770         MOVE "TREND" TO WS-SL-FLAGS (6:5)
010780     END-IF
010790     WRITE DOSSIER-REPORT-RECORD FROM WS-STEP-LINE
010800     MOVE SPACES                        TO DOSSIER-STATUS-RECORD
010810     MOVE "S"                           TO DS-RECORD-TYPE
010820     MOVE WS-RUN-ID                     TO DS-RUN-ID
010830     MOVE WS-STP-NAME (WS-STP-IDX)      TO DS-S-STEP-NAME
010840     MOVE WS-STP-PROGRAM (WS-STP-IDX)   TO DS-S-PROGRAM
010850     MOVE WS-STP-STATUS (WS-STP-IDX)    TO DS-S-STATUS
010860     MOVE WS-STP-ELAPSED (WS-STP-IDX)   TO DS-S-ELAPSED
010870     MOVE WS-STP-TYPICAL (WS-STP-IDX)   TO DS-S-TYPICAL
010880     MOVE WS-STP-IN (WS-STP-IDX)        TO DS-S-INPUT
010890     MOVE WS-STP-TREND-AVG (WS-STP-IDX) TO DS-S-TREND-AVG
010900     MOVE WS-STP-TREND-PCT (WS-STP-IDX) TO DS-S-TREND-PCT
010910     MOVE WS-STP-SLOW (WS-STP-IDX)      TO DS-S-SLOW-FLAG
010920     MOVE WS-STP-TREND (WS-STP-IDX)     TO DS-S-TREND-FLAG
010930     PERFORM 7900-WRITE-STATUS-RECORD.
010940
010950*-----------------------------------------------------------*
010960* 7400-WRITE-DISCREPANCIES - RECONCILE'S OUT-OF-BALANCE AND
010970*                   MISSING-PROGRAM LINES, AS IT WROTE THEM.
010980*-----------------------------------------------------------*
010990 7400-WRITE-DISCREPANCIES.
011000     IF WS-DISCREP-ITEMS = 0 THEN
011003         IF WS-DISCREP-OTHER-RUN THEN
011006             WRITE DOSSIER-REPORT-RECORD FROM WS-OTHER-RUN-LINE
011009         ELSE
011012             WRITE DOSSIER-REPORT-RECORD FROM WS-NONE-LINE
011015         END-IF
011020     ELSE
011030         OPEN INPUT DISCREPANCY-IN
011040         MOVE "N" TO WS-EOF-SWITCH
011045         MOVE "N" TO WS-DISCREP-RUN-STATE
011050         PERFORM 7450-WRITE-ONE-DISCREPANCY
011060             UNTIL WS-FILE-DONE
011070         CLOSE DISCREPANCY-IN
011080     END-IF.
011090
011100 7450-WRITE-ONE-DISCREPANCY.
011110     READ DISCREPANCY-IN INTO WS-DISCREP-LINE
011120         AT END MOVE "Y" TO WS-EOF-SWITCH
011130     END-READ
011140     IF NOT WS-FILE-DONE THEN
011145         PERFORM 5150-NOTE-DISCREP-RUN
011150         IF WS-DISCREP-THIS-RUN
011155             AND (WS-DSC-VERDICT = "OUT OF BAL"
011160             OR WS-DSC-MISSING
011170                 = " - NO AUDIT LINE FOUND FOR THIS RUN") THEN
011180             MOVE WS-DISCREP-LINE TO WS-DOL-TEXT
011190             WRITE DOSSIER-REPORT-RECORD FROM WS-DISCREP-OUT-LINE
011200             MOVE SPACES          TO DOSSIER-STATUS-RECORD
011210             MOVE "D"             TO DS-RECORD-TYPE
011220             MOVE WS-RUN-ID       TO DS-RUN-ID
011230             MOVE WS-DISCREP-LINE TO DS-D-TEXT
011240             PERFORM 7900-WRITE-STATUS-RECORD
011250         END-IF
011260     END-IF.
011270
011280*-----------------------------------------------------------*
011290* 7500-WRITE-ERROR-GROUPS - THE WORST GROUPS, UP TO TEN.
011300*-----------------------------------------------------------*
011310 7500-WRITE-ERROR-GROUPS.
011320     IF WS-GROUP-COUNT = 0 THEN
011330         WRITE DOSSIER-REPORT-RECORD FROM WS-NONE-LINE
011340     ELSE
011350         WRITE DOSSIER-REPORT-RECORD FROM WS-GROUP-HEADING
011360         MOVE WS-GROUP-COUNT TO WS-GROUPS-SHOWN
011370         IF WS-GROUPS-SHOWN > WS-TOP-GROUPS THEN
011380             MOVE WS-TOP-GROUPS TO WS-GROUPS-SHOWN
011390         END-IF
011400         PERFORM 7550-WRITE-ONE-GROUP
011410             VARYING WS-GRP-IDX FROM 1 BY 1
011420             UNTIL WS-GRP-IDX > WS-GROUPS-SHOWN
011430     END-IF.
011440
011450 7550-WRITE-ONE-GROUP.
011460     MOVE WS-GRP-TALLY (WS-GRP-IDX)    TO WS-GL-COUNT
011470     MOVE WS-GRP-SEVERITY (WS-GRP-IDX) TO WS-GL-SEVERITY
011480     MOVE WS-GRP-PROGRAM (WS-GRP-IDX)  TO WS-GL-PROGRAM
011490     MOVE WS-GRP-MESSAGE (WS-GRP-IDX)  TO WS-GL-MESSAGE
011500     WRITE DOSSIER-REPORT-RECORD FROM WS-GROUP-LINE
011510     MOVE SPACES                       TO DOSSIER-STATUS-RECORD
011520     MOVE "G"                          TO DS-RECORD-TYPE
011530     MOVE WS-RUN-ID                    TO DS-RUN-ID
011540     MOVE WS-GRP-IDX                   TO DS-G-RANK
011550     MOVE WS-GRP-TALLY (WS-GRP-IDX)    TO DS-G-COUNT
011560     MOVE WS-GRP-SEVERITY (WS-GRP-IDX) TO DS-G-SEVERITY
011570     MOVE WS-GRP-PROGRAM (WS-GRP-IDX)  TO DS-G-PROGRAM
011580     MOVE WS-GRP-MESSAGE (WS-GRP-IDX)  TO DS-G-MESSAGE
011590     PERFORM 7900-WRITE-STATUS-RECORD.
011600
011610 7900-WRITE-STATUS-RECORD.
011620     WRITE DOSSIER-STATUS-RECORD
011630     ADD 1 TO WS-STATUS-RECORDS.
011640
011650*-----------------------------------------------------------*
011660* 9000-TERMINATE - CONTROL TOTALS, AUDIT LINE, RETURN CODE -
011670*                  4 ON AMBER, 8 ON RED.
011680*-----------------------------------------------------------*
011690 9000-TERMINATE.
011700     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011710     MOVE "STEPS REPORTED"       TO WS-SUM-LABEL
011720     MOVE WS-STEP-COUNT          TO WS-SUM-VALUE
011730     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
011740     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011750     MOVE "STEPS COMPLETE"       TO WS-SUM-LABEL
011760     MOVE WS-COMPLETE-COUNT      TO WS-SUM-VALUE
011770     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
011780     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011790     MOVE "STEPS WITH NO END"    TO WS-SUM-LABEL
011800     MOVE WS-NO-END-COUNT        TO WS-SUM-VALUE
011810     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
011820     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011830     MOVE "STEPS NEVER RUN"      TO WS-SUM-LABEL
011840     MOVE WS-NOT-RUN-COUNT       TO WS-SUM-VALUE
011850     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
011860     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011870     MOVE "STEPS OVER TYPICAL"   TO WS-SUM-LABEL
011880     MOVE WS-SLOW-COUNT          TO WS-SUM-VALUE
011890     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
011900     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011910     MOVE "STEPS OFF TREND"      TO WS-SUM-LABEL
011920     MOVE WS-TREND-COUNT         TO WS-SUM-VALUE
011930     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
011940     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011950     MOVE "OUT-OF-BALANCE ITEMS" TO WS-SUM-LABEL
011960     MOVE WS-DISCREP-ITEMS       TO WS-SUM-VALUE
011970     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
011980     MOVE SPACES                 TO WS-SUMMARY-DETAIL
011990     MOVE "ERROR LINES"          TO WS-SUM-LABEL
012000     MOVE WS-ERROR-LINE-COUNT    TO WS-SUM-VALUE
012010     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
012020     MOVE SPACES                 TO WS-SUMMARY-DETAIL
012030     MOVE "ERROR GROUPS"         TO WS-SUM-LABEL
012040     MOVE WS-GROUP-COUNT         TO WS-SUM-VALUE
012050     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
012060     MOVE SPACES                 TO WS-SUMMARY-DETAIL
012070     MOVE "PAGE ALERTS"          TO WS-SUM-LABEL
012080     MOVE WS-PAGE-ALERT-COUNT    TO WS-SUM-VALUE
012090     WRITE DOSSIER-REPORT-RECORD FROM WS-SUMMARY-DETAIL
012100     CLOSE DOSSIER-REPORT
012110     CLOSE DOSSIER-STATUS
012120     DISPLAY "RUNDOSS - RUN " WS-RUN-ID " IS " WS-HEADLINE
012130         " - " WS-REASON
012140     PERFORM 9150-WRITE-AUDIT-LOG
012150     EVALUATE TRUE
012160         WHEN WS-HEADLINE-RED
012170             MOVE 8 TO RETURN-CODE
012180         WHEN WS-HEADLINE-AMBER
012190             MOVE 4 TO RETURN-CODE
012200         WHEN OTHER
012210             CONTINUE
012220     END-EVALUATE.
012230
012240*-----------------------------------------------------------*
012250* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
012260*                        INITIALIZATION SO THE BATCH-WINDOW
012270*                        REPORT CAN PAIR THIS STEP'S START
012280*                        WITH ITS END.
012290*-----------------------------------------------------------*
012300 9140-WRITE-AUDIT-START.
012310     OPEN EXTEND AUDIT-LOG
012320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012330     ACCEPT WS-RUN-TIME FROM TIME
012340     MOVE "RUNDOSS"         TO AUD-PROGRAM-NAME
012350     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
012360     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
012370     MOVE WS-RUN-ID         TO AUD-RUN-ID
012380     MOVE 0                 TO AUD-INPUT-COUNT
012390     MOVE 0                 TO AUD-OUTPUT-COUNT
012400     MOVE "S"               TO AUD-RECORD-TYPE
012410     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
012420     CLOSE AUDIT-LOG.
012430
012440*-----------------------------------------------------------*
012450* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
012460*                        AUDITLOG FILE SHARED BY THE WHOLE
012470*                        NIGHTLY SUITE.
012480*-----------------------------------------------------------*
012490 9150-WRITE-AUDIT-LOG.
012500     OPEN EXTEND AUDIT-LOG
012510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012520     ACCEPT WS-RUN-TIME FROM TIME
012530     MOVE "RUNDOSS"           TO AUD-PROGRAM-NAME
012540     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
012550     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
012560     MOVE WS-STEP-COUNT       TO AUD-INPUT-COUNT
012570     MOVE WS-STATUS-RECORDS   TO AUD-OUTPUT-COUNT
012580     MOVE WS-RUN-ID           TO AUD-RUN-ID
012590     MOVE "E"                 TO AUD-RECORD-TYPE
012600     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
012610     CLOSE AUDIT-LOG.
