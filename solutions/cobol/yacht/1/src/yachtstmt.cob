000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    YACHTSTMT.
000050 AUTHOR.        P. DELACROIX.
000060 INSTALLATION.  RECREATION LEAGUE BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 PD    NEW PROGRAM. A PLAYER'S SEASON HAD TO BE
000150*                  PIECED TOGETHER FROM LEADBRD, TEAMRPT AND
000160*                  ADVOUT PRINTOUTS. ONE PASS OVER THE LIVE
000170*                  GAME FILE - AND, WHEN A YACHTARC DD IS
000180*                  SUPPLIED, THE SEASON'S ARCHIVE FILES - NOW
000190*                  PRINTS ONE STMTRPT STATEMENT PER PLAYER:
000200*                  EVERY TOURNAMENT PLAYED WITH ITS TOTAL,
000210*                  RANK IN THE FIELD AND THE TEAM THE PLAYER
000220*                  WAS ON WHEN IT CLOSED (PLAYHIST REPLAYED
000230*                  TO THE TOURNMST END DATE), THE PERSONAL-
000240*                  BEST GAME AND BEST SINGLE ROLL, THE
000250*                  AVERAGE TAKEN IN EACH CATEGORY, AND THE
000260*                  POINTS LEFT ON THE TABLE BY YACHTADV'S
000270*                  RULE. AN OPTIONAL STMTSEL FILE OF PLAYER
000280*                  IDS LIMITS THE RUN TO THOSE PLAYERS; A
000290*                  MISSING OR EMPTY FILE PRINTS EVERYONE.
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT YACHT-GAME-FILE ASSIGN TO "YACHTGM"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS GM-KEY
000380         FILE STATUS IS WS-GAME-FILE-STATUS.
000390     SELECT YACHT-ARCHIVE ASSIGN TO "YACHTARC"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ARCHIVE-STATUS.
000420     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS PM-PLAYER-ID
000460         FILE STATUS IS WS-MASTER-STATUS.
000470     SELECT TOURN-MASTER ASSIGN TO "TOURNMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS TM-TOURN-ID
000510         FILE STATUS IS WS-TOURN-MST-STATUS.
000520     SELECT PLAYER-HISTORY ASSIGN TO "PLAYHIST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HISTORY-STATUS.
000550     SELECT PLAYER-SELECT ASSIGN TO "STMTSEL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SELECT-STATUS.
000580     SELECT CAT-PARM ASSIGN TO "CATPARM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CAT-PARM-STATUS.
000610     SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-STMT-RPT-STATUS.
000640     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ERROR-LOG-STATUS.
000670     SELECT SORT-FILE ASSIGN TO "SORTWK".
000680     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-AUDIT-STATUS.
000710     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RUN-ID-F-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  YACHT-GAME-FILE
000770     RECORD CONTAINS 42 CHARACTERS.
000780 01  YACHT-GAME-RECORD.
000790     05 GM-KEY.
000800         10 GM-TOURN-ID      PIC X(08).
000810         10 GM-PLAYER-ID     PIC X(10).
000820         10 GM-ROUND-NO      PIC 9(02).
000830     05 GM-CATEGORY          PIC X(15).
000840     05 GM-DICE.
000850         10 GM-DIE OCCURS 5 TIMES PIC 9(01).
000860     05 GM-SCORE             PIC 9(02).
000870
000880*-----------------------------------------------------------*
000890* YACHT-ARCHIVE - YACHTARCH'S DATED ARCHIVE FILES, SAME
000900* LAYOUT AS THE LIVE GAME RECORD. READ INTO
000910* YACHT-GAME-RECORD SO ONE FOLD SERVES BOTH SOURCES.
000920*-----------------------------------------------------------*
000930 FD  YACHT-ARCHIVE
000940     RECORD CONTAINS 42 CHARACTERS.
000950 01  YACHT-ARCHIVE-RECORD    PIC X(42).
000960
000970 FD  PLAYER-MASTER
000980     RECORD CONTAINS 60 CHARACTERS.
000990 01  PLAYER-MASTER-RECORD.
001000     05 PM-PLAYER-ID         PIC X(10).
001010     05 PM-DISPLAY-NAME      PIC X(30).
001020     05 PM-TEAM              PIC X(20).
001030
001040 FD  TOURN-MASTER
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  TOURN-MASTER-RECORD.
001070     05 TM-TOURN-ID          PIC X(08).
001080     05 TM-TOURN-NAME        PIC X(30).
001090     05 TM-START-DATE        PIC 9(08).
001100     05 TM-END-DATE          PIC 9(08).
001110     05 TM-STATUS            PIC X(01).
001120     05 TM-STATUS-DATE       PIC 9(08).
001130     05 TM-UPDATE-RUN-ID     PIC X(15).
001140     05 FILLER               PIC X(02).
001150
001160 FD  PLAYER-HISTORY
001170     RECORD CONTAINS 134 CHARACTERS.
001180 01  PLAYER-HISTORY-RECORD.
001190     05 PH-ACTION            PIC X(01).
001200     05 PH-ACTION-DATE       PIC 9(08).
001210     05 PH-RUN-ID            PIC X(15).
001220     05 PH-PLAYER-ID         PIC X(10).
001230     05 PH-BEF-NAME          PIC X(30).
001240     05 PH-BEF-TEAM          PIC X(20).
001250     05 PH-AFT-NAME          PIC X(30).
001260     05 PH-AFT-TEAM          PIC X(20).
001270
001280 FD  PLAYER-SELECT
001290     RECORD CONTAINS 10 CHARACTERS.
001300 01  PLAYER-SELECT-RECORD    PIC X(10).
001310
001320 FD  CAT-PARM
001330     RECORD CONTAINS 15 CHARACTERS.
001340 01  CAT-PARM-RECORD         PIC X(15).
001350
001360 FD  STATEMENT-REPORT
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  STATEMENT-RECORD        PIC X(80).
001390
001400 FD  ERROR-LOG
001410     RECORD CONTAINS 116 CHARACTERS.
001420 01  ERROR-LOG-RECORD        PIC X(116).
001430
001440 FD  AUDIT-LOG
001450     RECORD CONTAINS 80 CHARACTERS.
001460 01  AUDIT-LOG-RECORD        PIC X(80).
001470
001480*-----------------------------------------------------------*
001490* SORT-RECORD - ONE PLAYER'S LINE FOR ONE TOURNAMENT, WITH
001500* RANK AND FIELD SIZE ALREADY SETTLED. SAME LAYOUT AS
001510* WS-PLAYER-TOURN, WHICH BUILDS IT.
001520*-----------------------------------------------------------*
001530 SD  SORT-FILE.
001540 01  SORT-RECORD.
001550     05 SR-PLAYER-ID         PIC X(10).
001560     05 SR-TOURN-ID          PIC X(08).
001570     05 SR-TOTAL             PIC 9(05).
001580     05 SR-RANK              PIC 9(05).
001590     05 SR-FIELD             PIC 9(05).
001600     05 SR-ROLLS             PIC 9(03).
001610     05 SR-LEFT              PIC 9(05).
001620     05 SR-BEST-ROLL         PIC 9(02).
001630     05 SR-BEST-CAT          PIC X(15).
001640     05 SR-BEST-DICE         PIC X(05).
001650     05 SR-BEST-ROUND        PIC 9(02).
001660     05 SR-CAT-STATS OCCURS 12 TIMES.
001670         10 SR-CAT-TAKEN     PIC 9(03).
001680         10 SR-CAT-POINTS    PIC 9(05).
001690
001700
001710 FD  RUN-ID-FILE
001720     RECORD CONTAINS 15 CHARACTERS.
001730 01  RUN-ID-RECORD           PIC X(15).
001740 WORKING-STORAGE SECTION.
001750 01  WS-RUN-ID-F-STATUS     PIC X(02).
001760     88 WS-RUN-ID-F-OK                VALUE "00".
001770 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001780 01  WS-GAME-FILE-STATUS     PIC X(02).
001790     88 WS-GAME-FILE-OK                VALUE "00".
001800 01  WS-ARCHIVE-STATUS       PIC X(02).
001810     88 WS-ARCHIVE-OK                  VALUE "00".
001820 01  WS-MASTER-STATUS        PIC X(02).
001830     88 WS-MASTER-OK                   VALUE "00".
001840 01  WS-TOURN-MST-STATUS     PIC X(02).
001850     88 WS-TOURN-MST-OK                VALUE "00".
001860 01  WS-HISTORY-STATUS       PIC X(02).
001870     88 WS-HISTORY-OK                  VALUE "00".
001880 01  WS-SELECT-STATUS        PIC X(02).
001890     88 WS-SELECT-OK                   VALUE "00".
001900 01  WS-CAT-PARM-STATUS      PIC X(02).
001910     88 WS-CAT-PARM-OK                 VALUE "00".
001920 01  WS-STMT-RPT-STATUS      PIC X(02).
001930     88 WS-STMT-RPT-OK                 VALUE "00".
001940 01  WS-ERROR-LOG-STATUS     PIC X(02).
001950     88 WS-ERROR-LOG-OK                VALUE "00".
001960 01  WS-AUDIT-STATUS         PIC X(02).
001970     88 WS-AUDIT-OK                    VALUE "00".
001980
001990 01  WS-ARCHIVE-OPEN-SWITCH  PIC X(01) VALUE "N".
002000     88 WS-ARCHIVE-IS-OPEN             VALUE "Y".
002010 01  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE "N".
002020     88 WS-MASTER-IS-OPEN              VALUE "Y".
002030 01  WS-TOURN-MST-OPEN-SW    PIC X(01) VALUE "N".
002040     88 WS-TOURN-MST-IS-OPEN           VALUE "Y".
002050
002060 01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002070     88 WS-NO-MORE-GAMES               VALUE "Y".
002080 01  WS-ARCHIVE-EOF-SWITCH   PIC X(01) VALUE "N".
002090     88 WS-NO-MORE-ARCHIVE             VALUE "Y".
002100 01  WS-SORT-EOF-SWITCH      PIC X(01) VALUE "N".
002110     88 WS-NO-MORE-LINES               VALUE "Y".
002120 01  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
002130     88 WS-NO-MORE-HISTORY             VALUE "Y".
002140 01  WS-SELECT-EOF-SWITCH    PIC X(01) VALUE "N".
002150     88 WS-NO-MORE-SELECTS             VALUE "Y".
002160
002170 01  WS-CAT-IDX              PIC 9(02) COMP VALUE 0.
002180 01  WS-CAT-PARM-EOF-SWITCH  PIC X(01) VALUE "N".
002190     88 WS-CAT-PARM-DONE                VALUE "Y".
002200 01  WS-CAT-OVERRIDE-TABLE.
002210     05 WS-CAT-OVERRIDE-ENTRY PIC X(15) OCCURS 12 TIMES.
002220
002230 01  WS-DICE                 PIC 9(05).
002240 01  WS-VALID-SWITCH         PIC X(01).
002250     88 WS-ROLL-VALID                  VALUE "Y".
002260
002270 01  WS-SCORECARD.
002280     05 WS-SC-SCORE          PIC 9(02) OCCURS 12 TIMES.
002290
002300 01  WS-BEST-SCORE           PIC 9(02).
002310 01  WS-DIFFERENCE           PIC S9(03).
002320 01  WS-TAKEN-IDX            PIC 9(02) COMP.
002330
002340*-----------------------------------------------------------*
002350* SELECTION TABLE - STMTSEL PLAYER IDS. A PLAYER STILL
002360* UNMATCHED WHEN THE STATEMENTS ARE DONE GETS A STATEMENT
002370* SAYING NO GAMES ARE ON FILE.
002380*-----------------------------------------------------------*
002390 01  WS-SELECT-SWITCH        PIC X(01) VALUE "N".
002400     88 WS-SELECTING-PLAYERS           VALUE "Y".
002410 01  WS-SEL-COUNT            PIC 9(04) COMP VALUE 0.
002420 01  WS-SEL-IDX              PIC 9(04) COMP.
002430 01  WS-SEL-TABLE.
002440     05 WS-SEL-ENTRY OCCURS 500 TIMES.
002450         10 WS-SEL-PLAYER    PIC X(10).
002460         10 WS-SEL-MATCHED   PIC X(01).
002470 01  WS-SEL-FOUND-SWITCH     PIC X(01).
002480     88 WS-PLAYER-SELECTED             VALUE "Y".
002490
002500*-----------------------------------------------------------*
002510* JOURNAL TABLE - PLAYHIST CUT DOWN TO WHAT THE TEAM-AS-OF
002520* LOOKUP NEEDS. JT-TEAM-AFTER IS THE TEAM THE ACTION LEFT IN
002530* FORCE (A DELETE LEAVES THE LAST TEAM HELD), JT-TEAM-BEFORE
002540* THE TEAM IN FORCE BEFORE IT (AN ADD HAS NONE, SO THE
002550* REGISTERED TEAM STANDS IN).
002560*-----------------------------------------------------------*
002570 01  WS-JRN-COUNT            PIC 9(05) COMP VALUE 0.
002580 01  WS-JRN-IDX              PIC 9(05) COMP.
002590 01  WS-JRN-DROPPED-COUNT    PIC 9(07) COMP VALUE 0.
002600 01  WS-JRN-TABLE.
002610     05 WS-JRN-ENTRY OCCURS 2000 TIMES.
002620         10 JT-PLAYER-ID     PIC X(10).
002630         10 JT-ACTION-DATE   PIC 9(08).
002640         10 JT-TEAM-BEFORE   PIC X(20).
002650         10 JT-TEAM-AFTER    PIC X(20).
002660 01  WS-TEAM-DATE            PIC 9(08).
002670 01  WS-TEAM-BEFORE-SWITCH   PIC X(01).
002680     88 WS-TEAM-FOUND-BEFORE           VALUE "Y".
002690 01  WS-TEAM-AFTER-SWITCH    PIC X(01).
002700     88 WS-TEAM-FOUND-AFTER            VALUE "Y".
002710
002720*-----------------------------------------------------------*
002730* TOURNAMENTS ALREADY FOLDED - A TOURNAMENT ON BOTH THE
002740* ARCHIVE AND THE LIVE FILE IS COUNTED ONCE.
002750*-----------------------------------------------------------*
002760 01  WS-SEEN-COUNT           PIC 9(04) COMP VALUE 0.
002770 01  WS-SEEN-IDX             PIC 9(04) COMP.
002780 01  WS-SEEN-TABLE.
002790     05 WS-SEEN-TOURN        PIC X(08) OCCURS 1000 TIMES.
002800 01  WS-SKIP-TOURN-SWITCH    PIC X(01) VALUE "N".
002810     88 WS-SKIPPING-TOURN              VALUE "Y".
002820
002830 01  WS-CURRENT-TOURN        PIC X(08).
002840 01  WS-CURRENT-PLAYER       PIC X(10).
002850 01  WS-FIRST-TOURN-SWITCH   PIC X(01) VALUE "Y".
002860     88 WS-NO-TOURN-YET                VALUE "Y".
002870 01  WS-FIELD-FULL-SWITCH    PIC X(01) VALUE "N".
002880     88 WS-FIELD-FULL                  VALUE "Y".
002890
002900*-----------------------------------------------------------*
002910* WS-PLAYER-TOURN - THE PLAYER NOW BEING FOLDED. SAME
002920* LAYOUT AS SORT-RECORD.
002930*-----------------------------------------------------------*
002940 01  WS-PLAYER-TOURN.
002950     05 PT-PLAYER-ID         PIC X(10).
002960     05 PT-TOURN-ID          PIC X(08).
002970     05 PT-TOTAL             PIC 9(05).
002980     05 PT-RANK              PIC 9(05).
002990     05 PT-FIELD             PIC 9(05).
003000     05 PT-ROLLS             PIC 9(03).
003010     05 PT-LEFT              PIC 9(05).
003020     05 PT-BEST-ROLL         PIC 9(02).
003030     05 PT-BEST-CAT          PIC X(15).
003040     05 PT-BEST-DICE         PIC X(05).
003050     05 PT-BEST-ROUND        PIC 9(02).
003060     05 PT-CAT-STATS OCCURS 12 TIMES.
003070         10 PT-CAT-TAKEN     PIC 9(03).
003080         10 PT-CAT-POINTS    PIC 9(05).
003090
003100*-----------------------------------------------------------*
003110* FIELD TABLE - EVERY PLAYER OF THE TOURNAMENT NOW BEING
003120* FOLDED, HELD UNTIL THE TOURNAMENT CLOSES SO EACH ONE'S
003130* RANK CAN BE SETTLED AGAINST THE WHOLE FIELD.
003140*-----------------------------------------------------------*
003150 01  WS-FLD-COUNT            PIC 9(04) COMP VALUE 0.
003160 01  WS-FLD-IDX              PIC 9(04) COMP.
003170 01  WS-FLD-CMP              PIC 9(04) COMP.
003180 01  WS-FLD-RANK             PIC 9(05) COMP.
003190 01  WS-FLD-TABLE.
003200     05 WS-FLD-ENTRY OCCURS 500 TIMES.
003210         10 WS-FLD-TOTAL     PIC 9(05).
003220         10 WS-FLD-IMAGE     PIC X(161).
003230
003240*-----------------------------------------------------------*
003250* SEASON ACCUMULATORS FOR THE STATEMENT BEING PRINTED.
003260*-----------------------------------------------------------*
003270 01  WS-STMT-PLAYER          PIC X(10).
003280 01  WS-FIRST-STMT-SWITCH    PIC X(01) VALUE "Y".
003290     88 WS-NO-STMT-YET                 VALUE "Y".
003300 01  WS-PLAYER-NAME          PIC X(30).
003310 01  WS-CURRENT-TEAM         PIC X(20).
003320 01  WS-TOURN-NAME           PIC X(30).
003330 01  WS-TOURN-TEAM           PIC X(20).
003340 01  WS-SN-TOURN-COUNT       PIC 9(04) COMP.
003350 01  WS-SN-POINTS            PIC 9(07) COMP.
003360 01  WS-SN-LEFT              PIC 9(07) COMP.
003370 01  WS-SN-BEST-GAME         PIC 9(05).
003380 01  WS-SN-BEST-GAME-TOURN   PIC X(08).
003390 01  WS-SN-BEST-ROLL         PIC 9(02).
003400 01  WS-SN-BEST-CAT          PIC X(15).
003410 01  WS-SN-BEST-DICE         PIC X(05).
003420 01  WS-SN-BEST-TOURN        PIC X(08).
003430 01  WS-SN-BEST-ROUND        PIC 9(02).
003440 01  WS-SN-CAT-TABLE.
003450     05 WS-SN-CAT-STATS OCCURS 12 TIMES.
003460         10 WS-SN-CAT-TAKEN  PIC 9(05) COMP.
003470         10 WS-SN-CAT-POINTS PIC 9(07) COMP.
003480 01  WS-CAT-AVERAGE          PIC 9(03)V9.
003490
003500 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
003510 01  WS-ARCHIVE-READ-COUNT   PIC 9(07) COMP VALUE 0.
003520 01  WS-TOURN-COUNT          PIC 9(05) COMP VALUE 0.
003530 01  WS-DUP-TOURN-COUNT      PIC 9(05) COMP VALUE 0.
003540 01  WS-DUP-ROLL-COUNT       PIC 9(07) COMP VALUE 0.
003550 01  WS-OVERFLOW-COUNT       PIC 9(05) COMP VALUE 0.
003560 01  WS-BAD-ROLL-COUNT       PIC 9(07) COMP VALUE 0.
003570 01  WS-UNREGISTERED-COUNT   PIC 9(05) COMP VALUE 0.
003580 01  WS-STMT-COUNT           PIC 9(05) COMP VALUE 0.
003590 01  WS-NO-GAMES-COUNT       PIC 9(05) COMP VALUE 0.
003600
003610 01  WS-ERR-KEY              PIC X(20).
003620 01  WS-ERR-TEXT             PIC X(40).
003630
003640 01  WS-HEADING-1.
003650     05 FILLER               PIC X(30) VALUE
003660         "YACHT PLAYER SEASON STATEMENTS".
003670 01  WS-STMT-RULE            PIC X(80) VALUE ALL "=".
003680 01  WS-STMT-HEADING-1.
003690     05 FILLER               PIC X(21) VALUE
003700         "SEASON STATEMENT FOR ".
003710     05 WS-SH-PLAYER-ID      PIC X(10).
003720     05 FILLER               PIC X(03) VALUE " - ".
003730     05 WS-SH-PLAYER-NAME    PIC X(30).
003740 01  WS-STMT-HEADING-2.
003750     05 FILLER               PIC X(15) VALUE
003760         "CURRENT TEAM - ".
003770     05 WS-SH-TEAM           PIC X(20).
003780 01  WS-STMT-HEADING-3.
003790     05 FILLER               PIC X(09) VALUE "TOURN ID".
003800     05 FILLER               PIC X(21) VALUE "TOURNAMENT NAME".
003810     05 FILLER               PIC X(21) VALUE "TEAM AT CLOSE".
003820     05 FILLER               PIC X(05) VALUE "TOTAL".
003830     05 FILLER               PIC X(14) VALUE "   RANK".
003840
003850 01  WS-TOURN-LINE.
003860     05 WS-TL-TOURN-ID       PIC X(08).
003870     05 FILLER               PIC X(01) VALUE SPACE.
003880     05 WS-TL-TOURN-NAME     PIC X(20).
003890     05 FILLER               PIC X(01) VALUE SPACE.
003900     05 WS-TL-TEAM           PIC X(20).
003910     05 FILLER               PIC X(01) VALUE SPACE.
003920     05 WS-TL-TOTAL          PIC ZZZZ9.
003930     05 FILLER               PIC X(02) VALUE SPACES.
003940     05 WS-TL-RANK           PIC ZZZ9.
003950     05 FILLER               PIC X(04) VALUE " OF ".
003960     05 WS-TL-FIELD          PIC ZZZ9.
003970
003980 01  WS-NO-GAMES-LINE.
003990     05 FILLER               PIC X(36) VALUE
004000         "NO GAMES ON FILE FOR THIS PLAYER".
004010
004020 01  WS-SEASON-LINE.
004030     05 FILLER               PIC X(20) VALUE
004040         "TOURNAMENTS PLAYED".
004050     05 WS-SL-TOURN-COUNT    PIC ZZZ9.
004060     05 FILLER               PIC X(18) VALUE
004070         "   SEASON POINTS".
004080     05 WS-SL-POINTS         PIC Z,ZZZ,ZZ9.
004090 01  WS-BEST-GAME-LINE.
004100     05 FILLER               PIC X(20) VALUE
004110         "PERSONAL-BEST GAME".
004120     05 WS-BG-TOTAL          PIC ZZZZ9.
004130     05 FILLER               PIC X(04) VALUE " IN ".
004140     05 WS-BG-TOURN-ID       PIC X(08).
004150 01  WS-BEST-ROLL-LINE.
004160     05 FILLER               PIC X(20) VALUE
004170         "BEST SINGLE ROLL".
004180     05 WS-BR-SCORE          PIC ZZZZ9.
004190     05 FILLER               PIC X(01) VALUE SPACE.
004200     05 WS-BR-CATEGORY       PIC X(15).
004210     05 FILLER               PIC X(06) VALUE " DICE ".
004220     05 WS-BR-DICE           PIC X(05).
004230     05 FILLER               PIC X(04) VALUE " IN ".
004240     05 WS-BR-TOURN-ID       PIC X(08).
004250     05 FILLER               PIC X(04) VALUE " RD ".
004260     05 WS-BR-ROUND          PIC Z9.
004270 01  WS-LEFT-LINE.
004280     05 FILLER               PIC X(25) VALUE
004290         "POINTS LEFT ON THE TABLE".
004300     05 WS-LL-LEFT           PIC Z,ZZZ,ZZ9.
004310 01  WS-AVG-HEADING.
004320     05 FILLER               PIC X(18) VALUE
004330         "CATEGORY AVERAGES".
004340     05 FILLER               PIC X(15) VALUE "   TIMES TAKEN".
004350     05 FILLER               PIC X(10) VALUE "   AVERAGE".
004360 01  WS-AVG-LINE.
004370     05 FILLER               PIC X(02) VALUE SPACES.
004380     05 WS-AL-CATEGORY       PIC X(15).
004390     05 FILLER               PIC X(06) VALUE SPACES.
004400     05 WS-AL-TAKEN          PIC ZZ,ZZ9.
004410     05 FILLER               PIC X(06) VALUE SPACES.
004420     05 WS-AL-AVERAGE        PIC ZZ9.9.
004430
004440 01  WS-SUMMARY-DETAIL.
004450     05 WS-SUM-LABEL         PIC X(30).
004460     05 WS-SUM-VALUE         PIC ZZZ,ZZZ,ZZ9.
004470
004480 01  WS-RUN-DATE             PIC 9(08).
004490 01  WS-RUN-TIME             PIC 9(08).
004500
004510 COPY ERRLOG.
004520
004530 COPY AUDITLOG.
004540
004550 COPY YACHTCAT.
004560
004570 PROCEDURE DIVISION.
004580*-----------------------------------------------------------*
004590* 0000-MAINLINE - THE SORT OWNS THE RUN. ITS INPUT PROCEDURE
004600*                 FOLDS THE ARCHIVE AND LIVE GAME FILES INTO
004610*                 ONE RANKED LINE PER PLAYER PER TOURNAMENT;
004620*                 ITS OUTPUT PROCEDURE TAKES THEM BACK BY
004630*                 PLAYER AND PRINTS THE STATEMENTS.
004640*-----------------------------------------------------------*
004650 0000-MAIN SECTION.
004660 0010-MAINLINE.
004670     PERFORM 1000-INITIALIZE
004680     SORT SORT-FILE
004690         ON ASCENDING KEY SR-PLAYER-ID
004700         ON ASCENDING KEY SR-TOURN-ID
004710         INPUT PROCEDURE IS 2000-GATHER-GAMES
004720         OUTPUT PROCEDURE IS 4000-PRINT-STATEMENTS
004730     PERFORM 8000-WRITE-SUMMARY
004740     PERFORM 9000-TERMINATE
004750     GOBACK.
004760
004770*-----------------------------------------------------------*
004780* 1000-INITIALIZE - APPLY ANY CATPARM OVERRIDE, LOAD THE
004790*                   SELECTION AND THE PLAYER JOURNAL, OPEN
004800*                   FILES. YACHTARC, PLAYRMST AND TOURNMST
004810*                   ARE ALL OPTIONAL.
004820*-----------------------------------------------------------*
004830 1000-INITIALIZE.
004840     PERFORM 1090-READ-RUN-ID
004850     PERFORM 1200-READ-CAT-PARM
004860     PERFORM 1300-LOAD-SELECTION
004870     PERFORM 1400-LOAD-JOURNAL
004880     OPEN INPUT YACHT-GAME-FILE
004890     OPEN INPUT YACHT-ARCHIVE
004900     IF WS-ARCHIVE-OK THEN
004910         MOVE "Y" TO WS-ARCHIVE-OPEN-SWITCH
004920     END-IF
004930     OPEN INPUT PLAYER-MASTER
004940     IF WS-MASTER-OK THEN
004950         MOVE "Y" TO WS-MASTER-OPEN-SWITCH
004960     END-IF
004970     OPEN INPUT TOURN-MASTER
004980     IF WS-TOURN-MST-OK THEN
004990         MOVE "Y" TO WS-TOURN-MST-OPEN-SW
005000     END-IF
005010     OPEN OUTPUT STATEMENT-REPORT
005020     OPEN EXTEND ERROR-LOG
005030     OPEN EXTEND AUDIT-LOG
005040     PERFORM 9140-WRITE-AUDIT-START
005050     WRITE STATEMENT-RECORD FROM WS-HEADING-1.
005060
005070
005080*-----------------------------------------------------------*
005090* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
005100*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
005110*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
005120*                    RERUN - STAMPS (STANDALONE) INSTEAD.
005130*-----------------------------------------------------------*
005140 1090-READ-RUN-ID.
005150     OPEN INPUT RUN-ID-FILE
005160     IF WS-RUN-ID-F-OK THEN
005170         READ RUN-ID-FILE
005180             AT END CONTINUE
005190         END-READ
005200         IF WS-RUN-ID-F-OK THEN
005210             MOVE RUN-ID-RECORD TO WS-RUN-ID
005220         END-IF
005230         CLOSE RUN-ID-FILE
005240     END-IF.
005250*-----------------------------------------------------------*
005260* 1200-READ-CAT-PARM - THE SAME ALL-OR-NOTHING CATPARM RULE
005270*                   THE REST OF THE SUITE USES.
005280*-----------------------------------------------------------*
005290 1200-READ-CAT-PARM.
005300     MOVE 0   TO WS-CAT-IDX
005310     MOVE "N" TO WS-CAT-PARM-EOF-SWITCH
005320     OPEN INPUT CAT-PARM
005330     IF WS-CAT-PARM-OK THEN
005340         PERFORM 1210-READ-ONE-CAT-PARM
005350             UNTIL WS-CAT-PARM-DONE
005360         CLOSE CAT-PARM
005370         IF WS-CAT-IDX = 12 THEN
005380             PERFORM 1220-APPLY-CAT-OVERRIDE
005390             CALL "YACHT-LOAD-CATEGORIES"
005400                 USING WS-CAT-OVERRIDE-TABLE
005410         END-IF
005420     END-IF.
005430
005440 1210-READ-ONE-CAT-PARM.
005450     READ CAT-PARM
005460         AT END MOVE "Y" TO WS-CAT-PARM-EOF-SWITCH
005470     END-READ
005480     IF NOT WS-CAT-PARM-DONE THEN
005490         ADD 1 TO WS-CAT-IDX
005500         MOVE CAT-PARM-RECORD
005510             TO WS-CAT-OVERRIDE-ENTRY (WS-CAT-IDX)
005520         IF WS-CAT-IDX >= 12 THEN
005530             MOVE "Y" TO WS-CAT-PARM-EOF-SWITCH
005540         END-IF
005550     END-IF.
005560
005570 1220-APPLY-CAT-OVERRIDE.
005580     PERFORM 1230-COPY-ONE-CAT-OVERRIDE
005590         VARYING WS-CAT-IDX FROM 1 BY 1
005600         UNTIL WS-CAT-IDX > 12.
005610
005620 1230-COPY-ONE-CAT-OVERRIDE.
005630     MOVE WS-CAT-OVERRIDE-ENTRY (WS-CAT-IDX)
005640         TO CAT-TABLE-ENTRY (WS-CAT-IDX).
005650
005660*-----------------------------------------------------------*
005670* 1300-LOAD-SELECTION - ONE PLAYER ID PER STMTSEL RECORD, UP
005680*                   TO 500. A MISSING OR EMPTY FILE LEAVES
005690*                   THE RUN PRINTING EVERY PLAYER.
005700*-----------------------------------------------------------*
005710 1300-LOAD-SELECTION.
005720     OPEN INPUT PLAYER-SELECT
005730     IF WS-SELECT-OK THEN
005740         PERFORM 1310-READ-ONE-SELECT
005750             UNTIL WS-NO-MORE-SELECTS
005760         CLOSE PLAYER-SELECT
005770         IF WS-SEL-COUNT > 0 THEN
005780             MOVE "Y" TO WS-SELECT-SWITCH
005790         END-IF
005800     END-IF.
005810
005820 1310-READ-ONE-SELECT.
005830     READ PLAYER-SELECT
005840         AT END MOVE "Y" TO WS-SELECT-EOF-SWITCH
005850     END-READ
005860     IF NOT WS-NO-MORE-SELECTS
005870         AND PLAYER-SELECT-RECORD NOT = SPACES THEN
005880         IF WS-SEL-COUNT < 500 THEN
005890             ADD 1 TO WS-SEL-COUNT
005900             MOVE PLAYER-SELECT-RECORD
005910                 TO WS-SEL-PLAYER (WS-SEL-COUNT)
005920             MOVE "N" TO WS-SEL-MATCHED (WS-SEL-COUNT)
005930         END-IF
005940     END-IF.
005950
005960*-----------------------------------------------------------*
005970* 1400-LOAD-JOURNAL - THE PLAYHIST JOURNAL, IN THE ORDER THE
005980*                   ACTIONS WERE APPLIED, FOR THE TEAM-AS-OF
005990*                   LOOKUP. NO JOURNAL MEANS EVERY TOURNAMENT
006000*                   SHOWS THE PLAYER'S CURRENT TEAM.
006010*-----------------------------------------------------------*
006020 1400-LOAD-JOURNAL.
006030     OPEN INPUT PLAYER-HISTORY
006040     IF WS-HISTORY-OK THEN
006050         PERFORM 1410-READ-ONE-JOURNAL
006060             UNTIL WS-NO-MORE-HISTORY
006070         CLOSE PLAYER-HISTORY
006080     END-IF.
006090
006100 1410-READ-ONE-JOURNAL.
006110     READ PLAYER-HISTORY
006120         AT END MOVE "Y" TO WS-HISTORY-EOF-SWITCH
006130     END-READ
006140     IF NOT WS-NO-MORE-HISTORY THEN
006150         IF WS-JRN-COUNT < 2000 THEN
006160             ADD 1 TO WS-JRN-COUNT
006170             MOVE PH-PLAYER-ID   TO JT-PLAYER-ID (WS-JRN-COUNT)
006180             MOVE PH-ACTION-DATE
006190                 TO JT-ACTION-DATE (WS-JRN-COUNT)
006200             MOVE PH-BEF-TEAM    TO JT-TEAM-BEFORE (WS-JRN-COUNT)
006210             MOVE PH-AFT-TEAM    TO JT-TEAM-AFTER (WS-JRN-COUNT)
006220             IF PH-ACTION = "A" THEN
006230                 MOVE PH-AFT-TEAM
006240                     TO JT-TEAM-BEFORE (WS-JRN-COUNT)
006250             END-IF
006260             IF PH-ACTION = "D" THEN
006270                 MOVE PH-BEF-TEAM
006280                     TO JT-TEAM-AFTER (WS-JRN-COUNT)
006290             END-IF
006300         ELSE
006310             ADD 1 TO WS-JRN-DROPPED-COUNT
006320         END-IF
006330     END-IF.
006340
006350*-----------------------------------------------------------*
006360* 8000-WRITE-SUMMARY - RUN CONTROL TOTALS.
006370*-----------------------------------------------------------*
006380 8000-WRITE-SUMMARY.
006390     MOVE SPACES TO STATEMENT-RECORD
006400     WRITE STATEMENT-RECORD
006410     WRITE STATEMENT-RECORD FROM WS-STMT-RULE
006420     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006430     MOVE "LIVE GAME RECORDS READ" TO WS-SUM-LABEL
006440     MOVE WS-READ-COUNT           TO WS-SUM-VALUE
006450     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006460     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006470     MOVE "ARCHIVE GAME RECORDS READ" TO WS-SUM-LABEL
006480     MOVE WS-ARCHIVE-READ-COUNT   TO WS-SUM-VALUE
006490     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006500     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006510     MOVE "TOURNAMENTS FOLDED"    TO WS-SUM-LABEL
006520     MOVE WS-TOURN-COUNT          TO WS-SUM-VALUE
006530     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006540     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006550     MOVE "TOURNAMENTS ON FILE TWICE" TO WS-SUM-LABEL
006560     MOVE WS-DUP-TOURN-COUNT      TO WS-SUM-VALUE
006570     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006580     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006590     MOVE "PLAYERS PAST A 500 FIELD" TO WS-SUM-LABEL
006600     MOVE WS-OVERFLOW-COUNT       TO WS-SUM-VALUE
006610     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006620     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006630     MOVE "ROLLS THE SCORER REJECTED" TO WS-SUM-LABEL
006640     MOVE WS-BAD-ROLL-COUNT       TO WS-SUM-VALUE
006650     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006660     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006670     MOVE "STATEMENTS PRINTED"    TO WS-SUM-LABEL
006680     MOVE WS-STMT-COUNT           TO WS-SUM-VALUE
006690     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006700     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006710     MOVE "SELECTED WITH NO GAMES" TO WS-SUM-LABEL
006720     MOVE WS-NO-GAMES-COUNT       TO WS-SUM-VALUE
006730     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006740     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006750     MOVE "PLAYERS NOT ON MASTER" TO WS-SUM-LABEL
006760     MOVE WS-UNREGISTERED-COUNT   TO WS-SUM-VALUE
006770     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL
006780     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006790     MOVE "JOURNAL ENTRIES NOT LOADED" TO WS-SUM-LABEL
006800     MOVE WS-JRN-DROPPED-COUNT    TO WS-SUM-VALUE
006810     WRITE STATEMENT-RECORD FROM WS-SUMMARY-DETAIL.
006820
006830*-----------------------------------------------------------*
006840* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
006850*                  JCL STEP REFLECTS WHETHER ANY STATEMENT
006860*                  MAY BE INCOMPLETE - A PLAYER MISSING FROM
006870*                  THE MASTER, A TOURNAMENT ON FILE TWICE OR
006880*                  TOO BIG TO RANK, OR A ROLL THAT FAILED TO
006890*                  SCORE.
006900*-----------------------------------------------------------*
006910 9000-TERMINATE.
006920     PERFORM 9150-WRITE-AUDIT-LOG
006930     CLOSE YACHT-GAME-FILE
006940     IF WS-ARCHIVE-IS-OPEN THEN
006950         CLOSE YACHT-ARCHIVE
006960     END-IF
006970     IF WS-MASTER-IS-OPEN THEN
006980         CLOSE PLAYER-MASTER
006990     END-IF
007000     IF WS-TOURN-MST-IS-OPEN THEN
007010         CLOSE TOURN-MASTER
007020     END-IF
007030     CLOSE STATEMENT-REPORT
007040     CLOSE ERROR-LOG
007050     CLOSE AUDIT-LOG
007060     IF WS-UNREGISTERED-COUNT > 0
007070         OR WS-DUP-TOURN-COUNT > 0
007080         OR WS-OVERFLOW-COUNT > 0
007090         OR WS-BAD-ROLL-COUNT > 0 THEN
007100         MOVE 4 TO RETURN-CODE
007110     END-IF.
007120
007130*-----------------------------------------------------------*
007140* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
007150*                        INITIALIZATION SO THE BATCH-WINDOW
007160*                        REPORT CAN PAIR THIS STEP'S START
007170*                        WITH ITS END.
007180*-----------------------------------------------------------*
007190 9140-WRITE-AUDIT-START.
007200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007210     ACCEPT WS-RUN-TIME FROM TIME
007220     MOVE "YACHTSTMT"       TO AUD-PROGRAM-NAME
007230     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007240     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007250     MOVE WS-RUN-ID         TO AUD-RUN-ID
007260     MOVE 0                 TO AUD-INPUT-COUNT
007270     MOVE 0                 TO AUD-OUTPUT-COUNT
007280     MOVE "S"               TO AUD-RECORD-TYPE
007290     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
007300
007310*-----------------------------------------------------------*
007320* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
007330*                        AUDITLOG FILE SHARED BY THE WHOLE
007340*                        NIGHTLY SUITE - GAME RECORDS READ
007350*                        FROM BOTH SOURCES AND STATEMENTS
007360*                        PRINTED.
007370*-----------------------------------------------------------*
007380 9150-WRITE-AUDIT-LOG.
007390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007400     ACCEPT WS-RUN-TIME FROM TIME
007410     MOVE "YACHTSTMT"       TO AUD-PROGRAM-NAME
007420     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007430     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007440     MOVE WS-RUN-ID         TO AUD-RUN-ID
007450     ADD WS-READ-COUNT WS-ARCHIVE-READ-COUNT
007460         GIVING AUD-INPUT-COUNT
007470     MOVE WS-STMT-COUNT     TO AUD-OUTPUT-COUNT
007480     MOVE "E"               TO AUD-RECORD-TYPE
007490     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
007500
007510*-----------------------------------------------------------*
007520* 9200-LOG-ERROR - APPEND ONE LINE TO THE COMMON ERRORLOG.
007530*-----------------------------------------------------------*
007540 9200-LOG-ERROR.
007550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007560     ACCEPT WS-RUN-TIME FROM TIME
007570     MOVE "YACHTSTMT"       TO ERR-PROGRAM-NAME
007580     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
007590     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
007600     MOVE WS-RUN-ID         TO ERR-RUN-ID
007610     MOVE WS-ERR-KEY        TO ERR-RECORD-ID
007620     MOVE WS-ERR-TEXT       TO ERR-MESSAGE
007630     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
007640
007650*-----------------------------------------------------------*
007660* 2000-GATHER-GAMES - SORT INPUT PROCEDURE. THE ARCHIVE
007670*                 FILES (WHEN SUPPLIED) AND THEN THE LIVE
007680*                 FILE ARE FOLDED THE SAME WAY: EACH ARRIVES
007690*                 GROUPED BY TOURNAMENT AND PLAYER, SO A
007700*                 CHANGE OF PLAYER FILES THE FINISHED
007710*                 PLAYER INTO THE FIELD TABLE AND A CHANGE OF
007720*                 TOURNAMENT RANKS THE FIELD AND RELEASES IT.
007730*                 THE ARCHIVE'S LAST TOURNAMENT IS CLOSED
007740*                 BEFORE THE LIVE FILE STARTS, SO ONE ON BOTH
007750*                 IS CAUGHT AS A DUPLICATE, NOT RUN TOGETHER.
007760*-----------------------------------------------------------*
007770 2000-GATHER-GAMES SECTION.
007780 2010-GATHER-MAINLINE.
007790     IF WS-ARCHIVE-IS-OPEN THEN
007800         PERFORM 2110-READ-ARCHIVE
007810         PERFORM 2150-FOLD-ARCHIVE-ROLL
007820             UNTIL WS-NO-MORE-ARCHIVE
007830         PERFORM 2500-CLOSE-TOURNAMENT
007840         MOVE "Y" TO WS-FIRST-TOURN-SWITCH
007850     END-IF
007860     PERFORM 2100-READ-GAME-FILE
007870     PERFORM 2160-FOLD-LIVE-ROLL
007880         UNTIL WS-NO-MORE-GAMES
007890     PERFORM 2500-CLOSE-TOURNAMENT
007900     GO TO 2990-GATHER-EXIT.
007910
007920 2100-READ-GAME-FILE.
007930     READ YACHT-GAME-FILE NEXT RECORD
007940         AT END
007950             MOVE "Y" TO WS-EOF-SWITCH
007960     END-READ.
007970
007980 2110-READ-ARCHIVE.
007990     READ YACHT-ARCHIVE INTO YACHT-GAME-RECORD
008000         AT END
008010             MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
008020     END-READ.
008030
008040 2150-FOLD-ARCHIVE-ROLL.
008050     ADD 1 TO WS-ARCHIVE-READ-COUNT
008060     PERFORM 2200-FOLD-ONE-ROLL
008070     PERFORM 2110-READ-ARCHIVE.
008080
008090 2160-FOLD-LIVE-ROLL.
008100     ADD 1 TO WS-READ-COUNT
008110     PERFORM 2200-FOLD-ONE-ROLL
008120     PERFORM 2100-READ-GAME-FILE.
008130
008140*-----------------------------------------------------------*
008150* 2200-FOLD-ONE-ROLL - CONTROL BREAKS, THEN SCORE THE ROLL
008160*                 INTO THE CURRENT PLAYER. ROLLS OF A
008170*                 TOURNAMENT ALREADY FOLDED, AND OF PLAYERS
008180*                 PAST A FULL FIELD, ARE PASSED OVER.
008190*-----------------------------------------------------------*
008200 2200-FOLD-ONE-ROLL.
008210     IF GM-TOURN-ID NOT = WS-CURRENT-TOURN
008220         OR WS-NO-TOURN-YET THEN
008230         PERFORM 2500-CLOSE-TOURNAMENT
008240         PERFORM 2600-START-TOURNAMENT
008250     ELSE
008260         IF GM-PLAYER-ID NOT = WS-CURRENT-PLAYER THEN
008270             PERFORM 2300-FILE-PLAYER
008280             PERFORM 2400-START-PLAYER
008290         END-IF
008300     END-IF
008310     IF WS-SKIPPING-TOURN THEN
008320         ADD 1 TO WS-DUP-ROLL-COUNT
008330     ELSE
008340         IF NOT WS-FIELD-FULL THEN
008350             PERFORM 3000-SCORE-ONE-ROLL
008360         END-IF
008370     END-IF.
008380
008390*-----------------------------------------------------------*
008400* 2300-FILE-PLAYER - MOVE THE FINISHED PLAYER INTO THE FIELD
008410*                 TABLE. THE 501ST PLAYER OF A FIELD AND ON
008420*                 ARE COUNTED AND LEFT OUT, AND THE
008430*                 TOURNAMENT IS LOGGED ONCE.
008440*-----------------------------------------------------------*
008450 2300-FILE-PLAYER.
008460     IF NOT WS-SKIPPING-TOURN THEN
008470         IF WS-FIELD-FULL THEN
008480             ADD 1 TO WS-OVERFLOW-COUNT
008490         ELSE
008500             ADD 1 TO WS-FLD-COUNT
008510             MOVE PT-TOTAL TO WS-FLD-TOTAL (WS-FLD-COUNT)
008520             MOVE WS-PLAYER-TOURN
008530                 TO WS-FLD-IMAGE (WS-FLD-COUNT)
008540         END-IF
008550     END-IF.
008560
008570 2400-START-PLAYER.
008580     MOVE GM-PLAYER-ID    TO WS-CURRENT-PLAYER
008590     IF WS-FLD-COUNT >= 500
008600         AND NOT WS-FIELD-FULL
008610         AND NOT WS-SKIPPING-TOURN THEN
008620         MOVE "Y" TO WS-FIELD-FULL-SWITCH
008630         MOVE WS-CURRENT-TOURN TO WS-ERR-KEY
008640         MOVE "FIELD OVER 500 PLAYERS - NOT ALL RANKED"
008650             TO WS-ERR-TEXT
008660         PERFORM 9200-LOG-ERROR
008670     END-IF
008680     INITIALIZE WS-PLAYER-TOURN
008690     MOVE GM-PLAYER-ID    TO PT-PLAYER-ID
008700     MOVE GM-TOURN-ID     TO PT-TOURN-ID.
008710
008720*-----------------------------------------------------------*
008730* 2500-CLOSE-TOURNAMENT - FILE THE LAST PLAYER, THEN RANK
008740*                 EVERY PLAYER IN THE FIELD AND RELEASE THE
008750*                 SELECTED ONES TO THE SORT.
008760*-----------------------------------------------------------*
008770 2500-CLOSE-TOURNAMENT.
008780     IF NOT WS-NO-TOURN-YET
008790         AND NOT WS-SKIPPING-TOURN THEN
008800         PERFORM 2300-FILE-PLAYER
008810         PERFORM 2550-RANK-AND-RELEASE
008820             VARYING WS-FLD-IDX FROM 1 BY 1
008830             UNTIL WS-FLD-IDX > WS-FLD-COUNT
008840     END-IF.
008850
008860*-----------------------------------------------------------*
008870* 2550-RANK-AND-RELEASE - RANK IS ONE MORE THAN THE NUMBER
008880*                 OF PLAYERS WHO OUTSCORED THIS ONE, SO TIED
008890*                 TOTALS SHARE A RANK.
008900*-----------------------------------------------------------*
008910 2550-RANK-AND-RELEASE.
008920     MOVE WS-FLD-IMAGE (WS-FLD-IDX) TO WS-PLAYER-TOURN
008930     PERFORM 2700-TEST-SELECTED
008940     IF WS-PLAYER-SELECTED THEN
008950         MOVE 1 TO WS-FLD-RANK
008960         PERFORM 2560-COUNT-ONE-HIGHER
008970             VARYING WS-FLD-CMP FROM 1 BY 1
008980             UNTIL WS-FLD-CMP > WS-FLD-COUNT
008990         MOVE WS-FLD-RANK  TO PT-RANK
009000         MOVE WS-FLD-COUNT TO PT-FIELD
009010         MOVE WS-PLAYER-TOURN TO SORT-RECORD
009020         RELEASE SORT-RECORD
009030     END-IF.
009040
009050 2560-COUNT-ONE-HIGHER.
009060     IF WS-FLD-TOTAL (WS-FLD-CMP) > WS-FLD-TOTAL (WS-FLD-IDX)
009070         THEN
009080         ADD 1 TO WS-FLD-RANK
009090     END-IF.
009100
009110*-----------------------------------------------------------*
009120* 2600-START-TOURNAMENT - A TOURNAMENT ALREADY FOLDED FROM
009130*                 THE OTHER SOURCE IS LOGGED AND ITS ROLLS
009140*                 PASSED OVER; OTHERWISE IT IS NOTED AS SEEN
009150*                 AND A NEW FIELD BEGINS.
009160*-----------------------------------------------------------*
009170 2600-START-TOURNAMENT.
009180     MOVE "N"         TO WS-FIRST-TOURN-SWITCH
009190     MOVE GM-TOURN-ID TO WS-CURRENT-TOURN
009200     MOVE 0           TO WS-FLD-COUNT
009210     MOVE "N"         TO WS-FIELD-FULL-SWITCH
009220     MOVE "N"         TO WS-SKIP-TOURN-SWITCH
009230     PERFORM 2650-TEST-ONE-SEEN
009240         VARYING WS-SEEN-IDX FROM 1 BY 1
009250         UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
009260             OR WS-SKIPPING-TOURN
009270     IF WS-SKIPPING-TOURN THEN
009280         ADD 1 TO WS-DUP-TOURN-COUNT
009290         MOVE GM-TOURN-ID TO WS-ERR-KEY
009300         MOVE "TOURNAMENT ON ARCHIVE AND LIVE FILE"
009310             TO WS-ERR-TEXT
009320         PERFORM 9200-LOG-ERROR
009330     ELSE
009340         ADD 1 TO WS-TOURN-COUNT
009350         IF WS-SEEN-COUNT < 1000 THEN
009360             ADD 1 TO WS-SEEN-COUNT
009370             MOVE GM-TOURN-ID TO WS-SEEN-TOURN (WS-SEEN-COUNT)
009380         END-IF
009390     END-IF
009400     PERFORM 2400-START-PLAYER.
009410
009420 2650-TEST-ONE-SEEN.
009430     IF WS-SEEN-TOURN (WS-SEEN-IDX) = GM-TOURN-ID THEN
009440         MOVE "Y" TO WS-SKIP-TOURN-SWITCH
009450     END-IF.
009460
009470*-----------------------------------------------------------*
009480* 2700-TEST-SELECTED - EVERY PLAYER IS SELECTED WHEN NO
009490*                 STMTSEL WAS SUPPLIED. A MATCH IS MARKED SO
009500*                 THE NO-GAMES STATEMENTS CAN FIND THE REST.
009510*-----------------------------------------------------------*
009520 2700-TEST-SELECTED.
009530     IF WS-SELECTING-PLAYERS THEN
009540         MOVE "N" TO WS-SEL-FOUND-SWITCH
009550         PERFORM 2750-TEST-ONE-SELECT
009560             VARYING WS-SEL-IDX FROM 1 BY 1
009570             UNTIL WS-SEL-IDX > WS-SEL-COUNT
009580     ELSE
009590         MOVE "Y" TO WS-SEL-FOUND-SWITCH
009600     END-IF.
009610
009620 2750-TEST-ONE-SELECT.
009630     IF WS-SEL-PLAYER (WS-SEL-IDX) = PT-PLAYER-ID THEN
009640         MOVE "Y" TO WS-SEL-FOUND-SWITCH
009650         MOVE "Y" TO WS-SEL-MATCHED (WS-SEL-IDX)
009660     END-IF.
009670
009680*-----------------------------------------------------------*
009690* 3000-SCORE-ONE-ROLL - TOTAL, BEST ROLL AND CATEGORY TALLY
009700*                 FROM THE FILED RECORD; POINTS LEFT ON THE
009710*                 TABLE BY YACHTADV'S RULE - THE BEST OF THE
009720*                 TWELVE CATEGORIES YACHT-SCORECARD OFFERS
009730*                 FOR THE SAME DICE, LESS WHAT WAS TAKEN,
009740*                 WHEN POSITIVE. A ROLL THE SCORER REJECTS
009750*                 STILL COUNTS TOWARD THE TOTAL BUT LEAVES
009760*                 NOTHING ON THE TABLE.
009770*-----------------------------------------------------------*
009780 3000-SCORE-ONE-ROLL.
009790     ADD 1        TO PT-ROLLS
009800     ADD GM-SCORE TO PT-TOTAL
009810     IF PT-ROLLS = 1
009820         OR GM-SCORE > PT-BEST-ROLL THEN
009830         MOVE GM-SCORE    TO PT-BEST-ROLL
009840         MOVE GM-CATEGORY TO PT-BEST-CAT
009850         MOVE GM-DICE     TO PT-BEST-DICE
009860         MOVE GM-ROUND-NO TO PT-BEST-ROUND
009870     END-IF
009880     MOVE 0 TO WS-TAKEN-IDX
009890     PERFORM 3050-MATCH-ONE-CATEGORY
009900         VARYING WS-CAT-IDX FROM 1 BY 1
009910         UNTIL WS-CAT-IDX > 12
009920             OR WS-TAKEN-IDX > 0
009930     IF WS-TAKEN-IDX > 0 THEN
009940         ADD 1        TO PT-CAT-TAKEN (WS-TAKEN-IDX)
009950         ADD GM-SCORE TO PT-CAT-POINTS (WS-TAKEN-IDX)
009960     END-IF
009970     MOVE GM-DICE TO WS-DICE
009980     CALL "YACHT-SCORECARD" USING WS-DICE WS-SCORECARD
009990         WS-VALID-SWITCH
010000     IF NOT WS-ROLL-VALID THEN
010010         ADD 1 TO WS-BAD-ROLL-COUNT
010020     ELSE
010030         MOVE WS-SC-SCORE (1) TO WS-BEST-SCORE
010040         PERFORM 3150-TEST-ONE-CATEGORY
010050             VARYING WS-CAT-IDX FROM 2 BY 1
010060             UNTIL WS-CAT-IDX > 12
010070         COMPUTE WS-DIFFERENCE =
010080             WS-BEST-SCORE - GM-SCORE
010090         IF WS-DIFFERENCE > 0 THEN
010100             ADD WS-DIFFERENCE TO PT-LEFT
010110         END-IF
010120     END-IF.
010130
010140 3050-MATCH-ONE-CATEGORY.
010150     IF GM-CATEGORY = CAT-TABLE-ENTRY (WS-CAT-IDX) THEN
010160         MOVE WS-CAT-IDX TO WS-TAKEN-IDX
010170     END-IF.
010180
010190 3150-TEST-ONE-CATEGORY.
010200     IF WS-SC-SCORE (WS-CAT-IDX) > WS-BEST-SCORE THEN
010210         MOVE WS-SC-SCORE (WS-CAT-IDX) TO WS-BEST-SCORE
010220     END-IF.
010230
010240 2990-GATHER-EXIT.
010250     EXIT.
010260
010270*-----------------------------------------------------------*
010280* 4000-PRINT-STATEMENTS - SORT OUTPUT PROCEDURE. TAKES THE
010290*                 TOURNAMENT LINES BACK BY PLAYER AND
010300*                 TOURNAMENT ID; A CHANGE OF PLAYER CLOSES
010310*                 ONE STATEMENT AND OPENS THE NEXT. SELECTED
010320*                 PLAYERS WITH NO GAMES ON FILE GET A
010330*                 STATEMENT SAYING SO.
010340*-----------------------------------------------------------*
010350 4000-PRINT-STATEMENTS SECTION.
010360 4010-PRINT-MAINLINE.
010370     PERFORM 4100-RETURN-ONE-LINE
010380         UNTIL WS-NO-MORE-LINES
010390     PERFORM 4500-CLOSE-STATEMENT
010400     IF WS-SELECTING-PLAYERS THEN
010410         PERFORM 4700-PRINT-IF-NO-GAMES
010420             VARYING WS-SEL-IDX FROM 1 BY 1
010430             UNTIL WS-SEL-IDX > WS-SEL-COUNT
010440     END-IF
010450     GO TO 4990-PRINT-EXIT.
010460
010470 4100-RETURN-ONE-LINE.
010480     RETURN SORT-FILE
010490         AT END
010500             MOVE "Y" TO WS-SORT-EOF-SWITCH
010510         NOT AT END
010520             PERFORM 4150-TAKE-ONE-TOURNAMENT
010530     END-RETURN.
010540
010550 4150-TAKE-ONE-TOURNAMENT.
010560     IF SR-PLAYER-ID NOT = WS-STMT-PLAYER
010570         OR WS-NO-STMT-YET THEN
010580         PERFORM 4500-CLOSE-STATEMENT
010590         MOVE SR-PLAYER-ID TO WS-STMT-PLAYER
010600         PERFORM 4200-OPEN-STATEMENT
010610     END-IF
010620     PERFORM 4300-WRITE-TOURN-LINE
010630     PERFORM 4350-ADD-TO-SEASON.
010640
010650*-----------------------------------------------------------*
010660* 4200-OPEN-STATEMENT - DECODE THE PLAYER THROUGH THE MASTER
010670*                 AND WRITE THE STATEMENT HEADINGS. A PLAYER
010680*                 NOT ON THE MASTER PRINTS AS *UNKNOWN* AND IS
010690*                 LOGGED, AS ON THE LEADERBOARD.
010700*-----------------------------------------------------------*
010710 4200-OPEN-STATEMENT.
010720     MOVE "N" TO WS-FIRST-STMT-SWITCH
010730     ADD 1 TO WS-STMT-COUNT
010740     MOVE "*UNKNOWN*" TO WS-PLAYER-NAME
010750     MOVE SPACES      TO WS-CURRENT-TEAM
010760     IF WS-MASTER-IS-OPEN THEN
010770         MOVE WS-STMT-PLAYER TO PM-PLAYER-ID
010780         READ PLAYER-MASTER
010790             INVALID KEY
010800                 PERFORM 4250-LOG-UNREGISTERED
010810             NOT INVALID KEY
010820                 MOVE PM-DISPLAY-NAME TO WS-PLAYER-NAME
010830                 MOVE PM-TEAM         TO WS-CURRENT-TEAM
010840         END-READ
010850     ELSE
010860         PERFORM 4250-LOG-UNREGISTERED
010870     END-IF
010880     MOVE 0      TO WS-SN-TOURN-COUNT
010890     MOVE 0      TO WS-SN-POINTS
010900     MOVE 0      TO WS-SN-LEFT
010910     MOVE 0      TO WS-SN-BEST-GAME
010920     MOVE SPACES TO WS-SN-BEST-GAME-TOURN
010930     MOVE 0      TO WS-SN-BEST-ROLL
010940     MOVE SPACES TO WS-SN-BEST-CAT
010950     MOVE SPACES TO WS-SN-BEST-DICE
010960     MOVE SPACES TO WS-SN-BEST-TOURN
010970     MOVE 0      TO WS-SN-BEST-ROUND
010980     INITIALIZE WS-SN-CAT-TABLE
010990     MOVE SPACES TO STATEMENT-RECORD
011000     WRITE STATEMENT-RECORD
011010     WRITE STATEMENT-RECORD FROM WS-STMT-RULE
011020     MOVE WS-STMT-PLAYER  TO WS-SH-PLAYER-ID
011030     MOVE WS-PLAYER-NAME  TO WS-SH-PLAYER-NAME
011040     WRITE STATEMENT-RECORD FROM WS-STMT-HEADING-1
011050     MOVE WS-CURRENT-TEAM TO WS-SH-TEAM
011060     WRITE STATEMENT-RECORD FROM WS-STMT-HEADING-2
011070     MOVE SPACES TO STATEMENT-RECORD
011080     WRITE STATEMENT-RECORD.
011090
011100 4250-LOG-UNREGISTERED.
011110     ADD 1 TO WS-UNREGISTERED-COUNT
011120     MOVE WS-STMT-PLAYER TO WS-ERR-KEY
011130     MOVE "PLAYER NOT ON PLAYER MASTER" TO WS-ERR-TEXT
011140     PERFORM 9200-LOG-ERROR.
011150
011160*-----------------------------------------------------------*
011170* 4300-WRITE-TOURN-LINE - ONE LINE PER TOURNAMENT PLAYED,
011180*                 WITH THE NAME AND CLOSING DATE FROM
011190*                 TOURNMST AND THE TEAM HELD ON THAT DATE.
011200*-----------------------------------------------------------*
011210 4300-WRITE-TOURN-LINE.
011220     IF WS-SN-TOURN-COUNT = 0 THEN
011230         WRITE STATEMENT-RECORD FROM WS-STMT-HEADING-3
011240     END-IF
011250     MOVE SPACES TO WS-TOURN-NAME
011260     MOVE 0      TO WS-TEAM-DATE
011270     IF WS-TOURN-MST-IS-OPEN THEN
011280         MOVE SR-TOURN-ID TO TM-TOURN-ID
011290         READ TOURN-MASTER
011300             INVALID KEY CONTINUE
011310             NOT INVALID KEY
011320                 MOVE TM-TOURN-NAME TO WS-TOURN-NAME
011330                 MOVE TM-END-DATE   TO WS-TEAM-DATE
011340         END-READ
011350     END-IF
011360     PERFORM 4400-FIND-TEAM-AS-OF
011370     MOVE SR-TOURN-ID   TO WS-TL-TOURN-ID
011380     MOVE WS-TOURN-NAME TO WS-TL-TOURN-NAME
011390     MOVE WS-TOURN-TEAM TO WS-TL-TEAM
011400     MOVE SR-TOTAL      TO WS-TL-TOTAL
011410     MOVE SR-RANK       TO WS-TL-RANK
011420     MOVE SR-FIELD      TO WS-TL-FIELD
011430     WRITE STATEMENT-RECORD FROM WS-TOURN-LINE.
011440
011450*-----------------------------------------------------------*
011460* 4350-ADD-TO-SEASON - FOLD THE TOURNAMENT INTO THE SEASON.
011470*                 TIES FOR BEST GAME OR BEST ROLL GO TO THE
011480*                 EARLIER TOURNAMENT ID.
011490*-----------------------------------------------------------*
011500 4350-ADD-TO-SEASON.
011510     ADD 1        TO WS-SN-TOURN-COUNT
011520     ADD SR-TOTAL TO WS-SN-POINTS
011530     ADD SR-LEFT  TO WS-SN-LEFT
011540     IF WS-SN-TOURN-COUNT = 1
011550         OR SR-TOTAL > WS-SN-BEST-GAME THEN
011560         MOVE SR-TOTAL    TO WS-SN-BEST-GAME
011570         MOVE SR-TOURN-ID TO WS-SN-BEST-GAME-TOURN
011580     END-IF
011590     IF WS-SN-TOURN-COUNT = 1
011600         OR SR-BEST-ROLL > WS-SN-BEST-ROLL THEN
011610         MOVE SR-BEST-ROLL  TO WS-SN-BEST-ROLL
011620         MOVE SR-BEST-CAT   TO WS-SN-BEST-CAT
011630         MOVE SR-BEST-DICE  TO WS-SN-BEST-DICE
011640         MOVE SR-TOURN-ID   TO WS-SN-BEST-TOURN
011650         MOVE SR-BEST-ROUND TO WS-SN-BEST-ROUND
011660     END-IF
011670     PERFORM 4360-ADD-ONE-CATEGORY
011680         VARYING WS-CAT-IDX FROM 1 BY 1
011690         UNTIL WS-CAT-IDX > 12.
011700
011710 4360-ADD-ONE-CATEGORY.
011720     ADD SR-CAT-TAKEN (WS-CAT-IDX)
011730         TO WS-SN-CAT-TAKEN (WS-CAT-IDX)
011740     ADD SR-CAT-POINTS (WS-CAT-IDX)
011750         TO WS-SN-CAT-POINTS (WS-CAT-IDX).
011760
011770*-----------------------------------------------------------*
011780* 4400-FIND-TEAM-AS-OF - REPLAY THE PLAYER'S JOURNAL ENTRIES
011790*                 UP TO THE TOURNAMENT'S END DATE: THE LAST
011800*                 ENTRY ON OR BEFORE IT GIVES THE TEAM THEN
011810*                 HELD; FAILING THAT, THE FIRST ENTRY AFTER
011820*                 IT GIVES THE TEAM HELD BEFORE THE CHANGE.
011830*                 NO END DATE OR NO ENTRIES - CURRENT TEAM.
011840*-----------------------------------------------------------*
011850 4400-FIND-TEAM-AS-OF.
011860     MOVE WS-CURRENT-TEAM TO WS-TOURN-TEAM
011870     IF WS-TEAM-DATE > 0 THEN
011880         MOVE "N" TO WS-TEAM-BEFORE-SWITCH
011890         MOVE "N" TO WS-TEAM-AFTER-SWITCH
011900         PERFORM 4450-REPLAY-ONE-ENTRY
011910             VARYING WS-JRN-IDX FROM 1 BY 1
011920             UNTIL WS-JRN-IDX > WS-JRN-COUNT
011930     END-IF.
011940
011950 4450-REPLAY-ONE-ENTRY.
011960     IF JT-PLAYER-ID (WS-JRN-IDX) = SR-PLAYER-ID THEN
011970         IF JT-ACTION-DATE (WS-JRN-IDX) NOT > WS-TEAM-DATE THEN
011980             MOVE JT-TEAM-AFTER (WS-JRN-IDX) TO WS-TOURN-TEAM
011990             MOVE "Y" TO WS-TEAM-BEFORE-SWITCH
012000         ELSE
012010             IF NOT WS-TEAM-FOUND-BEFORE
012020                 AND NOT WS-TEAM-FOUND-AFTER THEN
012030                 MOVE JT-TEAM-BEFORE (WS-JRN-IDX)
012040                     TO WS-TOURN-TEAM
012050                 MOVE "Y" TO WS-TEAM-AFTER-SWITCH
012060             END-IF
012070         END-IF
012080     END-IF.
012090
012100*-----------------------------------------------------------*
012110* 4500-CLOSE-STATEMENT - THE SEASON LINES UNDER THE LAST
012120*                 TOURNAMENT: TOTALS, PERSONAL-BEST GAME,
012130*                 BEST SINGLE ROLL, POINTS LEFT ON THE TABLE
012140*                 AND THE AVERAGE TAKEN IN EACH CATEGORY.
012150*-----------------------------------------------------------*
012160 4500-CLOSE-STATEMENT.
012170     IF NOT WS-NO-STMT-YET THEN
012180         MOVE SPACES TO STATEMENT-RECORD
012190         WRITE STATEMENT-RECORD
012200         MOVE WS-SN-TOURN-COUNT     TO WS-SL-TOURN-COUNT
012210         MOVE WS-SN-POINTS          TO WS-SL-POINTS
012220         WRITE STATEMENT-RECORD FROM WS-SEASON-LINE
012230         MOVE WS-SN-BEST-GAME       TO WS-BG-TOTAL
012240         MOVE WS-SN-BEST-GAME-TOURN TO WS-BG-TOURN-ID
012250         WRITE STATEMENT-RECORD FROM WS-BEST-GAME-LINE
012260         MOVE WS-SN-BEST-ROLL       TO WS-BR-SCORE
012270         MOVE WS-SN-BEST-CAT        TO WS-BR-CATEGORY
012280         MOVE WS-SN-BEST-DICE       TO WS-BR-DICE
012290         MOVE WS-SN-BEST-TOURN      TO WS-BR-TOURN-ID
012300         MOVE WS-SN-BEST-ROUND      TO WS-BR-ROUND
012310         WRITE STATEMENT-RECORD FROM WS-BEST-ROLL-LINE
012320         MOVE WS-SN-LEFT            TO WS-LL-LEFT
012330         WRITE STATEMENT-RECORD FROM WS-LEFT-LINE
012340         MOVE SPACES TO STATEMENT-RECORD
012350         WRITE STATEMENT-RECORD
012360         WRITE STATEMENT-RECORD FROM WS-AVG-HEADING
012370         PERFORM 4550-WRITE-ONE-AVERAGE
012380             VARYING WS-CAT-IDX FROM 1 BY 1
012390             UNTIL WS-CAT-IDX > 12
012400     END-IF.
012410
012420 4550-WRITE-ONE-AVERAGE.
012430     MOVE CAT-TABLE-ENTRY (WS-CAT-IDX) TO WS-AL-CATEGORY
012440     MOVE WS-SN-CAT-TAKEN (WS-CAT-IDX) TO WS-AL-TAKEN
012450     MOVE 0 TO WS-CAT-AVERAGE
012460     IF WS-SN-CAT-TAKEN (WS-CAT-IDX) > 0 THEN
012470         DIVIDE WS-SN-CAT-POINTS (WS-CAT-IDX)
012480             BY WS-SN-CAT-TAKEN (WS-CAT-IDX)
012490             GIVING WS-CAT-AVERAGE ROUNDED
012500     END-IF
012510     MOVE WS-CAT-AVERAGE TO WS-AL-AVERAGE
012520     WRITE STATEMENT-RECORD FROM WS-AVG-LINE.
012530
012540*-----------------------------------------------------------*
012550* 4700-PRINT-IF-NO-GAMES - A SELECTED PLAYER NO TOURNAMENT
012560*                 LINE MATCHED STILL GETS A STATEMENT, SO THE
012570*                 SEASON-END MAILING IS COMPLETE.
012580*-----------------------------------------------------------*
012590 4700-PRINT-IF-NO-GAMES.
012600     IF WS-SEL-MATCHED (WS-SEL-IDX) = "N" THEN
012610         ADD 1 TO WS-NO-GAMES-COUNT
012620         MOVE WS-SEL-PLAYER (WS-SEL-IDX) TO WS-STMT-PLAYER
012630         PERFORM 4200-OPEN-STATEMENT
012640         WRITE STATEMENT-RECORD FROM WS-NO-GAMES-LINE
012650     END-IF.
012660
012670 4990-PRINT-EXIT.
012680     EXIT.
