000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    YACHTFAIR.
000050 AUTHOR.        P. DELACROIX.
000060 INSTALLATION.  RECREATION LEAGUE BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 PD    NEW PROGRAM. GM-DICE HOLDS EVERY DIE OF
000150*                  EVERY FILED ROLL AND NOTHING CHECKED THAT
000160*                  THE FACES LOOK LIKE REAL DICE, SO TWO
000170*                  COMPLAINTS OF HAND-KEYED ROLLS THAT LOOK
000180*                  TOO GOOD COULD NOT BE ANSWERED. ONE PASS
000190*                  OVER YACHT-GAME-FILE NOW TESTS THE DIE-FACE
000200*                  COUNTS OF EVERY PLAYER'S GAME, EVERY
000210*                  TOURNAMENT AND EVERY PLAYER'S WHOLE HISTORY
000220*                  AGAINST A FAIR DIE (CHI-SQUARE, FIVE
000230*                  DEGREES OF FREEDOM), AND FLAGS THE SAME
000240*                  ROLL KEYED AGAIN AND AGAIN IN ONE GAME AND
000250*                  RUNS OF YACHTS OR BIG STRAIGHTS IN
000260*                  CONSECUTIVE ROUNDS. ONE FAIRPARM STRICTNESS
000270*                  DRIVES EVERY FLAG - ANYTHING A FAIR DIE
000280*                  WOULD PRODUCE LESS OFTEN THAN ONCE IN TEN
000290*                  TO THAT POWER GOES ON THE LEAGUE DESK'S
000300*                  FAIRRPT REVIEW LIST. RC=4 WHEN ANYTHING IS
000310*                  LISTED.
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT YACHT-GAME-FILE ASSIGN TO "YACHTGM"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS GM-KEY
000400         FILE STATUS IS WS-GAME-FILE-STATUS.
000410     SELECT FAIR-PARM ASSIGN TO "FAIRPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FAIR-PARM-STATUS.
000440     SELECT FAIR-REPORT ASSIGN TO "FAIRRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FAIR-RPT-STATUS.
000470     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-STATUS.
000500     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUN-ID-F-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  YACHT-GAME-FILE
000560     RECORD CONTAINS 42 CHARACTERS.
000570 01  YACHT-GAME-RECORD.
000580     05 GM-KEY.
000590         10 GM-TOURN-ID      PIC X(08).
000600         10 GM-PLAYER-ID     PIC X(10).
000610         10 GM-ROUND-NO      PIC 9(02).
000620     05 GM-CATEGORY          PIC X(15).
000630     05 GM-DICE.
000640         10 GM-DIE OCCURS 5 TIMES PIC 9(01).
000650     05 GM-SCORE             PIC 9(02).
000660
000670* COLUMNS 1-2 THE STRICTNESS, 01-09 - FLAG ANYTHING A FAIR DIE
000680* GIVES LESS OFTEN THAN ONCE IN TEN TO THAT POWER. COLUMNS 3-5
000690* THE FEWEST DICE A FACE-COUNT TEST IS RUN ON.
000700 FD  FAIR-PARM
000710     RECORD CONTAINS 5 CHARACTERS.
000720 01  FAIR-PARM-RECORD.
000730     05 FP-STRICTNESS        PIC X(02).
000740     05 FP-MIN-DICE          PIC X(03).
000750
000760 FD  FAIR-REPORT
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  FAIR-REPORT-RECORD      PIC X(80).
000790
000800 FD  AUDIT-LOG
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  AUDIT-LOG-RECORD        PIC X(80).
000830
000840 FD  RUN-ID-FILE
000850     RECORD CONTAINS 15 CHARACTERS.
000860 01  RUN-ID-RECORD           PIC X(15).
000870 WORKING-STORAGE SECTION.
000880 01  WS-RUN-ID-F-STATUS     PIC X(02).
000890     88 WS-RUN-ID-F-OK                VALUE "00".
000900 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
000910 01  WS-GAME-FILE-STATUS    PIC X(02).
000920     88 WS-GAME-FILE-OK               VALUE "00".
000930 01  WS-FAIR-PARM-STATUS    PIC X(02).
000940     88 WS-FAIR-PARM-OK               VALUE "00".
000950 01  WS-FAIR-RPT-STATUS     PIC X(02).
000960     88 WS-FAIR-RPT-OK                VALUE "00".
000970 01  WS-AUDIT-STATUS        PIC X(02).
000980     88 WS-AUDIT-OK                   VALUE "00".
000990
001000 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001010     88 WS-NO-MORE-GAMES              VALUE "Y".
001020
001030* STRICTNESS - FAIRPARM OVERRIDES EITHER VALUE.
001040 01  WS-STRICTNESS          PIC 9(02) VALUE 4.
001050 01  WS-MIN-DICE            PIC 9(03) VALUE 30.
001060 01  WS-ODDS-LIMIT          PIC 9(10).
001070
001080* CHI-SQUARE, FIVE DEGREES OF FREEDOM, EXCEEDED BY A FAIR DIE
001090* ONCE IN 10, 100, ... 1,000,000,000 TESTS.
001100 01  WS-CRITICAL-VALUES.
001110     05 FILLER              PIC X(12) VALUE "092415092052".
001120     05 FILLER              PIC X(12) VALUE "257430863589".
001130     05 FILLER              PIC X(12) VALUE "408645795069".
001140 01  WS-CRITICAL-TABLE REDEFINES WS-CRITICAL-VALUES.
001150     05 WS-CRITICAL OCCURS 9 TIMES PIC 9(02)V9(02).
001160
001170* ONE PLAYER'S GAME IN ONE TOURNAMENT, IN ROUND ORDER.
001180 01  WS-CURRENT-TOURN       PIC X(08) VALUE SPACES.
001190 01  WS-CURRENT-PLAYER      PIC X(10) VALUE SPACES.
001200 01  WS-FIRST-ROLL-SWITCH   PIC X(01) VALUE "Y".
001210     88 WS-NO-ROLL-YET                VALUE "Y".
001220 01  WS-GAME-FACES.
001230     05 WS-GAME-FACE OCCURS 6 TIMES PIC 9(07) COMP.
001240 01  WS-GAME-DICE           PIC 9(07) COMP.
001250 01  WS-GR-COUNT            PIC 9(02) COMP.
001260 01  WS-GAME-ROLLS.
001270     05 WS-GR-DICE OCCURS 99 TIMES PIC X(05).
001280 01  WS-YACHT-RUN           PIC 9(02) COMP.
001290 01  WS-YACHT-RUN-START     PIC 9(02).
001300 01  WS-YACHT-BEST          PIC 9(02) COMP.
001310 01  WS-YACHT-BEST-START    PIC 9(02).
001320 01  WS-STRAIGHT-RUN        PIC 9(02) COMP.
001330 01  WS-STRAIGHT-RUN-START  PIC 9(02).
001340 01  WS-STRAIGHT-BEST       PIC 9(02) COMP.
001350 01  WS-STRAIGHT-BEST-START PIC 9(02).
001360
001370* ONE TOURNAMENT, ALL PLAYERS.
001380 01  WS-TOURN-FACES.
001390     05 WS-TOURN-FACE OCCURS 6 TIMES PIC 9(07) COMP.
001400 01  WS-TOURN-DICE          PIC 9(07) COMP.
001410
001420* EVERY PLAYER'S WHOLE HISTORY, IN ORDER FIRST SEEN.
001430 01  WS-PL-COUNT            PIC 9(04) COMP VALUE 0.
001440 01  WS-PL-TABLE.
001450     05 WS-PL-ENTRY OCCURS 1000 TIMES.
001460         10 WS-PL-PLAYER     PIC X(10).
001470         10 WS-PL-FACE OCCURS 6 TIMES PIC 9(07) COMP.
001480         10 WS-PL-DICE       PIC 9(07) COMP.
001490 01  WS-PL-IDX              PIC 9(04) COMP.
001500 01  WS-PL-SLOT             PIC 9(04) COMP.
001510 01  WS-PL-FULL-SWITCH      PIC X(01) VALUE "N".
001520     88 WS-PL-TABLE-FULL              VALUE "Y".
001530
001540* ONE ROLL.
001550 01  WS-ROLL-FACES.
001560     05 WS-ROLL-FACE OCCURS 6 TIMES PIC 9(01) COMP.
001570 01  WS-DIE-IDX             PIC 9(01) COMP.
001580 01  WS-FACE-IDX            PIC 9(01) COMP.
001590 01  WS-FACE                PIC 9(01).
001600 01  WS-ROLL-SHAPE-SWITCH   PIC X(01).
001610     88 WS-ROLL-IS-YACHT              VALUE "Y".
001620     88 WS-ROLL-IS-STRAIGHT           VALUE "S".
001630     88 WS-ROLL-IS-OTHER              VALUE "N".
001640 01  WS-ROLL-BAD-SWITCH     PIC X(01).
001650     88 WS-ROLL-HAS-BAD-DIE           VALUE "Y".
001660
001670* FACE-COUNT TEST WORK - 5000 TESTS WHATEVER IS LOADED HERE.
001680 01  WS-FT-FACES.
001690     05 WS-FT-FACE OCCURS 6 TIMES PIC 9(07) COMP.
001700 01  WS-FT-DICE             PIC 9(07) COMP.
001710 01  WS-FT-SQUARE           PIC 9(14) COMP.
001720 01  WS-FT-SUM-SQUARES      PIC 9(15) COMP.
001730 01  WS-FT-SCALED           PIC 9(16) COMP.
001740 01  WS-FT-CHI-SQUARE       PIC 9(09)V9(02).
001750 01  WS-FT-RESULT-SWITCH    PIC X(01).
001760     88 WS-FT-TOO-FEW                 VALUE "F".
001770     88 WS-FT-PASSED                  VALUE "P".
001780     88 WS-FT-FLAGGED                 VALUE "X".
001790
001800* ODDS WORK - HOW MANY TIMES AGAINST ONE A FAIR DIE GIVES THE
001810* PATTERN. MULTIPLYING STOPS AS SOON AS THE LIMIT IS PASSED.
001820 01  WS-ODDS                PIC 9(15)V9(06).
001830 01  WS-ODDS-FACTOR         PIC 9(15)V9(06).
001840 01  WS-ODDS-WORK           PIC 9(15)V9(06).
001850 01  WS-RUN-FACTOR          PIC 9(04)V9(01).
001860 01  WS-RUN-LENGTH          PIC 9(02) COMP.
001870 01  WS-STEP                PIC 9(02) COMP.
001880 01  WS-STEP-DIVISOR        PIC 9(02) COMP.
001890
001900* REPEATED-ROLL WORK.
001910 01  WS-I                   PIC 9(02) COMP.
001920 01  WS-J                   PIC 9(02) COMP.
001930 01  WS-REPEAT-COUNT        PIC 9(02) COMP.
001940 01  WS-SEEN-SWITCH         PIC X(01).
001950     88 WS-ROLL-SEEN-BEFORE           VALUE "Y".
001960
001970 01  WS-READ-COUNT          PIC 9(07) COMP VALUE 0.
001980 01  WS-BAD-ROLL-COUNT      PIC 9(07) COMP VALUE 0.
001990 01  WS-GAME-COUNT          PIC 9(07) COMP VALUE 0.
002000 01  WS-TOURN-COUNT         PIC 9(05) COMP VALUE 0.
002010 01  WS-TOO-FEW-COUNT       PIC 9(07) COMP VALUE 0.
002020 01  WS-FACE-FLAG-COUNT     PIC 9(07) COMP VALUE 0.
002030 01  WS-REPEAT-FLAG-COUNT   PIC 9(07) COMP VALUE 0.
002040 01  WS-YACHT-FLAG-COUNT    PIC 9(07) COMP VALUE 0.
002050 01  WS-STRAIGHT-FLAG-COUNT PIC 9(07) COMP VALUE 0.
002060 01  WS-FLAG-COUNT          PIC 9(07) COMP VALUE 0.
002070
002080 01  WS-HEADING-1.
002090     05 FILLER              PIC X(44) VALUE
002100         "YACHT DICE FAIRNESS REVIEW".
002110     05 FILLER              PIC X(08) VALUE "RUN ID ".
002120     05 WS-HDG-RUN-ID       PIC X(15).
002130 01  WS-HEADING-2.
002140     05 FILLER              PIC X(44) VALUE
002150         "LISTING WHAT A FAIR DIE GIVES LESS THAN 1 IN".
002160     05 WS-HDG-LIMIT        PIC Z,ZZZ,ZZZ,ZZ9.
002170 01  WS-COLUMN-HEADING.
002180     05 FILLER              PIC X(10) VALUE "TOURNAMENT".
002190     05 FILLER              PIC X(02) VALUE SPACES.
002200     05 FILLER              PIC X(12) VALUE "PLAYER ID".
002210     05 FILLER              PIC X(12) VALUE "FINDING".
002220 01  WS-FLAG-LINE.
002230     05 WS-FLG-TOURN-ID     PIC X(10).
002240     05 FILLER              PIC X(02) VALUE SPACES.
002250     05 WS-FLG-PLAYER-ID    PIC X(10).
002260     05 FILLER              PIC X(02) VALUE SPACES.
002270     05 WS-FLG-TEXT         PIC X(56).
002280 01  WS-FACE-LINE.
002290     05 FILLER              PIC X(24) VALUE SPACES.
002300     05 FILLER              PIC X(11) VALUE "FACES 1-6 ".
002310     05 WS-FCL-ENTRY OCCURS 6 TIMES.
002320         10 WS-FCL-COUNT     PIC ZZZZ9.
002330     05 FILLER              PIC X(09) VALUE "  OF DICE".
002340     05 WS-FCL-DICE         PIC ZZZZZ9.
002350
002360* FINDING TEXTS.
002370 01  WS-FACE-TEXT.
002380     05 FILLER              PIC X(40) VALUE
002390         "FACE COUNTS NOT LIKE A FAIR DIE - CHI-SQ".
002400     05 WS-FTX-CHI-SQUARE   PIC ZZZ,ZZ9.99.
002410 01  WS-REPEAT-TEXT.
002420     05 FILLER              PIC X(05) VALUE "ROLL ".
002430     05 WS-RTX-DICE         PIC X(05).
002440     05 FILLER              PIC X(07) VALUE " KEYED ".
002450     05 WS-RTX-TIMES        PIC Z9.
002460     05 FILLER              PIC X(10) VALUE " TIMES IN ".
002470     05 WS-RTX-ROLLS        PIC Z9.
002480     05 FILLER              PIC X(06) VALUE " ROLLS".
002490 01  WS-YACHT-RUN-TEXT.
002500     05 WS-YTX-LENGTH       PIC Z9.
002510     05 FILLER              PIC X(28) VALUE
002520         " YACHTS IN A ROW FROM ROUND ".
002530     05 WS-YTX-ROUND        PIC 9(02).
002540 01  WS-STRAIGHT-RUN-TEXT.
002550     05 WS-STX-LENGTH       PIC Z9.
002560     05 FILLER              PIC X(35) VALUE
002570         " BIG STRAIGHTS IN A ROW FROM ROUND ".
002580     05 WS-STX-ROUND        PIC 9(02).
002590
002600 01  WS-SUMMARY-DETAIL.
002610     05 WS-SUM-LABEL        PIC X(30).
002620     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002630 01  WS-RULE-LINE.
002640     05 FILLER              PIC X(80) VALUE ALL "-".
002650
002660 01  WS-RUN-DATE            PIC 9(08).
002670 01  WS-RUN-TIME            PIC 9(08).
002680
002690 COPY AUDITLOG.
002700
002710 PROCEDURE DIVISION.
002720*-----------------------------------------------------------*
002730* 0000-MAINLINE - ONE PASS OVER THE KEY-ORDERED GAME FILE.
002740*                 A PLAYER'S ROUNDS IN ONE TOURNAMENT ARE ONE
002750*                 GAME; EACH GAME AND EACH TOURNAMENT IS TESTED
002760*                 AS IT ENDS, EACH PLAYER'S HISTORY AT THE END.
002770*-----------------------------------------------------------*
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE
002800     PERFORM 2000-PROCESS-ONE-ROLL
002810         UNTIL WS-NO-MORE-GAMES
002820     IF NOT WS-NO-ROLL-YET THEN
002830         PERFORM 3000-END-OF-GAME
002840         PERFORM 4000-END-OF-TOURNAMENT
002850     END-IF
002860     PERFORM 6000-TEST-PLAYERS
002870     PERFORM 8000-WRITE-SUMMARY
002880     PERFORM 9000-TERMINATE
002890     GOBACK.
002900
002910*-----------------------------------------------------------*
002920* 1000-INITIALIZE - LOAD THE STRICTNESS, OPEN FILES, WRITE THE
002930*                   HEADINGS, PRIME THE READ.
002940*-----------------------------------------------------------*
002950 1000-INITIALIZE.
002960     PERFORM 1090-READ-RUN-ID
002970     PERFORM 1100-READ-FAIR-PARM
002980     COMPUTE WS-ODDS-LIMIT = 10 ** WS-STRICTNESS
002990     OPEN INPUT YACHT-GAME-FILE
003000     OPEN OUTPUT FAIR-REPORT
003010     OPEN EXTEND AUDIT-LOG
003020     PERFORM 9140-WRITE-AUDIT-START
003030     MOVE WS-RUN-ID     TO WS-HDG-RUN-ID
003040     MOVE WS-ODDS-LIMIT TO WS-HDG-LIMIT
003050     WRITE FAIR-REPORT-RECORD FROM WS-HEADING-1
003060     WRITE FAIR-REPORT-RECORD FROM WS-HEADING-2
003070     MOVE SPACES TO FAIR-REPORT-RECORD
003080     WRITE FAIR-REPORT-RECORD
003090     WRITE FAIR-REPORT-RECORD FROM WS-COLUMN-HEADING
003100     IF WS-GAME-FILE-OK THEN
003110         PERFORM 2100-READ-GAME-FILE
003120     ELSE
003130         MOVE "Y" TO WS-EOF-SWITCH
003140     END-IF.
003150
003160*-----------------------------------------------------------*
003170* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003180*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003190*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003200*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003210*-----------------------------------------------------------*
003220 1090-READ-RUN-ID.
003230     OPEN INPUT RUN-ID-FILE
003240     IF WS-RUN-ID-F-OK THEN
003250         READ RUN-ID-FILE
003260             AT END CONTINUE
003270         END-READ
003280         IF WS-RUN-ID-F-OK THEN
003290             MOVE RUN-ID-RECORD TO WS-RUN-ID
003300         END-IF
003310         CLOSE RUN-ID-FILE
003320     END-IF.
003330
003340*-----------------------------------------------------------*
003350* 1100-READ-FAIR-PARM - AN OPTIONAL FAIRPARM CARD OVERRIDES
003360*                   THE STRICTNESS (01-09) OR THE FEWEST DICE
003370*                   TESTED; A BLANK, NON-NUMERIC OR OUT-OF-
003380*                   RANGE FIELD KEEPS ITS DEFAULT.
003390*-----------------------------------------------------------*
003400 1100-READ-FAIR-PARM.
003410     OPEN INPUT FAIR-PARM
003420     IF WS-FAIR-PARM-OK THEN
003430         READ FAIR-PARM
003440             AT END CONTINUE
003450         END-READ
003460         IF WS-FAIR-PARM-OK THEN
003470             IF FP-STRICTNESS NUMERIC THEN
003480                 IF FP-STRICTNESS >= "01"
003490                     AND FP-STRICTNESS <= "09" THEN
003500                     MOVE FP-STRICTNESS TO WS-STRICTNESS
003510                 END-IF
003520             END-IF
003530             IF FP-MIN-DICE NUMERIC THEN
003540                 IF FP-MIN-DICE > "000" THEN
003550                     MOVE FP-MIN-DICE TO WS-MIN-DICE
003560                 END-IF
003570             END-IF
003580         END-IF
003590         CLOSE FAIR-PARM
003600     END-IF.
003610
003620*-----------------------------------------------------------*
003630* 2000-PROCESS-ONE-ROLL - A NEW TOURNAMENT OR PLAYER ENDS THE
003640*                   GAME (AND TOURNAMENT) BUILT SO FAR; THEN
003650*                   THE ROLL IS TALLIED AND READ ON. A ROLL
003660*                   WITH A DIE OUTSIDE 1-6 IS COUNTED AND LEFT
003670*                   OUT OF EVERY TEST.
003680*-----------------------------------------------------------*
003690 2000-PROCESS-ONE-ROLL.
003700     ADD 1 TO WS-READ-COUNT
003710     IF WS-NO-ROLL-YET THEN
003720         PERFORM 2400-START-TOURNAMENT
003730         PERFORM 2500-START-GAME
003740     ELSE
003750         IF GM-TOURN-ID NOT = WS-CURRENT-TOURN THEN
003760             PERFORM 3000-END-OF-GAME
003770             PERFORM 4000-END-OF-TOURNAMENT
003780             PERFORM 2400-START-TOURNAMENT
003790             PERFORM 2500-START-GAME
003800         ELSE
003810             IF GM-PLAYER-ID NOT = WS-CURRENT-PLAYER THEN
003820                 PERFORM 3000-END-OF-GAME
003830                 PERFORM 2500-START-GAME
003840             END-IF
003850         END-IF
003860     END-IF
003870     MOVE "N" TO WS-FIRST-ROLL-SWITCH
003880     PERFORM 2200-CLASSIFY-ROLL
003890     IF WS-ROLL-HAS-BAD-DIE THEN
003900         ADD 1 TO WS-BAD-ROLL-COUNT
003910     ELSE
003920         PERFORM 2300-TALLY-ROLL
003930     END-IF
003940     PERFORM 2100-READ-GAME-FILE.
003950
003960 2100-READ-GAME-FILE.
003970     READ YACHT-GAME-FILE NEXT RECORD
003980         AT END
003990             MOVE "Y" TO WS-EOF-SWITCH
004000     END-READ.
004010
004020*-----------------------------------------------------------*
004030* 2200-CLASSIFY-ROLL - COUNT THE ROLL'S FACES AND SAY WHETHER
004040*                   IT IS A YACHT (FIVE OF A KIND, 6 IN 7,776)
004050*                   OR A BIG STRAIGHT (2-3-4-5-6 IN ANY ORDER,
004060*                   120 IN 7,776).
004070*-----------------------------------------------------------*
004080 2200-CLASSIFY-ROLL.
004090     MOVE "N" TO WS-ROLL-BAD-SWITCH
004100     PERFORM 2210-CLEAR-ROLL-FACE
004110         VARYING WS-FACE-IDX FROM 1 BY 1
004120         UNTIL WS-FACE-IDX > 6
004130     PERFORM 2220-COUNT-ONE-DIE
004140         VARYING WS-DIE-IDX FROM 1 BY 1
004150         UNTIL WS-DIE-IDX > 5
004160     MOVE "N" TO WS-ROLL-SHAPE-SWITCH
004170     IF NOT WS-ROLL-HAS-BAD-DIE THEN
004180         PERFORM 2230-TEST-ONE-FACE
004190             VARYING WS-FACE-IDX FROM 1 BY 1
004200             UNTIL WS-FACE-IDX > 6
004210         IF WS-ROLL-FACE (1) = 0
004220             AND WS-ROLL-FACE (2) = 1
004230             AND WS-ROLL-FACE (3) = 1
004240             AND WS-ROLL-FACE (4) = 1
004250             AND WS-ROLL-FACE (5) = 1
004260             AND WS-ROLL-FACE (6) = 1 THEN
004270             MOVE "S" TO WS-ROLL-SHAPE-SWITCH
004280         END-IF
004290     END-IF.
004300
004310 2210-CLEAR-ROLL-FACE.
004320     MOVE 0 TO WS-ROLL-FACE (WS-FACE-IDX).
004330
004340 2220-COUNT-ONE-DIE.
004350     IF GM-DIE (WS-DIE-IDX) NOT NUMERIC THEN
004360         MOVE "Y" TO WS-ROLL-BAD-SWITCH
004370     ELSE
004380         MOVE GM-DIE (WS-DIE-IDX) TO WS-FACE
004390         IF WS-FACE < 1 OR WS-FACE > 6 THEN
004400             MOVE "Y" TO WS-ROLL-BAD-SWITCH
004410         ELSE
004420             ADD 1 TO WS-ROLL-FACE (WS-FACE)
004430         END-IF
004440     END-IF.
004450
004460 2230-TEST-ONE-FACE.
004470     IF WS-ROLL-FACE (WS-FACE-IDX) = 5 THEN
004480         MOVE "Y" TO WS-ROLL-SHAPE-SWITCH
004490     END-IF.
004500
004510*-----------------------------------------------------------*
004520* 2300-TALLY-ROLL - ADD THE FACES TO THE GAME AND TOURNAMENT,
004530*                   KEEP THE ROLL FOR THE REPEAT TEST, AND
004540*                   CARRY THE YACHT AND STRAIGHT RUNS ON.
004550*-----------------------------------------------------------*
004560 2300-TALLY-ROLL.
004570     PERFORM 2310-ADD-ONE-FACE
004580         VARYING WS-FACE-IDX FROM 1 BY 1
004590         UNTIL WS-FACE-IDX > 6
004600     ADD 5 TO WS-GAME-DICE
004610     ADD 5 TO WS-TOURN-DICE
004620     IF WS-GR-COUNT < 99 THEN
004630         ADD 1 TO WS-GR-COUNT
004640         MOVE GM-DICE TO WS-GR-DICE (WS-GR-COUNT)
004650     END-IF
004660     IF WS-ROLL-IS-YACHT THEN
004670         IF WS-YACHT-RUN = 0 THEN
004680             MOVE GM-ROUND-NO TO WS-YACHT-RUN-START
004690         END-IF
004700         ADD 1 TO WS-YACHT-RUN
004710         IF WS-YACHT-RUN > WS-YACHT-BEST THEN
004720             MOVE WS-YACHT-RUN       TO WS-YACHT-BEST
004730             MOVE WS-YACHT-RUN-START TO WS-YACHT-BEST-START
004740         END-IF
004750     ELSE
004760         MOVE 0 TO WS-YACHT-RUN
004770     END-IF
004780     IF WS-ROLL-IS-STRAIGHT THEN
004790         IF WS-STRAIGHT-RUN = 0 THEN
004800             MOVE GM-ROUND-NO TO WS-STRAIGHT-RUN-START
004810         END-IF
004820         ADD 1 TO WS-STRAIGHT-RUN
004830         IF WS-STRAIGHT-RUN > WS-STRAIGHT-BEST THEN
004840             MOVE WS-STRAIGHT-RUN       TO WS-STRAIGHT-BEST
004850             MOVE WS-STRAIGHT-RUN-START TO WS-STRAIGHT-BEST-START
004860         END-IF
004870     ELSE
004880         MOVE 0 TO WS-STRAIGHT-RUN
004890     END-IF.
004900
004910 2310-ADD-ONE-FACE.
004920     ADD WS-ROLL-FACE (WS-FACE-IDX)
004930         TO WS-GAME-FACE (WS-FACE-IDX)
004940     ADD WS-ROLL-FACE (WS-FACE-IDX)
004950         TO WS-TOURN-FACE (WS-FACE-IDX).
004960
004970*-----------------------------------------------------------*
004980* 2400-START-TOURNAMENT / 2500-START-GAME - CLEAR THE TALLIES
004990*                   FOR THE NEW TOURNAMENT OR PLAYER.
005000*-----------------------------------------------------------*
005010 2400-START-TOURNAMENT.
005020     ADD 1 TO WS-TOURN-COUNT
005030     MOVE GM-TOURN-ID TO WS-CURRENT-TOURN
005040     MOVE 0 TO WS-TOURN-DICE
005050     PERFORM 2410-CLEAR-TOURN-FACE
005060         VARYING WS-FACE-IDX FROM 1 BY 1
005070         UNTIL WS-FACE-IDX > 6.
005080
005090 2410-CLEAR-TOURN-FACE.
005100     MOVE 0 TO WS-TOURN-FACE (WS-FACE-IDX).
005110
005120 2500-START-GAME.
005130     ADD 1 TO WS-GAME-COUNT
005140     MOVE GM-PLAYER-ID TO WS-CURRENT-PLAYER
005150     MOVE 0 TO WS-GAME-DICE
005160     MOVE 0 TO WS-GR-COUNT
005170     MOVE 0 TO WS-YACHT-RUN
005180     MOVE 0 TO WS-YACHT-BEST
005190     MOVE 0 TO WS-STRAIGHT-RUN
005200     MOVE 0 TO WS-STRAIGHT-BEST
005210     PERFORM 2510-CLEAR-GAME-FACE
005220         VARYING WS-FACE-IDX FROM 1 BY 1
005230         UNTIL WS-FACE-IDX > 6.
005240
005250 2510-CLEAR-GAME-FACE.
005260     MOVE 0 TO WS-GAME-FACE (WS-FACE-IDX).
005270
005280*-----------------------------------------------------------*
005290* 3000-END-OF-GAME - TEST THE GAME JUST ENDED AND FOLD ITS
005300*                   FACES INTO THE PLAYER'S HISTORY.
005310*-----------------------------------------------------------*
005320 3000-END-OF-GAME.
005330     MOVE WS-CURRENT-TOURN  TO WS-FLG-TOURN-ID
005340     MOVE WS-CURRENT-PLAYER TO WS-FLG-PLAYER-ID
005350     MOVE WS-GAME-FACES     TO WS-FT-FACES
005360     MOVE WS-GAME-DICE      TO WS-FT-DICE
005370     PERFORM 5000-FACE-TEST
005380     IF WS-FT-TOO-FEW THEN
005390         ADD 1 TO WS-TOO-FEW-COUNT
005400     END-IF
005410     PERFORM 3200-TEST-REPEATS
005420     PERFORM 3300-TEST-RUNS
005430     PERFORM 3400-ADD-TO-PLAYER.
005440
005450*-----------------------------------------------------------*
005460* 3200-TEST-REPEATS - EVERY DIFFERENT ROLL IN THE GAME KEYED
005470*                   MORE THAN ONCE, DIE FOR DIE IN THE SAME
005480*                   ORDER, IS TESTED ONCE, AT ITS FIRST ROUND.
005490*-----------------------------------------------------------*
005500 3200-TEST-REPEATS.
005510     PERFORM 3210-TEST-ONE-ROLL
005520         VARYING WS-I FROM 1 BY 1
005530         UNTIL WS-I > WS-GR-COUNT.
005540
005550 3210-TEST-ONE-ROLL.
005560     MOVE "N" TO WS-SEEN-SWITCH
005570     PERFORM 3220-CHECK-EARLIER-ROLL
005580         VARYING WS-J FROM 1 BY 1
005590         UNTIL WS-J NOT < WS-I
005600             OR WS-ROLL-SEEN-BEFORE
005610     IF NOT WS-ROLL-SEEN-BEFORE THEN
005620         MOVE 1 TO WS-REPEAT-COUNT
005630         ADD 1 TO WS-I GIVING WS-J
005640         PERFORM 3230-COUNT-LATER-ROLL
005650             VARYING WS-J FROM WS-J BY 1
005660             UNTIL WS-J > WS-GR-COUNT
005670         IF WS-REPEAT-COUNT > 1 THEN
005680             PERFORM 3250-REPEAT-ODDS
005690             IF WS-ODDS > WS-ODDS-LIMIT THEN
005700                 MOVE WS-GR-DICE (WS-I) TO WS-RTX-DICE
005710                 MOVE WS-REPEAT-COUNT   TO WS-RTX-TIMES
005720                 MOVE WS-GR-COUNT       TO WS-RTX-ROLLS
005730                 MOVE WS-REPEAT-TEXT    TO WS-FLG-TEXT
005740                 PERFORM 7000-WRITE-FLAG
005750                 ADD 1 TO WS-REPEAT-FLAG-COUNT
005760             END-IF
005770         END-IF
005780     END-IF.
005790
005800 3220-CHECK-EARLIER-ROLL.
005810     IF WS-GR-DICE (WS-J) = WS-GR-DICE (WS-I) THEN
005820         MOVE "Y" TO WS-SEEN-SWITCH
005830     END-IF.
005840
005850 3230-COUNT-LATER-ROLL.
005860     IF WS-GR-DICE (WS-J) = WS-GR-DICE (WS-I) THEN
005870         ADD 1 TO WS-REPEAT-COUNT
005880     END-IF.
005890
005900*-----------------------------------------------------------*
005910* 3250-REPEAT-ODDS - ONE GIVEN ROLL TURNING UP K TIMES IN N
005920*                   IS 7,776**(K-1) AGAINST ONE, LESS THE
005930*                   N-CHOOSE-K WAYS OF PLACING IT - BUILT AS
005940*                   (1/N) TIMES 7,776 * S / (N - S + 1) FOR
005950*                   S = 2 TO K.
005960*-----------------------------------------------------------*
005970 3250-REPEAT-ODDS.
005980     DIVIDE 1 BY WS-GR-COUNT GIVING WS-ODDS
005990     PERFORM 3260-REPEAT-ODDS-STEP
006000         VARYING WS-STEP FROM 2 BY 1
006010         UNTIL WS-STEP > WS-REPEAT-COUNT
006020             OR WS-ODDS > WS-ODDS-LIMIT.
006030
006040 3260-REPEAT-ODDS-STEP.
006050     MULTIPLY 7776 BY WS-STEP GIVING WS-ODDS-FACTOR
006060     SUBTRACT WS-STEP FROM WS-GR-COUNT GIVING WS-STEP-DIVISOR
006070     ADD 1 TO WS-STEP-DIVISOR
006080     DIVIDE WS-ODDS-FACTOR BY WS-STEP-DIVISOR
006090         GIVING WS-ODDS-FACTOR
006100     MULTIPLY WS-ODDS BY WS-ODDS-FACTOR GIVING WS-ODDS-WORK
006110     MOVE WS-ODDS-WORK TO WS-ODDS.
006120
006130*-----------------------------------------------------------*
006140* 3300-TEST-RUNS - THE LONGEST RUN OF YACHTS AND OF BIG
006150*                   STRAIGHTS IN CONSECUTIVE ROUNDS. A RUN IS
006160*                   TWO OR MORE; A FAIR DIE GIVES A RUN OF R
006170*                   1,296**R (YACHTS) OR 64.8**R (STRAIGHTS)
006180*                   AGAINST ONE.
006190*-----------------------------------------------------------*
006200 3300-TEST-RUNS.
006210     IF WS-YACHT-BEST > 1 THEN
006220         MOVE 1296 TO WS-RUN-FACTOR
006230         MOVE WS-YACHT-BEST TO WS-RUN-LENGTH
006240         PERFORM 5100-RUN-ODDS
006250         IF WS-ODDS > WS-ODDS-LIMIT THEN
006260             MOVE WS-YACHT-BEST       TO WS-YTX-LENGTH
006270             MOVE WS-YACHT-BEST-START TO WS-YTX-ROUND
006280             MOVE WS-YACHT-RUN-TEXT   TO WS-FLG-TEXT
006290             PERFORM 7000-WRITE-FLAG
006300             ADD 1 TO WS-YACHT-FLAG-COUNT
006310         END-IF
006320     END-IF
006330     IF WS-STRAIGHT-BEST > 1 THEN
006340         MOVE 64.8 TO WS-RUN-FACTOR
006350         MOVE WS-STRAIGHT-BEST TO WS-RUN-LENGTH
006360         PERFORM 5100-RUN-ODDS
006370         IF WS-ODDS > WS-ODDS-LIMIT THEN
006380             MOVE WS-STRAIGHT-BEST       TO WS-STX-LENGTH
006390             MOVE WS-STRAIGHT-BEST-START TO WS-STX-ROUND
006400             MOVE WS-STRAIGHT-RUN-TEXT   TO WS-FLG-TEXT
006410             PERFORM 7000-WRITE-FLAG
006420             ADD 1 TO WS-STRAIGHT-FLAG-COUNT
006430         END-IF
006440     END-IF.
006450
006460*-----------------------------------------------------------*
006470* 3400-ADD-TO-PLAYER - FOLD THE GAME'S FACES INTO THE
006480*                   PLAYER'S HISTORY, ADDING THE PLAYER THE
006490*                   FIRST TIME THEY ARE SEEN.
006500*-----------------------------------------------------------*
006510 3400-ADD-TO-PLAYER.
006520     MOVE 0 TO WS-PL-SLOT
006530     PERFORM 3410-FIND-ONE-PLAYER
006540         VARYING WS-PL-IDX FROM 1 BY 1
006550         UNTIL WS-PL-IDX > WS-PL-COUNT
006560             OR WS-PL-SLOT > 0
006570     IF WS-PL-SLOT = 0 THEN
006580         IF WS-PL-COUNT < 1000 THEN
006590             ADD 1 TO WS-PL-COUNT
006600             MOVE WS-PL-COUNT TO WS-PL-SLOT
006610             MOVE WS-CURRENT-PLAYER TO WS-PL-PLAYER (WS-PL-SLOT)
006620             MOVE 0 TO WS-PL-DICE (WS-PL-SLOT)
006630             PERFORM 3420-CLEAR-PLAYER-FACE
006640                 VARYING WS-FACE-IDX FROM 1 BY 1
006650                 UNTIL WS-FACE-IDX > 6
006660         ELSE
006670             IF NOT WS-PL-TABLE-FULL THEN
006680                 MOVE "Y" TO WS-PL-FULL-SWITCH
006690                 DISPLAY "YACHTFAIR - PLAYER TABLE FULL AT 1000 "
006700                     "- LATER PLAYERS NOT TESTED OVERALL"
006710             END-IF
006720         END-IF
006730     END-IF
006740     IF WS-PL-SLOT > 0 THEN
006750         ADD WS-GAME-DICE TO WS-PL-DICE (WS-PL-SLOT)
006760         PERFORM 3430-ADD-PLAYER-FACE
006770             VARYING WS-FACE-IDX FROM 1 BY 1
006780             UNTIL WS-FACE-IDX > 6
006790     END-IF.
006800
006810 3410-FIND-ONE-PLAYER.
006820     IF WS-PL-PLAYER (WS-PL-IDX) = WS-CURRENT-PLAYER THEN
006830         MOVE WS-PL-IDX TO WS-PL-SLOT
006840     END-IF.
006850
006860 3420-CLEAR-PLAYER-FACE.
006870     MOVE 0 TO WS-PL-FACE (WS-PL-SLOT, WS-FACE-IDX).
006880
006890 3430-ADD-PLAYER-FACE.
006900     ADD WS-GAME-FACE (WS-FACE-IDX)
006910         TO WS-PL-FACE (WS-PL-SLOT, WS-FACE-IDX).
006920
006930*-----------------------------------------------------------*
006940* 4000-END-OF-TOURNAMENT - TEST THE FACES OF THE WHOLE FIELD.
006950*-----------------------------------------------------------*
006960 4000-END-OF-TOURNAMENT.
006970     MOVE WS-CURRENT-TOURN TO WS-FLG-TOURN-ID
006980     MOVE "*ALL*"          TO WS-FLG-PLAYER-ID
006990     MOVE WS-TOURN-FACES   TO WS-FT-FACES
007000     MOVE WS-TOURN-DICE    TO WS-FT-DICE
007010     PERFORM 5000-FACE-TEST.
007020
007030*-----------------------------------------------------------*
007040* 5000-FACE-TEST - CHI-SQUARE OF THE LOADED FACE COUNTS
007050*                   AGAINST A FAIR DIE, 6 * SUM(COUNT**2) / N
007060*                   - N, AGAINST THE CRITICAL VALUE FOR THE
007070*                   STRICTNESS. TOO FEW DICE ARE NOT TESTED.
007080*-----------------------------------------------------------*
007090 5000-FACE-TEST.
007100     IF WS-FT-DICE < WS-MIN-DICE THEN
007110         MOVE "F" TO WS-FT-RESULT-SWITCH
007120     ELSE
007130         MOVE 0 TO WS-FT-SUM-SQUARES
007140         PERFORM 5010-SQUARE-ONE-FACE
007150             VARYING WS-FACE-IDX FROM 1 BY 1
007160             UNTIL WS-FACE-IDX > 6
007170         MULTIPLY WS-FT-SUM-SQUARES BY 6 GIVING WS-FT-SCALED
007180         DIVIDE WS-FT-SCALED BY WS-FT-DICE
007190             GIVING WS-FT-CHI-SQUARE ROUNDED
007200         SUBTRACT WS-FT-DICE FROM WS-FT-CHI-SQUARE
007210         IF WS-FT-CHI-SQUARE > WS-CRITICAL (WS-STRICTNESS) THEN
007220             MOVE "X" TO WS-FT-RESULT-SWITCH
007230             MOVE WS-FT-CHI-SQUARE TO WS-FTX-CHI-SQUARE
007240             MOVE WS-FACE-TEXT     TO WS-FLG-TEXT
007250             PERFORM 7000-WRITE-FLAG
007260             PERFORM 7100-WRITE-FACE-LINE
007270             ADD 1 TO WS-FACE-FLAG-COUNT
007280         ELSE
007290             MOVE "P" TO WS-FT-RESULT-SWITCH
007300         END-IF
007310     END-IF.
007320
007330 5010-SQUARE-ONE-FACE.
007340     MULTIPLY WS-FT-FACE (WS-FACE-IDX)
007350         BY WS-FT-FACE (WS-FACE-IDX) GIVING WS-FT-SQUARE
007360     ADD WS-FT-SQUARE TO WS-FT-SUM-SQUARES.
007370
007380*-----------------------------------------------------------*
007390* 5100-RUN-ODDS - THE RUN FACTOR TO THE POWER OF THE RUN
007400*                   LENGTH, STOPPING ONCE PAST THE LIMIT.
007410*-----------------------------------------------------------*
007420 5100-RUN-ODDS.
007430     MOVE 1 TO WS-ODDS
007440     PERFORM 5110-RUN-ODDS-STEP
007450         VARYING WS-STEP FROM 1 BY 1
007460         UNTIL WS-STEP > WS-RUN-LENGTH
007470             OR WS-ODDS > WS-ODDS-LIMIT.
007480
007490 5110-RUN-ODDS-STEP.
007500     MULTIPLY WS-ODDS BY WS-RUN-FACTOR GIVING WS-ODDS-WORK
007510     MOVE WS-ODDS-WORK TO WS-ODDS.
007520
007530*-----------------------------------------------------------*
007540* 6000-TEST-PLAYERS - EACH PLAYER'S WHOLE HISTORY ON FILE.
007550*-----------------------------------------------------------*
007560 6000-TEST-PLAYERS.
007570     PERFORM 6100-TEST-ONE-PLAYER
007580         VARYING WS-PL-IDX FROM 1 BY 1
007590         UNTIL WS-PL-IDX > WS-PL-COUNT.
007600
007610 6100-TEST-ONE-PLAYER.
007620     MOVE "*ALL*"                 TO WS-FLG-TOURN-ID
007630     MOVE WS-PL-PLAYER (WS-PL-IDX) TO WS-FLG-PLAYER-ID
007640     PERFORM 6110-LOAD-ONE-FACE
007650         VARYING WS-FACE-IDX FROM 1 BY 1
007660         UNTIL WS-FACE-IDX > 6
007670     MOVE WS-PL-DICE (WS-PL-IDX)  TO WS-FT-DICE
007680     PERFORM 5000-FACE-TEST.
007690
007700 6110-LOAD-ONE-FACE.
007710     MOVE WS-PL-FACE (WS-PL-IDX, WS-FACE-IDX)
007720         TO WS-FT-FACE (WS-FACE-IDX).
007730
007740*-----------------------------------------------------------*
007750* 7000-WRITE-FLAG - ONE LINE ON THE REVIEW LIST.
007760*-----------------------------------------------------------*
007770 7000-WRITE-FLAG.
007780     WRITE FAIR-REPORT-RECORD FROM WS-FLAG-LINE
007790     ADD 1 TO WS-FLAG-COUNT.
007800
007810 7100-WRITE-FACE-LINE.
007820     PERFORM 7110-EDIT-ONE-FACE
007830         VARYING WS-FACE-IDX FROM 1 BY 1
007840         UNTIL WS-FACE-IDX > 6
007850     MOVE WS-FT-DICE TO WS-FCL-DICE
007860     WRITE FAIR-REPORT-RECORD FROM WS-FACE-LINE.
007870
007880 7110-EDIT-ONE-FACE.
007890     MOVE WS-FT-FACE (WS-FACE-IDX) TO WS-FCL-COUNT (WS-FACE-IDX).
007900
007910*-----------------------------------------------------------*
007920* 8000-WRITE-SUMMARY - RUN CONTROL TOTALS.
007930*-----------------------------------------------------------*
007940 8000-WRITE-SUMMARY.
007950     IF WS-FLAG-COUNT = 0 THEN
007960         MOVE SPACES TO WS-FLAG-LINE
007970         MOVE "NOTHING TO REVIEW" TO WS-FLG-TEXT
007980         WRITE FAIR-REPORT-RECORD FROM WS-FLAG-LINE
007990     END-IF
008000     MOVE SPACES TO FAIR-REPORT-RECORD
008010     WRITE FAIR-REPORT-RECORD
008020     WRITE FAIR-REPORT-RECORD FROM WS-RULE-LINE
008030     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008040     MOVE "GAME RECORDS READ"     TO WS-SUM-LABEL
008050     MOVE WS-READ-COUNT           TO WS-SUM-VALUE
008060     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008070     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008080     MOVE "ROLLS WITH A BAD DIE"  TO WS-SUM-LABEL
008090     MOVE WS-BAD-ROLL-COUNT       TO WS-SUM-VALUE
008100     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008110     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008120     MOVE "TOURNAMENTS TESTED"    TO WS-SUM-LABEL
008130     MOVE WS-TOURN-COUNT          TO WS-SUM-VALUE
008140     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008150     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008160     MOVE "PLAYER GAMES TESTED"   TO WS-SUM-LABEL
008170     MOVE WS-GAME-COUNT           TO WS-SUM-VALUE
008180     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008190     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008200     MOVE "GAMES TOO SHORT FOR FACES" TO WS-SUM-LABEL
008210     MOVE WS-TOO-FEW-COUNT        TO WS-SUM-VALUE
008220     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008230     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008240     MOVE "PLAYERS TESTED"        TO WS-SUM-LABEL
008250     MOVE WS-PL-COUNT             TO WS-SUM-VALUE
008260     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008270     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008280     MOVE "FACE-COUNT FINDINGS"   TO WS-SUM-LABEL
008290     MOVE WS-FACE-FLAG-COUNT      TO WS-SUM-VALUE
008300     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008310     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008320     MOVE "REPEATED-ROLL FINDINGS" TO WS-SUM-LABEL
008330     MOVE WS-REPEAT-FLAG-COUNT    TO WS-SUM-VALUE
008340     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008350     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008360     MOVE "YACHT-RUN FINDINGS"    TO WS-SUM-LABEL
008370     MOVE WS-YACHT-FLAG-COUNT     TO WS-SUM-VALUE
008380     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008390     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008400     MOVE "STRAIGHT-RUN FINDINGS" TO WS-SUM-LABEL
008410     MOVE WS-STRAIGHT-FLAG-COUNT  TO WS-SUM-VALUE
008420     WRITE FAIR-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
008430
008440*-----------------------------------------------------------*
008450* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE JCL
008460*                  STEP REFLECTS WHETHER ANYTHING WAS LISTED
008470*                  FOR REVIEW.
008480*-----------------------------------------------------------*
008490 9000-TERMINATE.
008500     PERFORM 9150-WRITE-AUDIT-LOG
008510     CLOSE YACHT-GAME-FILE
008520     CLOSE FAIR-REPORT
008530     CLOSE AUDIT-LOG
008540     IF WS-FLAG-COUNT > 0 THEN
008550         MOVE 4 TO RETURN-CODE
008560     END-IF.
008570
008580*-----------------------------------------------------------*
008590* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
008600*                        INITIALIZATION SO THE BATCH-WINDOW
008610*                        REPORT CAN PAIR THIS STEP'S START
008620*                        WITH ITS END.
008630*-----------------------------------------------------------*
008640 9140-WRITE-AUDIT-START.
008650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008660     ACCEPT WS-RUN-TIME FROM TIME
008670     MOVE "YACHTFAIR"       TO AUD-PROGRAM-NAME
008680     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
008690     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
008700     MOVE WS-RUN-ID         TO AUD-RUN-ID
008710     MOVE 0                 TO AUD-INPUT-COUNT
008720     MOVE 0                 TO AUD-OUTPUT-COUNT
008730     MOVE "S"               TO AUD-RECORD-TYPE
008740     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
008750
008760*-----------------------------------------------------------*
008770* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
008780*                        AUDITLOG FILE SHARED BY THE WHOLE
008790*                        NIGHTLY SUITE - GAME RECORDS READ AND
008800*                        FINDINGS LISTED.
008810*-----------------------------------------------------------*
008820 9150-WRITE-AUDIT-LOG.
008830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008840     ACCEPT WS-RUN-TIME FROM TIME
008850     MOVE "YACHTFAIR"       TO AUD-PROGRAM-NAME
008860     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
008870     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
008880     MOVE WS-RUN-ID         TO AUD-RUN-ID
008890     MOVE WS-READ-COUNT     TO AUD-INPUT-COUNT
008900     MOVE WS-FLAG-COUNT     TO AUD-OUTPUT-COUNT
008910     MOVE "E"               TO AUD-RECORD-TYPE
008920     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
