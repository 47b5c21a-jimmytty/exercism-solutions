000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    YACHTELO.
000050 AUTHOR.        P. DELACROIX.
000060 INSTALLATION.  RECREATION LEAGUE BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 PD    NEW PROGRAM. KEEPS AN ELO-STYLE SKILL
000150*                  RATING FOR EVERY PLAYER ACROSS THE SEASON,
000160*                  SINCE THE LEADERBOARD ONLY RANKS RAW TOTALS
000170*                  INSIDE ONE TOURNAMENT. EACH TOURNAMENT THE
000180*                  LEAGUE DESK HAS CLOSED ON ARCHPARM IS RATED
000190*                  ONCE, FROM ITS FINISHING ORDER ON THE GAME
000200*                  FILE: EVERY PLAYER IS SCORED AGAINST EVERY
000210*                  OTHER PLAYER IN THE FIELD (WIN, TIE OR LOSS
000220*                  ON TOURNAMENT TOTAL) AGAINST THE RESULT
000230*                  THEIR RATINGS PREDICTED, AND MOVES BY THE
000240*                  K FACTOR TIMES THE AVERAGE SURPRISE. A NEW
000250*                  PLAYER STARTS AT THE ELOPARM STARTING
000260*                  RATING AND MOVES ON THE LARGER PROVISIONAL
000270*                  K UNTIL THEY HAVE THE SET NUMBER OF
000280*                  TOURNAMENTS BEHIND THEM. RATINGS LIVE ON
000290*                  THE NEW ELOMST KEYED MASTER, WHICH ALSO
000300*                  MARKS EACH TOURNAMENT RATED SO A RERUN
000310*                  NEVER RATES IT TWICE.
000311* 2026-10-15 PD    A TOURNAMENT IS NOW RATED ONCE THE NEW
000312*                  TOURNMST TOURNAMENT MASTER SHOWS IT
000313*                  CERTIFIED BY YACHTAUDT (OR ALREADY
000314*                  ARCHIVED), LOOKED UP BY KEY, IN PLACE OF THE
000315*                  ARCHPARM CLOSED-TOURNAMENT LIST, WHICH
000316*                  RETIRES.
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT YACHT-GAME-FILE ASSIGN TO "YACHTGM"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS GM-KEY
000400         FILE STATUS IS WS-GAME-FILE-STATUS.
000406     SELECT TOURN-MASTER ASSIGN TO "TOURNMST"
000412         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS RANDOM
000424         RECORD KEY IS TM-TOURN-ID
000430         FILE STATUS IS WS-TOURN-MST-STATUS.
000440     SELECT ELO-PARM ASSIGN TO "ELOPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ELO-PARM-STATUS.
000470     SELECT RATING-MASTER ASSIGN TO "ELOMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RM-KEY
000510         FILE STATUS IS WS-RATING-STATUS.
000520     SELECT RATING-LOG ASSIGN TO "ELOLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RATING-LOG-STATUS.
000550     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000580     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ERROR-LOG-STATUS.
000610     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RUN-ID-F-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  YACHT-GAME-FILE
000670     RECORD CONTAINS 42 CHARACTERS.
000680 01  YACHT-GAME-RECORD.
000690     05 GM-KEY.
000700         10 GM-TOURN-ID      PIC X(08).
000710         10 GM-PLAYER-ID     PIC X(10).
000720         10 GM-ROUND-NO      PIC 9(02).
000730     05 GM-CATEGORY          PIC X(15).
000740     05 GM-DICE.
000750         10 GM-DIE OCCURS 5 TIMES PIC 9(01).
000760     05 GM-SCORE             PIC 9(02).
000770
000772* TM-STATUS - O OPEN FOR PLAY, C CLOSED, V CERTIFIED, A
000774* ARCHIVED. ONLY A CERTIFIED OR ARCHIVED TOURNAMENT IS RATED.
000776 FD  TOURN-MASTER
000778     RECORD CONTAINS 80 CHARACTERS.
000780 01  TOURN-MASTER-RECORD.
000782     05 TM-TOURN-ID          PIC X(08).
000784     05 TM-TOURN-NAME        PIC X(30).
000786     05 TM-START-DATE        PIC 9(08).
000788     05 TM-END-DATE          PIC 9(08).
000790     05 TM-STATUS            PIC X(01).
000792         88 TM-OPEN                    VALUE "O".
000794         88 TM-CLOSED                  VALUE "C".
000796         88 TM-CERTIFIED               VALUE "V".
000798         88 TM-ARCHIVED                VALUE "A".
000800     05 TM-STATUS-DATE       PIC 9(08).
000802     05 TM-UPDATE-RUN-ID     PIC X(15).
000804     05 FILLER               PIC X(02).
000820
000830* COLUMNS 1-4 THE STARTING RATING, 5-6 THE TOURNAMENTS A NEW
000840* PLAYER STAYS PROVISIONAL, 7-9 THE PROVISIONAL K FACTOR AND
000850* 10-12 THE SETTLED K FACTOR.
000860 FD  ELO-PARM
000870     RECORD CONTAINS 12 CHARACTERS.
000880 01  ELO-PARM-RECORD.
000890     05 EP-START-RATING      PIC X(04).
000900     05 EP-PROV-GAMES        PIC X(02).
000910     05 EP-PROV-K            PIC X(03).
000920     05 EP-SETTLED-K         PIC X(03).
000930
000940* TYPE-P RECORDS CARRY ONE PLAYER'S RATING; TYPE-T RECORDS
000950* MARK EACH TOURNAMENT ALREADY RATED.
000960 FD  RATING-MASTER
000970     RECORD CONTAINS 65 CHARACTERS.
000980 01  RATING-MASTER-RECORD.
000990     05 RM-KEY.
001000         10 RM-REC-TYPE      PIC X(01).
001010             88 RM-IS-PLAYER           VALUE "P".
001020             88 RM-IS-TOURN            VALUE "T".
001030         10 RM-KEY-ID        PIC X(10).
001040     05 RM-PLAYER-DATA.
001050         10 RM-RATING        PIC 9(04)V9(02).
001060         10 RM-PREV-RATING   PIC 9(04)V9(02).
001070         10 RM-GAMES-RATED   PIC 9(05).
001080         10 RM-LAST-TOURN    PIC X(08).
001090         10 RM-LAST-PLACE    PIC 9(03).
001100         10 RM-LAST-FIELD    PIC 9(03).
001110     05 RM-TOURN-DATA REDEFINES RM-PLAYER-DATA.
001120         10 RM-T-PLAYERS     PIC 9(05).
001130         10 RM-T-RATED-DATE  PIC 9(08).
001140         10 FILLER           PIC X(18).
001150     05 RM-UPDATE-DATE       PIC 9(08).
001160     05 RM-UPDATE-RUN-ID     PIC X(15).
001170
001180 FD  RATING-LOG
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  RATING-LOG-RECORD       PIC X(80).
001210
001220 FD  AUDIT-LOG
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  AUDIT-LOG-RECORD        PIC X(80).
001250
001260 FD  ERROR-LOG
001270     RECORD CONTAINS 116 CHARACTERS.
001280 01  ERROR-LOG-RECORD        PIC X(116).
001290
001300 FD  RUN-ID-FILE
001310     RECORD CONTAINS 15 CHARACTERS.
001320 01  RUN-ID-RECORD           PIC X(15).
001330 WORKING-STORAGE SECTION.
001340 01  WS-RUN-ID-F-STATUS     PIC X(02).
001350     88 WS-RUN-ID-F-OK                VALUE "00".
001360 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001370 01  WS-GAME-FILE-STATUS    PIC X(02).
001380     88 WS-GAME-FILE-OK               VALUE "00".
001386 01  WS-TOURN-MST-STATUS    PIC X(02).
001392     88 WS-TOURN-MST-OK               VALUE "00".
001398 01  WS-TOURN-MST-OPEN-SW   PIC X(01) VALUE "N".
001404     88 WS-TOURN-MST-IS-OPEN          VALUE "Y".
001410 01  WS-ELO-PARM-STATUS     PIC X(02).
001420     88 WS-ELO-PARM-OK                VALUE "00".
001430 01  WS-RATING-STATUS       PIC X(02).
001440     88 WS-RATING-OK                  VALUE "00".
001450     88 WS-RATING-ABSENT              VALUE "35".
001460 01  WS-RATING-LOG-STATUS   PIC X(02).
001470     88 WS-RATING-LOG-OK              VALUE "00".
001480 01  WS-AUDIT-STATUS        PIC X(02).
001490     88 WS-AUDIT-OK                   VALUE "00".
001500 01  WS-ERROR-LOG-STATUS    PIC X(02).
001510     88 WS-ERROR-LOG-OK               VALUE "00".
001520
001530 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001540     88 WS-NO-MORE-GAMES              VALUE "Y".
001570
001580* RATING CONSTANTS - ELOPARM OVERRIDES ANY OF THEM.
001590 01  WS-START-RATING        PIC 9(04) VALUE 1500.
001600 01  WS-PROV-GAMES          PIC 9(02) VALUE 5.
001610 01  WS-PROV-K              PIC 9(03) VALUE 40.
001620 01  WS-SETTLED-K           PIC 9(03) VALUE 20.
001630
001640* SET WHEN THE TOURNAMENT MASTER SHOWS THE TOURNAMENT DONE.
001690 01  WS-CLOSED-SWITCH       PIC X(01).
001700     88 WS-TOURN-CLOSED               VALUE "Y".
001710
001720* ONE TOURNAMENT'S FIELD, BUILT UP FROM THE GAME FILE.
001730 01  WS-CURRENT-TOURN       PIC X(08) VALUE SPACES.
001740 01  WS-CURRENT-PLAYER      PIC X(10) VALUE SPACES.
001750 01  WS-FIRST-TOURN-SWITCH  PIC X(01) VALUE "Y".
001760     88 WS-NO-TOURN-YET               VALUE "Y".
001770 01  WS-FIELD-FULL-SWITCH   PIC X(01) VALUE "N".
001780     88 WS-FIELD-FULL                 VALUE "Y".
001790 01  WS-TP-COUNT            PIC 9(03) COMP VALUE 0.
001800 01  WS-TP-TABLE.
001810     05 WS-TP-ENTRY OCCURS 500 TIMES.
001820         10 WS-TP-PLAYER     PIC X(10).
001830         10 WS-TP-TOTAL      PIC 9(05) COMP.
001840         10 WS-TP-PLACE      PIC 9(03) COMP.
001850         10 WS-TP-OLD-RATING PIC 9(04)V9(02).
001860         10 WS-TP-NEW-RATING PIC 9(04)V9(02).
001870         10 WS-TP-GAMES      PIC 9(05) COMP.
001880 01  WS-I                   PIC 9(03) COMP.
001890 01  WS-J                   PIC 9(03) COMP.
001900
001910* PAIRWISE RATING WORK.
001920 01  WS-K-FACTOR            PIC 9(03).
001930 01  WS-ACTUAL-SUM          PIC S9(05)V9(06).
001940 01  WS-EXPECTED-SUM        PIC S9(05)V9(06).
001950 01  WS-EXPECTED            PIC S9(01)V9(06).
001960 01  WS-RATING-GAP          PIC S9(05)V9(06).
001970 01  WS-POWER               PIC S9(11)V9(06).
001980 01  WS-SURPRISE            PIC S9(07)V9(06).
001990 01  WS-OPPONENTS           PIC 9(03) COMP.
002000 01  WS-RATING-DELTA        PIC S9(05)V9(02).
002010 01  WS-NEW-RATING-WORK     PIC S9(05)V9(02).
002020
002030 01  WS-ERR-KEY             PIC X(20).
002040 01  WS-ERR-TEXT            PIC X(40).
002050
002060 01  WS-READ-COUNT          PIC 9(07) COMP VALUE 0.
002070 01  WS-TOURN-SEEN-COUNT    PIC 9(05) COMP VALUE 0.
002080 01  WS-RATED-COUNT         PIC 9(05) COMP VALUE 0.
002090 01  WS-ALREADY-COUNT       PIC 9(05) COMP VALUE 0.
002100 01  WS-OPEN-COUNT          PIC 9(05) COMP VALUE 0.
002110 01  WS-SKIPPED-COUNT       PIC 9(05) COMP VALUE 0.
002120 01  WS-PLAYERS-RATED       PIC 9(07) COMP VALUE 0.
002130 01  WS-NEW-PLAYER-COUNT    PIC 9(07) COMP VALUE 0.
002140
002150 01  WS-HEADING-1.
002160     05 FILLER              PIC X(44) VALUE
002170         "YACHT PLAYER RATING UPDATE".
002180     05 FILLER              PIC X(08) VALUE "RUN ID ".
002190     05 WS-HDG-RUN-ID       PIC X(15).
002200 01  WS-TOURN-HEADING.
002210     05 FILLER              PIC X(13) VALUE
002220         "TOURNAMENT - ".
002230     05 WS-HDG-TOURN-ID     PIC X(08).
002240     05 FILLER              PIC X(09) VALUE "  FIELD ".
002250     05 WS-HDG-FIELD        PIC ZZ9.
002260 01  WS-COLUMN-HEADING.
002270     05 FILLER              PIC X(05) VALUE "PLACE".
002280     05 FILLER              PIC X(02) VALUE SPACES.
002290     05 FILLER              PIC X(12) VALUE "PLAYER ID".
002300     05 FILLER              PIC X(41) VALUE
002310         "TOTAL    BEFORE     AFTER   CHANGE  GAMES".
002320 01  WS-DETAIL-LINE.
002330     05 WS-DTL-PLACE        PIC ZZZZ9.
002340     05 FILLER              PIC X(02) VALUE SPACES.
002350     05 WS-DTL-PLAYER-ID    PIC X(10).
002360     05 FILLER              PIC X(02) VALUE SPACES.
002370     05 WS-DTL-TOTAL        PIC ZZZZ9.
002380     05 FILLER              PIC X(02) VALUE SPACES.
002390     05 WS-DTL-BEFORE       PIC ZZZ9.99.
002400     05 FILLER              PIC X(03) VALUE SPACES.
002410     05 WS-DTL-AFTER        PIC ZZZ9.99.
002420     05 FILLER              PIC X(02) VALUE SPACES.
002430     05 WS-DTL-CHANGE       PIC ++++9.99.
002440     05 FILLER              PIC X(02) VALUE SPACES.
002450     05 WS-DTL-GAMES        PIC ZZZZ9.
002460     05 FILLER              PIC X(01) VALUE SPACE.
002470     05 WS-DTL-NEW          PIC X(04).
002480 01  WS-NOTE-LINE.
002490     05 FILLER              PIC X(13) VALUE
002500         "TOURNAMENT - ".
002510     05 WS-NOTE-TOURN-ID    PIC X(08).
002520     05 FILLER              PIC X(02) VALUE SPACES.
002530     05 WS-NOTE-TEXT        PIC X(40).
002540 01  WS-RULE-LINE.
002550     05 FILLER              PIC X(80) VALUE ALL "-".
002560
002570 01  WS-SUMMARY-DETAIL.
002580     05 WS-SUM-LABEL        PIC X(30).
002590     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002600
002610 01  WS-RUN-DATE            PIC 9(08).
002620 01  WS-RUN-TIME            PIC 9(08).
002630 01  WS-TODAY               PIC 9(08).
002640
002650 COPY AUDITLOG.
002660
002670 COPY ERRLOG.
002680
002690 PROCEDURE DIVISION.
002700*-----------------------------------------------------------*
002710* 0000-MAINLINE - FOLD THE KEY-ORDERED GAME FILE INTO ONE
002720*                 FIELD PER TOURNAMENT AND RATE EACH CLOSED
002730*                 TOURNAMENT NOT RATED BEFORE.
002740*-----------------------------------------------------------*
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE
002770     PERFORM 2000-FOLD-ONE-RECORD
002780         UNTIL WS-NO-MORE-GAMES
002790     IF NOT WS-NO-TOURN-YET THEN
002800         PERFORM 3000-END-OF-TOURNAMENT
002810     END-IF
002820     PERFORM 8000-WRITE-SUMMARY
002830     PERFORM 9000-TERMINATE
002840     GOBACK.
002850
002860*-----------------------------------------------------------*
002870* 1000-INITIALIZE - LOAD THE PARAMETERS, OPEN FILES, PRIME THE
002880*                   READ. A RATING MASTER THAT DOES NOT EXIST
002890*                   YET (THE FIRST EVER RUN) IS CREATED EMPTY
002900*                   AND REOPENED.
002910*-----------------------------------------------------------*
002920 1000-INITIALIZE.
002930     PERFORM 1090-READ-RUN-ID
002940     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002950     PERFORM 1100-READ-ELO-PARM
002960     PERFORM 1200-OPEN-TOURN-MASTER
002970     OPEN INPUT YACHT-GAME-FILE
002980     OPEN I-O RATING-MASTER
002990     IF WS-RATING-ABSENT THEN
003000         OPEN OUTPUT RATING-MASTER
003010         CLOSE RATING-MASTER
003020         OPEN I-O RATING-MASTER
003030     END-IF
003040     OPEN OUTPUT RATING-LOG
003050     OPEN EXTEND AUDIT-LOG
003060     PERFORM 9140-WRITE-AUDIT-START
003070     OPEN EXTEND ERROR-LOG
003080     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
003090     WRITE RATING-LOG-RECORD FROM WS-HEADING-1
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
003350* 1100-READ-ELO-PARM - AN OPTIONAL ELOPARM CARD OVERRIDES ANY
003360*                   OF THE RATING CONSTANTS; A BLANK OR
003370*                   NON-NUMERIC FIELD KEEPS ITS DEFAULT.
003380*-----------------------------------------------------------*
003390 1100-READ-ELO-PARM.
003400     OPEN INPUT ELO-PARM
003410     IF WS-ELO-PARM-OK THEN
003420         READ ELO-PARM
003430             AT END CONTINUE
003440         END-READ
003450         IF WS-ELO-PARM-OK THEN
003460             IF EP-START-RATING NUMERIC THEN
003470                 MOVE EP-START-RATING TO WS-START-RATING
003480             END-IF
003490             IF EP-PROV-GAMES NUMERIC THEN
003500                 MOVE EP-PROV-GAMES   TO WS-PROV-GAMES
003510             END-IF
003520             IF EP-PROV-K NUMERIC THEN
003530                 MOVE EP-PROV-K       TO WS-PROV-K
003540             END-IF
003550             IF EP-SETTLED-K NUMERIC THEN
003560                 MOVE EP-SETTLED-K    TO WS-SETTLED-K
003570             END-IF
003580         END-IF
003590         CLOSE ELO-PARM
003600     END-IF.
003610
003620*-----------------------------------------------------------*
003630* 1200-OPEN-TOURN-MASTER - THE TOURNAMENT MASTER SAYS WHICH
003640*                   TOURNAMENTS ARE DONE. A MISSING MASTER
003650*                   LEAVES NOTHING DONE, SO NOTHING IS RATED.
003670*-----------------------------------------------------------*
003680 1200-OPEN-TOURN-MASTER.
003690     OPEN INPUT TOURN-MASTER
003700     IF WS-TOURN-MST-OK THEN
003710         MOVE "Y" TO WS-TOURN-MST-OPEN-SW
003910     END-IF.
003920
003930*-----------------------------------------------------------*
003940* 2000-FOLD-ONE-RECORD - ADD ONE ROUND TO ITS PLAYER'S
003950*                   TOURNAMENT TOTAL. A NEW TOURNAMENT ID
003960*                   CLOSES THE FIELD BUILT SO FAR.
003970*-----------------------------------------------------------*
003980 2000-FOLD-ONE-RECORD.
003990     ADD 1 TO WS-READ-COUNT
004000     IF GM-TOURN-ID NOT = WS-CURRENT-TOURN
004010         OR WS-NO-TOURN-YET THEN
004020         IF NOT WS-NO-TOURN-YET THEN
004030             PERFORM 3000-END-OF-TOURNAMENT
004040         END-IF
004050         MOVE "N"         TO WS-FIRST-TOURN-SWITCH
004060         MOVE GM-TOURN-ID TO WS-CURRENT-TOURN
004070         MOVE SPACES      TO WS-CURRENT-PLAYER
004080         MOVE 0           TO WS-TP-COUNT
004090         MOVE "N"         TO WS-FIELD-FULL-SWITCH
004100     END-IF
004110     IF GM-PLAYER-ID NOT = WS-CURRENT-PLAYER THEN
004120         MOVE GM-PLAYER-ID TO WS-CURRENT-PLAYER
004130         IF WS-TP-COUNT < 500 THEN
004140             ADD 1 TO WS-TP-COUNT
004150             MOVE GM-PLAYER-ID TO WS-TP-PLAYER (WS-TP-COUNT)
004160             MOVE 0            TO WS-TP-TOTAL (WS-TP-COUNT)
004170         ELSE
004180             MOVE "Y" TO WS-FIELD-FULL-SWITCH
004190         END-IF
004200     END-IF
004210     IF NOT WS-FIELD-FULL THEN
004220         ADD GM-SCORE TO WS-TP-TOTAL (WS-TP-COUNT)
004230     END-IF
004240     PERFORM 2100-READ-GAME-FILE.
004250
004260 2100-READ-GAME-FILE.
004270     READ YACHT-GAME-FILE NEXT RECORD
004280         AT END
004290             MOVE "Y" TO WS-EOF-SWITCH
004300     END-READ.
004310
004320*-----------------------------------------------------------*
004330* 3000-END-OF-TOURNAMENT - RATE THE FIELD JUST BUILT IF THE
004336*                   TOURNAMENT IS CERTIFIED (OR ALREADY
004342*                   ARCHIVED) AND NOT RATED BEFORE.
004350*                   A FIELD TOO BIG FOR THE TABLE, OR OF ONE
004360*                   PLAYER, CANNOT BE RATED AND IS LOGGED.
004370*-----------------------------------------------------------*
004380 3000-END-OF-TOURNAMENT.
004390     ADD 1 TO WS-TOURN-SEEN-COUNT
004400     PERFORM 3100-TEST-CLOSED
004410     IF NOT WS-TOURN-CLOSED THEN
004420         ADD 1 TO WS-OPEN-COUNT
004430     ELSE
004440         MOVE "T"              TO RM-REC-TYPE
004450         MOVE WS-CURRENT-TOURN TO RM-KEY-ID
004460         READ RATING-MASTER
004470             INVALID KEY
004480                 PERFORM 3200-RATE-IF-RATEABLE
004490             NOT INVALID KEY
004500                 ADD 1 TO WS-ALREADY-COUNT
004510         END-READ
004520     END-IF.
004530
004540 3100-TEST-CLOSED.
004550     MOVE "N" TO WS-CLOSED-SWITCH
004559     IF WS-TOURN-MST-IS-OPEN THEN
004568         MOVE WS-CURRENT-TOURN TO TM-TOURN-ID
004577         READ TOURN-MASTER
004586             INVALID KEY CONTINUE
004595             NOT INVALID KEY
004604                 IF TM-CERTIFIED OR TM-ARCHIVED THEN
004613                     MOVE "Y" TO WS-CLOSED-SWITCH
004622                 END-IF
004631         END-READ
004640     END-IF.
004650
004660 3200-RATE-IF-RATEABLE.
004670     EVALUATE TRUE
004680         WHEN WS-FIELD-FULL
004690             ADD 1 TO WS-SKIPPED-COUNT
004700             MOVE "FIELD OVER 500 PLAYERS - NOT RATED"
004710                 TO WS-ERR-TEXT
004720             PERFORM 3900-LOG-TOURNAMENT
004730         WHEN WS-TP-COUNT < 2
004740             ADD 1 TO WS-SKIPPED-COUNT
004750             MOVE "FIELD OF ONE PLAYER - NOT RATED"
004760                 TO WS-ERR-TEXT
004770             PERFORM 3900-LOG-TOURNAMENT
004780         WHEN OTHER
004790             PERFORM 4000-RATE-TOURNAMENT
004800     END-EVALUATE.
004810
004820*-----------------------------------------------------------*
004830* 3900-LOG-TOURNAMENT - A CLOSED TOURNAMENT THAT CANNOT BE
004840*                   RATED GOES TO THE RATING LOG AND ERRORLOG.
004850*                   IT IS NOT MARKED RATED, SO IT IS TRIED
004860*                   AGAIN ONCE THE GAME FILE IS PUT RIGHT.
004870*-----------------------------------------------------------*
004880 3900-LOG-TOURNAMENT.
004890     MOVE WS-CURRENT-TOURN TO WS-NOTE-TOURN-ID
004900     MOVE WS-ERR-TEXT      TO WS-NOTE-TEXT
004910     MOVE SPACES TO RATING-LOG-RECORD
004920     WRITE RATING-LOG-RECORD
004930     WRITE RATING-LOG-RECORD FROM WS-NOTE-LINE
004940     MOVE WS-CURRENT-TOURN TO WS-ERR-KEY
004950     PERFORM 4900-LOG-ERROR.
004960
004970*-----------------------------------------------------------*
004980* 4000-RATE-TOURNAMENT - PLACE EVERY PLAYER, PICK UP THEIR
004990*                   RATINGS BEFORE THE TOURNAMENT, WORK OUT THE
005000*                   NEW ONES AGAINST THOSE BEFORE-RATINGS ONLY
005010*                   (SO THE ORDER PLAYERS ARE RATED IN CANNOT
005020*                   MATTER), THEN FILE THEM AND MARK THE
005030*                   TOURNAMENT RATED.
005040*-----------------------------------------------------------*
005050 4000-RATE-TOURNAMENT.
005060     ADD 1 TO WS-RATED-COUNT
005070     MOVE SPACES TO RATING-LOG-RECORD
005080     WRITE RATING-LOG-RECORD
005090     MOVE WS-CURRENT-TOURN TO WS-HDG-TOURN-ID
005100     MOVE WS-TP-COUNT      TO WS-HDG-FIELD
005110     WRITE RATING-LOG-RECORD FROM WS-TOURN-HEADING
005120     WRITE RATING-LOG-RECORD FROM WS-COLUMN-HEADING
005130     PERFORM 4100-LOAD-ONE-RATING
005140         VARYING WS-I FROM 1 BY 1
005150         UNTIL WS-I > WS-TP-COUNT
005160     PERFORM 4200-RATE-ONE-PLAYER
005170         VARYING WS-I FROM 1 BY 1
005180         UNTIL WS-I > WS-TP-COUNT
005190     PERFORM 4500-FILE-ONE-RATING
005200         VARYING WS-I FROM 1 BY 1
005210         UNTIL WS-I > WS-TP-COUNT
005220     MOVE "T"              TO RM-REC-TYPE
005230     MOVE WS-CURRENT-TOURN TO RM-KEY-ID
005240     MOVE SPACES           TO RM-TOURN-DATA
005250     MOVE WS-TP-COUNT      TO RM-T-PLAYERS
005260     MOVE WS-TODAY         TO RM-T-RATED-DATE
005270     MOVE WS-TODAY         TO RM-UPDATE-DATE
005280     MOVE WS-RUN-ID        TO RM-UPDATE-RUN-ID
005290     WRITE RATING-MASTER-RECORD
005300         INVALID KEY
005310             REWRITE RATING-MASTER-RECORD
005320     END-WRITE.
005330
005340*-----------------------------------------------------------*
005350* 4100-LOAD-ONE-RATING - THE PLAYER'S RATING AND GAMES BEFORE
005360*                   THIS TOURNAMENT. A PLAYER NOT YET ON THE
005370*                   MASTER STARTS AT THE STARTING RATING.
005380*-----------------------------------------------------------*
005390 4100-LOAD-ONE-RATING.
005400     MOVE "P"                TO RM-REC-TYPE
005410     MOVE WS-TP-PLAYER (WS-I) TO RM-KEY-ID
005420     READ RATING-MASTER
005430         INVALID KEY
005440             MOVE WS-START-RATING TO WS-TP-OLD-RATING (WS-I)
005450             MOVE 0               TO WS-TP-GAMES (WS-I)
005460         NOT INVALID KEY
005470             MOVE RM-RATING       TO WS-TP-OLD-RATING (WS-I)
005480             MOVE RM-GAMES-RATED  TO WS-TP-GAMES (WS-I)
005490     END-READ.
005500
005510*-----------------------------------------------------------*
005520* 4200-RATE-ONE-PLAYER - SCORE THE PLAYER AGAINST EVERY OTHER
005530*                   PLAYER IN THE FIELD - ONE FOR A HIGHER
005540*                   TOTAL, A HALF FOR A TIE, NOTHING FOR A
005550*                   LOWER ONE - AND SUM WHAT THE RATINGS
005560*                   EXPECTED, 1 / (1 + 10 ** (GAP / 400)). THE
005570*                   CHANGE IS K TIMES THE DIFFERENCE AVERAGED
005580*                   OVER THE OPPONENTS, SO ONE TOURNAMENT
005590*                   WEIGHS AS ONE GAME WHATEVER THE FIELD SIZE.
005600*                   THE PLACE IS ONE MORE THAN THE PLAYERS WITH
005610*                   A HIGHER TOTAL, SO TIES SHARE A PLACE.
005620*-----------------------------------------------------------*
005630 4200-RATE-ONE-PLAYER.
005640     MOVE 0 TO WS-ACTUAL-SUM
005650     MOVE 0 TO WS-EXPECTED-SUM
005660     MOVE 1 TO WS-TP-PLACE (WS-I)
005670     PERFORM 4300-SCORE-ONE-PAIR
005680         VARYING WS-J FROM 1 BY 1
005690         UNTIL WS-J > WS-TP-COUNT
005700     IF WS-TP-GAMES (WS-I) < WS-PROV-GAMES THEN
005710         MOVE WS-PROV-K    TO WS-K-FACTOR
005720     ELSE
005730         MOVE WS-SETTLED-K TO WS-K-FACTOR
005740     END-IF
005750     SUBTRACT WS-EXPECTED-SUM FROM WS-ACTUAL-SUM
005760         GIVING WS-SURPRISE
005770     MULTIPLY WS-K-FACTOR BY WS-SURPRISE
005780     SUBTRACT 1 FROM WS-TP-COUNT GIVING WS-OPPONENTS
005790     DIVIDE WS-SURPRISE BY WS-OPPONENTS
005800         GIVING WS-RATING-DELTA ROUNDED
005810     ADD WS-TP-OLD-RATING (WS-I) WS-RATING-DELTA
005820         GIVING WS-NEW-RATING-WORK
005830     IF WS-NEW-RATING-WORK < 100 THEN
005840         MOVE 100 TO WS-NEW-RATING-WORK
005850     END-IF
005860     IF WS-NEW-RATING-WORK > 9999.99 THEN
005870         MOVE 9999.99 TO WS-NEW-RATING-WORK
005880     END-IF
005890     MOVE WS-NEW-RATING-WORK TO WS-TP-NEW-RATING (WS-I).
005900
005910 4300-SCORE-ONE-PAIR.
005920     IF WS-J NOT = WS-I THEN
005930         EVALUATE TRUE
005940             WHEN WS-TP-TOTAL (WS-I) > WS-TP-TOTAL (WS-J)
005950                 ADD 1 TO WS-ACTUAL-SUM
005960             WHEN WS-TP-TOTAL (WS-I) = WS-TP-TOTAL (WS-J)
005970                 ADD 0.5 TO WS-ACTUAL-SUM
005980             WHEN OTHER
005990                 ADD 1 TO WS-TP-PLACE (WS-I)
006000         END-EVALUATE
006010         SUBTRACT WS-TP-OLD-RATING (WS-I)
006020             FROM WS-TP-OLD-RATING (WS-J)
006030             GIVING WS-RATING-GAP
006040         DIVIDE 400 INTO WS-RATING-GAP
006050         IF WS-RATING-GAP > 10 THEN
006060             MOVE 10 TO WS-RATING-GAP
006070         END-IF
006080         IF WS-RATING-GAP < -10 THEN
006090             MOVE -10 TO WS-RATING-GAP
006100         END-IF
006110         COMPUTE WS-POWER = 10 ** WS-RATING-GAP
006120         ADD 1 TO WS-POWER
006130         DIVIDE 1 BY WS-POWER GIVING WS-EXPECTED ROUNDED
006140         ADD WS-EXPECTED TO WS-EXPECTED-SUM
006150     END-IF.
006160
006170*-----------------------------------------------------------*
006180* 4500-FILE-ONE-RATING - WRITE THE PLAYER'S NEW RATING, KEEPING
006190*                   THE ONE BEFORE FOR THE CHANGE COLUMN, AND
006200*                   LIST IT ON THE RATING LOG.
006210*-----------------------------------------------------------*
006220 4500-FILE-ONE-RATING.
006230     ADD 1 TO WS-PLAYERS-RATED
006240     MOVE "P"                     TO RM-REC-TYPE
006250     MOVE WS-TP-PLAYER (WS-I)     TO RM-KEY-ID
006260     MOVE WS-TP-NEW-RATING (WS-I) TO RM-RATING
006270     MOVE WS-TP-OLD-RATING (WS-I) TO RM-PREV-RATING
006280     COMPUTE RM-GAMES-RATED = WS-TP-GAMES (WS-I) + 1
006290     MOVE WS-CURRENT-TOURN        TO RM-LAST-TOURN
006300     MOVE WS-TP-PLACE (WS-I)      TO RM-LAST-PLACE
006310     MOVE WS-TP-COUNT             TO RM-LAST-FIELD
006320     MOVE WS-TODAY                TO RM-UPDATE-DATE
006330     MOVE WS-RUN-ID               TO RM-UPDATE-RUN-ID
006340     MOVE SPACES                  TO WS-DTL-NEW
006350     IF WS-TP-GAMES (WS-I) = 0 THEN
006360         ADD 1 TO WS-NEW-PLAYER-COUNT
006370         MOVE "NEW"               TO WS-DTL-NEW
006380     END-IF
006390     WRITE RATING-MASTER-RECORD
006400         INVALID KEY
006410             REWRITE RATING-MASTER-RECORD
006420     END-WRITE
006430     MOVE WS-TP-PLACE (WS-I)      TO WS-DTL-PLACE
006440     MOVE WS-TP-PLAYER (WS-I)     TO WS-DTL-PLAYER-ID
006450     MOVE WS-TP-TOTAL (WS-I)      TO WS-DTL-TOTAL
006460     MOVE RM-PREV-RATING          TO WS-DTL-BEFORE
006470     MOVE RM-RATING               TO WS-DTL-AFTER
006480     COMPUTE WS-DTL-CHANGE = RM-RATING - RM-PREV-RATING
006490     MOVE RM-GAMES-RATED          TO WS-DTL-GAMES
006500     WRITE RATING-LOG-RECORD FROM WS-DETAIL-LINE.
006510
006520*-----------------------------------------------------------*
006530* 4900-LOG-ERROR - APPEND ONE LINE TO THE COMMON ERRORLOG.
006540*-----------------------------------------------------------*
006550 4900-LOG-ERROR.
006560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006570     ACCEPT WS-RUN-TIME FROM TIME
006580     MOVE "YACHTELO"        TO ERR-PROGRAM-NAME
006590     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
006600     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
006610     MOVE WS-RUN-ID         TO ERR-RUN-ID
006620     MOVE WS-ERR-KEY        TO ERR-RECORD-ID
006630     MOVE WS-ERR-TEXT       TO ERR-MESSAGE
006640     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
006650
006660*-----------------------------------------------------------*
006670* 8000-WRITE-SUMMARY - RUN CONTROL TOTALS.
006680*-----------------------------------------------------------*
006690 8000-WRITE-SUMMARY.
006700     MOVE SPACES TO RATING-LOG-RECORD
006710     WRITE RATING-LOG-RECORD
006720     WRITE RATING-LOG-RECORD FROM WS-RULE-LINE
006730     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006740     MOVE "GAME RECORDS READ"     TO WS-SUM-LABEL
006750     MOVE WS-READ-COUNT           TO WS-SUM-VALUE
006760     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL
006770     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006780     MOVE "TOURNAMENTS ON GAME FILE" TO WS-SUM-LABEL
006790     MOVE WS-TOURN-SEEN-COUNT     TO WS-SUM-VALUE
006800     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL
006810     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006820     MOVE "NOT YET CERTIFIED"     TO WS-SUM-LABEL
006830     MOVE WS-OPEN-COUNT           TO WS-SUM-VALUE
006840     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL
006850     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006860     MOVE "RATED ON AN EARLIER RUN" TO WS-SUM-LABEL
006870     MOVE WS-ALREADY-COUNT        TO WS-SUM-VALUE
006880     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL
006890     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006900     MOVE "RATED THIS RUN"        TO WS-SUM-LABEL
006910     MOVE WS-RATED-COUNT          TO WS-SUM-VALUE
006920     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL
006930     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006940     MOVE "CLOSED BUT NOT RATEABLE" TO WS-SUM-LABEL
006950     MOVE WS-SKIPPED-COUNT        TO WS-SUM-VALUE
006960     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL
006970     MOVE SPACES                  TO WS-SUMMARY-DETAIL
006980     MOVE "PLAYER RATINGS FILED"  TO WS-SUM-LABEL
006990     MOVE WS-PLAYERS-RATED        TO WS-SUM-VALUE
007000     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL
007010     MOVE SPACES                  TO WS-SUMMARY-DETAIL
007020     MOVE "NEW PLAYERS RATED"     TO WS-SUM-LABEL
007030     MOVE WS-NEW-PLAYER-COUNT     TO WS-SUM-VALUE
007040     WRITE RATING-LOG-RECORD FROM WS-SUMMARY-DETAIL.
007050
007060*-----------------------------------------------------------*
007070* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE JCL
007080*                  STEP REFLECTS WHETHER ANY CLOSED TOURNAMENT
007090*                  COULD NOT BE RATED.
007100*-----------------------------------------------------------*
007110 9000-TERMINATE.
007120     PERFORM 9150-WRITE-AUDIT-LOG
007130     CLOSE YACHT-GAME-FILE
007132     IF WS-TOURN-MST-IS-OPEN THEN
007134         CLOSE TOURN-MASTER
007136     END-IF
007140     CLOSE RATING-MASTER
007150     CLOSE RATING-LOG
007160     CLOSE AUDIT-LOG
007170     CLOSE ERROR-LOG
007180     IF WS-SKIPPED-COUNT > 0 THEN
007190         MOVE 4 TO RETURN-CODE
007200     END-IF.
007210
007220*-----------------------------------------------------------*
007230* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
007240*                        INITIALIZATION SO THE BATCH-WINDOW
007250*                        REPORT CAN PAIR THIS STEP'S START
007260*                        WITH ITS END.
007270*-----------------------------------------------------------*
007280 9140-WRITE-AUDIT-START.
007290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007300     ACCEPT WS-RUN-TIME FROM TIME
007310     MOVE "YACHTELO"        TO AUD-PROGRAM-NAME
007320     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007330     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007340     MOVE WS-RUN-ID         TO AUD-RUN-ID
007350     MOVE 0                 TO AUD-INPUT-COUNT
007360     MOVE 0                 TO AUD-OUTPUT-COUNT
007370     MOVE "S"               TO AUD-RECORD-TYPE
007380     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
007390
007400*-----------------------------------------------------------*
007410* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
007420*                        AUDITLOG FILE SHARED BY THE WHOLE
007430*                        NIGHTLY SUITE - GAME RECORDS READ AND
007440*                        PLAYER RATINGS FILED.
007450*-----------------------------------------------------------*
007460 9150-WRITE-AUDIT-LOG.
007470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007480     ACCEPT WS-RUN-TIME FROM TIME
007490     MOVE "YACHTELO"        TO AUD-PROGRAM-NAME
007500     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007510     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007520     MOVE WS-RUN-ID         TO AUD-RUN-ID
007530     MOVE WS-READ-COUNT     TO AUD-INPUT-COUNT
007540     MOVE WS-PLAYERS-RATED  TO AUD-OUTPUT-COUNT
007550     MOVE "E"               TO AUD-RECORD-TYPE
007560     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
