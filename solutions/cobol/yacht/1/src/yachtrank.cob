000820*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000830*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000840*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000841* 2026-10-15 PD    NOW ALSO WRITES THE LEADERBOARD TO LEADPUB AS
000842*                  A COMMA-DELIMITED FILE WITH A HEADER ROW -
000843*                  RUN ID, TOURNAMENT, RANK, PLAYER ID, FULL
000844*                  DISPLAY NAME, TOTAL - ONE ROW PER PRINTED
000845*                  DETAIL LINE, SO THE LEAGUE WEBSITE LOADS THE
000846*                  STANDINGS INSTEAD OF RE-KEYING THE PRINT.
000847*                  YACHTPUB COUNTS THE ROWS INTO THE PUBLICATION
000848*                  CONTROL FILE.
000850*-----------------------------------------------------------*
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
000940     SELECT LEADERBOARD ASSIGN TO "LEADBRD"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-LEADERBOARD-STATUS.
000962     SELECT LEADER-PUBLICATION ASSIGN TO "LEADPUB"
000964         ORGANIZATION IS LINE SEQUENTIAL
000966         FILE STATUS IS WS-LEADER-PUB-STATUS.
000970     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001260 FD  LEADERBOARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280 01  LEADERBOARD-RECORD      PIC X(80).
001282
001284 FD  LEADER-PUBLICATION
001286     RECORD CONTAINS 100 CHARACTERS.
001288 01  LEADER-PUB-RECORD       PIC X(100).
001290
001300 FD  PLAYER-MASTER
001310     RECORD CONTAINS 60 CHARACTERS.
001610     88 WS-GAME-FILE-EOF                 VALUE "10".
001620 01  WS-LEADERBOARD-STATUS    PIC X(02).
001630     88 WS-LEADERBOARD-OK                VALUE "00".
001633 01  WS-LEADER-PUB-STATUS     PIC X(02).
001636     88 WS-LEADER-PUB-OK                 VALUE "00".
001640 01  WS-MASTER-STATUS         PIC X(02).
001650     88 WS-MASTER-OK                     VALUE "00".
001660 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
001700 01  WS-AUDIT-STATUS          PIC X(02).
001710     88 WS-AUDIT-OK                      VALUE "00".
001720 01  WS-PLAYER-NAME           PIC X(20).
001725 01  WS-PLAYER-FULL-NAME      PIC X(30).
001730 01  WS-UNREGISTERED-COUNT    PIC 9(05) COMP VALUE 0.
001740 01  WS-RUN-DATE              PIC 9(08).
001750 01  WS-RUN-TIME              PIC 9(08).
002140     05 FILLER                PIC X(02) VALUE SPACES.
002150     05 WS-DTL-TOTAL          PIC ZZZZ9.
002160
002161* THE PUBLICATION ROW IS BUILT FIELD BY FIELD - TEXT QUOTED AND
002162* TRIMMED, NUMBERS UNEDITED AND LEFT-JUSTIFIED, EACH FOLLOWED BY
002163* A COMMA, THE LAST COMMA DROPPED BEFORE THE ROW IS WRITTEN.
002164 01  WS-PUB-HEADER.
002165     05 FILLER                PIC X(26) VALUE
002166        "RUN_ID,TOURNAMENT_ID,RANK,".
002167     05 FILLER                PIC X(34) VALUE
002168        "PLAYER_ID,DISPLAY_NAME,TOTAL_SCORE".
002169     05 FILLER                PIC X(40) VALUE SPACES.
002170 01  WS-PUB-LINE              PIC X(100).
002171 01  WS-PUB-PTR               PIC 9(03) COMP.
002172 01  WS-PUB-TEXT              PIC X(32).
002173 01  WS-PUB-NUMBER            PIC Z(08)9.
002174 01  WS-PUB-LEAD              PIC 9(02) COMP.
002175
002176 COPY ERRLOG.
002180
002190 COPY AUDITLOG.
002200
002430     PERFORM 1090-READ-RUN-ID
002440     OPEN INPUT YACHT-GAME-FILE
002450     OPEN OUTPUT LEADERBOARD
002453     OPEN OUTPUT LEADER-PUBLICATION
002456     WRITE LEADER-PUB-RECORD FROM WS-PUB-HEADER
002460     OPEN INPUT PLAYER-MASTER
002470     IF WS-MASTER-OK THEN
002480         MOVE "Y" TO WS-MASTER-OPEN-SWITCH
002780     PERFORM 9150-WRITE-AUDIT-LOG
002790     CLOSE YACHT-GAME-FILE
002800     CLOSE LEADERBOARD
002805     CLOSE LEADER-PUBLICATION
002810     IF WS-MASTER-IS-OPEN THEN
002820         CLOSE PLAYER-MASTER
002830     END-IF
004010     PERFORM 4200-LOOK-UP-PLAYER-NAME
004020     MOVE WS-PLAYER-NAME TO WS-DTL-PLAYER-NAME
004030     MOVE SR-TOTAL       TO WS-DTL-TOTAL
004036     WRITE LEADERBOARD-RECORD FROM WS-DETAIL-LINE
004042     PERFORM 4400-WRITE-PUBLICATION-ROW.
004050
004060*-----------------------------------------------------------*
004070* 4120-OPEN-TOURNAMENT-SECTION - A NEW TOURNAMENT OPENS ITS
004270*-----------------------------------------------------------*
004280 4200-LOOK-UP-PLAYER-NAME.
004290     MOVE "*UNKNOWN*" TO WS-PLAYER-NAME
004295     MOVE "*UNKNOWN*" TO WS-PLAYER-FULL-NAME
004300     IF WS-MASTER-IS-OPEN THEN
004310         MOVE SR-PLAYER-ID TO PM-PLAYER-ID
004320         READ PLAYER-MASTER
004340                 PERFORM 4300-LOG-UNREGISTERED
004350             NOT INVALID KEY
004360                 MOVE PM-DISPLAY-NAME TO WS-PLAYER-NAME
004365                 MOVE PM-DISPLAY-NAME TO WS-PLAYER-FULL-NAME
004370         END-READ
004380     ELSE
004390         PERFORM 4300-LOG-UNREGISTERED
004570         TO ERR-MESSAGE
004580     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
004590
004591*-----------------------------------------------------------*
004592* 4400-WRITE-PUBLICATION-ROW - THE SAME RANKED PLAYER AS ONE
004593*                  COMMA-DELIMITED LEADPUB ROW, WITH THE FULL
004594*                  DISPLAY NAME THE PRINT LINE SHORTENS.
004595*-----------------------------------------------------------*
004596 4400-WRITE-PUBLICATION-ROW.
004597     MOVE SPACES TO WS-PUB-LINE
004598     MOVE 1      TO WS-PUB-PTR
004599     MOVE WS-RUN-ID           TO WS-PUB-TEXT
004600     PERFORM 4410-APPEND-PUB-TEXT
004601     MOVE SR-TOURN-ID         TO WS-PUB-TEXT
004602     PERFORM 4410-APPEND-PUB-TEXT
004603     MOVE WS-RANK-COUNT       TO WS-PUB-NUMBER
004604     PERFORM 4420-APPEND-PUB-NUMBER
004605     MOVE SR-PLAYER-ID        TO WS-PUB-TEXT
004606     PERFORM 4410-APPEND-PUB-TEXT
004607     MOVE WS-PLAYER-FULL-NAME TO WS-PUB-TEXT
004608     PERFORM 4410-APPEND-PUB-TEXT
004609     MOVE SR-TOTAL            TO WS-PUB-NUMBER
004610     PERFORM 4420-APPEND-PUB-NUMBER
004611     SUBTRACT 1 FROM WS-PUB-PTR
004612     MOVE SPACE TO WS-PUB-LINE (WS-PUB-PTR:1)
004613     WRITE LEADER-PUB-RECORD FROM WS-PUB-LINE.
004614
004615*-----------------------------------------------------------*
004616* 4410-APPEND-PUB-TEXT - APPEND WS-PUB-TEXT IN DOUBLE QUOTES,
004617*                  TRAILING SPACES DROPPED. AN EMBEDDED DOUBLE
004618*                  QUOTE BECOMES A SINGLE ONE SO THE ROW STILL
004619*                  SPLITS CLEANLY.
004620*-----------------------------------------------------------*
004621 4410-APPEND-PUB-TEXT.
004622     INSPECT WS-PUB-TEXT REPLACING ALL QUOTE BY "'"
004623     STRING QUOTE       DELIMITED BY SIZE
004624            WS-PUB-TEXT DELIMITED BY "  "
004625            QUOTE       DELIMITED BY SIZE
004626            ","         DELIMITED BY SIZE
004627         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
004628     END-STRING.
004629
004630*-----------------------------------------------------------*
004631* 4420-APPEND-PUB-NUMBER - APPEND WS-PUB-NUMBER WITHOUT ITS
004632*                  LEADING SPACES.
004633*-----------------------------------------------------------*
004634 4420-APPEND-PUB-NUMBER.
004635     MOVE 0 TO WS-PUB-LEAD
004636     INSPECT WS-PUB-NUMBER TALLYING WS-PUB-LEAD
004637         FOR LEADING SPACES
004638     STRING WS-PUB-NUMBER (WS-PUB-LEAD + 1:) DELIMITED BY SIZE
004639            ","                              DELIMITED BY SIZE
004640         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
004641     END-STRING.
004642
004643 4990-REPORT-EXIT.
004644     EXIT.
004645
