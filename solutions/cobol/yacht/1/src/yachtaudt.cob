000450*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000460*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000470*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000471* 2026-10-15 PD    EACH TOURNAMENT IS NOW SETTLED AGAINST THE
000472*                  NEW TOURNMST TOURNAMENT MASTER AT ITS
000473*                  CONTROL BREAK. A TOURNAMENT THE LEAGUE DESK
000474*                  HAS CLOSED IS MOVED TO CERTIFIED WHEN EVERY
000475*                  PLAYER IN IT AUDITED CLEAN, AND IS OTHERWISE
000476*                  LISTED AS NOT CERTIFIED WITH ITS EXCEPTION
000477*                  COUNT; AN OPEN TOURNAMENT IS LEFT ALONE. A
000478*                  TOURNAMENT ON THE GAME FILE BUT NOT ON THE
000479*                  MASTER IS REPORTED AND ENDS THE RUN RC=4.
000480*-----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000660     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RUN-ID-F-STATUS.
000681     SELECT TOURN-MASTER ASSIGN TO "TOURNMST"
000682         ORGANIZATION IS INDEXED
000683         ACCESS MODE IS RANDOM
000684         RECORD KEY IS TM-TOURN-ID
000685         FILE STATUS IS WS-TOURN-MST-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  YACHT-GAME-FILE
000960 FD  RUN-ID-FILE
000970     RECORD CONTAINS 15 CHARACTERS.
000980 01  RUN-ID-RECORD           PIC X(15).
000981
000982* TM-STATUS - O OPEN FOR PLAY, C CLOSED, V CERTIFIED, A
000983* ARCHIVED. THIS AUDIT MOVES A CLEAN CLOSED TOURNAMENT TO V.
000984 FD  TOURN-MASTER
000985     RECORD CONTAINS 80 CHARACTERS.
000986 01  TOURN-MASTER-RECORD.
000987     05 TM-TOURN-ID          PIC X(08).
000988     05 TM-TOURN-NAME        PIC X(30).
000989     05 TM-START-DATE        PIC 9(08).
000990     05 TM-END-DATE          PIC 9(08).
000991     05 TM-STATUS            PIC X(01).
000992         88 TM-OPEN                    VALUE "O".
000993         88 TM-CLOSED                  VALUE "C".
000994         88 TM-CERTIFIED               VALUE "V".
000995         88 TM-ARCHIVED                VALUE "A".
000996     05 TM-STATUS-DATE       PIC 9(08).
000997     05 TM-UPDATE-RUN-ID     PIC X(15).
000998     05 FILLER               PIC X(02).
000999
001000 WORKING-STORAGE SECTION.
001001 01  WS-RUN-ID-F-STATUS     PIC X(02).
001010     88 WS-RUN-ID-F-OK                VALUE "00".
001020 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001030 01  WS-GAME-FILE-STATUS     PIC X(02).
001080     88 WS-CAT-PARM-OK                 VALUE "00".
001090 01  WS-AUDIT-STATUS         PIC X(02).
001100     88 WS-AUDIT-OK                    VALUE "00".
001102 01  WS-TOURN-MST-STATUS     PIC X(02).
001104     88 WS-TOURN-MST-OK                VALUE "00".
001106 01  WS-TOURN-MST-OPEN-SW    PIC X(01) VALUE "N".
001108     88 WS-TOURN-MST-IS-OPEN           VALUE "Y".
001110
001120 01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001130     88 WS-NO-MORE-GAMES               VALUE "Y".
001390
001400 01  WS-PLAYER-COUNT         PIC 9(05) COMP VALUE 0.
001410 01  WS-EXCEPT-PLAYER-COUNT  PIC 9(05) COMP VALUE 0.
001412 01  WS-TOURN-EXCEPT-COUNT   PIC 9(05) COMP VALUE 0.
001414 01  WS-CERTIFIED-COUNT      PIC 9(05) COMP VALUE 0.
001416 01  WS-NOT-CERTIFIED-COUNT  PIC 9(05) COMP VALUE 0.
001418 01  WS-UNKNOWN-TOURN-COUNT  PIC 9(05) COMP VALUE 0.
001420
001430 01  WS-HEADING-1.
001440     05 FILLER               PIC X(31) VALUE
001720     05 FILLER               PIC X(06) VALUE SPACES.
001730     05 WS-OPEN-CAT-NAME     PIC X(15).
001740
001741 01  WS-TOURN-RESULT-LINE.
001742     05 FILLER               PIC X(11) VALUE "TOURNAMENT ".
001743     05 WS-RES-TOURN-ID      PIC X(08).
001744     05 FILLER               PIC X(01) VALUE SPACE.
001745     05 WS-RES-TEXT          PIC X(30).
001746     05 WS-RES-COUNT         PIC ZZZZ9 BLANK WHEN ZERO.
001750 01  WS-SUMMARY-DETAIL.
001760     05 WS-SUM-LABEL         PIC X(30).
001770     05 WS-SUM-VALUE         PIC ZZZ,ZZZ,ZZ9.
001920     PERFORM 2000-AUDIT-GAMES
001930         UNTIL WS-NO-MORE-GAMES
001940     PERFORM 2500-CLOSE-OUT-PLAYER
001945     PERFORM 2700-CLOSE-OUT-TOURNAMENT
001950     PERFORM 9000-TERMINATE
001960     GOBACK.
001970
002030     PERFORM 1090-READ-RUN-ID
002040     PERFORM 1200-READ-CAT-PARM
002050     OPEN INPUT YACHT-GAME-FILE
002052     OPEN I-O TOURN-MASTER
002054     IF WS-TOURN-MST-OK THEN
002056         MOVE "Y" TO WS-TOURN-MST-OPEN-SW
002058     END-IF
002060     OPEN OUTPUT GAME-AUDIT-REPORT
002070     OPEN EXTEND AUDIT-LOG
002080     PERFORM 9140-WRITE-AUDIT-START
002730*-----------------------------------------------------------*
002740* 2000-AUDIT-GAMES - FOLD ONE GAME RECORD INTO ITS PLAYER'S
002750*                   RUNNING PICTURE AND READ ON. A CHANGE OF
002755*                   PLAYER ID CLOSES OUT THE PRIOR PLAYER, AND
002760*                   A CHANGE OF TOURNAMENT ID THE PRIOR
002765*                   TOURNAMENT AS WELL.
002770*-----------------------------------------------------------*
002780 2000-AUDIT-GAMES.
002790     IF GM-TOURN-ID NOT = WS-CURRENT-TOURN
002800         OR GM-PLAYER-ID NOT = WS-CURRENT-PLAYER
002810         OR WS-NO-PLAYER-YET THEN
002820         PERFORM 2500-CLOSE-OUT-PLAYER
002822         IF GM-TOURN-ID NOT = WS-CURRENT-TOURN THEN
002824             PERFORM 2700-CLOSE-OUT-TOURNAMENT
002826         END-IF
002830         PERFORM 2600-START-NEW-PLAYER
002840     END-IF
002850     ADD 1 TO WS-ROUND-COUNT
003120         PERFORM 2540-CHECK-OPEN-CATS
003130         IF NOT WS-PLAYER-CLEAN THEN
003140             ADD 1 TO WS-EXCEPT-PLAYER-COUNT
003145             ADD 1 TO WS-TOURN-EXCEPT-COUNT
003150         END-IF
003160     END-IF.
003170
004020     MOVE 0 TO WS-CAT-FILED (WS-CAT-IDX).
004030
004040*-----------------------------------------------------------*
004041* 2700-CLOSE-OUT-TOURNAMENT - SETTLE THE FINISHED TOURNAMENT
004042*                   AGAINST THE TOURNAMENT MASTER. ONE THE
004043*                   LEAGUE DESK HAS CLOSED IS CERTIFIED WHEN
004044*                   EVERY PLAYER IN IT AUDITED CLEAN, AND
004045*                   OTHERWISE REPORTED WITH ITS EXCEPTION
004046*                   COUNT SO THE DESK KNOWS WHAT STANDS IN
004047*                   THE WAY. AN OPEN TOURNAMENT IS STILL IN
004048*                   PLAY AND IS LEFT ALONE; A TOURNAMENT ON
004049*                   THE GAME FILE BUT NOT ON THE MASTER IS
004050*                   REPORTED.
004051*-----------------------------------------------------------*
004052 2700-CLOSE-OUT-TOURNAMENT.
004053     IF NOT WS-NO-PLAYER-YET THEN
004054         MOVE WS-CURRENT-TOURN TO WS-RES-TOURN-ID
004055         MOVE 0 TO WS-RES-COUNT
004056         IF WS-TOURN-MST-IS-OPEN THEN
004057             MOVE WS-CURRENT-TOURN TO TM-TOURN-ID
004058             READ TOURN-MASTER
004059                 INVALID KEY
004060                     PERFORM 2750-REPORT-UNKNOWN-TOURN
004061                 NOT INVALID KEY
004062                     IF TM-CLOSED THEN
004063                         PERFORM 2720-CERTIFY-TOURNAMENT
004064                     END-IF
004065             END-READ
004066         END-IF
004067         MOVE 0 TO WS-TOURN-EXCEPT-COUNT
004068     END-IF.
004069
004070 2720-CERTIFY-TOURNAMENT.
004071     IF WS-TOURN-EXCEPT-COUNT = 0 THEN
004072         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004073         MOVE "V"         TO TM-STATUS
004074         MOVE WS-RUN-DATE TO TM-STATUS-DATE
004075         MOVE WS-RUN-ID   TO TM-UPDATE-RUN-ID
004076         REWRITE TOURN-MASTER-RECORD
004077             INVALID KEY
004078                 PERFORM 2750-REPORT-UNKNOWN-TOURN
004079             NOT INVALID KEY
004080                 ADD 1 TO WS-CERTIFIED-COUNT
004081                 MOVE "CERTIFIED" TO WS-RES-TEXT
004082                 WRITE GAME-AUDIT-RECORD
004083                     FROM WS-TOURN-RESULT-LINE
004084         END-REWRITE
004085     ELSE
004086         ADD 1 TO WS-NOT-CERTIFIED-COUNT
004087         MOVE "NOT CERTIFIED - EXCEPTIONS"
004088             TO WS-RES-TEXT
004089         MOVE WS-TOURN-EXCEPT-COUNT TO WS-RES-COUNT
004090         WRITE GAME-AUDIT-RECORD FROM WS-TOURN-RESULT-LINE
004091     END-IF.
004092
004093 2750-REPORT-UNKNOWN-TOURN.
004094     ADD 1 TO WS-UNKNOWN-TOURN-COUNT
004095     MOVE "NOT ON TOURNAMENT MASTER" TO WS-RES-TEXT
004096     WRITE GAME-AUDIT-RECORD FROM WS-TOURN-RESULT-LINE.
004097
004098*-----------------------------------------------------------*
004099* 3000-TALLY-CATEGORY - COUNT THE CURRENT RECORD'S CATEGORY
004100*                   AGAINST THE MASTER TABLE. A CATEGORY THE
004101*                   MASTER DOES NOT KNOW IS REPORTED AT
004102*                   ONCE, SINCE ITS NAME IS ONLY TO HAND
004103*                   WHILE THIS RECORD IS CURRENT.
004104*-----------------------------------------------------------*
004110 3000-TALLY-CATEGORY.
004120     MOVE "N" TO WS-CAT-FOUND-SWITCH
004130     PERFORM 3050-CATEGORY-TABLE-CHECK
004410     MOVE "PLAYERS WITH EXCEPTIONS" TO WS-SUM-LABEL
004420     MOVE WS-EXCEPT-PLAYER-COUNT  TO WS-SUM-VALUE
004430     WRITE GAME-AUDIT-RECORD FROM WS-SUMMARY-DETAIL
004431     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004432     MOVE "TOURNAMENTS CERTIFIED" TO WS-SUM-LABEL
004433     MOVE WS-CERTIFIED-COUNT      TO WS-SUM-VALUE
004434     WRITE GAME-AUDIT-RECORD FROM WS-SUMMARY-DETAIL
004435     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004436     MOVE "CLOSED, NOT CERTIFIED" TO WS-SUM-LABEL
004437     MOVE WS-NOT-CERTIFIED-COUNT  TO WS-SUM-VALUE
004438     WRITE GAME-AUDIT-RECORD FROM WS-SUMMARY-DETAIL
004439     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004440     MOVE "TOURNAMENTS NOT ON MASTER" TO WS-SUM-LABEL
004441     MOVE WS-UNKNOWN-TOURN-COUNT  TO WS-SUM-VALUE
004442     WRITE GAME-AUDIT-RECORD FROM WS-SUMMARY-DETAIL
004443     PERFORM 9150-WRITE-AUDIT-LOG
004450     CLOSE YACHT-GAME-FILE
004452     IF WS-TOURN-MST-IS-OPEN THEN
004454         CLOSE TOURN-MASTER
004456     END-IF
004460     CLOSE GAME-AUDIT-REPORT
004470     CLOSE AUDIT-LOG
004476     IF WS-EXCEPT-PLAYER-COUNT > 0
004482         OR WS-UNKNOWN-TOURN-COUNT > 0 THEN
004490         MOVE 4 TO RETURN-CODE
004500     END-IF.
004510
