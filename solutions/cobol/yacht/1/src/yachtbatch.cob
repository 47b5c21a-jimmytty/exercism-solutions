001260*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
001270*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
001280*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
001281* 2026-10-15 PD    EACH ROLL'S TOURNAMENT IS NOW LOOKED UP ON
001282*                  THE NEW TOURNMST TOURNAMENT MASTER
001283*                  MAINTAINED BY TOURNMNT. A ROLL FOR A
001284*                  TOURNAMENT NOT ON THE MASTER - THE PHANTOM A
001285*                  ROUNDIN TYPO USED TO CREATE - OR FOR ONE NO
001286*                  LONGER OPEN FOR PLAY IS REJECTED TO
001287*                  ROLL-ERROR AND ERRORLOG UNSCORED, UNDER THE
001288*                  EXISTING REJECT COUNT AND TOLPARM TOLERANCE.
001289* 2026-10-15 PD    A TOURNAMENT REJECT NOW NAMES THE ROLL'S
001290*                  TOURNAMENT ID IN ITS MESSAGE, SO THE TYPO
001291*                  CAN BE FOUND WITHOUT GOING BACK TO ROUNDIN.
001292*-----------------------------------------------------------*
001300 ENVIRONMENT DIVISION.
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001610     SELECT TOL-PARM ASSIGN TO "TOLPARM"
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS WS-TOL-PARM-STATUS.
001631     SELECT TOURN-MASTER ASSIGN TO "TOURNMST"
001632         ORGANIZATION IS INDEXED
001633         ACCESS MODE IS RANDOM
001634         RECORD KEY IS TM-TOURN-ID
001635         FILE STATUS IS WS-TOURN-MST-STATUS.
001640 DATA DIVISION.
001650 FILE SECTION.
001660 FD  ROUND-INPUT
002180     05 TP-PROGRAM           PIC X(20).
002190     05 TP-TYPE              PIC X(01).
002200     05 TP-VALUE             PIC 9(07).
002201
002202* TM-STATUS - O OPEN FOR PLAY, C CLOSED, V CERTIFIED, A
002203* ARCHIVED. ROLLS FILE ONLY AGAINST AN OPEN TOURNAMENT.
002204 FD  TOURN-MASTER
002205     RECORD CONTAINS 80 CHARACTERS.
002206 01  TOURN-MASTER-RECORD.
002207     05 TM-TOURN-ID          PIC X(08).
002208     05 TM-TOURN-NAME        PIC X(30).
002209     05 TM-START-DATE        PIC 9(08).
002210     05 TM-END-DATE          PIC 9(08).
002211     05 TM-STATUS            PIC X(01).
002212         88 TM-OPEN                    VALUE "O".
002213         88 TM-CLOSED                  VALUE "C".
002214         88 TM-CERTIFIED               VALUE "V".
002215         88 TM-ARCHIVED                VALUE "A".
002216     05 TM-STATUS-DATE       PIC 9(08).
002217     05 TM-UPDATE-RUN-ID     PIC X(15).
002218     05 FILLER               PIC X(02).
002219
002220 WORKING-STORAGE SECTION.
002221 01  WS-TOL-PARM-STATUS     PIC X(02).
002230     88 WS-TOL-PARM-OK                VALUE "00".
002240 01  WS-TOL-EOF-SWITCH      PIC X(01).
002250     88 WS-TOL-PARM-DONE              VALUE "Y".
002480 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
002490     88 WS-MASTER-IS-OPEN               VALUE "Y".
002500 01  WS-PLAYER-NAME           PIC X(20).
002501 01  WS-TOURN-MST-STATUS      PIC X(02).
002502     88 WS-TOURN-MST-OK                 VALUE "00".
002503 01  WS-TOURN-MST-OPEN-SW     PIC X(01) VALUE "N".
002504     88 WS-TOURN-MST-IS-OPEN            VALUE "Y".
002505 01  WS-CHECKED-TOURN         PIC X(08) VALUE LOW-VALUES.
002506 01  WS-TOURN-PLAY-SWITCH     PIC X(01).
002507     88 WS-TOURN-PLAYABLE               VALUE "Y".
002508     88 WS-TOURN-UNKNOWN                VALUE "U".
002509     88 WS-TOURN-NOT-OPEN               VALUE "N".
002510      
002520 01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002530     88 WS-NO-MORE-ROUNDS               VALUE "Y".
003090     OPEN INPUT PLAYER-MASTER
003100     IF WS-MASTER-OK THEN
003110         MOVE "Y" TO WS-MASTER-OPEN-SWITCH
003112     END-IF
003114     OPEN INPUT TOURN-MASTER
003116     IF WS-TOURN-MST-OK THEN
003118         MOVE "Y" TO WS-TOURN-MST-OPEN-SW
003120     END-IF
003130     OPEN INPUT ROUND-INPUT
003140     OPEN I-O YACHT-GAME-FILE
004110* 2000-PROCESS-ROUNDS - SCORE ONE ROLL, THEN EITHER FILE THE
004120*                       RESULT OR, IF THE ROLL DID NOT PASS
004130*                       YACHT'S DIE VALIDATION, REJECT IT TO
004134*                       THE ROLL-ERROR REPORT. A ROLL FOR A
004138*                       TOURNAMENT THAT IS NOT ON THE MASTER,
004142*                       OR NOT OPEN FOR PLAY, IS REJECTED
004146*                       WITHOUT BEING SCORED.
004150*-----------------------------------------------------------*
004160 2000-PROCESS-ROUNDS.
004170     ADD 1 TO WS-ROUND-COUNT
004180     PERFORM 2050-CHECK-TOURNAMENT
004190     IF NOT WS-TOURN-PLAYABLE THEN
004200         PERFORM 2560-LOG-TOURNAMENT-REJECT
004230     ELSE
004232         CALL "YACHT" USING RI-CATEGORY RI-DICE WS-RESULT
004234             WS-VALID-SWITCH
004236         IF WS-ROLL-VALID THEN
004238             PERFORM 2300-SPLIT-DICE
004240             PERFORM 2400-WRITE-GAME-RECORD
004242         ELSE
004244             PERFORM 2500-LOG-ROLL-ERROR
004246         END-IF
004250     END-IF
004260     PERFORM 2100-READ-ROUND-INPUT.
004261
004262*-----------------------------------------------------------*
004263* 2050-CHECK-TOURNAMENT - LOOK THE ROLL'S TOURNAMENT UP ON
004264*                   THE TOURNAMENT MASTER. ROUNDIN ARRIVES
004265*                   SORTED BY TOURNAMENT, SO THE MASTER IS
004266*                   READ ONLY WHEN THE ID CHANGES. A RUN WITH
004267*                   NO MASTER WIRED KNOWS NO TOURNAMENT AND
004268*                   FILES NOTHING.
004269*-----------------------------------------------------------*
004270 2050-CHECK-TOURNAMENT.
004271     IF RI-TOURN-ID NOT = WS-CHECKED-TOURN THEN
004272         MOVE RI-TOURN-ID TO WS-CHECKED-TOURN
004273         MOVE "U" TO WS-TOURN-PLAY-SWITCH
004274         IF WS-TOURN-MST-IS-OPEN THEN
004275             MOVE RI-TOURN-ID TO TM-TOURN-ID
004276             READ TOURN-MASTER
004277                 INVALID KEY CONTINUE
004278                 NOT INVALID KEY
004279                     IF TM-OPEN THEN
004280                         MOVE "Y" TO WS-TOURN-PLAY-SWITCH
004281                     ELSE
004282                         MOVE "N" TO WS-TOURN-PLAY-SWITCH
004283                     END-IF
004284             END-READ
004285         END-IF
004286     END-IF.
004287      
004288*-----------------------------------------------------------*
004290* 2100-READ-ROUND-INPUT - READ NEXT ROLL, SET EOF SWITCH.
004300*-----------------------------------------------------------*
004310 2100-READ-ROUND-INPUT.
005170     PERFORM 2550-LOG-COMMON-ERROR.
005180      
005190*-----------------------------------------------------------*
005191* 2560-LOG-TOURNAMENT-REJECT - WRITE ONE REJECTED-ROLL LINE
005192*                  FOR A ROLL WHOSE TOURNAMENT CANNOT TAKE
005193*                  PLAY - A PHANTOM ID FROM A ROUNDIN TYPO,
005194*                  OR A TOURNAMENT ALREADY CLOSED.
005195*-----------------------------------------------------------*
005196 2560-LOG-TOURNAMENT-REJECT.
005197     ADD 1 TO WS-ROLL-ERROR-COUNT
005198     MOVE RI-PLAYER-ID TO WS-ERR-PLAYER-ID
005199     PERFORM 2470-LOOK-UP-PLAYER-NAME
005200     MOVE WS-PLAYER-NAME TO WS-ERR-PLAYER-NAME
005201     MOVE RI-ROUND-NO  TO WS-ERR-ROUND-NO
005202     MOVE RI-DICE      TO WS-ERR-DICE
005203     MOVE SPACES TO WS-ERR-MESSAGE
005204     IF WS-TOURN-UNKNOWN THEN
005205         STRING "UNKNOWN TOURNAMENT " DELIMITED BY SIZE
005206             RI-TOURN-ID DELIMITED BY SPACE
005207             INTO WS-ERR-MESSAGE
005208     ELSE
005209         STRING "TOURNAMENT " DELIMITED BY SIZE
005210             RI-TOURN-ID DELIMITED BY SPACE
005211             " NOT OPEN" DELIMITED BY SIZE
005212             INTO WS-ERR-MESSAGE
005213     END-IF
005214     WRITE ROLL-ERROR-RECORD FROM WS-ROLL-ERROR-DETAIL
005215     PERFORM 2550-LOG-COMMON-ERROR.
005216
005217*-----------------------------------------------------------*
005218* 2550-LOG-COMMON-ERROR - ALSO APPEND THE REJECTED ROLL TO
005219*                  THE ERRORLOG FILE SHARED BY THE WHOLE
005220*                  NIGHTLY SUITE.
005230*-----------------------------------------------------------*
005240 2550-LOG-COMMON-ERROR.
005420     CLOSE ROUND-INPUT
005430     IF WS-MASTER-IS-OPEN THEN
005440         CLOSE PLAYER-MASTER
005442     END-IF
005444     IF WS-TOURN-MST-IS-OPEN THEN
005446         CLOSE TOURN-MASTER
005450     END-IF
005460     CLOSE YACHT-GAME-FILE
005470     CLOSE ROLL-ERROR
