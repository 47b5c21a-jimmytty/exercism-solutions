000310*                  STEPS' LOG LINES LAND UNDER THE SAME RUN.
000320*                  A MISSING RSTPARM OR STEPTBL ENDS RC=8 -
000330*                  THERE IS NOTHING SAFE TO DRIVE FROM.
000331* 2026-10-15 RF    STEP TABLE RAISED 50 TO 80 - THE NIGHTLY
000332*                  STREAM NOW RUNS MORE THAN 50 STEPS, AND
000333*                  RUNDOSS ALREADY HOLDS 80 FROM THE SAME
000334*                  STEPTBL.
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
001090     05 WS-AUD-REC-TYPE     PIC X(01).
001100
001110* THE SUITE'S STEPS IN RUN ORDER, AS SUPPLIED ON STEPTBL -
001120* STEP NAME AND THE PROGRAM THAT RUNS IN IT. UP TO 80.
001130 01  WS-STEP-COUNT          PIC 9(02) COMP VALUE 0.
001140 01  WS-STEP-TABLE.
001150     05 WS-STEP-ENTRY OCCURS 80 TIMES.
001160         10 WS-STP-NAME     PIC X(08).
001170         10 WS-STP-PROGRAM  PIC X(20).
001180         10 WS-STP-DONE     PIC X(01).
001980         AT END MOVE "Y" TO WS-EOF-SWITCH
001990     END-READ
002000     IF NOT WS-FILE-DONE THEN
002010         IF WS-STEP-COUNT < 80 THEN
002020             ADD 1 TO WS-STEP-COUNT
002030             MOVE ST-STEP-NAME
002040                 TO WS-STP-NAME (WS-STEP-COUNT)
002060                 TO WS-STP-PROGRAM (WS-STEP-COUNT)
002070             MOVE "N" TO WS-STP-DONE (WS-STEP-COUNT)
002080         ELSE
002090             DISPLAY "RESTARTC - STEP TABLE FULL AT 80 - "
002100                 "IGNORING " ST-STEP-NAME
002110         END-IF
002120     END-IF.
