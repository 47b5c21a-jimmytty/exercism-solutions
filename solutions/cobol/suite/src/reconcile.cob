000680*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000690*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000700*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000702* 2026-10-15 RF    ROSTER-INPUT RECORD 61 TO 72 - ROSTER
000704*                  RECORDS NOW CARRY A PARTY CODE AND AN
000706*                  ASSIGNED TABLE AND SEAT. THE COUNT IS
000708*                  UNAFFECTED.
000709* 2026-10-15 RF    COLLATZ-INPUT RECORD 8 TO 17 BECOMES 8 TO 37 TO
000710*                  MATCH THE WIDE COLLIN RECORDS, SO THEY ARE
000711*                  NO LONGER CUT SHORT WHEN COUNTED.
000712*-----------------------------------------------------------*
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
001270     05 RNA-SEQUENCE         PIC X(10000).
001280
001290 FD  COLLATZ-INPUT
001300     RECORD CONTAINS 8 TO 37 CHARACTERS.
001310 01  COLLATZ-INPUT-RECORD    PIC X(37).
001320
001330 FD  ROSTER-INPUT
001340     RECORD CONTAINS 72 CHARACTERS.
001350 01  ROSTER-INPUT-RECORD     PIC X(72).
001360
001370 FD  ROUND-INPUT
001380     RECORD CONTAINS 41 CHARACTERS.
