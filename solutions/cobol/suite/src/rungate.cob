000370*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000380*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000390*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000392* 2026-10-15 RF    CALOUT LRECL 25 TO 37 FOR CALGEN'S NEW 4-4-5
000394*                  FISCAL FIELDS. THE GATE STILL READS ONLY THE
000396*                  BUSINESS-DAY FLAGS.
000400*-----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CALENDAR-INPUT
000620     RECORD CONTAINS 37 CHARACTERS.
000630 01  CALENDAR-INPUT-RECORD.
000640     05 CAL-REGION           PIC X(03).
000650     05 CAL-DATE             PIC 9(08).
000680     05 CAL-BUS-DAY-NO       PIC 9(02).
000690     05 CAL-HOLIDAY-FLAG     PIC X(01).
000700     05 CAL-WEEKEND-FLAG     PIC X(01).
000701     05 CAL-FISCAL-YEAR      PIC 9(04).
000702     05 CAL-FISCAL-PERIOD    PIC 9(02).
000703     05 CAL-FISCAL-WEEK      PIC 9(02).
000704     05 CAL-FISC-BUS-DAY-NO  PIC 9(02).
000705     05 CAL-PERIOD-END-FLAG  PIC X(01).
000706     05 CAL-QUARTER-END-FLAG PIC X(01).
000710
000720 FD  GATE-PARM
000730     RECORD CONTAINS 8 CHARACTERS.
