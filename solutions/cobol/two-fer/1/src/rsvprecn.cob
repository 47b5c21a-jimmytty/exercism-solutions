000320*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000330*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000340*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000342* 2026-10-15 LA    ROSTER-INPUT RECORD 61 TO 72 FOR THE
000344*                  ATTENDEE'S PARTY CODE AND THE TABLE AND SEAT
000346*                  THE NEW SEATPLAN STEP ASSIGNS. NONE OF THE
000348*                  NEW FIELDS IS USED HERE.
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000600     05 RS-NAME              PIC X(50).
000610
000620 FD  ROSTER-INPUT
000630     RECORD CONTAINS 72 CHARACTERS.
000640 01  ROSTER-INPUT-RECORD.
000650     05 RO-EVENT-CODE        PIC X(08).
000660     05 RO-NAME              PIC X(50).
000670     05 RO-FAVOR-QTY         PIC 9(03).
000672     05 RO-PARTY-CODE        PIC X(06).
000674     05 RO-TABLE-NO          PIC 9(03).
000676     05 RO-SEAT-NO           PIC 9(02).
000680
000690 FD  RSVP-REPORT
000700     RECORD CONTAINS 80 CHARACTERS.
