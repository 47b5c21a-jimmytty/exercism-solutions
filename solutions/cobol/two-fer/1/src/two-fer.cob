001240*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
001250*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
001260*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
001261* 2026-10-15 LA    ROSTER-INPUT RECORD 61 TO 72 FOR THE
001262*                  ATTENDEE'S PARTY CODE AND THE TABLE AND SEAT
001263*                  THE NEW SEATPLAN STEP ASSIGNS, AND
001264*                  EVENT-MASTER RECORD 71 TO 76 FOR THE EVENT'S
001265*                  TABLE COUNT AND SEATS PER TABLE. NEITHER NEW
001266*                  FIELD IS USED HERE.
001270*-----------------------------------------------------------*
001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001600 DATA DIVISION.
001610 FILE SECTION.
001620 FD  ROSTER-INPUT
001630     RECORD CONTAINS 72 CHARACTERS.
001640 01  ROSTER-INPUT-RECORD.
001650     05 RO-EVENT-CODE        PIC X(08).
001660     05 RO-NAME              PIC X(50).
001670     05 RO-FAVOR-QTY         PIC 9(03).
001672     05 RO-PARTY-CODE        PIC X(06).
001674     05 RO-TABLE-NO          PIC 9(03).
001676     05 RO-SEAT-NO           PIC 9(02).
001680      
001690 FD  TWO-FER-OUTPUT
001700     RECORD CONTAINS 64 CHARACTERS.
001850     05 PARM-SUFFIX           PIC X(40).
001860      
001870 FD  EVENT-MASTER
001880     RECORD CONTAINS 76 CHARACTERS.
001890 01  EVENT-MASTER-RECORD.
001900     05 EM-EVENT-CODE        PIC X(08).
001910     05 EM-EVENT-NAME        PIC X(30).
001920     05 EM-EVENT-DATE        PIC 9(08).
001930     05 EM-VENUE             PIC X(20).
001940     05 EM-FAVOR-BUDGET      PIC 9(05).
001943     05 EM-TABLE-COUNT       PIC 9(03).
001946     05 EM-SEATS-PER-TABLE   PIC 9(02).
001950
001960 FD  AUDIT-LOG
001970     RECORD CONTAINS 80 CHARACTERS.
