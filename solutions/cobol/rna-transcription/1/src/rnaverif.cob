000780*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000790*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000800*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000803* 2026-10-15 DK    SEQMAST RECORD 63 TO 64 FOR THE NEW
000806*                  SUBMISSION-FORMAT BYTE. LOOKUP UNCHANGED.
000807* 2026-10-15 DK    SEQMAST RECORD 64 TO 93 FOR THE NEW
000808*                  ACCESSION STATUS, STATUS DATE, AND
000809*                  MERGED-INTO FIELDS MAINTAINED BY SEQMNT.
000810*                  LOOKUP UNCHANGED.
000811*-----------------------------------------------------------*
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
001350 01  DIFF-REPORT-RECORD      PIC X(96).
001360
001370 FD  SEQ-MASTER
001380     RECORD CONTAINS 93 CHARACTERS.
001390 01  SEQ-MASTER-RECORD.
001400     05 SM-SEQ-ID            PIC X(20).
001410     05 SM-FIRST-DATE        PIC 9(08).
001420     05 SM-RUN-ID            PIC X(15).
001430     05 SM-LAB-ID            PIC X(20).
001435     05 SM-LOAD-FORMAT       PIC X(01).
001436     05 SM-STATUS            PIC X(01).
001437         88 SM-IS-ACTIVE               VALUE "A" " ".
001438         88 SM-IS-WITHDRAWN            VALUE "W".
001439         88 SM-IS-MERGED               VALUE "M".
001440     05 SM-STATUS-DATE       PIC 9(08).
001441     05 SM-MERGED-INTO       PIC X(20).
001442
001450 FD  BASE-PARM
001460     RECORD CONTAINS 2 CHARACTERS.
001470 01  BASE-PARM-RECORD.
