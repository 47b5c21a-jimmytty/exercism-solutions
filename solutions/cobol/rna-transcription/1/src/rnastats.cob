000540*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000550*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000560*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000563* 2026-10-15 DK    SEQMAST RECORD 63 TO 64 FOR THE NEW
000566*                  SUBMISSION-FORMAT BYTE. LOOKUP UNCHANGED.
000567* 2026-10-15 DK    SEQMAST RECORD 64 TO 93 FOR THE NEW
000568*                  ACCESSION STATUS, STATUS DATE, AND
000569*                  MERGED-INTO FIELDS MAINTAINED BY SEQMNT.
000570*                  LOOKUP UNCHANGED.
000571*-----------------------------------------------------------*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000950 01  STAT-REPORT-RECORD      PIC X(80).
000960
000970 FD  SEQ-MASTER
000980     RECORD CONTAINS 93 CHARACTERS.
000990 01  SEQ-MASTER-RECORD.
001000     05 SM-SEQ-ID            PIC X(20).
001010     05 SM-FIRST-DATE        PIC 9(08).
001020     05 SM-RUN-ID            PIC X(15).
001030     05 SM-LAB-ID            PIC X(20).
001035     05 SM-LOAD-FORMAT       PIC X(01).
001036     05 SM-STATUS            PIC X(01).
001037         88 SM-IS-ACTIVE               VALUE "A" " ".
001038         88 SM-IS-WITHDRAWN            VALUE "W".
001039         88 SM-IS-MERGED               VALUE "M".
001040     05 SM-STATUS-DATE       PIC 9(08).
001041     05 SM-MERGED-INTO       PIC X(20).
001042
001050 FD  GC-PARM
001060     RECORD CONTAINS 6 CHARACTERS.
001070 01  GC-PARM-RECORD.
