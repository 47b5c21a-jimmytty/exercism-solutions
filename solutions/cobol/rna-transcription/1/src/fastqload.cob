000630*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000640*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000650*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000651* 2026-10-15 DK    SEQMAST RECORDS NOW ALSO CARRY THE
000652*                  SUBMISSION FORMAT THE ACCESSION WAS
000653*                  REGISTERED FROM - "Q" FOR A FASTQ LOAD - SO
000654*                  THE NEW LABBILL CHARGEBACK CAN APPLY THE
000655*                  FASTQ SURCHARGE WITHOUT GUESSING. RECORD 63
000656*                  TO 64.
000657* 2026-10-15 DK    A READ WHOSE ACCESSION ITS LAB HAS WITHDRAWN
000658*                  THROUGH THE NEW SEQMNT REGISTRY MAINTENANCE
000659*                  IS REFUSED - NOT REGISTERED AND NOT FILED TO
000660*                  DNA-OUTPUT - AND FILED ON ERRORLOG AS
000661*                  "WITHDRAWN ACCESSION - READ REFUSED". NEW
000662*                  REGISTRATIONS ARE FILED ACTIVE. SEQMAST
000663*                  RECORD 64 TO 93 FOR THE STATUS, STATUS DATE,
000664*                  AND MERGED-INTO ACCESSION.
000665* 2026-10-15 DK    EVERY "@" HEADER GROUP NOW ALSO WRITES ONE
000666*                  LINE TO THE NEW LOADQC FEED - ACCESSION,
000667*                  HEADER LAB, AVERAGE QUALITY, LENGTH, AND
000668*                  WHAT BECAME OF THE READ (LOADED, DUPLICATE
000669*                  FILED OR SKIPPED, WITHDRAWN, BELOW MINIMUM
000670*                  QUALITY, OR OTHERWISE REJECTED) - FOR THE
000671*                  NEW LABQUAL PER-LAB DATA-QUALITY SCORECARD.
000672*                  OPENS EXTEND BEHIND FASTALOAD'S LINES.
000673*-----------------------------------------------------------*
000674 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT FASTQ-INPUT ASSIGN TO "FASTQIN"
000900     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-ERROR-LOG-STATUS.
000922     SELECT LOAD-OUTCOME ASSIGN TO "LOADQC"
000924         ORGANIZATION IS LINE SEQUENTIAL
000926         FILE STATUS IS WS-LOAD-QC-STATUS.
000930     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-RUN-ID-F-STATUS.
001100     05 DNA-SEQUENCE         PIC X(10000).
001110
001120 FD  SEQ-MASTER
001130     RECORD CONTAINS 93 CHARACTERS.
001140 01  SEQ-MASTER-RECORD.
001150     05 SM-SEQ-ID            PIC X(20).
001160     05 SM-FIRST-DATE        PIC 9(08).
001170     05 SM-RUN-ID            PIC X(15).
001180     05 SM-LAB-ID            PIC X(20).
001185     05 SM-LOAD-FORMAT       PIC X(01).
001186     05 SM-STATUS            PIC X(01).
001187         88 SM-IS-ACTIVE               VALUE "A" " ".
001188         88 SM-IS-WITHDRAWN            VALUE "W".
001189         88 SM-IS-MERGED               VALUE "M".
001190     05 SM-STATUS-DATE       PIC 9(08).
001191     05 SM-MERGED-INTO       PIC X(20).
001192
001200 FD  DUP-PARM
001210     RECORD CONTAINS 4 CHARACTERS.
001220 01  DUP-PARM-RECORD         PIC X(04).
001330     RECORD CONTAINS 116 CHARACTERS.
001340 01  ERROR-LOG-RECORD        PIC X(116).
001350
001351* ONE LINE PER READ FOR THE LABQUAL SCORECARD. LO-OUTCOME IS
001352* L LOADED, D DUPLICATE FLAGGED AND FILED, S DUPLICATE
001353* SKIPPED, W WITHDRAWN, Q BELOW MINIMUM QUALITY, R REJECTED.
001354 FD  LOAD-OUTCOME
001355     RECORD CONTAINS 60 CHARACTERS.
001356 01  LOAD-OUTCOME-RECORD.
001357     05 LO-SEQ-ID            PIC X(20).
001358     05 LO-LAB-ID            PIC X(20).
001359     05 LO-LOAD-FORMAT       PIC X(01).
001360     05 LO-OUTCOME           PIC X(01).
001361     05 LO-AVG-QUALITY       PIC 9(03)V9(02).
001362     05 LO-SEQ-LEN           PIC 9(05).
001363     05 FILLER               PIC X(08).
001364
001365
001370 FD  RUN-ID-FILE
001380     RECORD CONTAINS 15 CHARACTERS.
001390 01  RUN-ID-RECORD           PIC X(15).
001500     88 WS-DUP-SKIP                   VALUE "SKIP".
001510 01  WS-DUP-SWITCH          PIC X(01).
001520     88 WS-READ-IS-DUP                VALUE "Y".
001523 01  WS-WDRN-SWITCH         PIC X(01).
001526     88 WS-READ-IS-WITHDRAWN          VALUE "Y".
001530 01  WS-FASTQ-IN-STATUS     PIC X(02).
001540     88 WS-FASTQ-IN-OK                VALUE "00".
001550     88 WS-FASTQ-IN-EOF               VALUE "10".
001610     88 WS-AUDIT-OK                   VALUE "00".
001620 01  WS-ERROR-LOG-STATUS    PIC X(02).
001630     88 WS-ERROR-LOG-OK               VALUE "00".
001633 01  WS-LOAD-QC-STATUS      PIC X(02).
001636     88 WS-LOAD-QC-OK                 VALUE "00".
001640
001650 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001660     88 WS-NO-MORE-LINES              VALUE "Y".
001670
001680 01  WS-READ-REJECT-SW      PIC X(01).
001690     88 WS-READ-HAS-REJECT            VALUE "Y".
001692
001694* WHAT BECAME OF THE CURRENT READ, FOR ITS LOADQC LINE.
001696 01  WS-LOAD-OUTCOME        PIC X(01).
001700
001710 01  WS-MIN-QUALITY         PIC 9(02) VALUE 20.
001720 01  WS-QUAL-SOURCE         PIC X(08) VALUE "DEFAULT".
002090 01  WS-LOADED-COUNT        PIC 9(07) COMP VALUE 0.
002100 01  WS-REJECT-COUNT        PIC 9(07) COMP VALUE 0.
002110 01  WS-DUP-COUNT           PIC 9(07) COMP VALUE 0.
002115 01  WS-WDRN-COUNT          PIC 9(07) COMP VALUE 0.
002120
002130 01  WS-REJECT-MESSAGE      PIC X(40).
002140
002420     PERFORM 1100-READ-QUAL-PARM
002430     OPEN INPUT FASTQ-INPUT
002440     OPEN EXTEND DNA-OUTPUT
002445     OPEN EXTEND LOAD-OUTCOME
002450     OPEN EXTEND AUDIT-LOG
002460     PERFORM 9140-WRITE-AUDIT-START
002470     OPEN EXTEND ERROR-LOG
003430     ELSE
003440         ADD 1 TO WS-READ-COUNT
003450         MOVE "N" TO WS-READ-REJECT-SW
003452         MOVE "L" TO WS-LOAD-OUTCOME
003454         MOVE 0   TO WS-AVG-QUALITY
003456         MOVE 0   TO WS-SEQ-LEN
003460         PERFORM 3000-PARSE-ONE-GROUP
003470         IF NOT WS-READ-HAS-REJECT THEN
003480             PERFORM 3500-JUDGE-QUALITY
003500         IF NOT WS-READ-HAS-REJECT THEN
003510             PERFORM 2600-WRITE-DNA-RECORD
003520         END-IF
003525         PERFORM 2800-WRITE-LOAD-OUTCOME
003530         PERFORM 2100-READ-FASTQ-INPUT
003540     END-IF.
003550
003770*                   FILED.
003780*-----------------------------------------------------------*
003790 2600-WRITE-DNA-RECORD.
003793     PERFORM 2650-CHECK-WITHDRAWN
003796     IF NOT WS-READ-IS-WITHDRAWN THEN
003800         PERFORM 2700-REGISTER-ACCESSION
003805     END-IF
003810     IF WS-READ-IS-WITHDRAWN
003815         OR (WS-READ-IS-DUP AND WS-DUP-SKIP) THEN
003820         CONTINUE
003830     ELSE
003840         ADD 1 TO WS-LOADED-COUNT
003900         WRITE DNA-OUTPUT-RECORD
003910     END-IF.
003920
003921*-----------------------------------------------------------*
003922* 2650-CHECK-WITHDRAWN - A READ SUBMITTED UNDER AN ACCESSION
003923*                   ITS LAB HAS WITHDRAWN (SEQMNT) IS
003924*                   REFUSED - NOT REGISTERED, NOT FILED TO
003925*                   DNA-OUTPUT - AND FILED ON THE COMMON
003926*                   ERRORLOG UNDER ITS OWN MESSAGE.
003927*-----------------------------------------------------------*
003928 2650-CHECK-WITHDRAWN.
003929     MOVE "N" TO WS-WDRN-SWITCH
003930     MOVE WS-SEQ-ID TO SM-SEQ-ID
003931     READ SEQ-MASTER
003932         INVALID KEY CONTINUE
003933         NOT INVALID KEY
003934             IF SM-IS-WITHDRAWN THEN
003935                 MOVE "Y" TO WS-WDRN-SWITCH
003936                 ADD 1 TO WS-WDRN-COUNT
003937                 MOVE "WITHDRAWN ACCESSION - READ REFUSED"
003938                     TO WS-REJECT-MESSAGE
003939                 PERFORM 4000-LOG-REJECT
003940                 MOVE "W" TO WS-LOAD-OUTCOME
003941             END-IF
003942     END-READ.
003943
003944*-----------------------------------------------------------*
003945* 2700-REGISTER-ACCESSION - FILE THE ACCESSION ON THE
003950*                   SEQMAST REGISTRY WITH ITS FIRST-SEEN
003960*                   DATE, RUN ID, AND SUBMITTING LAB. AN
003970*                   ACCESSION ALREADY ON THE MASTER IS A
004050     MOVE WS-RUN-DATE TO SM-FIRST-DATE
004060     MOVE WS-RUN-ID   TO SM-RUN-ID
004070     MOVE WS-LAB-ID   TO SM-LAB-ID
004075     MOVE "Q"         TO SM-LOAD-FORMAT
004076     MOVE "A"         TO SM-STATUS
004077     MOVE WS-RUN-DATE TO SM-STATUS-DATE
004078     MOVE SPACES      TO SM-MERGED-INTO
004080     WRITE SEQ-MASTER-RECORD
004090         INVALID KEY
004100             MOVE "Y" TO WS-DUP-SWITCH
004120             MOVE "DUPLICATE ACCESSION - ALREADY REGISTERED"
004130                 TO WS-REJECT-MESSAGE
004140             PERFORM 4000-LOG-REJECT
004141             IF WS-DUP-SKIP THEN
004142                 MOVE "S" TO WS-LOAD-OUTCOME
004143             ELSE
004144                 MOVE "D" TO WS-LOAD-OUTCOME
004145             END-IF
004150     END-WRITE.
004151
004152*-----------------------------------------------------------*
004153* 2800-WRITE-LOAD-OUTCOME - ONE LOADQC LINE PER "@" HEADER
004154*                   GROUP - ACCESSION, HEADER LAB, OUTCOME,
004155*                   AVERAGE QUALITY, AND LENGTH - SO THE
004156*                   LABQUAL SCORECARD CAN SCORE THE READS THAT
004157*                   NEVER REACH SEQMAST OR DNA-OUTPUT.
004158*-----------------------------------------------------------*
004159 2800-WRITE-LOAD-OUTCOME.
004160     MOVE SPACES          TO LOAD-OUTCOME-RECORD
004161     MOVE WS-SEQ-ID       TO LO-SEQ-ID
004162     MOVE WS-LAB-ID       TO LO-LAB-ID
004163     MOVE "Q"             TO LO-LOAD-FORMAT
004164     MOVE WS-LOAD-OUTCOME TO LO-OUTCOME
004165     MOVE WS-AVG-QUALITY  TO LO-AVG-QUALITY
004166     MOVE WS-SEQ-LEN      TO LO-SEQ-LEN
004167     WRITE LOAD-OUTCOME-RECORD.
004168
004170*-----------------------------------------------------------*
004180* 3000-PARSE-ONE-GROUP - TAKE THE ACCESSION ID FROM THE "@"
004190*                   HEADER, THEN THE BASES, SEPARATOR, AND
005090             MOVE "READ BELOW MINIMUM AVERAGE QUALITY"
005100                 TO WS-REJECT-MESSAGE
005110             PERFORM 4000-LOG-REJECT
005115             MOVE "Q" TO WS-LOAD-OUTCOME
005120         END-IF
005130     END-IF.
005140
005390* 4000-LOG-REJECT - APPEND ONE REJECT TO THE COMMON ERRORLOG
005400*                   FILE SHARED BY THE WHOLE NIGHTLY SUITE.
005410*                   A REJECTED READ IS NOT FILED TO
005415*                   DNA-OUTPUT, AND ITS LOADQC OUTCOME IS A
005420*                   REJECT UNLESS THE CALLER NAMES A MORE
005425*                   SPECIFIC ONE.
005430*-----------------------------------------------------------*
005440 4000-LOG-REJECT.
005450     ADD 1 TO WS-REJECT-COUNT
005460     MOVE "Y" TO WS-READ-REJECT-SW
005465     MOVE "R" TO WS-LOAD-OUTCOME
005470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005480     ACCEPT WS-RUN-TIME FROM TIME
005490     MOVE "FASTQLOAD"        TO ERR-PROGRAM-NAME
005640     CLOSE FASTQ-INPUT
005650     CLOSE SEQ-MASTER
005660     CLOSE DNA-OUTPUT
005665     CLOSE LOAD-OUTCOME
005670     CLOSE AUDIT-LOG
005680     CLOSE ERROR-LOG
005690     IF WS-REJECT-COUNT > 0 THEN
