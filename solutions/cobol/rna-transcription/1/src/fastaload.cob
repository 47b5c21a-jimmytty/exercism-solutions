000660*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000670*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000680*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000681* 2026-10-15 DK    SEQMAST RECORDS NOW ALSO CARRY THE
000682*                  SUBMISSION FORMAT THE ACCESSION WAS
000683*                  REGISTERED FROM - "A" FOR A FASTA LOAD - SO
000684*                  THE NEW LABBILL CHARGEBACK CAN APPLY THE
000685*                  FASTQ SURCHARGE WITHOUT GUESSING. RECORD 63
000686*                  TO 64.
000687* 2026-10-15 DK    A STRAND WHOSE ACCESSION ITS LAB HAS
000688*                  WITHDRAWN THROUGH THE NEW SEQMNT REGISTRY
000689*                  MAINTENANCE IS REFUSED - NOT REGISTERED AND
000690*                  NOT FILED TO DNA-OUTPUT - AND FILED ON
000691*                  ERRORLOG AS "WITHDRAWN ACCESSION - STRAND
000692*                  REFUSED". NEW REGISTRATIONS ARE FILED
000693*                  ACTIVE. SEQMAST RECORD 64 TO 93 FOR THE
000694*                  STATUS, STATUS DATE, AND MERGED-INTO
000695*                  ACCESSION.
000696* 2026-10-15 DK    EVERY ">" HEADER NOW ALSO WRITES ONE LINE TO
000697*                  THE NEW LOADQC FEED - ACCESSION, HEADER LAB,
000698*                  LENGTH, AND WHAT BECAME OF THE STRAND
000699*                  (LOADED, DUPLICATE FILED OR SKIPPED,
000700*                  WITHDRAWN, OR REJECTED) - FOR THE NEW
000701*                  LABQUAL PER-LAB DATA-QUALITY SCORECARD.
000702*                  OPENS OUTPUT, STARTING THE NIGHT'S FEED THAT
000703*                  FASTQLOAD EXTENDS.
000704*-----------------------------------------------------------*
000705 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT FASTA-INPUT ASSIGN TO "FASTAIN"
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
001290     RECORD CONTAINS 116 CHARACTERS.
001300 01  ERROR-LOG-RECORD        PIC X(116).
001310
001311* ONE LINE PER STRAND FOR THE LABQUAL SCORECARD. LO-OUTCOME IS
001312* L LOADED, D DUPLICATE FLAGGED AND FILED, S DUPLICATE
001313* SKIPPED, W WITHDRAWN, R REJECTED. FASTA CARRIES NO QUALITY
001314* SCORES, SO LO-AVG-QUALITY IS ALWAYS ZERO.
001315 FD  LOAD-OUTCOME
001316     RECORD CONTAINS 60 CHARACTERS.
001317 01  LOAD-OUTCOME-RECORD.
001318     05 LO-SEQ-ID            PIC X(20).
001319     05 LO-LAB-ID            PIC X(20).
001320     05 LO-LOAD-FORMAT       PIC X(01).
001321     05 LO-OUTCOME           PIC X(01).
001322     05 LO-AVG-QUALITY       PIC 9(03)V9(02).
001323     05 LO-SEQ-LEN           PIC 9(05).
001324     05 FILLER               PIC X(08).
001325
001326
001330 FD  RUN-ID-FILE
001340     RECORD CONTAINS 15 CHARACTERS.
001350 01  RUN-ID-RECORD           PIC X(15).
001460     88 WS-DUP-SKIP                   VALUE "SKIP".
001470 01  WS-DUP-SWITCH          PIC X(01).
001480     88 WS-SEQ-IS-DUP                 VALUE "Y".
001483 01  WS-WDRN-SWITCH         PIC X(01).
001486     88 WS-SEQ-IS-WITHDRAWN           VALUE "Y".
001490 01  WS-FASTA-IN-STATUS     PIC X(02).
001500     88 WS-FASTA-IN-OK                VALUE "00".
001510     88 WS-FASTA-IN-EOF               VALUE "10".
001550     88 WS-AUDIT-OK                   VALUE "00".
001560 01  WS-ERROR-LOG-STATUS    PIC X(02).
001570     88 WS-ERROR-LOG-OK               VALUE "00".
001573 01  WS-LOAD-QC-STATUS      PIC X(02).
001576     88 WS-LOAD-QC-OK                 VALUE "00".
001580
001590 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001600     88 WS-NO-MORE-LINES              VALUE "Y".
001640
001650 01  WS-SEQ-REJECT-SW       PIC X(01) VALUE "N".
001660     88 WS-SEQ-HAS-REJECT             VALUE "Y".
001662
001664* WHAT BECAME OF THE OPEN SEQUENCE, FOR ITS LOADQC LINE.
001666 01  WS-LOAD-OUTCOME        PIC X(01).
001670
001680 01  WS-FASTA-LINE          PIC X(80).
001690 01  WS-LINE-LENGTH         PIC 9(03) COMP.
001800 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
001810 01  WS-REJECT-COUNT        PIC 9(07) COMP VALUE 0.
001820 01  WS-DUP-COUNT           PIC 9(07) COMP VALUE 0.
001825 01  WS-WDRN-COUNT          PIC 9(07) COMP VALUE 0.
001830
001840 01  WS-REJECT-MESSAGE      PIC X(40).
001850
002110     PERFORM 1098-OPEN-SEQ-MASTER
002120     OPEN INPUT FASTA-INPUT
002130     OPEN OUTPUT DNA-OUTPUT
002135     OPEN OUTPUT LOAD-OUTCOME
002140     OPEN EXTEND AUDIT-LOG
002150     PERFORM 9140-WRITE-AUDIT-START
002160     OPEN EXTEND ERROR-LOG
003200             WHEN OTHER
003210                 PERFORM 2600-WRITE-DNA-RECORD
003220         END-EVALUATE
003225         PERFORM 2800-WRITE-LOAD-OUTCOME
003230         MOVE "N" TO WS-SEQ-OPEN-SWITCH
003240     END-IF.
003250
003300*                   ACCESSION IS FLAGGED BUT NOT FILED.
003310*-----------------------------------------------------------*
003320 2600-WRITE-DNA-RECORD.
003323     PERFORM 2650-CHECK-WITHDRAWN
003326     IF NOT WS-SEQ-IS-WITHDRAWN THEN
003330         PERFORM 2700-REGISTER-ACCESSION
003335     END-IF
003340     IF WS-SEQ-IS-WITHDRAWN
003345         OR (WS-SEQ-IS-DUP AND WS-DUP-SKIP) THEN
003350         CONTINUE
003360     ELSE
003370         ADD 1 TO WS-STRAND-COUNT
003430         WRITE DNA-OUTPUT-RECORD
003440     END-IF.
003450
003451*-----------------------------------------------------------*
003452* 2650-CHECK-WITHDRAWN - A STRAND SUBMITTED UNDER AN ACCESSION
003453*                   ITS LAB HAS WITHDRAWN (SEQMNT) IS
003454*                   REFUSED - NOT REGISTERED, NOT FILED TO
003455*                   DNA-OUTPUT - AND FILED ON THE COMMON
003456*                   ERRORLOG UNDER ITS OWN MESSAGE.
003457*-----------------------------------------------------------*
003458 2650-CHECK-WITHDRAWN.
003459     MOVE "N" TO WS-WDRN-SWITCH
003460     MOVE WS-SEQ-ID TO SM-SEQ-ID
003461     READ SEQ-MASTER
003462         INVALID KEY CONTINUE
003463         NOT INVALID KEY
003464             IF SM-IS-WITHDRAWN THEN
003465                 MOVE "Y" TO WS-WDRN-SWITCH
003466                 ADD 1 TO WS-WDRN-COUNT
003467                 MOVE "WITHDRAWN ACCESSION - STRAND REFUSED"
003468                     TO WS-REJECT-MESSAGE
003469                 PERFORM 4000-LOG-REJECT
003470                 MOVE "W" TO WS-LOAD-OUTCOME
003471             END-IF
003472     END-READ.
003473
003474*-----------------------------------------------------------*
003475* 2700-REGISTER-ACCESSION - FILE THE ACCESSION ON THE
003480*                   SEQMAST REGISTRY WITH ITS FIRST-SEEN
003490*                   DATE, RUN ID, AND SUBMITTING LAB. AN
003500*                   ACCESSION ALREADY ON THE MASTER IS A
003580     MOVE WS-RUN-DATE TO SM-FIRST-DATE
003590     MOVE WS-RUN-ID   TO SM-RUN-ID
003600     MOVE WS-LAB-ID   TO SM-LAB-ID
003605     MOVE "A"         TO SM-LOAD-FORMAT
003606     MOVE "A"         TO SM-STATUS
003607     MOVE WS-RUN-DATE TO SM-STATUS-DATE
003608     MOVE SPACES      TO SM-MERGED-INTO
003610     WRITE SEQ-MASTER-RECORD
003620         INVALID KEY
003630             MOVE "Y" TO WS-DUP-SWITCH
003650             MOVE "DUPLICATE ACCESSION - ALREADY REGISTERED"
003660                 TO WS-REJECT-MESSAGE
003670             PERFORM 4000-LOG-REJECT
003671             IF WS-DUP-SKIP THEN
003672                 MOVE "S" TO WS-LOAD-OUTCOME
003673             ELSE
003674                 MOVE "D" TO WS-LOAD-OUTCOME
003675             END-IF
003680     END-WRITE.
003681
003682*-----------------------------------------------------------*
003683* 2800-WRITE-LOAD-OUTCOME - ONE LOADQC LINE PER ">" HEADER -
003684*                   ACCESSION, HEADER LAB, OUTCOME, AND
003685*                   LENGTH - SO THE LABQUAL SCORECARD CAN
003686*                   SCORE THE STRANDS THAT NEVER REACH SEQMAST
003687*                   OR DNA-OUTPUT.
003688*-----------------------------------------------------------*
003689 2800-WRITE-LOAD-OUTCOME.
003690     MOVE SPACES          TO LOAD-OUTCOME-RECORD
003691     MOVE WS-SEQ-ID       TO LO-SEQ-ID
003692     MOVE WS-LAB-ID       TO LO-LAB-ID
003693     MOVE "A"             TO LO-LOAD-FORMAT
003694     MOVE WS-LOAD-OUTCOME TO LO-OUTCOME
003695     MOVE 0               TO LO-AVG-QUALITY
003696     MOVE WS-SEQ-LEN      TO LO-SEQ-LEN
003697     WRITE LOAD-OUTCOME-RECORD.
003698
003700*-----------------------------------------------------------*
003710* 3000-START-SEQUENCE - OPEN A NEW SEQUENCE FROM A ">"
003720*                      HEADER. THE ACCESSION ID IS THE TEXT
004050     END-IF
004060     MOVE "Y"    TO WS-SEQ-OPEN-SWITCH
004070     MOVE "N"    TO WS-SEQ-REJECT-SW
004075     MOVE "L"    TO WS-LOAD-OUTCOME
004080     MOVE 0      TO WS-SEQ-LEN
004090     MOVE SPACES TO WS-SEQ-BUFFER.
004100
004450*                   FILE SHARED BY THE WHOLE NIGHTLY SUITE.
004460*                   A SEQUENCE REJECTED FOR LENGTH IS MARKED
004470*                   SO ITS REMAINING LINES ARE SWALLOWED AND
004475*                   IT IS NOT ALSO FILED TO DNA-OUTPUT. ITS
004480*                   LOADQC OUTCOME IS A REJECT UNLESS THE
004485*                   CALLER NAMES A MORE SPECIFIC ONE.
004490*-----------------------------------------------------------*
004500 4000-LOG-REJECT.
004510     ADD 1 TO WS-REJECT-COUNT
004520     MOVE "Y" TO WS-SEQ-REJECT-SW
004525     MOVE "R" TO WS-LOAD-OUTCOME
004530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004540     ACCEPT WS-RUN-TIME FROM TIME
004550     MOVE "FASTALOAD"        TO ERR-PROGRAM-NAME
004700     CLOSE FASTA-INPUT
004710     CLOSE SEQ-MASTER
004720     CLOSE DNA-OUTPUT
004725     CLOSE LOAD-OUTCOME
004730     CLOSE AUDIT-LOG
004740     CLOSE ERROR-LOG
004750     IF WS-REJECT-COUNT > 0 THEN
