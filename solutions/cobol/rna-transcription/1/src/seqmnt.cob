000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    SEQMNT.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. MAINTAINS THE SEQMAST
000150*                  ACCESSION REGISTRY, WHICH UNTIL NOW ONLY
000160*                  EVER GREW THROUGH THE TWO LOADERS, FROM
000170*                  SEQUENCE-MAINTENANCE TRANSACTIONS CARRYING
000180*                  AN ACTION CODE OF C (CHANGE THE SUBMITTING
000190*                  LAB), W (WITHDRAW AN ACCESSION THE LAB HAS
000200*                  RECALLED), R (REINSTATE A WITHDRAWN OR
000210*                  MERGED ACCESSION), OR M (MERGE AN
000220*                  ACCESSION INTO ANOTHER THE LAB ADMITS IS
000230*                  THE SAME SAMPLE), THE SAME TREATMENT
000240*                  PLAYERS AND EVENTS GOT WITH PLAYRMNT AND
000250*                  EVENTMNT. REGISTRY RECORDS ARE NEVER
000260*                  DELETED - A WITHDRAWN OR MERGED ACCESSION
000270*                  KEEPS ITS RECORD WITH A STATUS, STATUS
000280*                  DATE, AND MERGED-INTO ACCESSION - AND
000290*                  EVERY ACTION IS JOURNALED TO SEQHIST WITH
000300*                  BEFORE AND AFTER IMAGES. A TRANSACTION
000310*                  FOR AN ACCESSION NOT ON THE REGISTRY, OR
000320*                  ONE THE ACCESSION'S STATUS DOES NOT ALLOW,
000330*                  IS REJECTED TO THE COMMON ERRORLOG UNDER
000340*                  THE USUAL RC=4 CONVENTION.
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SEQ-TRANS-INPUT ASSIGN TO "SEQTRAN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRANS-IN-STATUS.
000420     SELECT SEQ-MASTER ASSIGN TO "SEQMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SM-SEQ-ID
000460         FILE STATUS IS WS-SEQMAST-STATUS.
000470     SELECT SEQ-HISTORY ASSIGN TO "SEQHIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HISTORY-STATUS.
000500     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-STATUS.
000530     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ERROR-LOG-STATUS.
000560     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RUN-ID-F-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SEQ-TRANS-INPUT
000620     RECORD CONTAINS 61 CHARACTERS.
000630 01  SEQ-TRANS-RECORD.
000640     05 ST-ACTION            PIC X(01).
000650         88 ST-IS-CHANGE               VALUE "C".
000660         88 ST-IS-WITHDRAW             VALUE "W".
000670         88 ST-IS-REINSTATE            VALUE "R".
000680         88 ST-IS-MERGE                VALUE "M".
000690     05 ST-SEQ-ID            PIC X(20).
000700     05 ST-LAB-ID            PIC X(20).
000710     05 ST-MERGE-INTO        PIC X(20).
000720
000730 FD  SEQ-MASTER
000740     RECORD CONTAINS 93 CHARACTERS.
000750 01  SEQ-MASTER-RECORD.
000760     05 SM-SEQ-ID            PIC X(20).
000770     05 SM-FIRST-DATE        PIC 9(08).
000780     05 SM-RUN-ID            PIC X(15).
000790     05 SM-LAB-ID            PIC X(20).
000800     05 SM-LOAD-FORMAT       PIC X(01).
000810     05 SM-STATUS            PIC X(01).
000820         88 SM-IS-ACTIVE               VALUE "A" " ".
000830         88 SM-IS-WITHDRAWN            VALUE "W".
000840         88 SM-IS-MERGED               VALUE "M".
000850     05 SM-STATUS-DATE       PIC 9(08).
000860     05 SM-MERGED-INTO       PIC X(20).
000870
000880 FD  SEQ-HISTORY
000890     RECORD CONTAINS 126 CHARACTERS.
000900 01  SEQ-HISTORY-RECORD.
000910     05 SH-ACTION            PIC X(01).
000920     05 SH-ACTION-DATE       PIC 9(08).
000930     05 SH-RUN-ID            PIC X(15).
000940     05 SH-SEQ-ID            PIC X(20).
000950     05 SH-BEF-LAB-ID        PIC X(20).
000960     05 SH-BEF-STATUS        PIC X(01).
000970     05 SH-BEF-MERGED-INTO   PIC X(20).
000980     05 SH-AFT-LAB-ID        PIC X(20).
000990     05 SH-AFT-STATUS        PIC X(01).
001000     05 SH-AFT-MERGED-INTO   PIC X(20).
001010
001020 FD  AUDIT-LOG
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  AUDIT-LOG-RECORD        PIC X(80).
001050
001060 FD  ERROR-LOG
001070     RECORD CONTAINS 116 CHARACTERS.
001080 01  ERROR-LOG-RECORD        PIC X(116).
001090
001100
001110 FD  RUN-ID-FILE
001120     RECORD CONTAINS 15 CHARACTERS.
001130 01  RUN-ID-RECORD           PIC X(15).
001140 WORKING-STORAGE SECTION.
001150 01  WS-RUN-ID-F-STATUS     PIC X(02).
001160     88 WS-RUN-ID-F-OK                VALUE "00".
001170 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001180 01  WS-TRANS-IN-STATUS      PIC X(02).
001190     88 WS-TRANS-IN-OK                 VALUE "00".
001200 01  WS-SEQMAST-STATUS       PIC X(02).
001210     88 WS-SEQMAST-OK                  VALUE "00".
001220     88 WS-SEQMAST-NOT-FOUND           VALUE "23".
001230     88 WS-SEQMAST-ABSENT              VALUE "35".
001240 01  WS-HISTORY-STATUS       PIC X(02).
001250     88 WS-HISTORY-OK                  VALUE "00".
001260 01  WS-JRN-ACTION           PIC X(01).
001270 01  WS-BEF-LAB-ID           PIC X(20).
001280 01  WS-BEF-STATUS           PIC X(01).
001290 01  WS-BEF-MERGED-INTO      PIC X(20).
001300 01  WS-AUDIT-STATUS         PIC X(02).
001310     88 WS-AUDIT-OK                    VALUE "00".
001320 01  WS-ERROR-LOG-STATUS     PIC X(02).
001330     88 WS-ERROR-LOG-OK                VALUE "00".
001340
001350 01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001360     88 WS-NO-MORE-TRANS               VALUE "Y".
001370
001380* THE SURVIVING ACCESSION OF A MERGE, READ BEFORE THE
001390* ACCESSION BEING MERGED INTO IT.
001400 01  WS-TARGET-SWITCH        PIC X(01).
001410     88 WS-TARGET-USABLE               VALUE "Y".
001420 01  WS-TARGET-LAB-ID        PIC X(20).
001430
001440 01  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
001450 01  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
001460
001470 01  WS-REJECT-MESSAGE       PIC X(40).
001480
001490 01  WS-RUN-DATE             PIC 9(08).
001500 01  WS-RUN-TIME             PIC 9(08).
001510
001520 COPY AUDITLOG.
001530
001540 COPY ERRLOG.
001550
001560 PROCEDURE DIVISION.
001570*-----------------------------------------------------------*
001580* 0000-MAINLINE
001590*-----------------------------------------------------------*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE
001620     PERFORM 2000-PROCESS-TRANSACTIONS
001630         UNTIL WS-NO-MORE-TRANS
001640     PERFORM 9000-TERMINATE
001650     GOBACK.
001660
001670*-----------------------------------------------------------*
001680* 1000-INITIALIZE - OPEN FILES, PRIME THE READ. A REGISTRY
001690*                   THAT DOES NOT EXIST YET (THE FIRST EVER
001700*                   RUN) IS CREATED EMPTY AND REOPENED FOR
001710*                   UPDATE; EVERY TRANSACTION AGAINST IT
001720*                   THEN REJECTS AS NOT REGISTERED.
001730*-----------------------------------------------------------*
001740 1000-INITIALIZE.
001750     PERFORM 1090-READ-RUN-ID
001760     OPEN INPUT SEQ-TRANS-INPUT
001770     OPEN I-O SEQ-MASTER
001780     IF WS-SEQMAST-ABSENT THEN
001790         OPEN OUTPUT SEQ-MASTER
001800         CLOSE SEQ-MASTER
001810         OPEN I-O SEQ-MASTER
001820     END-IF
001830     OPEN EXTEND SEQ-HISTORY
001840     OPEN EXTEND AUDIT-LOG
001850     PERFORM 9140-WRITE-AUDIT-START
001860     OPEN EXTEND ERROR-LOG
001870     PERFORM 2100-READ-SEQ-TRANS.
001880
001890
001900*-----------------------------------------------------------*
001910* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
001920*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
001930*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
001940*                    RERUN - STAMPS (STANDALONE) INSTEAD.
001950*-----------------------------------------------------------*
001960 1090-READ-RUN-ID.
001970     OPEN INPUT RUN-ID-FILE
001980     IF WS-RUN-ID-F-OK THEN
001990         READ RUN-ID-FILE
002000             AT END CONTINUE
002010         END-READ
002020         IF WS-RUN-ID-F-OK THEN
002030             MOVE RUN-ID-RECORD TO WS-RUN-ID
002040         END-IF
002050         CLOSE RUN-ID-FILE
002060     END-IF.
002070*-----------------------------------------------------------*
002080* 2000-PROCESS-TRANSACTIONS - APPLY ONE TRANSACTION AND
002090*                   READ ON.
002100*-----------------------------------------------------------*
002110 2000-PROCESS-TRANSACTIONS.
002120     ADD 1 TO WS-TRANS-COUNT
002130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002140     EVALUATE TRUE
002150         WHEN ST-IS-CHANGE
002160             PERFORM 3000-APPLY-CHANGE
002170         WHEN ST-IS-WITHDRAW
002180             PERFORM 3100-APPLY-WITHDRAW
002190         WHEN ST-IS-REINSTATE
002200             PERFORM 3200-APPLY-REINSTATE
002210         WHEN ST-IS-MERGE
002220             PERFORM 3300-APPLY-MERGE
002230         WHEN OTHER
002240             MOVE "UNKNOWN ACTION CODE"
002250                 TO WS-REJECT-MESSAGE
002260             PERFORM 4000-LOG-REJECT
002270     END-EVALUATE
002280     PERFORM 2100-READ-SEQ-TRANS.
002290
002300*-----------------------------------------------------------*
002310* 2100-READ-SEQ-TRANS - READ NEXT TRANSACTION.
002320*-----------------------------------------------------------*
002330 2100-READ-SEQ-TRANS.
002340     READ SEQ-TRANS-INPUT
002350         AT END
002360             MOVE "Y" TO WS-EOF-SWITCH
002370     END-READ.
002380
002390*-----------------------------------------------------------*
002400* 2200-SAVE-BEFORE-IMAGE - HOLD THE REGISTRY RECORD AS READ
002410*                   FOR THE JOURNAL'S BEFORE IMAGE.
002420*-----------------------------------------------------------*
002430 2200-SAVE-BEFORE-IMAGE.
002440     MOVE SM-LAB-ID      TO WS-BEF-LAB-ID
002450     MOVE SM-STATUS      TO WS-BEF-STATUS
002460     MOVE SM-MERGED-INTO TO WS-BEF-MERGED-INTO.
002470
002480*-----------------------------------------------------------*
002490* 3000-APPLY-CHANGE - CORRECT THE SUBMITTING LAB ON AN
002500*                   ACCESSION OF ANY STATUS. A BLANK LAB ON
002510*                   THE TRANSACTION IS REJECTED RATHER THAN
002520*                   FILED OVER THE ONE ALREADY THERE.
002530*-----------------------------------------------------------*
002540 3000-APPLY-CHANGE.
002550     MOVE ST-SEQ-ID TO SM-SEQ-ID
002560     READ SEQ-MASTER
002570         INVALID KEY
002580             MOVE "CHANGE - ACCESSION NOT REGISTERED"
002590                 TO WS-REJECT-MESSAGE
002600             PERFORM 4000-LOG-REJECT
002610         NOT INVALID KEY
002620             IF ST-LAB-ID = SPACES THEN
002630                 MOVE "CHANGE - NO NEW LAB GIVEN"
002640                     TO WS-REJECT-MESSAGE
002650                 PERFORM 4000-LOG-REJECT
002660             ELSE
002670                 PERFORM 2200-SAVE-BEFORE-IMAGE
002680                 MOVE ST-LAB-ID TO SM-LAB-ID
002690                 MOVE "C"       TO WS-JRN-ACTION
002700                 PERFORM 3900-REWRITE-AND-JOURNAL
002710             END-IF
002720     END-READ.
002730
002740*-----------------------------------------------------------*
002750* 3100-APPLY-WITHDRAW - MARK AN ACCESSION THE LAB HAS
002760*                   RECALLED. THE LOADERS REFUSE ANY STRAND
002770*                   SUBMITTED UNDER A WITHDRAWN ACCESSION.
002780*-----------------------------------------------------------*
002790 3100-APPLY-WITHDRAW.
002800     MOVE ST-SEQ-ID TO SM-SEQ-ID
002810     READ SEQ-MASTER
002820         INVALID KEY
002830             MOVE "WITHDRAW - ACCESSION NOT REGISTERED"
002840                 TO WS-REJECT-MESSAGE
002850             PERFORM 4000-LOG-REJECT
002860         NOT INVALID KEY
002870             IF SM-IS-WITHDRAWN THEN
002880                 MOVE "WITHDRAW - ACCESSION ALREADY WITHDRAWN"
002890                     TO WS-REJECT-MESSAGE
002900                 PERFORM 4000-LOG-REJECT
002910             ELSE
002920                 PERFORM 2200-SAVE-BEFORE-IMAGE
002930                 MOVE "W"         TO SM-STATUS
002940                 MOVE WS-RUN-DATE TO SM-STATUS-DATE
002950                 MOVE "W"         TO WS-JRN-ACTION
002960                 PERFORM 3900-REWRITE-AND-JOURNAL
002970             END-IF
002980     END-READ.
002990
003000*-----------------------------------------------------------*
003010* 3200-APPLY-REINSTATE - RETURN A WITHDRAWN OR MERGED
003020*                   ACCESSION TO ACTIVE STATUS. A MERGED
003030*                   ACCESSION LOSES ITS MERGED-INTO LINK.
003040*-----------------------------------------------------------*
003050 3200-APPLY-REINSTATE.
003060     MOVE ST-SEQ-ID TO SM-SEQ-ID
003070     READ SEQ-MASTER
003080         INVALID KEY
003090             MOVE "REINSTATE - ACCESSION NOT REGISTERED"
003100                 TO WS-REJECT-MESSAGE
003110             PERFORM 4000-LOG-REJECT
003120         NOT INVALID KEY
003130             IF SM-IS-ACTIVE THEN
003140                 MOVE "REINSTATE - ACCESSION ALREADY ACTIVE"
003150                     TO WS-REJECT-MESSAGE
003160                 PERFORM 4000-LOG-REJECT
003170             ELSE
003180                 PERFORM 2200-SAVE-BEFORE-IMAGE
003190                 MOVE "A"         TO SM-STATUS
003200                 MOVE WS-RUN-DATE TO SM-STATUS-DATE
003210                 MOVE SPACES      TO SM-MERGED-INTO
003220                 MOVE "R"         TO WS-JRN-ACTION
003230                 PERFORM 3900-REWRITE-AND-JOURNAL
003240             END-IF
003250     END-READ.
003260
003270*-----------------------------------------------------------*
003280* 3300-APPLY-MERGE - RETIRE AN ACCESSION INTO THE ONE THE
003290*                   LAB SAYS IS THE SAME SAMPLE. THE
003300*                   SURVIVOR MUST BE REGISTERED, ACTIVE, A
003310*                   DIFFERENT ACCESSION, AND THE SAME LAB'S;
003320*                   THE ACCESSION BEING MERGED MUST BE
003330*                   ACTIVE.
003340*-----------------------------------------------------------*
003350 3300-APPLY-MERGE.
003360     PERFORM 3350-CHECK-MERGE-TARGET
003370     IF WS-TARGET-USABLE THEN
003380         MOVE ST-SEQ-ID TO SM-SEQ-ID
003390         READ SEQ-MASTER
003400             INVALID KEY
003410                 MOVE "MERGE - ACCESSION NOT REGISTERED"
003420                     TO WS-REJECT-MESSAGE
003430                 PERFORM 4000-LOG-REJECT
003440             NOT INVALID KEY
003450                 PERFORM 3400-MERGE-ACCESSION
003460         END-READ
003470     END-IF.
003480
003490 3350-CHECK-MERGE-TARGET.
003500     MOVE "N" TO WS-TARGET-SWITCH
003510     IF ST-MERGE-INTO = SPACES
003520         OR ST-MERGE-INTO = ST-SEQ-ID THEN
003530         MOVE "MERGE - NO OTHER ACCESSION TO MERGE INTO"
003540             TO WS-REJECT-MESSAGE
003550         PERFORM 4000-LOG-REJECT
003560     ELSE
003570         MOVE ST-MERGE-INTO TO SM-SEQ-ID
003580         READ SEQ-MASTER
003590             INVALID KEY
003600                 MOVE "MERGE - SURVIVOR NOT REGISTERED"
003610                     TO WS-REJECT-MESSAGE
003620                 PERFORM 4000-LOG-REJECT
003630             NOT INVALID KEY
003640                 IF SM-IS-ACTIVE THEN
003650                     MOVE "Y"       TO WS-TARGET-SWITCH
003660                     MOVE SM-LAB-ID TO WS-TARGET-LAB-ID
003670                 ELSE
003680                     MOVE "MERGE - SURVIVOR NOT ACTIVE"
003690                         TO WS-REJECT-MESSAGE
003700                     PERFORM 4000-LOG-REJECT
003710                 END-IF
003720         END-READ
003730     END-IF.
003740
003750 3400-MERGE-ACCESSION.
003760     EVALUATE TRUE
003770         WHEN NOT SM-IS-ACTIVE
003780             MOVE "MERGE - ACCESSION NOT ACTIVE"
003790                 TO WS-REJECT-MESSAGE
003800             PERFORM 4000-LOG-REJECT
003810         WHEN SM-LAB-ID NOT = WS-TARGET-LAB-ID
003820             MOVE "MERGE - ACCESSIONS FROM DIFFERENT LABS"
003830                 TO WS-REJECT-MESSAGE
003840             PERFORM 4000-LOG-REJECT
003850         WHEN OTHER
003860             PERFORM 2200-SAVE-BEFORE-IMAGE
003870             MOVE "M"           TO SM-STATUS
003880             MOVE WS-RUN-DATE   TO SM-STATUS-DATE
003890             MOVE ST-MERGE-INTO TO SM-MERGED-INTO
003900             MOVE "M"           TO WS-JRN-ACTION
003910             PERFORM 3900-REWRITE-AND-JOURNAL
003920     END-EVALUATE.
003930
003940*-----------------------------------------------------------*
003950* 3900-REWRITE-AND-JOURNAL - FILE THE UPDATED REGISTRY
003960*                   RECORD AND JOURNAL THE ACTION.
003970*-----------------------------------------------------------*
003980 3900-REWRITE-AND-JOURNAL.
003990     REWRITE SEQ-MASTER-RECORD
004000         INVALID KEY
004010             MOVE "ACCESSION NOT REGISTERED"
004020                 TO WS-REJECT-MESSAGE
004030             PERFORM 4000-LOG-REJECT
004040         NOT INVALID KEY
004050             PERFORM 5000-JOURNAL-ACTION
004060     END-REWRITE.
004070
004080*-----------------------------------------------------------*
004090* 5000-JOURNAL-ACTION - APPEND ONE BEFORE-AND-AFTER IMAGE
004100*                   TO THE SEQUENCE-HISTORY FILE, STAMPED
004110*                   WITH THE ACTION DATE AND THE RUN ID.
004120*-----------------------------------------------------------*
004130 5000-JOURNAL-ACTION.
004140     MOVE WS-JRN-ACTION      TO SH-ACTION
004150     MOVE WS-RUN-DATE        TO SH-ACTION-DATE
004160     MOVE WS-RUN-ID          TO SH-RUN-ID
004170     MOVE ST-SEQ-ID          TO SH-SEQ-ID
004180     MOVE WS-BEF-LAB-ID      TO SH-BEF-LAB-ID
004190     MOVE WS-BEF-STATUS      TO SH-BEF-STATUS
004200     MOVE WS-BEF-MERGED-INTO TO SH-BEF-MERGED-INTO
004210     MOVE SM-LAB-ID          TO SH-AFT-LAB-ID
004220     MOVE SM-STATUS          TO SH-AFT-STATUS
004230     MOVE SM-MERGED-INTO     TO SH-AFT-MERGED-INTO
004240     WRITE SEQ-HISTORY-RECORD.
004250
004260*-----------------------------------------------------------*
004270* 4000-LOG-REJECT - APPEND ONE REJECTED TRANSACTION TO THE
004280*                   COMMON ERRORLOG FILE.
004290*-----------------------------------------------------------*
004300 4000-LOG-REJECT.
004310     ADD 1 TO WS-REJECT-COUNT
004320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004330     ACCEPT WS-RUN-TIME FROM TIME
004340     MOVE "SEQMNT"          TO ERR-PROGRAM-NAME
004350     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
004360     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
004370     MOVE WS-RUN-ID         TO ERR-RUN-ID
004380     MOVE ST-SEQ-ID         TO ERR-RECORD-ID
004390     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE
004400     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
004410
004420*-----------------------------------------------------------*
004430* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
004440*                  JCL STEP REFLECTS WHETHER ANY TRANSACTION
004450*                  WAS REJECTED DURING THE RUN.
004460*-----------------------------------------------------------*
004470 9000-TERMINATE.
004480     PERFORM 9150-WRITE-AUDIT-LOG
004490     CLOSE SEQ-TRANS-INPUT
004500     CLOSE SEQ-HISTORY
004510     CLOSE SEQ-MASTER
004520     CLOSE AUDIT-LOG
004530     CLOSE ERROR-LOG
004540     IF WS-REJECT-COUNT > 0 THEN
004550         MOVE 4 TO RETURN-CODE
004560     END-IF.
004570
004580*-----------------------------------------------------------*
004590* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
004600*                        INITIALIZATION SO THE BATCH-WINDOW
004610*                        REPORT CAN PAIR THIS STEP'S START
004620*                        WITH ITS END.
004630*-----------------------------------------------------------*
004640 9140-WRITE-AUDIT-START.
004650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004660     ACCEPT WS-RUN-TIME FROM TIME
004670     MOVE "SEQMNT"          TO AUD-PROGRAM-NAME
004680     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004690     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004700     MOVE WS-RUN-ID         TO AUD-RUN-ID
004710     MOVE 0                 TO AUD-INPUT-COUNT
004720     MOVE 0                 TO AUD-OUTPUT-COUNT
004730     MOVE "S"               TO AUD-RECORD-TYPE
004740     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
004750
004760*-----------------------------------------------------------*
004770* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
004780*                        AUDITLOG FILE SHARED BY THE WHOLE
004790*                        NIGHTLY SUITE.
004800*-----------------------------------------------------------*
004810 9150-WRITE-AUDIT-LOG.
004820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004830     ACCEPT WS-RUN-TIME FROM TIME
004840     MOVE "SEQMNT"          TO AUD-PROGRAM-NAME
004850     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004860     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004870     MOVE WS-RUN-ID         TO AUD-RUN-ID
004880     MOVE WS-TRANS-COUNT    TO AUD-INPUT-COUNT
004890     MOVE WS-REJECT-COUNT   TO AUD-OUTPUT-COUNT
004900     MOVE "E"               TO AUD-RECORD-TYPE
004910     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
