000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    TOURNMNT.
000050 AUTHOR.        P. DELACROIX.
000060 INSTALLATION.  RECREATION LEAGUE BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 PD    NEW PROGRAM. MAINTAINS THE TOURNAMENT-MASTER
000150*                  KEYED DATASET - TOURNAMENT ID, NAME, START
000160*                  AND END DATES, AND LIFECYCLE STATUS - FROM
000170*                  TOURNAMENT-INPUT TRANSACTIONS CARRYING AN
000180*                  ACTION CODE OF A (ADD), C (CHANGE), D
000190*                  (DELETE), OR S (STATUS). UNTIL NOW A
000200*                  TOURNAMENT WAS WHATEVER EIGHT CHARACTERS
000210*                  ROUNDIN CARRIED, SO A TYPO FILED A PHANTOM
000220*                  TOURNAMENT; YACHTBATCH NOW FILES ROLLS ONLY
000230*                  FOR A TOURNAMENT ON THIS MASTER AND OPEN.
000240*                  A TOURNAMENT IS ADDED OPEN; THE LEAGUE DESK
000250*                  CLOSES IT (OR REOPENS IT) WITH AN S
000260*                  TRANSACTION; YACHTAUDT CERTIFIES A CLOSED
000270*                  TOURNAMENT WHOSE GAMES AUDIT CLEAN; AND
000280*                  YACHTARCH MARKS A CERTIFIED ONE ARCHIVED
000290*                  WHEN ITS GAMES MOVE OFF THE GAME FILE.
000300*                  ONLY AN OPEN TOURNAMENT MAY BE DELETED, AND
000310*                  AN ARCHIVED ONE IS NEVER CHANGED. REJECTS
000320*                  GO TO THE COMMON ERRORLOG UNDER THE USUAL
000330*                  RC=4 CONVENTION.
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TOURN-INPUT ASSIGN TO "TOURNIN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TOURN-IN-STATUS.
000410     SELECT TOURN-MASTER ASSIGN TO "TOURNMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS TM-TOURN-ID
000450         FILE STATUS IS WS-MASTER-STATUS.
000460     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000490     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ERROR-LOG-STATUS.
000520     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RUN-ID-F-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570* ON A CHANGE, A BLANK NAME OR DATE KEEPS THE MASTER'S VALUE.
000580* TI-NEW-STATUS IS READ ONLY ON AN S TRANSACTION.
000590 FD  TOURN-INPUT
000600     RECORD CONTAINS 56 CHARACTERS.
000610 01  TOURN-INPUT-RECORD.
000620     05 TI-ACTION            PIC X(01).
000630         88 TI-IS-ADD                  VALUE "A".
000640         88 TI-IS-CHANGE               VALUE "C".
000650         88 TI-IS-DELETE               VALUE "D".
000660         88 TI-IS-STATUS               VALUE "S".
000670     05 TI-TOURN-ID          PIC X(08).
000680     05 TI-TOURN-NAME        PIC X(30).
000690     05 TI-START-DATE        PIC X(08).
000700     05 TI-END-DATE          PIC X(08).
000710     05 TI-NEW-STATUS        PIC X(01).
000720
000730* TM-STATUS - O OPEN FOR PLAY, C CLOSED, V CERTIFIED
000740* (VERIFIED BY YACHTAUDT), A ARCHIVED BY YACHTARCH.
000750 FD  TOURN-MASTER
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  TOURN-MASTER-RECORD.
000780     05 TM-TOURN-ID          PIC X(08).
000790     05 TM-TOURN-NAME        PIC X(30).
000800     05 TM-START-DATE        PIC 9(08).
000810     05 TM-END-DATE          PIC 9(08).
000820     05 TM-STATUS            PIC X(01).
000830         88 TM-OPEN                    VALUE "O".
000840         88 TM-CLOSED                  VALUE "C".
000850         88 TM-CERTIFIED               VALUE "V".
000860         88 TM-ARCHIVED                VALUE "A".
000870     05 TM-STATUS-DATE       PIC 9(08).
000880     05 TM-UPDATE-RUN-ID     PIC X(15).
000890     05 FILLER               PIC X(02).
000900
000910 FD  AUDIT-LOG
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  AUDIT-LOG-RECORD        PIC X(80).
000940
000950 FD  ERROR-LOG
000960     RECORD CONTAINS 116 CHARACTERS.
000970 01  ERROR-LOG-RECORD        PIC X(116).
000980
000990 FD  RUN-ID-FILE
001000     RECORD CONTAINS 15 CHARACTERS.
001010 01  RUN-ID-RECORD           PIC X(15).
001020 WORKING-STORAGE SECTION.
001030 01  WS-RUN-ID-F-STATUS     PIC X(02).
001040     88 WS-RUN-ID-F-OK                VALUE "00".
001050 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001060 01  WS-TOURN-IN-STATUS      PIC X(02).
001070     88 WS-TOURN-IN-OK                 VALUE "00".
001080 01  WS-MASTER-STATUS        PIC X(02).
001090     88 WS-MASTER-OK                   VALUE "00".
001100     88 WS-MASTER-NOT-FOUND            VALUE "23".
001110     88 WS-MASTER-ABSENT                VALUE "35".
001120 01  WS-AUDIT-STATUS         PIC X(02).
001130     88 WS-AUDIT-OK                    VALUE "00".
001140 01  WS-ERROR-LOG-STATUS     PIC X(02).
001150     88 WS-ERROR-LOG-OK                VALUE "00".
001160
001170 01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001180     88 WS-NO-MORE-TRANS               VALUE "Y".
001190 01  WS-DATES-SWITCH         PIC X(01).
001200     88 WS-DATES-VALID                 VALUE "Y".
001210
001220 01  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
001230 01  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
001240
001250 01  WS-REJECT-MESSAGE       PIC X(40).
001260
001270 01  WS-RUN-DATE             PIC 9(08).
001280 01  WS-RUN-TIME             PIC 9(08).
001290
001300 COPY AUDITLOG.
001310
001320 COPY ERRLOG.
001330
001340 PROCEDURE DIVISION.
001350*-----------------------------------------------------------*
001360* 0000-MAINLINE
001370*-----------------------------------------------------------*
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE
001400     PERFORM 2000-PROCESS-TRANSACTIONS
001410         UNTIL WS-NO-MORE-TRANS
001420     PERFORM 9000-TERMINATE
001430     GOBACK.
001440
001450*-----------------------------------------------------------*
001460* 1000-INITIALIZE - OPEN FILES, PRIME THE READ. A TOURNAMENT
001470*                   MASTER THAT DOES NOT EXIST YET (THE
001480*                   FIRST EVER RUN) IS CREATED EMPTY AND
001490*                   REOPENED FOR UPDATE.
001500*-----------------------------------------------------------*
001510 1000-INITIALIZE.
001520     PERFORM 1090-READ-RUN-ID
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001540     OPEN INPUT TOURN-INPUT
001550     OPEN I-O TOURN-MASTER
001560     IF WS-MASTER-ABSENT THEN
001570         OPEN OUTPUT TOURN-MASTER
001580         CLOSE TOURN-MASTER
001590         OPEN I-O TOURN-MASTER
001600     END-IF
001610     OPEN EXTEND AUDIT-LOG
001620     PERFORM 9140-WRITE-AUDIT-START
001630     OPEN EXTEND ERROR-LOG
001640     PERFORM 2100-READ-TOURN-INPUT.
001650
001660*-----------------------------------------------------------*
001670* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
001680*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
001690*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
001700*                    RERUN - STAMPS (STANDALONE) INSTEAD.
001710*-----------------------------------------------------------*
001720 1090-READ-RUN-ID.
001730     OPEN INPUT RUN-ID-FILE
001740     IF WS-RUN-ID-F-OK THEN
001750         READ RUN-ID-FILE
001760             AT END CONTINUE
001770         END-READ
001780         IF WS-RUN-ID-F-OK THEN
001790             MOVE RUN-ID-RECORD TO WS-RUN-ID
001800         END-IF
001810         CLOSE RUN-ID-FILE
001820     END-IF.
001830
001840*-----------------------------------------------------------*
001850* 2000-PROCESS-TRANSACTIONS - APPLY ONE TRANSACTION AND
001860*                   READ ON.
001870*-----------------------------------------------------------*
001880 2000-PROCESS-TRANSACTIONS.
001890     ADD 1 TO WS-TRANS-COUNT
001900     EVALUATE TRUE
001910         WHEN TI-TOURN-ID = SPACES
001920             MOVE "BLANK TOURNAMENT ID"
001930                 TO WS-REJECT-MESSAGE
001940             PERFORM 4000-LOG-REJECT
001950         WHEN TI-IS-ADD
001960             PERFORM 3000-APPLY-ADD
001970         WHEN TI-IS-CHANGE
001980             PERFORM 3100-APPLY-CHANGE
001990         WHEN TI-IS-DELETE
002000             PERFORM 3200-APPLY-DELETE
002010         WHEN TI-IS-STATUS
002020             PERFORM 3300-APPLY-STATUS
002030         WHEN OTHER
002040             MOVE "UNKNOWN ACTION CODE"
002050                 TO WS-REJECT-MESSAGE
002060             PERFORM 4000-LOG-REJECT
002070     END-EVALUATE
002080     PERFORM 2100-READ-TOURN-INPUT.
002090
002100*-----------------------------------------------------------*
002110* 2100-READ-TOURN-INPUT - READ NEXT TRANSACTION.
002120*-----------------------------------------------------------*
002130 2100-READ-TOURN-INPUT.
002140     READ TOURN-INPUT
002150         AT END
002160             MOVE "Y" TO WS-EOF-SWITCH
002170     END-READ.
002180
002190*-----------------------------------------------------------*
002200* 3000-APPLY-ADD - FILE A NEW TOURNAMENT, OPEN FOR PLAY. IT
002210*                   NEEDS A NAME AND A START DATE NO LATER
002220*                   THAN ITS END DATE; A KEY ALREADY ON THE
002230*                   MASTER REJECTS THE TRANSACTION.
002240*-----------------------------------------------------------*
002250 3000-APPLY-ADD.
002260     IF TI-TOURN-NAME = SPACES THEN
002270         MOVE "ADD - TOURNAMENT NAME MISSING"
002280             TO WS-REJECT-MESSAGE
002290         PERFORM 4000-LOG-REJECT
002300     ELSE
002310         MOVE SPACES        TO TOURN-MASTER-RECORD
002320         MOVE TI-TOURN-ID   TO TM-TOURN-ID
002330         MOVE TI-TOURN-NAME TO TM-TOURN-NAME
002340         MOVE 0             TO TM-START-DATE
002350         MOVE 0             TO TM-END-DATE
002360         PERFORM 3500-TAKE-DATES
002370         IF NOT WS-DATES-VALID THEN
002380             MOVE "ADD - DATES MISSING OR START AFTER END"
002390                 TO WS-REJECT-MESSAGE
002400             PERFORM 4000-LOG-REJECT
002410         ELSE
002420             MOVE "O"              TO TM-STATUS
002430             MOVE WS-RUN-DATE      TO TM-STATUS-DATE
002440             MOVE WS-RUN-ID        TO TM-UPDATE-RUN-ID
002450             WRITE TOURN-MASTER-RECORD
002460                 INVALID KEY
002470                     MOVE "ADD - TOURNAMENT ALREADY ON MASTER"
002480                         TO WS-REJECT-MESSAGE
002490                     PERFORM 4000-LOG-REJECT
002500             END-WRITE
002510         END-IF
002520     END-IF.
002530
002540*-----------------------------------------------------------*
002550* 3100-APPLY-CHANGE - RENAME OR RE-DATE AN EXISTING
002560*                   TOURNAMENT. BLANK FIELDS KEEP THE
002570*                   MASTER'S VALUES. THE STATUS IS LEFT
002580*                   ALONE, AND AN ARCHIVED TOURNAMENT IS
002590*                   NOT CHANGED AT ALL.
002600*-----------------------------------------------------------*
002610 3100-APPLY-CHANGE.
002620     MOVE TI-TOURN-ID TO TM-TOURN-ID
002630     READ TOURN-MASTER
002640         INVALID KEY
002650             MOVE "CHANGE - TOURNAMENT NOT ON MASTER"
002660                 TO WS-REJECT-MESSAGE
002670             PERFORM 4000-LOG-REJECT
002680         NOT INVALID KEY
002690             PERFORM 3150-CHANGE-EXISTING
002700     END-READ.
002710
002720 3150-CHANGE-EXISTING.
002730     IF TM-ARCHIVED THEN
002740         MOVE "CHANGE - TOURNAMENT IS ARCHIVED"
002750             TO WS-REJECT-MESSAGE
002760         PERFORM 4000-LOG-REJECT
002770     ELSE
002780         PERFORM 3500-TAKE-DATES
002790         IF NOT WS-DATES-VALID THEN
002800             MOVE "CHANGE - BAD DATE OR START AFTER END"
002810                 TO WS-REJECT-MESSAGE
002820             PERFORM 4000-LOG-REJECT
002830         ELSE
002840             IF TI-TOURN-NAME NOT = SPACES THEN
002850                 MOVE TI-TOURN-NAME TO TM-TOURN-NAME
002860             END-IF
002870             MOVE WS-RUN-ID TO TM-UPDATE-RUN-ID
002880             REWRITE TOURN-MASTER-RECORD
002890                 INVALID KEY
002900                     MOVE "CHANGE - TOURNAMENT NOT ON MASTER"
002910                         TO WS-REJECT-MESSAGE
002920                     PERFORM 4000-LOG-REJECT
002930             END-REWRITE
002940         END-IF
002950     END-IF.
002960
002970*-----------------------------------------------------------*
002980* 3200-APPLY-DELETE - REMOVE A TOURNAMENT ADDED IN ERROR.
002990*                   ONLY AN OPEN TOURNAMENT MAY GO - ONCE
003000*                   CLOSED, ITS GAMES ARE ON FILE AND THE
003010*                   SUITE STILL NEEDS ITS STATUS.
003020*-----------------------------------------------------------*
003030 3200-APPLY-DELETE.
003040     MOVE TI-TOURN-ID TO TM-TOURN-ID
003050     READ TOURN-MASTER
003060         INVALID KEY
003070             MOVE "DELETE - TOURNAMENT NOT ON MASTER"
003080                 TO WS-REJECT-MESSAGE
003090             PERFORM 4000-LOG-REJECT
003100         NOT INVALID KEY
003110             IF NOT TM-OPEN THEN
003120                 MOVE "DELETE - TOURNAMENT NO LONGER OPEN"
003130                     TO WS-REJECT-MESSAGE
003140                 PERFORM 4000-LOG-REJECT
003150             ELSE
003160                 DELETE TOURN-MASTER
003170                     INVALID KEY
003180                         MOVE "DELETE - TOURNAMENT NOT ON MASTER"
003190                             TO WS-REJECT-MESSAGE
003200                         PERFORM 4000-LOG-REJECT
003210                 END-DELETE
003220             END-IF
003230     END-READ.
003240
003250*-----------------------------------------------------------*
003260* 3300-APPLY-STATUS - THE LEAGUE DESK'S LIFECYCLE MOVES: AN
003270*                   OPEN TOURNAMENT IS CLOSED WHEN PLAY ENDS,
003280*                   A CLOSED ONE MAY BE REOPENED FOR A LATE
003290*                   CORRECTION, AND A CERTIFIED ONE MAY BE
003300*                   SENT BACK TO CLOSED, WITHDRAWING ITS
003310*                   CERTIFICATE. CERTIFIED AND ARCHIVED ARE
003320*                   SET ONLY BY YACHTAUDT AND YACHTARCH.
003330*-----------------------------------------------------------*
003340 3300-APPLY-STATUS.
003350     MOVE TI-TOURN-ID TO TM-TOURN-ID
003360     READ TOURN-MASTER
003370         INVALID KEY
003380             MOVE "STATUS - TOURNAMENT NOT ON MASTER"
003390                 TO WS-REJECT-MESSAGE
003400             PERFORM 4000-LOG-REJECT
003410         NOT INVALID KEY
003420             PERFORM 3350-CHECK-STATUS-MOVE
003430     END-READ.
003440
003450 3350-CHECK-STATUS-MOVE.
003460     MOVE SPACES TO WS-REJECT-MESSAGE
003470     EVALUATE TRUE
003480         WHEN TI-NEW-STATUS = "C" AND TM-OPEN
003490             CONTINUE
003500         WHEN TI-NEW-STATUS = "C" AND TM-CERTIFIED
003510             CONTINUE
003520         WHEN TI-NEW-STATUS = "O" AND TM-CLOSED
003530             CONTINUE
003540         WHEN TI-NEW-STATUS = "V" OR TI-NEW-STATUS = "A"
003550             MOVE "STATUS - SET BY AUDIT/ARCHIVE RUNS ONLY"
003560                 TO WS-REJECT-MESSAGE
003570         WHEN TI-NEW-STATUS NOT = "O" AND TI-NEW-STATUS NOT = "C"
003580             MOVE "STATUS - UNKNOWN STATUS CODE"
003590                 TO WS-REJECT-MESSAGE
003600         WHEN OTHER
003610             MOVE "STATUS - MOVE NOT ALLOWED FROM CURRENT"
003620                 TO WS-REJECT-MESSAGE
003630     END-EVALUATE
003640     IF WS-REJECT-MESSAGE NOT = SPACES THEN
003650         PERFORM 4000-LOG-REJECT
003660     ELSE
003670         MOVE TI-NEW-STATUS TO TM-STATUS
003680         MOVE WS-RUN-DATE   TO TM-STATUS-DATE
003690         MOVE WS-RUN-ID     TO TM-UPDATE-RUN-ID
003700         REWRITE TOURN-MASTER-RECORD
003710             INVALID KEY
003720                 MOVE "STATUS - TOURNAMENT NOT ON MASTER"
003730                     TO WS-REJECT-MESSAGE
003740                 PERFORM 4000-LOG-REJECT
003750         END-REWRITE
003760     END-IF.
003770
003780*-----------------------------------------------------------*
003790* 3500-TAKE-DATES - MOVE ANY DATES THE TRANSACTION SUPPLIES
003800*                   ONTO THE MASTER RECORD AND CHECK THE
003810*                   RESULT - BOTH DATES PRESENT AND THE START
003820*                   NO LATER THAN THE END.
003830*-----------------------------------------------------------*
003840 3500-TAKE-DATES.
003850     MOVE "Y" TO WS-DATES-SWITCH
003860     IF TI-START-DATE NOT = SPACES THEN
003870         IF TI-START-DATE NUMERIC THEN
003880             MOVE TI-START-DATE TO TM-START-DATE
003890         ELSE
003900             MOVE "N" TO WS-DATES-SWITCH
003910         END-IF
003920     END-IF
003930     IF TI-END-DATE NOT = SPACES THEN
003940         IF TI-END-DATE NUMERIC THEN
003950             MOVE TI-END-DATE TO TM-END-DATE
003960         ELSE
003970             MOVE "N" TO WS-DATES-SWITCH
003980         END-IF
003990     END-IF
004000     IF TM-START-DATE = 0
004010         OR TM-END-DATE = 0
004020         OR TM-START-DATE > TM-END-DATE THEN
004030         MOVE "N" TO WS-DATES-SWITCH
004040     END-IF.
004050
004060*-----------------------------------------------------------*
004070* 4000-LOG-REJECT - APPEND ONE REJECTED TRANSACTION TO THE
004080*                   COMMON ERRORLOG FILE.
004090*-----------------------------------------------------------*
004100 4000-LOG-REJECT.
004110     ADD 1 TO WS-REJECT-COUNT
004120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004130     ACCEPT WS-RUN-TIME FROM TIME
004140     MOVE "TOURNMNT"        TO ERR-PROGRAM-NAME
004150     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
004160     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
004170     MOVE WS-RUN-ID         TO ERR-RUN-ID
004180     MOVE TI-TOURN-ID       TO ERR-RECORD-ID
004190     MOVE WS-REJECT-MESSAGE TO ERR-MESSAGE
004200     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
004210
004220*-----------------------------------------------------------*
004230* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
004240*                  JCL STEP REFLECTS WHETHER ANY TRANSACTION
004250*                  WAS REJECTED DURING THE RUN.
004260*-----------------------------------------------------------*
004270 9000-TERMINATE.
004280     PERFORM 9150-WRITE-AUDIT-LOG
004290     CLOSE TOURN-INPUT
004300     CLOSE TOURN-MASTER
004310     CLOSE AUDIT-LOG
004320     CLOSE ERROR-LOG
004330     IF WS-REJECT-COUNT > 0 THEN
004340         MOVE 4 TO RETURN-CODE
004350     END-IF.
004360
004370*-----------------------------------------------------------*
004380* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
004390*                        INITIALIZATION SO THE BATCH-WINDOW
004400*                        REPORT CAN PAIR THIS STEP'S START
004410*                        WITH ITS END.
004420*-----------------------------------------------------------*
004430 9140-WRITE-AUDIT-START.
004440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004450     ACCEPT WS-RUN-TIME FROM TIME
004460     MOVE "TOURNMNT"        TO AUD-PROGRAM-NAME
004470     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004480     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004490     MOVE WS-RUN-ID         TO AUD-RUN-ID
004500     MOVE 0                 TO AUD-INPUT-COUNT
004510     MOVE 0                 TO AUD-OUTPUT-COUNT
004520     MOVE "S"               TO AUD-RECORD-TYPE
004530     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
004540
004550*-----------------------------------------------------------*
004560* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
004570*                        AUDITLOG FILE SHARED BY THE WHOLE
004580*                        NIGHTLY SUITE.
004590*-----------------------------------------------------------*
004600 9150-WRITE-AUDIT-LOG.
004610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004620     ACCEPT WS-RUN-TIME FROM TIME
004630     MOVE "TOURNMNT"        TO AUD-PROGRAM-NAME
004640     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004650     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004660     MOVE WS-RUN-ID         TO AUD-RUN-ID
004670     MOVE WS-TRANS-COUNT    TO AUD-INPUT-COUNT
004680     MOVE WS-REJECT-COUNT   TO AUD-OUTPUT-COUNT
004690     MOVE "E"               TO AUD-RECORD-TYPE
004700     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
