000530*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000540*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000550*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000551* 2026-10-15 PD    ARCHPARM RETIRES. THE TOURNAMENTS TO ARCHIVE
000552*                  ARE NOW EVERY ONE YACHTAUDT HAS CERTIFIED ON
000553*                  THE NEW TOURNMST TOURNAMENT MASTER, READ AT
000554*                  START-UP, AND EACH ONE ARCHIVED IS MOVED TO
000555*                  STATUS ARCHIVED ON THE MASTER AT THE END OF
000556*                  THE RUN, SO THE LEAGUE DESK NO LONGER
000557*                  HAND-LISTS CLOSED TOURNAMENT IDS.
000560*-----------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000700     SELECT YACHT-ARCHIVE ASSIGN TO "YACHTARC"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ARCHIVE-STATUS.
000726     SELECT TOURN-MASTER ASSIGN TO "TOURNMST"
000732         ORGANIZATION IS INDEXED
000738         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS TM-TOURN-ID
000750         FILE STATUS IS WS-TOURN-MST-STATUS.
000760     SELECT ARCH-MANIFEST ASSIGN TO "ARCHMAN"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-MANIFEST-STATUS.
001110     RECORD CONTAINS 42 CHARACTERS.
001120 01  YACHT-ARCHIVE-RECORD    PIC X(42).
001130
001132* TM-STATUS - O OPEN FOR PLAY, C CLOSED, V CERTIFIED, A
001134* ARCHIVED. CERTIFIED TOURNAMENTS ARCHIVE AND BECOME A.
001136 FD  TOURN-MASTER
001138     RECORD CONTAINS 80 CHARACTERS.
001140 01  TOURN-MASTER-RECORD.
001142     05 TM-TOURN-ID          PIC X(08).
001144     05 TM-TOURN-NAME        PIC X(30).
001146     05 TM-START-DATE        PIC 9(08).
001148     05 TM-END-DATE          PIC 9(08).
001150     05 TM-STATUS            PIC X(01).
001152         88 TM-OPEN                    VALUE "O".
001154         88 TM-CLOSED                  VALUE "C".
001156         88 TM-CERTIFIED               VALUE "V".
001158         88 TM-ARCHIVED                VALUE "A".
001160     05 TM-STATUS-DATE       PIC 9(08).
001162     05 TM-UPDATE-RUN-ID     PIC X(15).
001164     05 FILLER               PIC X(02).
001180
001190 FD  ARCH-MANIFEST
001200     RECORD CONTAINS 80 CHARACTERS.
001380     88 WS-GAME-NEW-OK                 VALUE "00".
001390 01  WS-ARCHIVE-STATUS       PIC X(02).
001400     88 WS-ARCHIVE-OK                  VALUE "00".
001410 01  WS-TOURN-MST-STATUS     PIC X(02).
001420     88 WS-TOURN-MST-OK                VALUE "00".
001430 01  WS-MANIFEST-STATUS      PIC X(02).
001440     88 WS-MANIFEST-OK                 VALUE "00".
001450 01  WS-AUDIT-STATUS         PIC X(02).
001470
001480 01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001490     88 WS-NO-MORE-GAMES               VALUE "Y".
001496 01  WS-TOURN-EOF-SWITCH     PIC X(01) VALUE "N".
001502     88 WS-NO-MORE-TOURNS              VALUE "Y".
001508 01  WS-TOURN-MST-OPEN-SW    PIC X(01) VALUE "N".
001514     88 WS-TOURN-MST-IS-OPEN           VALUE "Y".
001520
001530 01  WS-TOURN-COUNT          PIC 9(03) COMP VALUE 0.
001540 01  WS-TOURN-TABLE.
001930     PERFORM 2000-SPLIT-GAME-FILE
001940         UNTIL WS-NO-MORE-GAMES
001950     PERFORM 8000-WRITE-MANIFEST
001955     PERFORM 8500-MARK-ARCHIVED
001960     PERFORM 9000-TERMINATE
001970     GOBACK.
001980
001990*-----------------------------------------------------------*
002000* 1000-INITIALIZE - LOAD THE CERTIFIED-TOURNAMENT LIST, OPEN
002010*                   FILES, PRIME THE READ.
002020*-----------------------------------------------------------*
002030 1000-INITIALIZE.
002040     PERFORM 1090-READ-RUN-ID
002050     PERFORM 1200-LOAD-CERTIFIED
002060     OPEN INPUT YACHT-GAME-FILE
002070     OPEN OUTPUT YACHT-GAME-NEW
002080     OPEN OUTPUT YACHT-ARCHIVE
002310         CLOSE RUN-ID-FILE
002320     END-IF.
002330*-----------------------------------------------------------*
002336* 1200-LOAD-CERTIFIED - EVERY TOURNAMENT YACHTAUDT HAS
002342*                   CERTIFIED ON THE TOURNAMENT MASTER, UP TO
002348*                   100. THE MASTER STAYS OPEN SO EACH ONE CAN
002354*                   BE MARKED ARCHIVED AT THE END OF THE RUN.
002360*                   A MISSING MASTER, OR ONE WITH NOTHING
002366*                   CERTIFIED, LEAVES THE TABLE EMPTY, SO
002372*                   NOTHING ARCHIVES.
002380*-----------------------------------------------------------*
002390 1200-LOAD-CERTIFIED.
002400     OPEN I-O TOURN-MASTER
002410     IF WS-TOURN-MST-OK THEN
002420         MOVE "Y" TO WS-TOURN-MST-OPEN-SW
002430         PERFORM 1250-READ-ONE-TOURNAMENT
002440             UNTIL WS-NO-MORE-TOURNS
002450     END-IF.
002460
002470 1250-READ-ONE-TOURNAMENT.
002480     READ TOURN-MASTER NEXT RECORD
002490         AT END MOVE "Y" TO WS-TOURN-EOF-SWITCH
002500     END-READ
002510     IF NOT WS-NO-MORE-TOURNS THEN
002520         IF TM-CERTIFIED THEN
002560             IF WS-TOURN-COUNT < 100 THEN
002570                 ADD 1 TO WS-TOURN-COUNT
002580                 MOVE TM-TOURN-ID
002590                     TO WS-TRN-ID (WS-TOURN-COUNT)
002600                 MOVE 0
002610                     TO WS-TRN-MOVED (WS-TOURN-COUNT)
002650                     TO WS-TRN-LAST-KEY (WS-TOURN-COUNT)
002660             ELSE
002670                 DISPLAY "YACHTARCH - TOURNAMENT TABLE FULL "
002680                     "AT 100 - IGNORING " TM-TOURN-ID
002690             END-IF
002700         END-IF
002710     END-IF.
002950     END-READ.
002960
002970*-----------------------------------------------------------*
002980* 3000-MATCH-CLOSED-TOURNAMENT - FIND THE CERTIFIED
002990*                   TOURNAMENT, IF ANY, THAT THE CURRENT
003000*                   RECORD BELONGS TO.
003010*-----------------------------------------------------------*
003430     END-WRITE.
003440
003450*-----------------------------------------------------------*
003460* 8000-WRITE-MANIFEST - ONE LINE PER ARCHIVED TOURNAMENT AND
003470*                   THE RUN'S CONTROL TOTALS.
003480*-----------------------------------------------------------*
003490 8000-WRITE-MANIFEST.
003710     WRITE ARCH-MANIFEST-RECORD FROM WS-TOURN-LINE.
003720
003730*-----------------------------------------------------------*
003731* 8500-MARK-ARCHIVED - MOVE EACH TOURNAMENT JUST ARCHIVED TO
003732*                   STATUS A ON THE TOURNAMENT MASTER, SO THE
003733*                   NEXT RUN DOES NOT LOOK FOR IT AGAIN AND NO
003734*                   STEP TREATS ITS GAMES AS STILL ON FILE.
003735*-----------------------------------------------------------*
003736 8500-MARK-ARCHIVED.
003737     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003738     PERFORM 8550-MARK-ONE-ARCHIVED
003739         VARYING WS-TRN-IDX FROM 1 BY 1
003740         UNTIL WS-TRN-IDX > WS-TOURN-COUNT.
003741
003742 8550-MARK-ONE-ARCHIVED.
003743     MOVE WS-TRN-ID (WS-TRN-IDX) TO TM-TOURN-ID
003744     READ TOURN-MASTER
003745         INVALID KEY
003746             DISPLAY "YACHTARCH - TOURNAMENT GONE FROM MASTER "
003747                 TM-TOURN-ID
003748         NOT INVALID KEY
003749             MOVE "A"         TO TM-STATUS
003750             MOVE WS-RUN-DATE TO TM-STATUS-DATE
003751             MOVE WS-RUN-ID   TO TM-UPDATE-RUN-ID
003752             REWRITE TOURN-MASTER-RECORD
003753                 INVALID KEY
003754                     DISPLAY "YACHTARCH - TOURNAMENT MASTER "
003755                         "REJECTED REWRITE " TM-TOURN-ID
003756             END-REWRITE
003757     END-READ.
003758
003759*-----------------------------------------------------------*
003760* 9000-TERMINATE - CLOSE FILES.
003761*-----------------------------------------------------------*
003762 9000-TERMINATE.
003770     PERFORM 9150-WRITE-AUDIT-LOG
003780     CLOSE YACHT-GAME-FILE
003790     CLOSE YACHT-GAME-NEW
003800     CLOSE YACHT-ARCHIVE
003810     CLOSE ARCH-MANIFEST
003812     IF WS-TOURN-MST-IS-OPEN THEN
003814         CLOSE TOURN-MASTER
003816     END-IF
003820     CLOSE AUDIT-LOG.
003830
003840*-----------------------------------------------------------*
