000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    YACHTPUB.
000050 AUTHOR.        P. DELACROIX.
000060 INSTALLATION.  RECREATION LEAGUE BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 PD    NEW PROGRAM. THE LEAGUE WEBSITE LOADS THE
000150*                  THREE COMMA-DELIMITED PUBLICATION FILES THE
000160*                  YACHT REPORTING STEPS NOW WRITE ALONGSIDE
000170*                  THEIR PRINT - LEADPUB FROM YACHTRANK, TEAMPUB
000180*                  FROM YACHTTEAM, STATPUB FROM YACHTSTAT. THIS
000190*                  STEP COUNTS THE DATA ROWS IN EACH (HEADER ROW
000200*                  EXCLUDED), CHECKS EVERY ROW CARRIES TONIGHT'S
000210*                  RUN ID IN ITS FIRST COLUMN, AND WRITES THE
000220*                  PUBCTL CONTROL FILE THE WEBSITE LOAD
000230*                  RECONCILES AGAINST - ONE ROW PER FILE WITH
000240*                  ITS RECORD COUNT, THE RUN ID, THE RUN DATE
000250*                  AND A STATUS OF CURRENT, STALE (ROWS LEFT
000260*                  FROM ANOTHER RUN) OR MISSING (FILE ABSENT OR
000270*                  WITHOUT ITS HEADER ROW). ANY FILE NOT CURRENT
000280*                  ENDS THE STEP RC=4 SO THE LOAD IS HELD.
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT LEADER-PUBLICATION ASSIGN TO "LEADPUB"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-LEADER-PUB-STATUS.
000360     SELECT TEAM-PUBLICATION ASSIGN TO "TEAMPUB"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TEAM-PUB-STATUS.
000390     SELECT STAT-PUBLICATION ASSIGN TO "STATPUB"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-STAT-PUB-STATUS.
000420     SELECT PUB-CONTROL ASSIGN TO "PUBCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PUB-CTL-STATUS.
000450     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUN-ID-F-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  LEADER-PUBLICATION
000540     RECORD CONTAINS 100 CHARACTERS.
000550 01  LEADER-PUB-RECORD       PIC X(100).
000560
000570 FD  TEAM-PUBLICATION
000580     RECORD CONTAINS 100 CHARACTERS.
000590 01  TEAM-PUB-RECORD         PIC X(100).
000600
000610 FD  STAT-PUBLICATION
000620     RECORD CONTAINS 100 CHARACTERS.
000630 01  STAT-PUB-RECORD         PIC X(100).
000640
000650 FD  PUB-CONTROL
000660     RECORD CONTAINS 100 CHARACTERS.
000670 01  PUB-CONTROL-RECORD      PIC X(100).
000680
000690 FD  AUDIT-LOG
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  AUDIT-LOG-RECORD        PIC X(80).
000720
000730 FD  RUN-ID-FILE
000740     RECORD CONTAINS 15 CHARACTERS.
000750 01  RUN-ID-RECORD           PIC X(15).
000755
000760 WORKING-STORAGE SECTION.
000770 01  WS-RUN-ID-F-STATUS     PIC X(02).
000780     88 WS-RUN-ID-F-OK                VALUE "00".
000790 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
000800 01  WS-LEADER-PUB-STATUS    PIC X(02).
000810     88 WS-LEADER-PUB-OK               VALUE "00".
000820 01  WS-TEAM-PUB-STATUS      PIC X(02).
000830     88 WS-TEAM-PUB-OK                 VALUE "00".
000840 01  WS-STAT-PUB-STATUS      PIC X(02).
000850     88 WS-STAT-PUB-OK                 VALUE "00".
000860 01  WS-PUB-CTL-STATUS       PIC X(02).
000870     88 WS-PUB-CTL-OK                  VALUE "00".
000880 01  WS-AUDIT-STATUS         PIC X(02).
000890     88 WS-AUDIT-OK                    VALUE "00".
000900 01  WS-RUN-DATE             PIC 9(08).
000910 01  WS-RUN-TIME             PIC 9(08).
000920 01  WS-CTL-RUN-DATE         PIC 9(08).
000930
000940 01  WS-ROW-EOF-SWITCH       PIC X(01).
000950     88 WS-NO-MORE-ROWS                VALUE "Y".
000960
000970* EVERY DATA ROW THE REPORTING STEPS WRITE OPENS WITH THE RUN ID
000980* IN DOUBLE QUOTES AND A COMMA. TONIGHT'S PREFIX IS BUILT ONCE
000990* AND EACH ROW IS COMPARED AGAINST IT; EVERY HEADER ROW OPENS
001000* WITH THE RUN_ID COLUMN NAME.
001010 01  WS-PUB-ROW              PIC X(100).
001020 01  WS-RUN-PREFIX           PIC X(40).
001030 01  WS-PREFIX-LEN           PIC 9(03) COMP.
001040 01  WS-HEADER-PREFIX        PIC X(07) VALUE "RUN_ID,".
001050
001060* THE FILE BEING COUNTED.
001070 01  WS-FILE-NAME            PIC X(08).
001080 01  WS-FILE-ROWS            PIC 9(07) COMP.
001090 01  WS-FILE-STALE-ROWS      PIC 9(07) COMP.
001100 01  WS-FILE-STATE           PIC X(08).
001110     88 WS-FILE-CURRENT                VALUE "CURRENT".
001120     88 WS-FILE-STALE                  VALUE "STALE".
001130     88 WS-FILE-MISSING                VALUE "MISSING".
001140
001150 01  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
001160 01  WS-CONTROL-COUNT        PIC 9(05) COMP VALUE 0.
001170 01  WS-NOT-CURRENT-COUNT    PIC 9(05) COMP VALUE 0.
001180
001190* THE CONTROL ROW IS BUILT THE SAME WAY THE REPORTING STEPS
001200* BUILD THEIR ROWS - TEXT QUOTED AND TRIMMED, NUMBERS UNEDITED
001210* AND LEFT-JUSTIFIED, THE LAST COMMA DROPPED.
001220 01  WS-CTL-HEADER.
001230     05 FILLER               PIC X(35) VALUE
001240         "FILE,RECORDS,RUN_ID,RUN_DATE,STATUS".
001250     05 FILLER               PIC X(65) VALUE SPACES.
001260 01  WS-PUB-LINE             PIC X(100).
001270 01  WS-PUB-PTR              PIC 9(03) COMP.
001280 01  WS-PUB-TEXT             PIC X(32).
001290 01  WS-PUB-NUMBER           PIC Z(08)9.
001300 01  WS-PUB-LEAD             PIC 9(02) COMP.
001310
001320 COPY AUDITLOG.
001330
001340 PROCEDURE DIVISION.
001350*-----------------------------------------------------------*
001360* 0000-MAINLINE
001370*-----------------------------------------------------------*
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE
001400     PERFORM 2000-COUNT-LEADER-FILE
001410     PERFORM 3000-COUNT-TEAM-FILE
001420     PERFORM 4000-COUNT-STAT-FILE
001430     PERFORM 9000-TERMINATE
001440     GOBACK.
001450
001460*-----------------------------------------------------------*
001470* 1000-INITIALIZE - OPEN THE CONTROL FILE, WRITE ITS HEADER
001480*                   ROW, BUILD TONIGHT'S RUN-ID ROW PREFIX.
001490*-----------------------------------------------------------*
001500 1000-INITIALIZE.
001510     PERFORM 1090-READ-RUN-ID
001520     ACCEPT WS-CTL-RUN-DATE FROM DATE YYYYMMDD
001530     OPEN OUTPUT PUB-CONTROL
001540     OPEN EXTEND AUDIT-LOG
001550     PERFORM 9140-WRITE-AUDIT-START
001560     WRITE PUB-CONTROL-RECORD FROM WS-CTL-HEADER
001570     MOVE SPACES    TO WS-PUB-LINE
001580     MOVE 1         TO WS-PUB-PTR
001590     MOVE WS-RUN-ID TO WS-PUB-TEXT
001600     PERFORM 5710-APPEND-PUB-TEXT
001610     MOVE WS-PUB-LINE TO WS-RUN-PREFIX
001620     COMPUTE WS-PREFIX-LEN = WS-PUB-PTR - 1.
001630
001640*-----------------------------------------------------------*
001650* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
001660*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
001670*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
001680*                    RERUN - STAMPS (STANDALONE) INSTEAD.
001690*-----------------------------------------------------------*
001700 1090-READ-RUN-ID.
001710     OPEN INPUT RUN-ID-FILE
001720     IF WS-RUN-ID-F-OK THEN
001730         READ RUN-ID-FILE
001740             AT END CONTINUE
001750         END-READ
001760         IF WS-RUN-ID-F-OK THEN
001770             MOVE RUN-ID-RECORD TO WS-RUN-ID
001780         END-IF
001790         CLOSE RUN-ID-FILE
001800     END-IF.
001810
001820*-----------------------------------------------------------*
001830* 2000-COUNT-LEADER-FILE - COUNT THE LEADPUB PLAYER STANDINGS.
001840*-----------------------------------------------------------*
001850 2000-COUNT-LEADER-FILE.
001860     MOVE "LEADPUB" TO WS-FILE-NAME
001870     PERFORM 5000-START-FILE-COUNT
001880     OPEN INPUT LEADER-PUBLICATION
001890     IF WS-LEADER-PUB-OK THEN
001900         PERFORM 2100-READ-LEADER-ROW
001910         PERFORM 5100-CHECK-HEADER-ROW
001920         IF NOT WS-FILE-MISSING THEN
001930             PERFORM 2100-READ-LEADER-ROW
001940             PERFORM 2200-COUNT-LEADER-ROW
001950                 UNTIL WS-NO-MORE-ROWS
001960         END-IF
001970         CLOSE LEADER-PUBLICATION
001980     END-IF
001990     PERFORM 5500-FINISH-FILE-COUNT.
002000
002010 2100-READ-LEADER-ROW.
002020     READ LEADER-PUBLICATION INTO WS-PUB-ROW
002030         AT END
002040             MOVE "Y" TO WS-ROW-EOF-SWITCH
002050     END-READ.
002060
002070 2200-COUNT-LEADER-ROW.
002080     PERFORM 5200-CHECK-DATA-ROW
002090     PERFORM 2100-READ-LEADER-ROW.
002100
002110*-----------------------------------------------------------*
002120* 3000-COUNT-TEAM-FILE - COUNT THE TEAMPUB TEAM STANDINGS.
002130*-----------------------------------------------------------*
002140 3000-COUNT-TEAM-FILE.
002150     MOVE "TEAMPUB" TO WS-FILE-NAME
002160     PERFORM 5000-START-FILE-COUNT
002170     OPEN INPUT TEAM-PUBLICATION
002180     IF WS-TEAM-PUB-OK THEN
002190         PERFORM 3100-READ-TEAM-ROW
002200         PERFORM 5100-CHECK-HEADER-ROW
002210         IF NOT WS-FILE-MISSING THEN
002220             PERFORM 3100-READ-TEAM-ROW
002230             PERFORM 3200-COUNT-TEAM-ROW
002240                 UNTIL WS-NO-MORE-ROWS
002250         END-IF
002260         CLOSE TEAM-PUBLICATION
002270     END-IF
002280     PERFORM 5500-FINISH-FILE-COUNT.
002290
002300 3100-READ-TEAM-ROW.
002310     READ TEAM-PUBLICATION INTO WS-PUB-ROW
002320         AT END
002330             MOVE "Y" TO WS-ROW-EOF-SWITCH
002340     END-READ.
002350
002360 3200-COUNT-TEAM-ROW.
002370     PERFORM 5200-CHECK-DATA-ROW
002380     PERFORM 3100-READ-TEAM-ROW.
002390
002400*-----------------------------------------------------------*
002410* 4000-COUNT-STAT-FILE - COUNT THE STATPUB CATEGORY ROWS.
002420*-----------------------------------------------------------*
002430 4000-COUNT-STAT-FILE.
002440     MOVE "STATPUB" TO WS-FILE-NAME
002450     PERFORM 5000-START-FILE-COUNT
002460     OPEN INPUT STAT-PUBLICATION
002470     IF WS-STAT-PUB-OK THEN
002480         PERFORM 4100-READ-STAT-ROW
002490         PERFORM 5100-CHECK-HEADER-ROW
002500         IF NOT WS-FILE-MISSING THEN
002510             PERFORM 4100-READ-STAT-ROW
002520             PERFORM 4200-COUNT-STAT-ROW
002530                 UNTIL WS-NO-MORE-ROWS
002540         END-IF
002550         CLOSE STAT-PUBLICATION
002560     END-IF
002570     PERFORM 5500-FINISH-FILE-COUNT.
002580
002590 4100-READ-STAT-ROW.
002600     READ STAT-PUBLICATION INTO WS-PUB-ROW
002610         AT END
002620             MOVE "Y" TO WS-ROW-EOF-SWITCH
002630     END-READ.
002640
002650 4200-COUNT-STAT-ROW.
002660     PERFORM 5200-CHECK-DATA-ROW
002670     PERFORM 4100-READ-STAT-ROW.
002680
002690*-----------------------------------------------------------*
002700* 5000-START-FILE-COUNT - A FILE IS MISSING UNTIL ITS HEADER
002710*                  ROW HAS BEEN READ.
002720*-----------------------------------------------------------*
002730 5000-START-FILE-COUNT.
002740     MOVE 0         TO WS-FILE-ROWS
002750     MOVE 0         TO WS-FILE-STALE-ROWS
002760     MOVE "N"       TO WS-ROW-EOF-SWITCH
002770     MOVE "MISSING" TO WS-FILE-STATE.
002780
002790 5100-CHECK-HEADER-ROW.
002800     IF NOT WS-NO-MORE-ROWS
002810         AND WS-PUB-ROW (1:7) = WS-HEADER-PREFIX THEN
002820         MOVE "CURRENT" TO WS-FILE-STATE
002830     END-IF.
002840
002850*-----------------------------------------------------------*
002860* 5200-CHECK-DATA-ROW - COUNT ONE DATA ROW AND NOTE IT STALE
002870*                  IF IT DOES NOT OPEN WITH TONIGHT'S RUN ID.
002880*-----------------------------------------------------------*
002890 5200-CHECK-DATA-ROW.
002900     ADD 1 TO WS-FILE-ROWS
002910     ADD 1 TO WS-READ-COUNT
002920     IF WS-PUB-ROW (1:WS-PREFIX-LEN)
002930         NOT = WS-RUN-PREFIX (1:WS-PREFIX-LEN) THEN
002940         ADD 1 TO WS-FILE-STALE-ROWS
002950     END-IF.
002960
002970*-----------------------------------------------------------*
002980* 5500-FINISH-FILE-COUNT - SETTLE THE FILE'S STATUS AND WRITE
002990*                  ITS CONTROL ROW.
003000*-----------------------------------------------------------*
003010 5500-FINISH-FILE-COUNT.
003020     IF WS-FILE-CURRENT AND WS-FILE-STALE-ROWS > 0 THEN
003030         MOVE "STALE" TO WS-FILE-STATE
003040     END-IF
003050     IF NOT WS-FILE-CURRENT THEN
003060         ADD 1 TO WS-NOT-CURRENT-COUNT
003070         DISPLAY "YACHTPUB - " WS-FILE-NAME
003080             " IS " WS-FILE-STATE
003090             " - WEBSITE LOAD TO BE HELD"
003100     END-IF
003110     PERFORM 5600-WRITE-CONTROL-ROW.
003120
003130 5600-WRITE-CONTROL-ROW.
003140     MOVE SPACES TO WS-PUB-LINE
003150     MOVE 1      TO WS-PUB-PTR
003160     MOVE WS-FILE-NAME    TO WS-PUB-TEXT
003170     PERFORM 5710-APPEND-PUB-TEXT
003180     MOVE WS-FILE-ROWS    TO WS-PUB-NUMBER
003190     PERFORM 5720-APPEND-PUB-NUMBER
003200     MOVE WS-RUN-ID       TO WS-PUB-TEXT
003210     PERFORM 5710-APPEND-PUB-TEXT
003220     MOVE WS-CTL-RUN-DATE TO WS-PUB-NUMBER
003230     PERFORM 5720-APPEND-PUB-NUMBER
003240     MOVE WS-FILE-STATE   TO WS-PUB-TEXT
003250     PERFORM 5710-APPEND-PUB-TEXT
003260     SUBTRACT 1 FROM WS-PUB-PTR
003270     MOVE SPACE TO WS-PUB-LINE (WS-PUB-PTR:1)
003280     WRITE PUB-CONTROL-RECORD FROM WS-PUB-LINE
003290     ADD 1 TO WS-CONTROL-COUNT.
003300
003310*-----------------------------------------------------------*
003320* 5710-APPEND-PUB-TEXT - APPEND WS-PUB-TEXT IN DOUBLE QUOTES,
003330*                  TRAILING SPACES DROPPED. AN EMBEDDED DOUBLE
003340*                  QUOTE BECOMES A SINGLE ONE SO THE ROW STILL
003350*                  SPLITS CLEANLY.
003360*-----------------------------------------------------------*
003370 5710-APPEND-PUB-TEXT.
003380     INSPECT WS-PUB-TEXT REPLACING ALL QUOTE BY "'"
003390     STRING QUOTE       DELIMITED BY SIZE
003400            WS-PUB-TEXT DELIMITED BY "  "
003410            QUOTE       DELIMITED BY SIZE
003420            ","         DELIMITED BY SIZE
003430         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
003440     END-STRING.
003450
003460*-----------------------------------------------------------*
003470* 5720-APPEND-PUB-NUMBER - APPEND WS-PUB-NUMBER WITHOUT ITS
003480*                  LEADING SPACES.
003490*-----------------------------------------------------------*
003500 5720-APPEND-PUB-NUMBER.
003510     MOVE 0 TO WS-PUB-LEAD
003520     INSPECT WS-PUB-NUMBER TALLYING WS-PUB-LEAD
003530         FOR LEADING SPACES
003540     STRING WS-PUB-NUMBER (WS-PUB-LEAD + 1:) DELIMITED BY SIZE
003550            ","                              DELIMITED BY SIZE
003560         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
003570     END-STRING.
003580
003590*-----------------------------------------------------------*
003600* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
003610*                  JCL STEP REFLECTS WHETHER ANY PUBLICATION
003620*                  FILE WAS STALE OR MISSING.
003630*-----------------------------------------------------------*
003640 9000-TERMINATE.
003650     PERFORM 9150-WRITE-AUDIT-LOG
003660     CLOSE PUB-CONTROL
003670     CLOSE AUDIT-LOG
003680     IF WS-NOT-CURRENT-COUNT > 0 THEN
003690         MOVE 4 TO RETURN-CODE
003700     END-IF.
003710
003720*-----------------------------------------------------------*
003730* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
003740*                        INITIALIZATION SO THE BATCH-WINDOW
003750*                        REPORT CAN PAIR THIS STEP'S START
003760*                        WITH ITS END.
003770*-----------------------------------------------------------*
003780 9140-WRITE-AUDIT-START.
003790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003800     ACCEPT WS-RUN-TIME FROM TIME
003810     MOVE "YACHTPUB"        TO AUD-PROGRAM-NAME
003820     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
003830     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
003840     MOVE WS-RUN-ID         TO AUD-RUN-ID
003850     MOVE 0                 TO AUD-INPUT-COUNT
003860     MOVE 0                 TO AUD-OUTPUT-COUNT
003870     MOVE "S"               TO AUD-RECORD-TYPE
003880     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
003890
003900*-----------------------------------------------------------*
003910* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
003920*                        AUDITLOG FILE SHARED BY THE WHOLE
003930*                        NIGHTLY SUITE - PUBLICATION ROWS READ
003940*                        AND CONTROL ROWS WRITTEN.
003950*-----------------------------------------------------------*
003960 9150-WRITE-AUDIT-LOG.
003970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003980     ACCEPT WS-RUN-TIME FROM TIME
003990     MOVE "YACHTPUB"        TO AUD-PROGRAM-NAME
004000     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004010     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004020     MOVE WS-READ-COUNT     TO AUD-INPUT-COUNT
004030     MOVE WS-CONTROL-COUNT  TO AUD-OUTPUT-COUNT
004040     MOVE WS-RUN-ID         TO AUD-RUN-ID
004050     MOVE "E"               TO AUD-RECORD-TYPE
004060     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
