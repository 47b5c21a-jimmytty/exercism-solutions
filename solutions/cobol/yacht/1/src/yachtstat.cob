000340*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000350*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000360*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000361* 2026-10-15 PD    NOW ALSO WRITES THE CATEGORY TABLE TO STATPUB
000362*                  AS A COMMA-DELIMITED FILE WITH A HEADER ROW -
000363*                  RUN ID, CATEGORY (UNDER ITS CATPARM NAME),
000364*                  FILED, AVERAGE, MAX, ZEROES - FOR THE LEAGUE
000365*                  WEBSITE. THE UNKNOWN-CATEGORY AND FIVE-OF-A-
000366*                  KIND SUMMARY LINES STAY ON THE PRINT ONLY.
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000490     SELECT CAT-STAT-REPORT ASSIGN TO "CATSTAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CAT-STAT-STATUS.
000512     SELECT STAT-PUBLICATION ASSIGN TO "STATPUB"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-STAT-PUB-STATUS.
000520     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  CAT-STAT-RECORD         PIC X(80).
000790
000792 FD  STAT-PUBLICATION
000794     RECORD CONTAINS 100 CHARACTERS.
000796 01  STAT-PUB-RECORD         PIC X(100).
000798
000800 FD  AUDIT-LOG
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  AUDIT-LOG-RECORD        PIC X(80).
000950     88 WS-CAT-PARM-OK                 VALUE "00".
000960 01  WS-CAT-STAT-STATUS      PIC X(02).
000970     88 WS-CAT-STAT-OK                 VALUE "00".
000973 01  WS-STAT-PUB-STATUS      PIC X(02).
000976     88 WS-STAT-PUB-OK                 VALUE "00".
000980 01  WS-AUDIT-STATUS         PIC X(02).
000990     88 WS-AUDIT-OK                    VALUE "00".
001000
001560     05 WS-SUM-LABEL         PIC X(30).
001570     05 WS-SUM-VALUE         PIC ZZZ,ZZZ,ZZ9.
001580
001581* THE PUBLICATION ROW IS BUILT FIELD BY FIELD - TEXT QUOTED AND
001582* TRIMMED, NUMBERS UNEDITED AND LEFT-JUSTIFIED, EACH FOLLOWED BY
001583* A COMMA, THE LAST COMMA DROPPED BEFORE THE ROW IS WRITTEN.
001584 01  WS-PUB-HEADER.
001585     05 FILLER               PIC X(28) VALUE
001586         "RUN_ID,CATEGORY,TIMES_FILED,".
001587     05 FILLER               PIC X(35) VALUE
001588         "AVERAGE_SCORE,MAX_SCORE,ZERO_SCORES".
001589     05 FILLER               PIC X(37) VALUE SPACES.
001590 01  WS-PUB-LINE             PIC X(100).
001591 01  WS-PUB-PTR              PIC 9(03) COMP.
001592 01  WS-PUB-TEXT             PIC X(32).
001593 01  WS-PUB-NUMBER           PIC Z(08)9.
001594 01  WS-PUB-AVERAGE          PIC ZZ9.99.
001595 01  WS-PUB-LEAD             PIC 9(02) COMP.
001596
001597 01  WS-RUN-DATE             PIC 9(08).
001600 01  WS-RUN-TIME             PIC 9(08).
001610
001620 COPY AUDITLOG.
001870         UNTIL WS-CAT-IDX > 12
001880     OPEN INPUT YACHT-GAME-FILE
001890     OPEN OUTPUT CAT-STAT-REPORT
001893     OPEN OUTPUT STAT-PUBLICATION
001896     WRITE STAT-PUB-RECORD FROM WS-PUB-HEADER
001900     OPEN EXTEND AUDIT-LOG
001910     PERFORM 9140-WRITE-AUDIT-START
001920     WRITE CAT-STAT-RECORD FROM WS-HEADING-1
003820     MOVE WS-AVG-SCORE                 TO WS-DTL-AVERAGE
003830     MOVE WS-CS-MAX-SCORE (WS-CAT-IDX) TO WS-DTL-MAX
003840     MOVE WS-CS-ZEROES (WS-CAT-IDX)    TO WS-DTL-ZEROES
003841     WRITE CAT-STAT-RECORD FROM WS-DETAIL-LINE
003842     PERFORM 8200-WRITE-PUBLICATION-ROW.
003843
003844*-----------------------------------------------------------*
003845* 8200-WRITE-PUBLICATION-ROW - THE SAME CATEGORY AS ONE
003846*                  COMMA-DELIMITED STATPUB ROW.
003847*-----------------------------------------------------------*
003848 8200-WRITE-PUBLICATION-ROW.
003849     MOVE SPACES TO WS-PUB-LINE
003850     MOVE 1      TO WS-PUB-PTR
003851     MOVE WS-RUN-ID                    TO WS-PUB-TEXT
003852     PERFORM 8210-APPEND-PUB-TEXT
003853     MOVE CAT-TABLE-ENTRY (WS-CAT-IDX) TO WS-PUB-TEXT
003854     PERFORM 8210-APPEND-PUB-TEXT
003855     MOVE WS-CS-FILED (WS-CAT-IDX)     TO WS-PUB-NUMBER
003856     PERFORM 8220-APPEND-PUB-NUMBER
003857     MOVE WS-AVG-SCORE                 TO WS-PUB-AVERAGE
003858     PERFORM 8230-APPEND-PUB-AVERAGE
003859     MOVE WS-CS-MAX-SCORE (WS-CAT-IDX) TO WS-PUB-NUMBER
003860     PERFORM 8220-APPEND-PUB-NUMBER
003861     MOVE WS-CS-ZEROES (WS-CAT-IDX)    TO WS-PUB-NUMBER
003862     PERFORM 8220-APPEND-PUB-NUMBER
003863     SUBTRACT 1 FROM WS-PUB-PTR
003864     MOVE SPACE TO WS-PUB-LINE (WS-PUB-PTR:1)
003865     WRITE STAT-PUB-RECORD FROM WS-PUB-LINE.
003866
003867*-----------------------------------------------------------*
003868* 8210-APPEND-PUB-TEXT - APPEND WS-PUB-TEXT IN DOUBLE QUOTES,
003869*                  TRAILING SPACES DROPPED. AN EMBEDDED DOUBLE
003870*                  QUOTE BECOMES A SINGLE ONE SO THE ROW STILL
003871*                  SPLITS CLEANLY.
003872*-----------------------------------------------------------*
003873 8210-APPEND-PUB-TEXT.
003874     INSPECT WS-PUB-TEXT REPLACING ALL QUOTE BY "'"
003875     STRING QUOTE       DELIMITED BY SIZE
003876            WS-PUB-TEXT DELIMITED BY "  "
003877            QUOTE       DELIMITED BY SIZE
003878            ","         DELIMITED BY SIZE
003879         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
003880     END-STRING.
003881
003882*-----------------------------------------------------------*
003883* 8220-APPEND-PUB-NUMBER - APPEND WS-PUB-NUMBER WITHOUT ITS
003884*                  LEADING SPACES.
003885*-----------------------------------------------------------*
003886 8220-APPEND-PUB-NUMBER.
003887     MOVE 0 TO WS-PUB-LEAD
003888     INSPECT WS-PUB-NUMBER TALLYING WS-PUB-LEAD
003889         FOR LEADING SPACES
003890     STRING WS-PUB-NUMBER (WS-PUB-LEAD + 1:) DELIMITED BY SIZE
003891            ","                              DELIMITED BY SIZE
003892         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
003893     END-STRING.
003894
003895*-----------------------------------------------------------*
003896* 8230-APPEND-PUB-AVERAGE - THE SAME FOR THE TWO-PLACE AVERAGE.
003897*-----------------------------------------------------------*
003898 8230-APPEND-PUB-AVERAGE.
003899     MOVE 0 TO WS-PUB-LEAD
003900     INSPECT WS-PUB-AVERAGE TALLYING WS-PUB-LEAD
003901         FOR LEADING SPACES
003902     STRING WS-PUB-AVERAGE (WS-PUB-LEAD + 1:) DELIMITED BY SIZE
003903            ","                               DELIMITED BY SIZE
003904         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
003905     END-STRING.
003906
003907*-----------------------------------------------------------*
003908* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
003909*                  JCL STEP REFLECTS WHETHER ANY ROLL WAS
003910*                  FILED UNDER AN UNKNOWN CATEGORY.
003911*-----------------------------------------------------------*
003920 9000-TERMINATE.
003930     PERFORM 9150-WRITE-AUDIT-LOG
003940     CLOSE YACHT-GAME-FILE
003950     CLOSE CAT-STAT-REPORT
003955     CLOSE STAT-PUBLICATION
003960     CLOSE AUDIT-LOG
003970     IF WS-UNKNOWN-CAT-COUNT > 0 THEN
003980         MOVE 4 TO RETURN-CODE
