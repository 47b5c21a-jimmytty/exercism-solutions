000340*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
000350*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
000360*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
000361* 2026-10-15 PD    NOW ALSO WRITES THE TEAM STANDINGS TO TEAMPUB
000362*                  AS A COMMA-DELIMITED FILE WITH A HEADER ROW -
000363*                  RUN ID, TOURNAMENT, RANK, TEAM, MEMBERS,
000364*                  TOTAL, AVERAGE - ONE ROW PER PRINTED TEAM
000365*                  LINE, FOR THE LEAGUE WEBSITE.
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000510     SELECT TEAM-REPORT ASSIGN TO "TEAMRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-TEAM-RPT-STATUS.
000532     SELECT TEAM-PUBLICATION ASSIGN TO "TEAMPUB"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS WS-TEAM-PUB-STATUS.
000540     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  TEAM-REPORT-RECORD      PIC X(80).
000840
000842 FD  TEAM-PUBLICATION
000844     RECORD CONTAINS 100 CHARACTERS.
000846 01  TEAM-PUB-RECORD         PIC X(100).
000848
000850 FD  AUDIT-LOG
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  AUDIT-LOG-RECORD        PIC X(80).
001020     88 WS-MASTER-IS-OPEN              VALUE "Y".
001030 01  WS-TEAM-RPT-STATUS      PIC X(02).
001040     88 WS-TEAM-RPT-OK                 VALUE "00".
001043 01  WS-TEAM-PUB-STATUS      PIC X(02).
001046     88 WS-TEAM-PUB-OK                 VALUE "00".
001050 01  WS-AUDIT-STATUS         PIC X(02).
001060     88 WS-AUDIT-OK                    VALUE "00".
001070
001640     05 FILLER               PIC X(02) VALUE SPACES.
001650     05 WS-DTL-AVERAGE       PIC ZZZ,ZZ9.
001660
001661* THE PUBLICATION ROW IS BUILT FIELD BY FIELD - TEXT QUOTED AND
001662* TRIMMED, NUMBERS UNEDITED AND LEFT-JUSTIFIED, EACH FOLLOWED BY
001663* A COMMA, THE LAST COMMA DROPPED BEFORE THE ROW IS WRITTEN.
001664 01  WS-PUB-HEADER.
001665     05 FILLER               PIC X(31) VALUE
001666         "RUN_ID,TOURNAMENT_ID,RANK,TEAM,".
001667     05 FILLER               PIC X(33) VALUE
001668         "MEMBERS,TOTAL_SCORE,AVERAGE_SCORE".
001669     05 FILLER               PIC X(36) VALUE SPACES.
001670 01  WS-PUB-LINE             PIC X(100).
001671 01  WS-PUB-PTR              PIC 9(03) COMP.
001672 01  WS-PUB-TEXT             PIC X(32).
001673 01  WS-PUB-NUMBER           PIC Z(08)9.
001674 01  WS-PUB-LEAD             PIC 9(02) COMP.
001675
001676 01  WS-RUN-DATE             PIC 9(08).
001680 01  WS-RUN-TIME             PIC 9(08).
001690
001700 COPY AUDITLOG.
001940         MOVE "Y" TO WS-MASTER-OPEN-SWITCH
001950     END-IF
001960     OPEN OUTPUT TEAM-REPORT
001963     OPEN OUTPUT TEAM-PUBLICATION
001966     WRITE TEAM-PUB-RECORD FROM WS-PUB-HEADER
001970     OPEN EXTEND AUDIT-LOG
001980     PERFORM 9140-WRITE-AUDIT-START
001990     WRITE TEAM-REPORT-RECORD FROM WS-HEADING-1
003830         MOVE 0 TO WS-TEAM-AVG
003840     END-IF
003850     MOVE WS-TEAM-AVG TO WS-DTL-AVERAGE
003851     WRITE TEAM-REPORT-RECORD FROM WS-DETAIL-LINE
003852     PERFORM 4600-WRITE-PUBLICATION-ROW.
003853
003854*-----------------------------------------------------------*
003855* 4600-WRITE-PUBLICATION-ROW - THE SAME RANKED TEAM AS ONE
003856*                  COMMA-DELIMITED TEAMPUB ROW. THE AVERAGE IS
003857*                  THE PRINTED WHOLE-POINT AVERAGE.
003858*-----------------------------------------------------------*
003859 4600-WRITE-PUBLICATION-ROW.
003860     MOVE SPACES TO WS-PUB-LINE
003861     MOVE 1      TO WS-PUB-PTR
003862     MOVE WS-RUN-ID                 TO WS-PUB-TEXT
003863     PERFORM 4610-APPEND-PUB-TEXT
003864     MOVE WS-CURRENT-TOURN          TO WS-PUB-TEXT
003865     PERFORM 4610-APPEND-PUB-TEXT
003866     MOVE WS-TM-IDX                 TO WS-PUB-NUMBER
003867     PERFORM 4620-APPEND-PUB-NUMBER
003868     MOVE WS-TM-NAME (WS-TM-IDX)    TO WS-PUB-TEXT
003869     PERFORM 4610-APPEND-PUB-TEXT
003870     MOVE WS-TM-MEMBERS (WS-TM-IDX) TO WS-PUB-NUMBER
003871     PERFORM 4620-APPEND-PUB-NUMBER
003872     MOVE WS-TM-TOTAL (WS-TM-IDX)   TO WS-PUB-NUMBER
003873     PERFORM 4620-APPEND-PUB-NUMBER
003874     MOVE WS-TEAM-AVG               TO WS-PUB-NUMBER
003875     PERFORM 4620-APPEND-PUB-NUMBER
003876     SUBTRACT 1 FROM WS-PUB-PTR
003877     MOVE SPACE TO WS-PUB-LINE (WS-PUB-PTR:1)
003878     WRITE TEAM-PUB-RECORD FROM WS-PUB-LINE.
003879
003880*-----------------------------------------------------------*
003881* 4610-APPEND-PUB-TEXT - APPEND WS-PUB-TEXT IN DOUBLE QUOTES,
003882*                  TRAILING SPACES DROPPED. AN EMBEDDED DOUBLE
003883*                  QUOTE BECOMES A SINGLE ONE SO THE ROW STILL
003884*                  SPLITS CLEANLY.
003885*-----------------------------------------------------------*
003886 4610-APPEND-PUB-TEXT.
003887     INSPECT WS-PUB-TEXT REPLACING ALL QUOTE BY "'"
003888     STRING QUOTE       DELIMITED BY SIZE
003889            WS-PUB-TEXT DELIMITED BY "  "
003890            QUOTE       DELIMITED BY SIZE
003891            ","         DELIMITED BY SIZE
003892         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
003893     END-STRING.
003894
003895*-----------------------------------------------------------*
003896* 4620-APPEND-PUB-NUMBER - APPEND WS-PUB-NUMBER WITHOUT ITS
003897*                  LEADING SPACES.
003898*-----------------------------------------------------------*
003899 4620-APPEND-PUB-NUMBER.
003900     MOVE 0 TO WS-PUB-LEAD
003901     INSPECT WS-PUB-NUMBER TALLYING WS-PUB-LEAD
003902         FOR LEADING SPACES
003903     STRING WS-PUB-NUMBER (WS-PUB-LEAD + 1:) DELIMITED BY SIZE
003904            ","                              DELIMITED BY SIZE
003905         INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
003906     END-STRING.
003907
003908*-----------------------------------------------------------*
003909* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
003910*                  JCL STEP REFLECTS WHETHER ANY PLAYER
003911*                  POOLED UNDER *UNASSIGNED*.
003920*-----------------------------------------------------------*
003930 9000-TERMINATE.
003940     PERFORM 9150-WRITE-AUDIT-LOG
003970         CLOSE PLAYER-MASTER
003980     END-IF
003990     CLOSE TEAM-REPORT
003995     CLOSE TEAM-PUBLICATION
004000     CLOSE AUDIT-LOG
004010     IF WS-UNASSIGNED-COUNT > 0 THEN
004020         MOVE 4 TO RETURN-CODE
