000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    LOGINQ.
000050 AUTHOR.        R. FENWICK.
000060 INSTALLATION.  OPERATIONS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 RF    NEW PROGRAM. ONCE LOGROLL MOVES EVERYTHING
000150*                  OLDER THAN THE PRIOR RUN OFF THE LIVE LOGS,
000160*                  A DISPUTE ABOUT AN OLD NIGHT MEANS DIGGING
000170*                  THROUGH ARCHIVE GENERATIONS. THIS INQUIRY
000180*                  TAKES ONE RUN ID FROM INQPARM, LOOKS IT UP
000190*                  ON THE LOG INDEX FOR THE GENERATIONS AND
000200*                  RECORD RANGES HOLDING ITS AUDIT AND ERROR
000210*                  LINES, READS THE ARCHIVES AND PRINTS EVERY
000220*                  LINE OF THAT RUN WITH ITS GENERATION AND
000230*                  RECORD NUMBER, THEN PROVES THE COUNT
000240*                  FOUND AGAINST THE COUNT INDEXED. A RUN
000250*                  NOT ON THE INDEX, OR A SHORT COUNT
000260*                  (A GENERATION LEFT OFF THE ARCHIVE DD OR
000270*                  ALREADY SCRATCHED), ENDS RC=4. A MISSING
000280*                  INQPARM OR LOG INDEX ENDS RC=8.
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RUN-ID-F-STATUS.
000360     SELECT INQUIRY-PARM ASSIGN TO "INQPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-INQ-PARM-STATUS.
000390     SELECT LOG-INDEX ASSIGN TO "LOGINDEX"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LX-KEY
000430         FILE STATUS IS WS-INDEX-STATUS.
000440     SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AUD-ARCH-STATUS.
000470     SELECT ERROR-ARCHIVE ASSIGN TO "ERRARCH"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ERR-ARCH-STATUS.
000500     SELECT INQUIRY-REPORT ASSIGN TO "INQRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-INQ-RPT-STATUS.
000530     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RUN-ID-FILE
000590     RECORD CONTAINS 15 CHARACTERS.
000600 01  RUN-ID-RECORD           PIC X(15).
000610
000620 FD  INQUIRY-PARM
000630     RECORD CONTAINS 15 CHARACTERS.
000640 01  INQUIRY-PARM-RECORD     PIC X(15).
000650
000660* SAME LAYOUT AS LOGROLL WRITES IT.
000670 FD  LOG-INDEX
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  LOG-INDEX-RECORD.
000700     05 LX-KEY.
000710         10 LX-RUN-ID        PIC X(15).
000720         10 LX-LOG-TYPE      PIC X(01).
000730         10 LX-GENERATION    PIC 9(05).
000740     05 LX-ROLL-DATE         PIC 9(08).
000750     05 LX-ROLL-RUN-ID       PIC X(15).
000760     05 LX-FIRST-REC         PIC 9(09).
000770     05 LX-LAST-REC          PIC 9(09).
000780     05 LX-REC-COUNT         PIC 9(09).
000790     05 FILLER               PIC X(09).
000800
000810 FD  AUDIT-ARCHIVE
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  AUDIT-ARCHIVE-RECORD    PIC X(80).
000840
000850 FD  ERROR-ARCHIVE
000860     RECORD CONTAINS 116 CHARACTERS.
000870 01  ERROR-ARCHIVE-RECORD    PIC X(116).
000880
000890 FD  INQUIRY-REPORT
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  INQUIRY-REPORT-RECORD   PIC X(132).
000920
000930 FD  AUDIT-LOG
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  AUDIT-LOG-RECORD        PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-RUN-ID-F-STATUS     PIC X(02).
000990     88 WS-RUN-ID-F-OK                VALUE "00".
001000 01  WS-INQ-PARM-STATUS     PIC X(02).
001010     88 WS-INQ-PARM-OK                VALUE "00".
001020 01  WS-INDEX-STATUS        PIC X(02).
001030     88 WS-INDEX-OK                   VALUE "00".
001040 01  WS-AUD-ARCH-STATUS     PIC X(02).
001050     88 WS-AUD-ARCH-OK                VALUE "00".
001060 01  WS-ERR-ARCH-STATUS     PIC X(02).
001070     88 WS-ERR-ARCH-OK                VALUE "00".
001080 01  WS-INQ-RPT-STATUS      PIC X(02).
001090     88 WS-INQ-RPT-OK                 VALUE "00".
001100 01  WS-AUDIT-STATUS        PIC X(02).
001110     88 WS-AUDIT-OK                   VALUE "00".
001120
001130 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001140 01  WS-INQ-RUN-ID          PIC X(15) VALUE SPACES.
001150 01  WS-PARMS-OK-SWITCH     PIC X(01) VALUE "N".
001160     88 WS-PARMS-OK                   VALUE "Y".
001170
001180 01  WS-EOF-SWITCH          PIC X(01).
001190     88 WS-FILE-DONE                  VALUE "Y".
001200
001210 01  WS-AUDIT-LINE.
001220     05 WS-AUD-PROGRAM      PIC X(20).
001230     05 FILLER              PIC X(01).
001240     05 WS-AUD-DATE         PIC 9(08).
001250     05 FILLER              PIC X(01).
001260     05 WS-AUD-TIME         PIC 9(08).
001270     05 FILLER              PIC X(01).
001280     05 WS-AUD-IN-EDIT      PIC X(11).
001290     05 FILLER              PIC X(01).
001300     05 WS-AUD-OUT-EDIT     PIC X(11).
001310     05 FILLER              PIC X(01).
001320     05 WS-AUD-RUN-ID       PIC X(15).
001330     05 FILLER              PIC X(01).
001340     05 WS-AUD-REC-TYPE     PIC X(01).
001350
001360 01  WS-ERROR-LINE.
001370     05 WS-ERR-PROGRAM      PIC X(20).
001380     05 FILLER              PIC X(01).
001390     05 WS-ERR-DATE         PIC X(08).
001400     05 FILLER              PIC X(01).
001410     05 WS-ERR-TIME         PIC X(08).
001420     05 FILLER              PIC X(01).
001430     05 WS-ERR-RECORD-ID    PIC X(20).
001440     05 FILLER              PIC X(01).
001450     05 WS-ERR-MESSAGE      PIC X(40).
001460     05 FILLER              PIC X(01).
001470     05 WS-ERR-RUN-ID       PIC X(15).
001480
001490* AN ARCHIVE GENERATION'S HEADER RECORD, AS LOGROLL WRITES
001500* IT AHEAD OF THE GENERATION'S DATA RECORDS.
001510 01  WS-GEN-HEADER.
001520     05 WS-GH-MARKER        PIC X(20).
001530         88 WS-GH-IS-HEADER           VALUE
001540             "*LOGROLL GENERATION*".
001550     05 FILLER              PIC X(01).
001560     05 WS-GH-GENERATION    PIC 9(05).
001570     05 FILLER              PIC X(01).
001580     05 WS-GH-ROLL-DATE     PIC 9(08).
001590     05 FILLER              PIC X(01).
001600     05 WS-GH-ROLL-RUN-ID   PIC X(15).
001610     05 FILLER              PIC X(01).
001620     05 WS-GH-LOG-TYPE      PIC X(01).
001630
001640 01  WS-CUR-GENERATION      PIC 9(05) VALUE 0.
001650 01  WS-ARCH-REC-NO         PIC 9(09) COMP VALUE 0.
001660 01  WS-LINE-RUN-ID         PIC X(15).
001670 01  WS-LOG-TYPE            PIC X(01).
001680
001690* THE INDEX ENTRIES FOR THE RUN - ONE PER LOG PER
001700* GENERATION IT WAS ROLLED INTO. UP TO 50.
001710 01  WS-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
001720 01  WS-ENTRY-TABLE.
001730     05 WS-IX-ENTRY OCCURS 50 TIMES.
001740         10 WS-IX-LOG-TYPE   PIC X(01).
001750         10 WS-IX-GENERATION PIC 9(05).
001760         10 WS-IX-FIRST-REC  PIC 9(09) COMP.
001770         10 WS-IX-LAST-REC   PIC 9(09) COMP.
001780         10 WS-IX-REC-COUNT  PIC 9(09) COMP.
001790         10 WS-IX-FOUND      PIC 9(09) COMP.
001800 01  WS-IX-IDX              PIC 9(02) COMP.
001810 01  WS-MATCH-IDX           PIC 9(02) COMP.
001820
001830 01  WS-AUD-EXPECTED        PIC 9(09) COMP VALUE 0.
001840 01  WS-AUD-FOUND           PIC 9(09) COMP VALUE 0.
001850 01  WS-ERR-EXPECTED        PIC 9(09) COMP VALUE 0.
001860 01  WS-ERR-FOUND           PIC 9(09) COMP VALUE 0.
001870 01  WS-LINES-READ          PIC 9(09) COMP VALUE 0.
001880
001890 01  WS-HEADING-1.
001900     05 FILLER              PIC X(31) VALUE
001910         "ARCHIVED LOG INQUIRY - RUN ID  ".
001920     05 WS-HDG-RUN-ID       PIC X(15).
001930 01  WS-INDEX-HEADING.
001940     05 FILLER              PIC X(04) VALUE "LOG ".
001950     05 FILLER              PIC X(06) VALUE "  GEN ".
001960     05 FILLER              PIC X(09) VALUE "ROLLED   ".
001970     05 FILLER              PIC X(16) VALUE "ROLLED BY RUN".
001980     05 FILLER              PIC X(10) VALUE " FIRST REC".
001990     05 FILLER              PIC X(11) VALUE "   LAST REC".
002000     05 FILLER              PIC X(12) VALUE "     INDEXED".
002010 01  WS-INDEX-LINE.
002020     05 WS-IXL-LOG          PIC X(01).
002030     05 FILLER              PIC X(03) VALUE SPACES.
002040     05 WS-IXL-GENERATION   PIC ZZZZ9.
002050     05 FILLER              PIC X(01) VALUE SPACE.
002060     05 WS-IXL-ROLL-DATE    PIC 9(08).
002070     05 FILLER              PIC X(01) VALUE SPACE.
002080     05 WS-IXL-ROLL-RUN-ID  PIC X(15).
002090     05 FILLER              PIC X(01) VALUE SPACE.
002100     05 WS-IXL-FIRST        PIC ZZZZZZZZ9.
002110     05 FILLER              PIC X(01) VALUE SPACE.
002120     05 WS-IXL-LAST         PIC ZZZZZZZZZ9.
002130     05 FILLER              PIC X(01) VALUE SPACE.
002140     05 WS-IXL-COUNT        PIC ZZZ,ZZZ,ZZ9.
002150 01  WS-SECTION-LINE.
002160     05 FILLER              PIC X(04) VALUE "--- ".
002170     05 WS-SEC-TITLE        PIC X(40).
002180 01  WS-FOUND-LINE.
002190     05 WS-FND-GENERATION   PIC ZZZZ9.
002200     05 FILLER              PIC X(01) VALUE SPACE.
002210     05 WS-FND-REC-NO       PIC ZZZZZZZZ9.
002220     05 FILLER              PIC X(01) VALUE SPACE.
002230     05 WS-FND-TEXT         PIC X(116).
002240 01  WS-MESSAGE-LINE        PIC X(80).
002250
002260 01  WS-SUMMARY-DETAIL.
002270     05 WS-SUM-LABEL        PIC X(30).
002280     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002290
002300 01  WS-RUN-DATE            PIC 9(08).
002310 01  WS-RUN-TIME            PIC 9(08).
002320
002330 COPY AUDITLOG.
002340
002350 PROCEDURE DIVISION.
002360*-----------------------------------------------------------*
002370* 0000-MAINLINE
002380*-----------------------------------------------------------*
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE
002410     IF WS-PARMS-OK THEN
002420         PERFORM 2000-LOAD-INDEX-ENTRIES
002430         IF WS-ENTRY-COUNT > 0 THEN
002440             PERFORM 3000-SCAN-AUDIT-ARCHIVE
002450             PERFORM 4000-SCAN-ERROR-ARCHIVE
002460         END-IF
002470         PERFORM 9000-TERMINATE
002480     ELSE
002490         DISPLAY "LOGINQ - INQPARM RUN ID OR LOG INDEX "
002500             "MISSING - NOTHING TO LOOK UP"
002510         MOVE 8 TO RETURN-CODE
002520     END-IF
002530     GOBACK.
002540
002550*-----------------------------------------------------------*
002560* 1000-INITIALIZE - THE RUN ID TO LOOK UP COMES FROM
002570*                   INQPARM; IT AND THE LOG INDEX ARE
002580*                   BOTH REQUIRED.
002590*-----------------------------------------------------------*
002600 1000-INITIALIZE.
002610     OPEN INPUT RUN-ID-FILE
002620     IF WS-RUN-ID-F-OK THEN
002630         READ RUN-ID-FILE
002640             AT END CONTINUE
002650         END-READ
002660         IF WS-RUN-ID-F-OK THEN
002670             MOVE RUN-ID-RECORD TO WS-RUN-ID
002680         END-IF
002690         CLOSE RUN-ID-FILE
002700     END-IF
002710     PERFORM 9140-WRITE-AUDIT-START
002720     OPEN INPUT INQUIRY-PARM
002730     IF WS-INQ-PARM-OK THEN
002740         READ INQUIRY-PARM
002750             AT END CONTINUE
002760         END-READ
002770         IF WS-INQ-PARM-OK THEN
002780             MOVE INQUIRY-PARM-RECORD TO WS-INQ-RUN-ID
002790         END-IF
002800         CLOSE INQUIRY-PARM
002810     END-IF
002820     IF WS-INQ-RUN-ID NOT = SPACES THEN
002830         OPEN INPUT LOG-INDEX
002840         IF WS-INDEX-OK THEN
002850             MOVE "Y" TO WS-PARMS-OK-SWITCH
002860         END-IF
002870     END-IF
002880     IF WS-PARMS-OK THEN
002890         OPEN OUTPUT INQUIRY-REPORT
002900         MOVE WS-INQ-RUN-ID TO WS-HDG-RUN-ID
002910         WRITE INQUIRY-REPORT-RECORD FROM WS-HEADING-1
002920     END-IF.
002930
002940*-----------------------------------------------------------*
002950* 2000-LOAD-INDEX-ENTRIES - POSITION ON THE FIRST INDEX KEY
002960*                   FOR THE RUN AND READ FORWARD WHILE THE
002970*                   RUN ID HOLDS - EVERY LOG AND GENERATION
002980*                   THE RUN WAS ROLLED INTO.
002990*-----------------------------------------------------------*
003000 2000-LOAD-INDEX-ENTRIES.
003010     WRITE INQUIRY-REPORT-RECORD FROM WS-INDEX-HEADING
003020     MOVE LOW-VALUES    TO LX-KEY
003030     MOVE WS-INQ-RUN-ID TO LX-RUN-ID
003040     START LOG-INDEX KEY >= LX-KEY
003050         INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
003060         NOT INVALID KEY MOVE "N" TO WS-EOF-SWITCH
003070     END-START
003080     PERFORM 2100-READ-ONE-INDEX-ENTRY
003090         UNTIL WS-FILE-DONE
003100     CLOSE LOG-INDEX
003110     IF WS-ENTRY-COUNT = 0 THEN
003120         MOVE "RUN ID NOT ON THE LOG INDEX - NEVER ROLLED, "
003130             TO WS-MESSAGE-LINE
003140         WRITE INQUIRY-REPORT-RECORD FROM WS-MESSAGE-LINE
003150         MOVE "OR STILL ON THE LIVE AUDITLOG AND ERRORLOG"
003160             TO WS-MESSAGE-LINE
003170         WRITE INQUIRY-REPORT-RECORD FROM WS-MESSAGE-LINE
003180         DISPLAY "LOGINQ - RUN " WS-INQ-RUN-ID
003190             " NOT ON THE LOG INDEX"
003200     END-IF.
003210
003220 2100-READ-ONE-INDEX-ENTRY.
003230     READ LOG-INDEX NEXT RECORD
003240         AT END MOVE "Y" TO WS-EOF-SWITCH
003250     END-READ
003260     IF NOT WS-FILE-DONE THEN
003270         IF LX-RUN-ID NOT = WS-INQ-RUN-ID THEN
003280             MOVE "Y" TO WS-EOF-SWITCH
003290         ELSE
003300             PERFORM 2200-KEEP-INDEX-ENTRY
003310         END-IF
003320     END-IF.
003330
003340 2200-KEEP-INDEX-ENTRY.
003350     IF WS-ENTRY-COUNT < 50 THEN
003360         ADD 1 TO WS-ENTRY-COUNT
003370         MOVE LX-LOG-TYPE   TO WS-IX-LOG-TYPE (WS-ENTRY-COUNT)
003380         MOVE LX-GENERATION TO WS-IX-GENERATION (WS-ENTRY-COUNT)
003390         MOVE LX-FIRST-REC  TO WS-IX-FIRST-REC (WS-ENTRY-COUNT)
003400         MOVE LX-LAST-REC   TO WS-IX-LAST-REC (WS-ENTRY-COUNT)
003410         MOVE LX-REC-COUNT  TO WS-IX-REC-COUNT (WS-ENTRY-COUNT)
003420         MOVE 0             TO WS-IX-FOUND (WS-ENTRY-COUNT)
003430         IF LX-LOG-TYPE = "A" THEN
003440             ADD LX-REC-COUNT TO WS-AUD-EXPECTED
003450         ELSE
003460             ADD LX-REC-COUNT TO WS-ERR-EXPECTED
003470         END-IF
003480         MOVE LX-LOG-TYPE    TO WS-IXL-LOG
003490         MOVE LX-GENERATION  TO WS-IXL-GENERATION
003500         MOVE LX-ROLL-DATE   TO WS-IXL-ROLL-DATE
003510         MOVE LX-ROLL-RUN-ID TO WS-IXL-ROLL-RUN-ID
003520         MOVE LX-FIRST-REC   TO WS-IXL-FIRST
003530         MOVE LX-LAST-REC    TO WS-IXL-LAST
003540         MOVE LX-REC-COUNT   TO WS-IXL-COUNT
003550         WRITE INQUIRY-REPORT-RECORD FROM WS-INDEX-LINE
003560     ELSE
003570         DISPLAY "LOGINQ - INDEX ENTRY TABLE FULL AT 50 - "
003580             "IGNORING GENERATION " LX-GENERATION
003590     END-IF.
003600
003610*-----------------------------------------------------------*
003620* 3000-SCAN-AUDIT-ARCHIVE - READ THE AUDIT ARCHIVE
003630*                   GENERATIONS IN TURN, STOPPING ONCE EVERY
003640*                   INDEXED AUDIT LINE OF THE RUN IS FOUND.
003650*-----------------------------------------------------------*
003660 3000-SCAN-AUDIT-ARCHIVE.
003670     MOVE "AUDITLOG LINES" TO WS-SEC-TITLE
003680     WRITE INQUIRY-REPORT-RECORD FROM WS-SECTION-LINE
003690     IF WS-AUD-EXPECTED > 0 THEN
003700         MOVE "A" TO WS-LOG-TYPE
003710         MOVE 0   TO WS-CUR-GENERATION
003720         MOVE 0   TO WS-ARCH-REC-NO
003730         OPEN INPUT AUDIT-ARCHIVE
003740         IF WS-AUD-ARCH-OK THEN
003750             MOVE "N" TO WS-EOF-SWITCH
003760             PERFORM 3100-READ-ONE-AUDIT-ARCHIVE
003770                 UNTIL WS-FILE-DONE
003780                     OR WS-AUD-FOUND >= WS-AUD-EXPECTED
003790             CLOSE AUDIT-ARCHIVE
003800         END-IF
003810     END-IF.
003820
003830 3100-READ-ONE-AUDIT-ARCHIVE.
003840     READ AUDIT-ARCHIVE INTO WS-AUDIT-LINE
003850         AT END MOVE "Y" TO WS-EOF-SWITCH
003860     END-READ
003870     IF NOT WS-FILE-DONE THEN
003880         ADD 1 TO WS-LINES-READ
003890         MOVE WS-AUDIT-LINE TO WS-GEN-HEADER
003900         IF WS-GH-IS-HEADER THEN
003910             MOVE WS-GH-GENERATION TO WS-CUR-GENERATION
003920             MOVE 0 TO WS-ARCH-REC-NO
003930         ELSE
003940             ADD 1 TO WS-ARCH-REC-NO
003950             IF WS-AUD-RUN-ID = WS-INQ-RUN-ID THEN
003960                 MOVE WS-AUD-RUN-ID TO WS-LINE-RUN-ID
003970                 PERFORM 5000-MATCH-INDEX-RANGE
003980                 IF WS-MATCH-IDX > 0 THEN
003990                     ADD 1 TO WS-AUD-FOUND
004000                     MOVE WS-AUDIT-LINE TO WS-FND-TEXT
004010                     PERFORM 5200-WRITE-FOUND-LINE
004020                 END-IF
004030             END-IF
004040         END-IF
004050     END-IF.
004060
004070*-----------------------------------------------------------*
004080* 4000-SCAN-ERROR-ARCHIVE - THE SAME FOR THE ERROR ARCHIVE.
004090*-----------------------------------------------------------*
004100 4000-SCAN-ERROR-ARCHIVE.
004110     MOVE "ERRORLOG LINES" TO WS-SEC-TITLE
004120     WRITE INQUIRY-REPORT-RECORD FROM WS-SECTION-LINE
004130     IF WS-ERR-EXPECTED > 0 THEN
004140         MOVE "E" TO WS-LOG-TYPE
004150         MOVE 0   TO WS-CUR-GENERATION
004160         MOVE 0   TO WS-ARCH-REC-NO
004170         OPEN INPUT ERROR-ARCHIVE
004180         IF WS-ERR-ARCH-OK THEN
004190             MOVE "N" TO WS-EOF-SWITCH
004200             PERFORM 4100-READ-ONE-ERROR-ARCHIVE
004210                 UNTIL WS-FILE-DONE
004220                     OR WS-ERR-FOUND >= WS-ERR-EXPECTED
004230             CLOSE ERROR-ARCHIVE
004240         END-IF
004250     END-IF.
004260
004270 4100-READ-ONE-ERROR-ARCHIVE.
004280     READ ERROR-ARCHIVE INTO WS-ERROR-LINE
004290         AT END MOVE "Y" TO WS-EOF-SWITCH
004300     END-READ
004310     IF NOT WS-FILE-DONE THEN
004320         ADD 1 TO WS-LINES-READ
004330         MOVE WS-ERROR-LINE TO WS-GEN-HEADER
004340         IF WS-GH-IS-HEADER THEN
004350             MOVE WS-GH-GENERATION TO WS-CUR-GENERATION
004360             MOVE 0 TO WS-ARCH-REC-NO
004370         ELSE
004380             ADD 1 TO WS-ARCH-REC-NO
004390             IF WS-ERR-RUN-ID = WS-INQ-RUN-ID THEN
004400                 MOVE WS-ERR-RUN-ID TO WS-LINE-RUN-ID
004410                 PERFORM 5000-MATCH-INDEX-RANGE
004420                 IF WS-MATCH-IDX > 0 THEN
004430                     ADD 1 TO WS-ERR-FOUND
004440                     MOVE WS-ERROR-LINE TO WS-FND-TEXT
004450                     PERFORM 5200-WRITE-FOUND-LINE
004460                 END-IF
004470             END-IF
004480         END-IF
004490     END-IF.
004500
004510*-----------------------------------------------------------*
004520* 5000-MATCH-INDEX-RANGE - A LINE COUNTS ONLY WHEN IT SITS
004530*                   INSIDE AN INDEXED RECORD RANGE FOR THIS
004540*                   LOG AND GENERATION.
004550*-----------------------------------------------------------*
004560 5000-MATCH-INDEX-RANGE.
004570     MOVE 0 TO WS-MATCH-IDX
004580     PERFORM 5100-MATCH-ONE-ENTRY
004590         VARYING WS-IX-IDX FROM 1 BY 1
004600         UNTIL WS-IX-IDX > WS-ENTRY-COUNT
004610             OR WS-MATCH-IDX > 0
004620     IF WS-MATCH-IDX > 0 THEN
004630         ADD 1 TO WS-IX-FOUND (WS-MATCH-IDX)
004640     END-IF.
004650
004660 5100-MATCH-ONE-ENTRY.
004670     IF WS-IX-LOG-TYPE (WS-IX-IDX) = WS-LOG-TYPE
004680         AND WS-IX-GENERATION (WS-IX-IDX) = WS-CUR-GENERATION
004690         AND WS-ARCH-REC-NO >= WS-IX-FIRST-REC (WS-IX-IDX)
004700         AND WS-ARCH-REC-NO <= WS-IX-LAST-REC (WS-IX-IDX) THEN
004710         MOVE WS-IX-IDX TO WS-MATCH-IDX
004720     END-IF.
004730
004740 5200-WRITE-FOUND-LINE.
004750     MOVE WS-CUR-GENERATION TO WS-FND-GENERATION
004760     MOVE WS-ARCH-REC-NO    TO WS-FND-REC-NO
004770     WRITE INQUIRY-REPORT-RECORD FROM WS-FOUND-LINE.
004780
004790*-----------------------------------------------------------*
004800* 9000-TERMINATE - FOUND AGAINST INDEXED, AUDIT LINE AND
004810*                  RETURN CODE. A RUN NOT ON THE INDEX OR A
004820*                  SHORT COUNT ON EITHER LOG ENDS RC=4.
004830*-----------------------------------------------------------*
004840 9000-TERMINATE.
004850     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004860     MOVE "INDEX ENTRIES"         TO WS-SUM-LABEL
004870     MOVE WS-ENTRY-COUNT          TO WS-SUM-VALUE
004880     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004890     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004900     MOVE "AUDIT LINES INDEXED"   TO WS-SUM-LABEL
004910     MOVE WS-AUD-EXPECTED         TO WS-SUM-VALUE
004920     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004930     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004940     MOVE "AUDIT LINES FOUND"     TO WS-SUM-LABEL
004950     MOVE WS-AUD-FOUND            TO WS-SUM-VALUE
004960     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004970     MOVE SPACES                  TO WS-SUMMARY-DETAIL
004980     MOVE "ERROR LINES INDEXED"   TO WS-SUM-LABEL
004990     MOVE WS-ERR-EXPECTED         TO WS-SUM-VALUE
005000     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005010     MOVE SPACES                  TO WS-SUMMARY-DETAIL
005020     MOVE "ERROR LINES FOUND"     TO WS-SUM-LABEL
005030     MOVE WS-ERR-FOUND            TO WS-SUM-VALUE
005040     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005050     MOVE SPACES                  TO WS-SUMMARY-DETAIL
005060     MOVE "ARCHIVE LINES READ"    TO WS-SUM-LABEL
005070     MOVE WS-LINES-READ           TO WS-SUM-VALUE
005080     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005090     IF WS-AUD-FOUND < WS-AUD-EXPECTED
005100         OR WS-ERR-FOUND < WS-ERR-EXPECTED THEN
005110         MOVE "ARCHIVE SHORT OF THE INDEX - CHECK THAT EVERY "
005120             TO WS-MESSAGE-LINE
005130         WRITE INQUIRY-REPORT-RECORD FROM WS-MESSAGE-LINE
005140         MOVE "GENERATION LISTED ABOVE IS ON THE ARCHIVE DDS"
005150             TO WS-MESSAGE-LINE
005160         WRITE INQUIRY-REPORT-RECORD FROM WS-MESSAGE-LINE
005170         DISPLAY "LOGINQ - RUN " WS-INQ-RUN-ID
005180             " ARCHIVE LINES SHORT OF THE INDEX"
005190     END-IF
005200     CLOSE INQUIRY-REPORT
005210     PERFORM 9150-WRITE-AUDIT-LOG
005220     IF WS-ENTRY-COUNT = 0
005230         OR WS-AUD-FOUND < WS-AUD-EXPECTED
005240         OR WS-ERR-FOUND < WS-ERR-EXPECTED THEN
005250         MOVE 4 TO RETURN-CODE
005260     END-IF.
005270
005280*-----------------------------------------------------------*
005290* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
005300*                        INITIALIZATION SO THE BATCH-WINDOW
005310*                        REPORT CAN PAIR THIS STEP'S START
005320*                        WITH ITS END.
005330*-----------------------------------------------------------*
005340 9140-WRITE-AUDIT-START.
005350     OPEN EXTEND AUDIT-LOG
005360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005370     ACCEPT WS-RUN-TIME FROM TIME
005380     MOVE "LOGINQ"          TO AUD-PROGRAM-NAME
005390     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005400     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005410     MOVE WS-RUN-ID         TO AUD-RUN-ID
005420     MOVE 0                 TO AUD-INPUT-COUNT
005430     MOVE 0                 TO AUD-OUTPUT-COUNT
005440     MOVE "S"               TO AUD-RECORD-TYPE
005450     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
005460     CLOSE AUDIT-LOG.
005470
005480*-----------------------------------------------------------*
005490* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
005500*                        AUDITLOG FILE SHARED BY THE WHOLE
005510*                        NIGHTLY SUITE.
005520*-----------------------------------------------------------*
005530 9150-WRITE-AUDIT-LOG.
005540     OPEN EXTEND AUDIT-LOG
005550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005560     ACCEPT WS-RUN-TIME FROM TIME
005570     MOVE "LOGINQ"            TO AUD-PROGRAM-NAME
005580     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
005590     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
005600     MOVE WS-LINES-READ       TO AUD-INPUT-COUNT
005610     COMPUTE AUD-OUTPUT-COUNT = WS-AUD-FOUND + WS-ERR-FOUND
005620     MOVE WS-RUN-ID           TO AUD-RUN-ID
005630     MOVE "E"                 TO AUD-RECORD-TYPE
005640     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
005650     CLOSE AUDIT-LOG.
