000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    LOGROLL.
000050 AUTHOR.        R. FENWICK.
000060 INSTALLATION.  OPERATIONS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 RF    NEW PROGRAM. EVERY STEP OPENS THE COMMON
000150*                  AUDITLOG AND ERRORLOG WITH DISP=MOD, SO
000160*                  BOTH HAVE GROWN SINCE THE SUITE WAS
000170*                  BUILT, AND RESTARTC, AUDWINDW, RECONCILE
000180*                  AND ERRDIGST EACH READ THE WHOLE HISTORY
000190*                  TO FIND ONE NIGHT. THIS HOUSEKEEPING STEP
000200*                  RUNS LAST IN THE SUITE, ONCE THE RUN IS
000210*                  COMPLETE, AND SPLITS EACH LOG IN TWO -
000220*                  LINES OF THE CURRENT AND PRIOR RUNS ARE
000230*                  COPIED TO A NEW LIVE FILE THE JOB SWAPS
000240*                  IN AFTERWARD; EVERYTHING OLDER GOES TO A
000250*                  NEW ARCHIVE GENERATION THAT OPENS WITH A
000260*                  HEADER RECORD CARRYING THE GENERATION
000270*                  NUMBER. EACH ARCHIVED RUN IS FILED ON THE
000280*                  KEYED LOG INDEX - RUN ID, LOG, GENERATION
000290*                  AND RECORD RANGE - SO LOGINQ CAN PULL ANY
000300*                  PAST RUN BACK OUT. A MISSING RUN ID ENDS
000310*                  RC=8 WITH NOTHING ROLLED - WITHOUT IT WE
000320*                  CANNOT TELL TONIGHT FROM HISTORY.
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RUN-ID-F-STATUS.
000400     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ERROR-LOG-STATUS.
000460     SELECT AUDIT-NEW ASSIGN TO "AUDITNEW"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-NEW-STATUS.
000490     SELECT ERROR-NEW ASSIGN TO "ERRORNEW"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ERROR-NEW-STATUS.
000520     SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUD-ARCH-STATUS.
000550     SELECT ERROR-ARCHIVE ASSIGN TO "ERRARCH"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ERR-ARCH-STATUS.
000580     SELECT LOG-INDEX ASSIGN TO "LOGINDEX"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS LX-KEY
000620         FILE STATUS IS WS-INDEX-STATUS.
000630     SELECT ROLL-REPORT ASSIGN TO "ROLLRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ROLL-RPT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RUN-ID-FILE
000690     RECORD CONTAINS 15 CHARACTERS.
000700 01  RUN-ID-RECORD           PIC X(15).
000710
000720 FD  AUDIT-LOG
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  AUDIT-LOG-RECORD        PIC X(80).
000750
000760 FD  ERROR-LOG
000770     RECORD CONTAINS 116 CHARACTERS.
000780 01  ERROR-LOG-RECORD        PIC X(116).
000790
000800 FD  AUDIT-NEW
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  AUDIT-NEW-RECORD        PIC X(80).
000830
000840 FD  ERROR-NEW
000850     RECORD CONTAINS 116 CHARACTERS.
000860 01  ERROR-NEW-RECORD        PIC X(116).
000870
000880 FD  AUDIT-ARCHIVE
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  AUDIT-ARCHIVE-RECORD    PIC X(80).
000910
000920 FD  ERROR-ARCHIVE
000930     RECORD CONTAINS 116 CHARACTERS.
000940 01  ERROR-ARCHIVE-RECORD    PIC X(116).
000950
000960* ONE RECORD PER RUN PER LOG PER GENERATION. LOG TYPE IS
000970* "A" FOR AUDITLOG, "E" FOR ERRORLOG. THE RECORD RANGE
000980* COUNTS DATA RECORDS AFTER THE GENERATION HEADER.
000990 FD  LOG-INDEX
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  LOG-INDEX-RECORD.
001020     05 LX-KEY.
001030         10 LX-RUN-ID        PIC X(15).
001040         10 LX-LOG-TYPE      PIC X(01).
001050         10 LX-GENERATION    PIC 9(05).
001060     05 LX-ROLL-DATE         PIC 9(08).
001070     05 LX-ROLL-RUN-ID       PIC X(15).
001080     05 LX-FIRST-REC         PIC 9(09).
001090     05 LX-LAST-REC          PIC 9(09).
001100     05 LX-REC-COUNT         PIC 9(09).
001110     05 FILLER               PIC X(09).
001120* THE CONTROL RECORD - RUN ID "*CONTROL*", TYPE "C" -
001130* CARRIES THE LAST GENERATION NUMBER ISSUED.
001140 01  LOG-INDEX-CONTROL.
001150     05 FILLER               PIC X(21).
001160     05 LC-LAST-GENERATION   PIC 9(05).
001170     05 LC-LAST-ROLL-DATE    PIC 9(08).
001180     05 LC-LAST-ROLL-RUN-ID  PIC X(15).
001190     05 FILLER               PIC X(31).
001200
001210 FD  ROLL-REPORT
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  ROLL-REPORT-RECORD      PIC X(80).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-RUN-ID-F-STATUS     PIC X(02).
001270     88 WS-RUN-ID-F-OK                VALUE "00".
001280 01  WS-AUDIT-STATUS        PIC X(02).
001290     88 WS-AUDIT-OK                   VALUE "00".
001300 01  WS-ERROR-LOG-STATUS    PIC X(02).
001310     88 WS-ERROR-LOG-OK               VALUE "00".
001320 01  WS-AUDIT-NEW-STATUS    PIC X(02).
001330     88 WS-AUDIT-NEW-OK               VALUE "00".
001340 01  WS-ERROR-NEW-STATUS    PIC X(02).
001350     88 WS-ERROR-NEW-OK               VALUE "00".
001360 01  WS-AUD-ARCH-STATUS     PIC X(02).
001370     88 WS-AUD-ARCH-OK                VALUE "00".
001380 01  WS-ERR-ARCH-STATUS     PIC X(02).
001390     88 WS-ERR-ARCH-OK                VALUE "00".
001400 01  WS-INDEX-STATUS        PIC X(02).
001410     88 WS-INDEX-OK                   VALUE "00".
001420     88 WS-INDEX-ABSENT               VALUE "35".
001430 01  WS-ROLL-RPT-STATUS     PIC X(02).
001440     88 WS-ROLL-RPT-OK                VALUE "00".
001450
001460 01  WS-RUN-ID              PIC X(15) VALUE SPACES.
001470 01  WS-PRIOR-RUN-ID        PIC X(15) VALUE SPACES.
001480 01  WS-PARMS-OK-SWITCH     PIC X(01) VALUE "N".
001490     88 WS-PARMS-OK                   VALUE "Y".
001500
001510 01  WS-EOF-SWITCH          PIC X(01).
001520     88 WS-FILE-DONE                  VALUE "Y".
001530
001540 01  WS-AUDIT-LINE.
001550     05 WS-AUD-PROGRAM      PIC X(20).
001560     05 FILLER              PIC X(01).
001570     05 WS-AUD-DATE         PIC 9(08).
001580     05 FILLER              PIC X(01).
001590     05 WS-AUD-TIME         PIC 9(08).
001600     05 FILLER              PIC X(01).
001610     05 WS-AUD-IN-EDIT      PIC X(11).
001620     05 FILLER              PIC X(01).
001630     05 WS-AUD-OUT-EDIT     PIC X(11).
001640     05 FILLER              PIC X(01).
001650     05 WS-AUD-RUN-ID       PIC X(15).
001660     05 FILLER              PIC X(01).
001670     05 WS-AUD-REC-TYPE     PIC X(01).
001680
001690 01  WS-ERROR-LINE.
001700     05 WS-ERR-PROGRAM      PIC X(20).
001710     05 FILLER              PIC X(01).
001720     05 WS-ERR-DATE         PIC X(08).
001730     05 FILLER              PIC X(01).
001740     05 WS-ERR-TIME         PIC X(08).
001750     05 FILLER              PIC X(01).
001760     05 WS-ERR-RECORD-ID    PIC X(20).
001770     05 FILLER              PIC X(01).
001780     05 WS-ERR-MESSAGE      PIC X(40).
001790     05 FILLER              PIC X(01).
001800     05 WS-ERR-RUN-ID       PIC X(15).
001810
001820* FIRST RECORD OF EVERY ARCHIVE GENERATION. LOGINQ KNOWS A
001830* GENERATION BOUNDARY BY THE MARKER IN COLUMNS 1-20.
001840 01  WS-GEN-HEADER.
001850     05 WS-GH-MARKER        PIC X(20) VALUE
001860         "*LOGROLL GENERATION*".
001870     05 FILLER              PIC X(01) VALUE SPACE.
001880     05 WS-GH-GENERATION    PIC 9(05).
001890     05 FILLER              PIC X(01) VALUE SPACE.
001900     05 WS-GH-ROLL-DATE     PIC 9(08).
001910     05 FILLER              PIC X(01) VALUE SPACE.
001920     05 WS-GH-ROLL-RUN-ID   PIC X(15).
001930     05 FILLER              PIC X(01) VALUE SPACE.
001940     05 WS-GH-LOG-TYPE      PIC X(01).
001950
001960 01  WS-CONTROL-RUN-ID      PIC X(15) VALUE "*CONTROL*".
001970 01  WS-CONTROL-SWITCH      PIC X(01) VALUE "N".
001980     88 WS-CONTROL-ON-FILE            VALUE "Y".
001990 01  WS-GENERATION          PIC 9(05) VALUE 0.
002000
002010 01  WS-LINE-RUN-ID         PIC X(15).
002020 01  WS-LOG-TYPE            PIC X(01).
002030 01  WS-ARCH-REC-NO         PIC 9(09) COMP.
002040
002050 01  WS-AUD-READ-COUNT      PIC 9(09) COMP VALUE 0.
002060 01  WS-AUD-KEPT-COUNT      PIC 9(09) COMP VALUE 0.
002070 01  WS-AUD-ARCH-COUNT      PIC 9(09) COMP VALUE 0.
002080 01  WS-ERR-READ-COUNT      PIC 9(09) COMP VALUE 0.
002090 01  WS-ERR-KEPT-COUNT      PIC 9(09) COMP VALUE 0.
002100 01  WS-ERR-ARCH-COUNT      PIC 9(09) COMP VALUE 0.
002110 01  WS-UNINDEXED-COUNT     PIC 9(09) COMP VALUE 0.
002120 01  WS-INDEX-FAIL-COUNT    PIC 9(05) COMP VALUE 0.
002130
002140* RUNS ROLLED INTO THIS GENERATION, PER LOG, IN THE ORDER
002150* FIRST MET. UP TO 2000.
002160 01  WS-ROLL-COUNT          PIC 9(04) COMP VALUE 0.
002170 01  WS-ROLL-TABLE.
002180     05 WS-ROLL-ENTRY OCCURS 2000 TIMES.
002190         10 WS-RL-RUN-ID     PIC X(15).
002200         10 WS-RL-LOG-TYPE   PIC X(01).
002210         10 WS-RL-FIRST-REC  PIC 9(09) COMP.
002220         10 WS-RL-LAST-REC   PIC 9(09) COMP.
002230         10 WS-RL-REC-COUNT  PIC 9(09) COMP.
002240 01  WS-RL-IDX              PIC 9(04) COMP.
002250 01  WS-MATCH-IDX           PIC 9(04) COMP.
002260 01  WS-LAST-MATCH-IDX      PIC 9(04) COMP VALUE 0.
002270
002280 01  WS-HEADING-1.
002290     05 FILLER              PIC X(26) VALUE
002300         "NIGHTLY LOG ROLLOVER - RUN".
002310     05 FILLER              PIC X(01) VALUE SPACE.
002320     05 WS-HDG-RUN-ID       PIC X(15).
002330 01  WS-HEADING-2.
002340     05 FILLER              PIC X(19) VALUE
002350         "ARCHIVE GENERATION ".
002360     05 WS-HDG-GENERATION   PIC ZZZZ9.
002370     05 FILLER              PIC X(16) VALUE
002380         "   PRIOR RUN  - ".
002390     05 WS-HDG-PRIOR-RUN-ID PIC X(15).
002400 01  WS-HEADING-3.
002410     05 FILLER              PIC X(04) VALUE "LOG ".
002420     05 FILLER              PIC X(16) VALUE "RUN ID".
002430     05 FILLER              PIC X(10) VALUE " FIRST REC".
002440     05 FILLER              PIC X(11) VALUE "   LAST REC".
002450     05 FILLER              PIC X(12) VALUE "       LINES".
002460
002470 01  WS-ROLL-LINE.
002480     05 WS-RLN-LOG          PIC X(01).
002490     05 FILLER              PIC X(03) VALUE SPACES.
002500     05 WS-RLN-RUN-ID       PIC X(15).
002510     05 FILLER              PIC X(01) VALUE SPACE.
002520     05 WS-RLN-FIRST        PIC ZZZZZZZZ9.
002530     05 FILLER              PIC X(01) VALUE SPACE.
002540     05 WS-RLN-LAST         PIC ZZZZZZZZZ9.
002550     05 FILLER              PIC X(01) VALUE SPACE.
002560     05 WS-RLN-COUNT        PIC ZZZ,ZZZ,ZZ9.
002570
002580 01  WS-SUMMARY-DETAIL.
002590     05 WS-SUM-LABEL        PIC X(30).
002600     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002610
002620 01  WS-RUN-DATE            PIC 9(08).
002630 01  WS-RUN-TIME            PIC 9(08).
002640
002650 COPY AUDITLOG.
002660
002670 PROCEDURE DIVISION.
002680*-----------------------------------------------------------*
002690* 0000-MAINLINE
002700*-----------------------------------------------------------*
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE
002730     IF WS-PARMS-OK THEN
002740         PERFORM 2000-FIND-PRIOR-RUN
002750         PERFORM 3000-ROLL-AUDIT-LOG
002760         PERFORM 4000-ROLL-ERROR-LOG
002770         PERFORM 5000-FILE-INDEX-ENTRIES
002780         PERFORM 6000-WRITE-ROLL-REPORT
002790         PERFORM 9000-TERMINATE
002800     ELSE
002810         DISPLAY "LOGROLL - RUN ID MISSING - CANNOT TELL "
002820             "TONIGHT FROM HISTORY - NOTHING ROLLED"
002830         MOVE 8 TO RETURN-CODE
002840     END-IF
002850     GOBACK.
002860
002870*-----------------------------------------------------------*
002880* 1000-INITIALIZE - THE RUN ID IS REQUIRED. OPEN THE LOG
002890*                   INDEX, CREATING IT EMPTY ON THE FIRST
002900*                   ROLL, AND TAKE THE NEXT GENERATION
002910*                   NUMBER FROM ITS CONTROL RECORD.
002920*-----------------------------------------------------------*
002930 1000-INITIALIZE.
002940     OPEN INPUT RUN-ID-FILE
002950     IF WS-RUN-ID-F-OK THEN
002960         READ RUN-ID-FILE
002970             AT END CONTINUE
002980         END-READ
002990         IF WS-RUN-ID-F-OK THEN
003000             MOVE RUN-ID-RECORD TO WS-RUN-ID
003010         END-IF
003020         CLOSE RUN-ID-FILE
003030     END-IF
003040     IF WS-RUN-ID NOT = SPACES
003050         AND WS-RUN-ID NOT = "(STANDALONE)" THEN
003060         MOVE "Y" TO WS-PARMS-OK-SWITCH
003070     END-IF
003080     IF WS-PARMS-OK THEN
003090         PERFORM 9140-WRITE-AUDIT-START
003100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003110         PERFORM 1200-OPEN-LOG-INDEX
003120     END-IF.
003130
003140 1200-OPEN-LOG-INDEX.
003150     OPEN I-O LOG-INDEX
003160     IF WS-INDEX-ABSENT THEN
003170         OPEN OUTPUT LOG-INDEX
003180         CLOSE LOG-INDEX
003190         OPEN I-O LOG-INDEX
003200     END-IF
003210     MOVE SPACES TO LOG-INDEX-RECORD
003220     MOVE WS-CONTROL-RUN-ID TO LX-RUN-ID
003230     MOVE "C" TO LX-LOG-TYPE
003240     MOVE 0   TO LX-GENERATION
003250     READ LOG-INDEX
003260         INVALID KEY
003270             MOVE "N" TO WS-CONTROL-SWITCH
003280             MOVE 0   TO WS-GENERATION
003290         NOT INVALID KEY
003300             MOVE "Y" TO WS-CONTROL-SWITCH
003310             MOVE LC-LAST-GENERATION TO WS-GENERATION
003320     END-READ
003330     ADD 1 TO WS-GENERATION.
003340
003350*-----------------------------------------------------------*
003360* 2000-FIND-PRIOR-RUN - THE PRIOR RUN IS THE LAST RUN ID ON
003370*                   THE AUDITLOG BEFORE TONIGHT'S. LINES
003380*                   WITH NO RUN ID OR FROM STANDALONE JOBS
003390*                   NEVER COUNT AS A RUN TO KEEP.
003400*-----------------------------------------------------------*
003410 2000-FIND-PRIOR-RUN.
003420     OPEN INPUT AUDIT-LOG
003430     IF WS-AUDIT-OK THEN
003440         MOVE "N" TO WS-EOF-SWITCH
003450         PERFORM 2100-SCAN-ONE-AUDIT-LINE
003460             UNTIL WS-FILE-DONE
003470         CLOSE AUDIT-LOG
003480     END-IF.
003490
003500 2100-SCAN-ONE-AUDIT-LINE.
003510     READ AUDIT-LOG INTO WS-AUDIT-LINE
003520         AT END MOVE "Y" TO WS-EOF-SWITCH
003530     END-READ
003540     IF NOT WS-FILE-DONE
003550         AND WS-AUD-RUN-ID NOT = WS-RUN-ID
003560         AND WS-AUD-RUN-ID NOT = SPACES
003570         AND WS-AUD-RUN-ID NOT = "(STANDALONE)" THEN
003580         MOVE WS-AUD-RUN-ID TO WS-PRIOR-RUN-ID
003590     END-IF.
003600
003610*-----------------------------------------------------------*
003620* 3000-ROLL-AUDIT-LOG - CURRENT AND PRIOR RUN LINES GO TO
003630*                   THE NEW LIVE FILE; ALL OTHERS GO TO THE
003640*                   ARCHIVE GENERATION BEHIND ITS HEADER.
003650*                   THE NEW LIVE FILE STAYS OPEN FOR THIS
003660*                   STEP'S OWN END LINE.
003670*-----------------------------------------------------------*
003680 3000-ROLL-AUDIT-LOG.
003690     OPEN OUTPUT AUDIT-NEW
003700     OPEN OUTPUT AUDIT-ARCHIVE
003710     MOVE "A" TO WS-LOG-TYPE
003720     PERFORM 3050-SET-GEN-HEADER
003730     WRITE AUDIT-ARCHIVE-RECORD FROM WS-GEN-HEADER
003740     MOVE 0 TO WS-ARCH-REC-NO
003750     OPEN INPUT AUDIT-LOG
003760     IF WS-AUDIT-OK THEN
003770         MOVE "N" TO WS-EOF-SWITCH
003780         PERFORM 3100-ROLL-ONE-AUDIT-LINE
003790             UNTIL WS-FILE-DONE
003800         CLOSE AUDIT-LOG
003810     END-IF
003820     CLOSE AUDIT-ARCHIVE.
003830
003840 3050-SET-GEN-HEADER.
003850     MOVE WS-GENERATION TO WS-GH-GENERATION
003860     MOVE WS-RUN-DATE   TO WS-GH-ROLL-DATE
003870     MOVE WS-RUN-ID     TO WS-GH-ROLL-RUN-ID
003880     MOVE WS-LOG-TYPE   TO WS-GH-LOG-TYPE
003890     MOVE 0 TO WS-LAST-MATCH-IDX.
003900
003910 3100-ROLL-ONE-AUDIT-LINE.
003920     READ AUDIT-LOG INTO WS-AUDIT-LINE
003930         AT END MOVE "Y" TO WS-EOF-SWITCH
003940     END-READ
003950     IF NOT WS-FILE-DONE THEN
003960         ADD 1 TO WS-AUD-READ-COUNT
003970         IF WS-AUD-RUN-ID = WS-RUN-ID
003980             OR (WS-AUD-RUN-ID = WS-PRIOR-RUN-ID
003990                 AND WS-PRIOR-RUN-ID NOT = SPACES) THEN
004000             ADD 1 TO WS-AUD-KEPT-COUNT
004010             WRITE AUDIT-NEW-RECORD FROM WS-AUDIT-LINE
004020         ELSE
004030             ADD 1 TO WS-AUD-ARCH-COUNT
004040             ADD 1 TO WS-ARCH-REC-NO
004050             WRITE AUDIT-ARCHIVE-RECORD FROM WS-AUDIT-LINE
004060             MOVE WS-AUD-RUN-ID TO WS-LINE-RUN-ID
004070             PERFORM 3500-NOTE-ARCHIVED-LINE
004080         END-IF
004090     END-IF.
004100
004110*-----------------------------------------------------------*
004120* 3500-NOTE-ARCHIVED-LINE - EXTEND THE RUN'S RECORD RANGE
004130*                   FOR THIS LOG IN THE GENERATION, OR START
004140*                   ONE. A RUN'S LINES ARE MOSTLY TOGETHER,
004150*                   SO THE LAST RUN MATCHED IS TRIED FIRST.
004160*-----------------------------------------------------------*
004170 3500-NOTE-ARCHIVED-LINE.
004180     MOVE 0 TO WS-MATCH-IDX
004190     IF WS-LAST-MATCH-IDX > 0 THEN
004200         IF WS-RL-RUN-ID (WS-LAST-MATCH-IDX) = WS-LINE-RUN-ID
004210             AND WS-RL-LOG-TYPE (WS-LAST-MATCH-IDX)
004220                 = WS-LOG-TYPE THEN
004230             MOVE WS-LAST-MATCH-IDX TO WS-MATCH-IDX
004240         END-IF
004250     END-IF
004260     IF WS-MATCH-IDX = 0 AND WS-ROLL-COUNT > 0 THEN
004270         PERFORM 3550-MATCH-ONE-ROLL-ENTRY
004280             VARYING WS-RL-IDX FROM 1 BY 1
004290             UNTIL WS-RL-IDX > WS-ROLL-COUNT
004300                 OR WS-MATCH-IDX > 0
004310     END-IF
004320     IF WS-MATCH-IDX > 0 THEN
004330         MOVE WS-ARCH-REC-NO TO WS-RL-LAST-REC (WS-MATCH-IDX)
004340         ADD 1 TO WS-RL-REC-COUNT (WS-MATCH-IDX)
004350         MOVE WS-MATCH-IDX TO WS-LAST-MATCH-IDX
004360     ELSE
004370         IF WS-ROLL-COUNT < 2000 THEN
004380             ADD 1 TO WS-ROLL-COUNT
004390             MOVE WS-LINE-RUN-ID
004400                 TO WS-RL-RUN-ID (WS-ROLL-COUNT)
004410             MOVE WS-LOG-TYPE
004420                 TO WS-RL-LOG-TYPE (WS-ROLL-COUNT)
004430             MOVE WS-ARCH-REC-NO
004440                 TO WS-RL-FIRST-REC (WS-ROLL-COUNT)
004450             MOVE WS-ARCH-REC-NO
004460                 TO WS-RL-LAST-REC (WS-ROLL-COUNT)
004470             MOVE 1 TO WS-RL-REC-COUNT (WS-ROLL-COUNT)
004480             MOVE WS-ROLL-COUNT TO WS-LAST-MATCH-IDX
004490         ELSE
004500             ADD 1 TO WS-UNINDEXED-COUNT
004510             DISPLAY "LOGROLL - RUN TABLE FULL AT 2000 - "
004520                 "LINE ARCHIVED BUT NOT INDEXED FOR "
004530                 WS-LINE-RUN-ID
004540         END-IF
004550     END-IF.
004560
004570 3550-MATCH-ONE-ROLL-ENTRY.
004580     IF WS-RL-RUN-ID (WS-RL-IDX) = WS-LINE-RUN-ID
004590         AND WS-RL-LOG-TYPE (WS-RL-IDX) = WS-LOG-TYPE THEN
004600         MOVE WS-RL-IDX TO WS-MATCH-IDX
004610     END-IF.
004620
004630*-----------------------------------------------------------*
004640* 4000-ROLL-ERROR-LOG - THE SAME SPLIT FOR THE ERRORLOG,
004650*                   KEEPING THE SAME TWO RUNS.
004660*-----------------------------------------------------------*
004670 4000-ROLL-ERROR-LOG.
004680     OPEN OUTPUT ERROR-NEW
004690     OPEN OUTPUT ERROR-ARCHIVE
004700     MOVE "E" TO WS-LOG-TYPE
004710     PERFORM 3050-SET-GEN-HEADER
004720     WRITE ERROR-ARCHIVE-RECORD FROM WS-GEN-HEADER
004730     MOVE 0 TO WS-ARCH-REC-NO
004740     OPEN INPUT ERROR-LOG
004750     IF WS-ERROR-LOG-OK THEN
004760         MOVE "N" TO WS-EOF-SWITCH
004770         PERFORM 4100-ROLL-ONE-ERROR-LINE
004780             UNTIL WS-FILE-DONE
004790         CLOSE ERROR-LOG
004800     END-IF
004810     CLOSE ERROR-ARCHIVE
004820     CLOSE ERROR-NEW.
004830
004840 4100-ROLL-ONE-ERROR-LINE.
004850     READ ERROR-LOG INTO WS-ERROR-LINE
004860         AT END MOVE "Y" TO WS-EOF-SWITCH
004870     END-READ
004880     IF NOT WS-FILE-DONE THEN
004890         ADD 1 TO WS-ERR-READ-COUNT
004900         IF WS-ERR-RUN-ID = WS-RUN-ID
004910             OR (WS-ERR-RUN-ID = WS-PRIOR-RUN-ID
004920                 AND WS-PRIOR-RUN-ID NOT = SPACES) THEN
004930             ADD 1 TO WS-ERR-KEPT-COUNT
004940             WRITE ERROR-NEW-RECORD FROM WS-ERROR-LINE
004950         ELSE
004960             ADD 1 TO WS-ERR-ARCH-COUNT
004970             ADD 1 TO WS-ARCH-REC-NO
004980             WRITE ERROR-ARCHIVE-RECORD FROM WS-ERROR-LINE
004990             MOVE WS-ERR-RUN-ID TO WS-LINE-RUN-ID
005000             PERFORM 3500-NOTE-ARCHIVED-LINE
005010         END-IF
005020     END-IF.
005030
005040*-----------------------------------------------------------*
005050* 5000-FILE-INDEX-ENTRIES - ONE INDEX RECORD PER RUN PER LOG
005060*                   IN THIS GENERATION, THEN THE CONTROL
005070*                   RECORD ADVANCES TO THIS GENERATION.
005080*-----------------------------------------------------------*
005090 5000-FILE-INDEX-ENTRIES.
005100     PERFORM 5100-FILE-ONE-INDEX-ENTRY
005110         VARYING WS-RL-IDX FROM 1 BY 1
005120         UNTIL WS-RL-IDX > WS-ROLL-COUNT
005130     MOVE SPACES TO LOG-INDEX-RECORD
005140     MOVE WS-CONTROL-RUN-ID TO LX-RUN-ID
005150     MOVE "C"               TO LX-LOG-TYPE
005160     MOVE 0                 TO LX-GENERATION
005170     MOVE WS-GENERATION     TO LC-LAST-GENERATION
005180     MOVE WS-RUN-DATE       TO LC-LAST-ROLL-DATE
005190     MOVE WS-RUN-ID         TO LC-LAST-ROLL-RUN-ID
005200     IF WS-CONTROL-ON-FILE THEN
005210         REWRITE LOG-INDEX-RECORD
005220             INVALID KEY ADD 1 TO WS-INDEX-FAIL-COUNT
005230         END-REWRITE
005240     ELSE
005250         WRITE LOG-INDEX-RECORD
005260             INVALID KEY ADD 1 TO WS-INDEX-FAIL-COUNT
005270         END-WRITE
005280     END-IF
005290     CLOSE LOG-INDEX.
005300
005310 5100-FILE-ONE-INDEX-ENTRY.
005320     MOVE SPACES TO LOG-INDEX-RECORD
005330     MOVE WS-RL-RUN-ID (WS-RL-IDX)    TO LX-RUN-ID
005340     MOVE WS-RL-LOG-TYPE (WS-RL-IDX)  TO LX-LOG-TYPE
005350     MOVE WS-GENERATION               TO LX-GENERATION
005360     MOVE WS-RUN-DATE                 TO LX-ROLL-DATE
005370     MOVE WS-RUN-ID                   TO LX-ROLL-RUN-ID
005380     MOVE WS-RL-FIRST-REC (WS-RL-IDX) TO LX-FIRST-REC
005390     MOVE WS-RL-LAST-REC (WS-RL-IDX)  TO LX-LAST-REC
005400     MOVE WS-RL-REC-COUNT (WS-RL-IDX) TO LX-REC-COUNT
005410     WRITE LOG-INDEX-RECORD
005420         INVALID KEY
005430             ADD 1 TO WS-INDEX-FAIL-COUNT
005440             DISPLAY "LOGROLL - INDEX ENTRY ALREADY ON FILE "
005450                 "FOR " LX-RUN-ID " " LX-LOG-TYPE " "
005460                 LX-GENERATION
005470     END-WRITE.
005480
005490*-----------------------------------------------------------*
005500* 6000-WRITE-ROLL-REPORT - WHICH RUNS WENT TO WHICH
005510*                   GENERATION, AND WHAT STAYED LIVE.
005520*-----------------------------------------------------------*
005530 6000-WRITE-ROLL-REPORT.
005540     OPEN OUTPUT ROLL-REPORT
005550     MOVE WS-RUN-ID       TO WS-HDG-RUN-ID
005560     WRITE ROLL-REPORT-RECORD FROM WS-HEADING-1
005570     MOVE WS-GENERATION   TO WS-HDG-GENERATION
005580     IF WS-PRIOR-RUN-ID = SPACES THEN
005590         MOVE "(NONE)"        TO WS-HDG-PRIOR-RUN-ID
005600     ELSE
005610         MOVE WS-PRIOR-RUN-ID TO WS-HDG-PRIOR-RUN-ID
005620     END-IF
005630     WRITE ROLL-REPORT-RECORD FROM WS-HEADING-2
005640     WRITE ROLL-REPORT-RECORD FROM WS-HEADING-3
005650     PERFORM 6100-WRITE-ONE-ROLL-LINE
005660         VARYING WS-RL-IDX FROM 1 BY 1
005670         UNTIL WS-RL-IDX > WS-ROLL-COUNT.
005680
005690 6100-WRITE-ONE-ROLL-LINE.
005700     MOVE WS-RL-LOG-TYPE (WS-RL-IDX)  TO WS-RLN-LOG
005710     MOVE WS-RL-RUN-ID (WS-RL-IDX)    TO WS-RLN-RUN-ID
005720     MOVE WS-RL-FIRST-REC (WS-RL-IDX) TO WS-RLN-FIRST
005730     MOVE WS-RL-LAST-REC (WS-RL-IDX)  TO WS-RLN-LAST
005740     MOVE WS-RL-REC-COUNT (WS-RL-IDX) TO WS-RLN-COUNT
005750     WRITE ROLL-REPORT-RECORD FROM WS-ROLL-LINE.
005760
005770*-----------------------------------------------------------*
005780* 9000-TERMINATE - CONTROL TOTALS, THE END LINE ON THE NEW
005790*                  LIVE AUDITLOG, RETURN CODE.
005800*-----------------------------------------------------------*
005810 9000-TERMINATE.
005820     MOVE SPACES                 TO WS-SUMMARY-DETAIL
005830     MOVE "AUDIT LINES READ"     TO WS-SUM-LABEL
005840     MOVE WS-AUD-READ-COUNT      TO WS-SUM-VALUE
005850     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005860     MOVE SPACES                 TO WS-SUMMARY-DETAIL
005870     MOVE "AUDIT LINES KEPT LIVE" TO WS-SUM-LABEL
005880     MOVE WS-AUD-KEPT-COUNT      TO WS-SUM-VALUE
005890     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005900     MOVE SPACES                 TO WS-SUMMARY-DETAIL
005910     MOVE "AUDIT LINES ARCHIVED" TO WS-SUM-LABEL
005920     MOVE WS-AUD-ARCH-COUNT      TO WS-SUM-VALUE
005930     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005940     MOVE SPACES                 TO WS-SUMMARY-DETAIL
005950     MOVE "ERROR LINES READ"     TO WS-SUM-LABEL
005960     MOVE WS-ERR-READ-COUNT      TO WS-SUM-VALUE
005970     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005980     MOVE SPACES                 TO WS-SUMMARY-DETAIL
005990     MOVE "ERROR LINES KEPT LIVE" TO WS-SUM-LABEL
006000     MOVE WS-ERR-KEPT-COUNT      TO WS-SUM-VALUE
006010     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006020     MOVE SPACES                 TO WS-SUMMARY-DETAIL
006030     MOVE "ERROR LINES ARCHIVED" TO WS-SUM-LABEL
006040     MOVE WS-ERR-ARCH-COUNT      TO WS-SUM-VALUE
006050     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006060     MOVE SPACES                 TO WS-SUMMARY-DETAIL
006070     MOVE "RUNS INDEXED"         TO WS-SUM-LABEL
006080     MOVE WS-ROLL-COUNT          TO WS-SUM-VALUE
006090     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006100     MOVE SPACES                 TO WS-SUMMARY-DETAIL
006110     MOVE "LINES NOT INDEXED"    TO WS-SUM-LABEL
006120     MOVE WS-UNINDEXED-COUNT     TO WS-SUM-VALUE
006130     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006140     MOVE SPACES                 TO WS-SUMMARY-DETAIL
006150     MOVE "INDEX WRITES FAILED"  TO WS-SUM-LABEL
006160     MOVE WS-INDEX-FAIL-COUNT    TO WS-SUM-VALUE
006170     WRITE ROLL-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006180     CLOSE ROLL-REPORT
006190     PERFORM 9150-WRITE-AUDIT-LOG
006200     CLOSE AUDIT-NEW
006210     IF WS-UNINDEXED-COUNT > 0
006220         OR WS-INDEX-FAIL-COUNT > 0 THEN
006230         MOVE 4 TO RETURN-CODE
006240     END-IF.
006250
006260*-----------------------------------------------------------*
006270* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
006280*                        INITIALIZATION SO THE BATCH-WINDOW
006290*                        REPORT CAN PAIR THIS STEP'S START
006300*                        WITH ITS END. WRITTEN BEFORE THE
006310*                        SPLIT, SO IT IS KEPT LIVE WITH THE
006320*                        REST OF TONIGHT'S RUN.
006330*-----------------------------------------------------------*
006340 9140-WRITE-AUDIT-START.
006350     OPEN EXTEND AUDIT-LOG
006360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006370     ACCEPT WS-RUN-TIME FROM TIME
006380     MOVE "LOGROLL"         TO AUD-PROGRAM-NAME
006390     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
006400     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
006410     MOVE WS-RUN-ID         TO AUD-RUN-ID
006420     MOVE 0                 TO AUD-INPUT-COUNT
006430     MOVE 0                 TO AUD-OUTPUT-COUNT
006440     MOVE "S"               TO AUD-RECORD-TYPE
006450     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
006460     CLOSE AUDIT-LOG.
006470
006480*-----------------------------------------------------------*
006490* 9150-WRITE-AUDIT-LOG - THE END LINE GOES TO THE NEW LIVE
006500*                        AUDITLOG, WHICH REPLACES THE OLD
006510*                        ONE WHEN THE JOB SWAPS THE FILES.
006520*-----------------------------------------------------------*
006530 9150-WRITE-AUDIT-LOG.
006540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006550     ACCEPT WS-RUN-TIME FROM TIME
006560     MOVE "LOGROLL"           TO AUD-PROGRAM-NAME
006570     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
006580     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
006590     MOVE WS-AUD-READ-COUNT   TO AUD-INPUT-COUNT
006600     MOVE WS-AUD-ARCH-COUNT   TO AUD-OUTPUT-COUNT
006610     MOVE WS-RUN-ID           TO AUD-RUN-ID
006620     MOVE "E"                 TO AUD-RECORD-TYPE
006630     WRITE AUDIT-NEW-RECORD FROM AUDIT-LOG-DETAIL.
