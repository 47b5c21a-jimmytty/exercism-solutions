000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    YACHTRTG.
000050 AUTHOR.        P. DELACROIX.
000060 INSTALLATION.  RECREATION LEAGUE BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 PD    NEW PROGRAM. PRINTS THE LEAGUE RATINGS
000150*                  TABLE FROM THE ELOMST RATING MASTER THAT
000160*                  YACHTELO KEEPS - EVERY RATED PLAYER RANKED
000170*                  BY CURRENT RATING, WITH THE CHANGE SINCE
000180*                  THEIR PREVIOUS TOURNAMENT, TOURNAMENTS
000190*                  RATED, A PROVISIONAL MARKER WHILE THAT
000200*                  COUNT IS UNDER THE ELOPARM THRESHOLD, AND
000210*                  WHERE THEY FINISHED LAST TIME. DISPLAY
000220*                  NAMES ARE DECODED THROUGH THE PLAYER MASTER
000230*                  AS THE LEADERBOARD DOES; AN UNREGISTERED
000240*                  PLAYER IS LOGGED AND THE RUN ENDS RC=4.
000250*-----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RATING-MASTER ASSIGN TO "ELOMST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS RM-KEY
000330         FILE STATUS IS WS-RATING-STATUS.
000340     SELECT ELO-PARM ASSIGN TO "ELOPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-ELO-PARM-STATUS.
000370     SELECT RATINGS-REPORT ASSIGN TO "RTGRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-REPORT-STATUS.
000400     SELECT PLAYER-MASTER ASSIGN TO "PLAYRMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS PM-PLAYER-ID
000440         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ERROR-LOG-STATUS.
000480     SELECT SORT-FILE ASSIGN TO "SORTWK".
000490     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-STATUS.
000520     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RUN-ID-F-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570* TYPE-P RECORDS CARRY ONE PLAYER'S RATING; TYPE-T RECORDS
000580* MARK EACH TOURNAMENT ALREADY RATED.
000590 FD  RATING-MASTER
000600     RECORD CONTAINS 65 CHARACTERS.
000610 01  RATING-MASTER-RECORD.
000620     05 RM-KEY.
000630         10 RM-REC-TYPE      PIC X(01).
000640             88 RM-IS-PLAYER           VALUE "P".
000650             88 RM-IS-TOURN            VALUE "T".
000660         10 RM-KEY-ID        PIC X(10).
000670     05 RM-PLAYER-DATA.
000680         10 RM-RATING        PIC 9(04)V9(02).
000690         10 RM-PREV-RATING   PIC 9(04)V9(02).
000700         10 RM-GAMES-RATED   PIC 9(05).
000710         10 RM-LAST-TOURN    PIC X(08).
000720         10 RM-LAST-PLACE    PIC 9(03).
000730         10 RM-LAST-FIELD    PIC 9(03).
000740     05 RM-TOURN-DATA REDEFINES RM-PLAYER-DATA.
000750         10 RM-T-PLAYERS     PIC 9(05).
000760         10 RM-T-RATED-DATE  PIC 9(08).
000770         10 FILLER           PIC X(18).
000780     05 RM-UPDATE-DATE       PIC 9(08).
000790     05 RM-UPDATE-RUN-ID     PIC X(15).
000800
000810* SAME CARD YACHTELO READS - ONLY THE PROVISIONAL THRESHOLD
000820* IN COLUMNS 5-6 MATTERS HERE.
000830 FD  ELO-PARM
000840     RECORD CONTAINS 12 CHARACTERS.
000850 01  ELO-PARM-RECORD.
000860     05 EP-START-RATING      PIC X(04).
000870     05 EP-PROV-GAMES        PIC X(02).
000880     05 EP-PROV-K            PIC X(03).
000890     05 EP-SETTLED-K         PIC X(03).
000900
000910 FD  RATINGS-REPORT
000920     RECORD CONTAINS 100 CHARACTERS.
000930 01  RATINGS-REPORT-RECORD   PIC X(100).
000940
000950 FD  PLAYER-MASTER
000960     RECORD CONTAINS 60 CHARACTERS.
000970 01  PLAYER-MASTER-RECORD.
000980     05 PM-PLAYER-ID         PIC X(10).
000990     05 PM-DISPLAY-NAME      PIC X(30).
001000     05 PM-TEAM              PIC X(20).
001010
001020 FD  ERROR-LOG
001030     RECORD CONTAINS 116 CHARACTERS.
001040 01  ERROR-LOG-RECORD        PIC X(116).
001050
001060 SD  SORT-FILE.
001070 01  SORT-RECORD.
001080     05 SR-RATING            PIC 9(04)V9(02).
001090     05 SR-PLAYER-ID         PIC X(10).
001100     05 SR-PREV-RATING       PIC 9(04)V9(02).
001110     05 SR-GAMES-RATED       PIC 9(05).
001120     05 SR-LAST-TOURN        PIC X(08).
001130     05 SR-LAST-PLACE        PIC 9(03).
001140     05 SR-LAST-FIELD        PIC 9(03).
001150
001160 FD  AUDIT-LOG
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  AUDIT-LOG-RECORD        PIC X(80).
001190
001200 FD  RUN-ID-FILE
001210     RECORD CONTAINS 15 CHARACTERS.
001220 01  RUN-ID-RECORD           PIC X(15).
001230 WORKING-STORAGE SECTION.
001240 01  WS-RUN-ID-F-STATUS     PIC X(02).
001250     88 WS-RUN-ID-F-OK                VALUE "00".
001260 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001270 01  WS-RATING-STATUS         PIC X(02).
001280     88 WS-RATING-OK                     VALUE "00".
001290 01  WS-ELO-PARM-STATUS       PIC X(02).
001300     88 WS-ELO-PARM-OK                   VALUE "00".
001310 01  WS-REPORT-STATUS         PIC X(02).
001320     88 WS-REPORT-OK                     VALUE "00".
001330 01  WS-MASTER-STATUS         PIC X(02).
001340     88 WS-MASTER-OK                     VALUE "00".
001350 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
001360     88 WS-MASTER-IS-OPEN                VALUE "Y".
001370 01  WS-ERROR-LOG-STATUS      PIC X(02).
001380     88 WS-ERROR-LOG-OK                  VALUE "00".
001390 01  WS-AUDIT-STATUS          PIC X(02).
001400     88 WS-AUDIT-OK                      VALUE "00".
001410 01  WS-PLAYER-NAME           PIC X(20).
001420 01  WS-RUN-DATE              PIC 9(08).
001430 01  WS-RUN-TIME              PIC 9(08).
001440
001450 01  WS-EOF-SWITCH            PIC X(01) VALUE "N".
001460     88 WS-NO-MORE-RATINGS               VALUE "Y".
001470 01  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
001480     88 WS-NO-MORE-RANKS                 VALUE "Y".
001490
001500 01  WS-PROV-GAMES            PIC 9(02) VALUE 5.
001510
001520 01  WS-READ-COUNT            PIC 9(07) COMP VALUE 0.
001530 01  WS-RANK-COUNT            PIC 9(05) COMP VALUE 0.
001540 01  WS-SHOWN-RANK            PIC 9(05) COMP VALUE 0.
001550 01  WS-LAST-RATING           PIC 9(04)V9(02) VALUE 0.
001560 01  WS-PROVISIONAL-COUNT     PIC 9(05) COMP VALUE 0.
001570 01  WS-UNREGISTERED-COUNT    PIC 9(05) COMP VALUE 0.
001580
001590 01  WS-HEADING-1.
001600     05 FILLER                PIC X(44) VALUE
001610         "YACHT LEAGUE PLAYER RATINGS".
001620     05 FILLER                PIC X(08) VALUE "RUN ID ".
001630     05 WS-HDG-RUN-ID         PIC X(15).
001640 01  WS-HEADING-2.
001650     05 FILLER                PIC X(05) VALUE "RANK".
001660     05 FILLER                PIC X(02) VALUE SPACES.
001670     05 FILLER                PIC X(12) VALUE "PLAYER ID".
001680     05 FILLER                PIC X(22) VALUE "PLAYER NAME".
001690     05 FILLER                PIC X(09) VALUE " RATING".
001700     05 FILLER                PIC X(10) VALUE "  CHANGE".
001710     05 FILLER                PIC X(09) VALUE "GAMES".
001720     05 FILLER                PIC X(10) VALUE "LAST".
001730     05 FILLER                PIC X(09) VALUE "  PLACE".
001740 01  WS-DETAIL-LINE.
001750     05 WS-DTL-RANK           PIC ZZZZ9.
001760     05 FILLER                PIC X(02) VALUE SPACES.
001770     05 WS-DTL-PLAYER-ID      PIC X(10).
001780     05 FILLER                PIC X(02) VALUE SPACES.
001790     05 WS-DTL-PLAYER-NAME    PIC X(20).
001800     05 FILLER                PIC X(02) VALUE SPACES.
001810     05 WS-DTL-RATING         PIC ZZZ9.99.
001820     05 FILLER                PIC X(02) VALUE SPACES.
001830     05 WS-DTL-CHANGE         PIC ++++9.99.
001840     05 FILLER                PIC X(02) VALUE SPACES.
001850     05 WS-DTL-GAMES          PIC ZZZZ9.
001860     05 FILLER                PIC X(01) VALUE SPACE.
001870     05 WS-DTL-PROV           PIC X(01).
001880     05 FILLER                PIC X(02) VALUE SPACES.
001890     05 WS-DTL-LAST-TOURN     PIC X(08).
001900     05 FILLER                PIC X(02) VALUE SPACES.
001910     05 WS-DTL-LAST-PLACE     PIC ZZ9.
001920     05 FILLER                PIC X(01) VALUE "/".
001930     05 WS-DTL-LAST-FIELD     PIC ZZ9.
001940 01  WS-FOOTNOTE-LINE.
001950     05 FILLER                PIC X(40) VALUE
001960         "P - PROVISIONAL, FEWER TOURNAMENTS THAN ".
001970     05 WS-FTN-PROV-GAMES     PIC Z9.
001980     05 FILLER                PIC X(08) VALUE " RATED".
001990 01  WS-RULE-LINE.
002000     05 FILLER                PIC X(100) VALUE ALL "-".
002010 01  WS-SUMMARY-DETAIL.
002020     05 WS-SUM-LABEL          PIC X(30).
002030     05 WS-SUM-VALUE          PIC ZZZ,ZZZ,ZZ9.
002040
002050 COPY ERRLOG.
002060
002070 COPY AUDITLOG.
002080
002090 PROCEDURE DIVISION.
002100*-----------------------------------------------------------*
002110* 0000-MAINLINE - THE SORT OWNS THE RUN. ITS INPUT PROCEDURE
002120*                 PASSES EVERY PLAYER RATING ON THE MASTER;
002130*                 ITS OUTPUT PROCEDURE WRITES THE TABLE,
002140*                 HIGHEST RATING FIRST.
002150*-----------------------------------------------------------*
002160 0000-MAIN SECTION.
002170 0010-MAINLINE.
002180     PERFORM 1000-INITIALIZE
002190     SORT SORT-FILE
002200         ON DESCENDING KEY SR-RATING
002210         ON ASCENDING KEY SR-PLAYER-ID
002220         INPUT PROCEDURE IS 2000-SELECT-RATINGS
002230         OUTPUT PROCEDURE IS 4000-WRITE-RATINGS
002240     PERFORM 9000-TERMINATE
002250     GOBACK.
002260
002270*-----------------------------------------------------------*
002280* 1000-INITIALIZE - READ THE PROVISIONAL THRESHOLD, OPEN
002290*                   FILES.
002300*-----------------------------------------------------------*
002310 1000-INITIALIZE.
002320     PERFORM 1090-READ-RUN-ID
002330     PERFORM 1100-READ-ELO-PARM
002340     OPEN INPUT RATING-MASTER
002350     OPEN OUTPUT RATINGS-REPORT
002360     OPEN INPUT PLAYER-MASTER
002370     IF WS-MASTER-OK THEN
002380         MOVE "Y" TO WS-MASTER-OPEN-SWITCH
002390     END-IF
002400     OPEN EXTEND ERROR-LOG
002410     OPEN EXTEND AUDIT-LOG
002420     PERFORM 9140-WRITE-AUDIT-START.
002430
002440*-----------------------------------------------------------*
002450* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
002460*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
002470*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
002480*                    RERUN - STAMPS (STANDALONE) INSTEAD.
002490*-----------------------------------------------------------*
002500 1090-READ-RUN-ID.
002510     OPEN INPUT RUN-ID-FILE
002520     IF WS-RUN-ID-F-OK THEN
002530         READ RUN-ID-FILE
002540             AT END CONTINUE
002550         END-READ
002560         IF WS-RUN-ID-F-OK THEN
002570             MOVE RUN-ID-RECORD TO WS-RUN-ID
002580         END-IF
002590         CLOSE RUN-ID-FILE
002600     END-IF.
002610
002620*-----------------------------------------------------------*
002630* 1100-READ-ELO-PARM - AN OPTIONAL ELOPARM CARD MAY MOVE THE
002640*                   PROVISIONAL THRESHOLD OFF ITS DEFAULT OF
002650*                   FIVE TOURNAMENTS.
002660*-----------------------------------------------------------*
002670 1100-READ-ELO-PARM.
002680     OPEN INPUT ELO-PARM
002690     IF WS-ELO-PARM-OK THEN
002700         READ ELO-PARM
002710             AT END CONTINUE
002720         END-READ
002730         IF WS-ELO-PARM-OK THEN
002740             IF EP-PROV-GAMES NUMERIC THEN
002750                 MOVE EP-PROV-GAMES TO WS-PROV-GAMES
002760             END-IF
002770         END-IF
002780         CLOSE ELO-PARM
002790     END-IF.
002800
002810*-----------------------------------------------------------*
002820* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE SO THE
002830*                  JCL STEP REFLECTS WHETHER ANY RATED
002840*                  PLAYER WAS MISSING FROM THE MASTER.
002850*-----------------------------------------------------------*
002860 9000-TERMINATE.
002870     PERFORM 9150-WRITE-AUDIT-LOG
002880     CLOSE RATING-MASTER
002890     CLOSE RATINGS-REPORT
002900     IF WS-MASTER-IS-OPEN THEN
002910         CLOSE PLAYER-MASTER
002920     END-IF
002930     CLOSE ERROR-LOG
002940     CLOSE AUDIT-LOG
002950     IF WS-UNREGISTERED-COUNT > 0 THEN
002960         MOVE 4 TO RETURN-CODE
002970     END-IF.
002980
002990*-----------------------------------------------------------*
003000* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
003010*                        INITIALIZATION SO THE BATCH-WINDOW
003020*                        REPORT CAN PAIR THIS STEP'S START
003030*                        WITH ITS END.
003040*-----------------------------------------------------------*
003050 9140-WRITE-AUDIT-START.
003060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003070     ACCEPT WS-RUN-TIME FROM TIME
003080     MOVE "YACHTRTG"        TO AUD-PROGRAM-NAME
003090     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
003100     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
003110     MOVE WS-RUN-ID         TO AUD-RUN-ID
003120     MOVE 0                 TO AUD-INPUT-COUNT
003130     MOVE 0                 TO AUD-OUTPUT-COUNT
003140     MOVE "S"               TO AUD-RECORD-TYPE
003150     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
003160
003170*-----------------------------------------------------------*
003180* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
003190*                        AUDITLOG FILE SHARED BY THE WHOLE
003200*                        NIGHTLY SUITE - MASTER RECORDS READ
003210*                        AND PLAYERS RANKED.
003220*-----------------------------------------------------------*
003230 9150-WRITE-AUDIT-LOG.
003240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003250     ACCEPT WS-RUN-TIME FROM TIME
003260     MOVE "YACHTRTG"        TO AUD-PROGRAM-NAME
003270     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
003280     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
003290     MOVE WS-READ-COUNT     TO AUD-INPUT-COUNT
003300     MOVE WS-RANK-COUNT     TO AUD-OUTPUT-COUNT
003310     MOVE WS-RUN-ID         TO AUD-RUN-ID
003320     MOVE "E"               TO AUD-RECORD-TYPE
003330     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
003340
003350*-----------------------------------------------------------*
003360* 2000-SELECT-RATINGS - SORT INPUT PROCEDURE. READS THE
003370*                 RATING MASTER FRONT TO BACK AND RELEASES
003380*                 EVERY PLAYER RECORD, PASSING OVER THE
003390*                 TOURNAMENT-RATED MARKERS.
003400*-----------------------------------------------------------*
003410 2000-SELECT-RATINGS SECTION.
003420 2010-SELECT-MAINLINE.
003430     IF NOT WS-RATING-OK THEN
003440         GO TO 2990-SELECT-EXIT
003450     END-IF
003460     PERFORM 2100-READ-RATING-MASTER
003470     PERFORM 2200-RELEASE-ONE-RATING
003480         UNTIL WS-NO-MORE-RATINGS
003490     GO TO 2990-SELECT-EXIT.
003500
003510 2100-READ-RATING-MASTER.
003520     READ RATING-MASTER NEXT RECORD
003530         AT END
003540             MOVE "Y" TO WS-EOF-SWITCH
003550     END-READ.
003560
003570 2200-RELEASE-ONE-RATING.
003580     ADD 1 TO WS-READ-COUNT
003590     IF RM-IS-PLAYER THEN
003600         MOVE RM-RATING        TO SR-RATING
003610         MOVE RM-KEY-ID        TO SR-PLAYER-ID
003620         MOVE RM-PREV-RATING   TO SR-PREV-RATING
003630         MOVE RM-GAMES-RATED   TO SR-GAMES-RATED
003640         MOVE RM-LAST-TOURN    TO SR-LAST-TOURN
003650         MOVE RM-LAST-PLACE    TO SR-LAST-PLACE
003660         MOVE RM-LAST-FIELD    TO SR-LAST-FIELD
003670         RELEASE SORT-RECORD
003680     END-IF
003690     PERFORM 2100-READ-RATING-MASTER.
003700
003710 2990-SELECT-EXIT.
003720     EXIT.
003730
003740*-----------------------------------------------------------*
003750* 4000-WRITE-RATINGS - SORT OUTPUT PROCEDURE. TAKES THE
003760*                 RATINGS BACK HIGHEST FIRST AND WRITES ONE
003770*                 RANKED LINE PER PLAYER, THEN THE FOOTNOTE
003780*                 AND CONTROL TOTALS.
003790*-----------------------------------------------------------*
003800 4000-WRITE-RATINGS SECTION.
003810 4010-REPORT-MAINLINE.
003820     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
003830     WRITE RATINGS-REPORT-RECORD FROM WS-HEADING-1
003840     MOVE SPACES TO RATINGS-REPORT-RECORD
003850     WRITE RATINGS-REPORT-RECORD
003860     WRITE RATINGS-REPORT-RECORD FROM WS-HEADING-2
003870     PERFORM 4100-RETURN-ONE-RANK
003880         UNTIL WS-NO-MORE-RANKS
003890     PERFORM 4500-WRITE-SUMMARY
003900     GO TO 4990-REPORT-EXIT.
003910
003920 4100-RETURN-ONE-RANK.
003930     RETURN SORT-FILE
003940         AT END
003950             MOVE "Y" TO WS-SORT-EOF-SWITCH
003960         NOT AT END
003970             PERFORM 4150-WRITE-DETAIL-LINE
003980     END-RETURN.
003990
004000*-----------------------------------------------------------*
004010* 4150-WRITE-DETAIL-LINE - PLAYERS ON THE SAME RATING SHARE A
004020*                  RANK; THE NEXT RATING DOWN TAKES UP THE
004030*                  RUNNING COUNT AGAIN.
004040*-----------------------------------------------------------*
004050 4150-WRITE-DETAIL-LINE.
004060     ADD 1 TO WS-RANK-COUNT
004070     IF WS-RANK-COUNT = 1
004080         OR SR-RATING NOT = WS-LAST-RATING THEN
004090         MOVE WS-RANK-COUNT TO WS-SHOWN-RANK
004100         MOVE SR-RATING     TO WS-LAST-RATING
004110     END-IF
004120     MOVE WS-SHOWN-RANK  TO WS-DTL-RANK
004130     MOVE SR-PLAYER-ID   TO WS-DTL-PLAYER-ID
004140     PERFORM 4200-LOOK-UP-PLAYER-NAME
004150     MOVE WS-PLAYER-NAME TO WS-DTL-PLAYER-NAME
004160     MOVE SR-RATING      TO WS-DTL-RATING
004170     COMPUTE WS-DTL-CHANGE = SR-RATING - SR-PREV-RATING
004180     MOVE SR-GAMES-RATED TO WS-DTL-GAMES
004190     MOVE SPACE          TO WS-DTL-PROV
004200     IF SR-GAMES-RATED < WS-PROV-GAMES THEN
004210         MOVE "P" TO WS-DTL-PROV
004220         ADD 1 TO WS-PROVISIONAL-COUNT
004230     END-IF
004240     MOVE SR-LAST-TOURN  TO WS-DTL-LAST-TOURN
004250     MOVE SR-LAST-PLACE  TO WS-DTL-LAST-PLACE
004260     MOVE SR-LAST-FIELD  TO WS-DTL-LAST-FIELD
004270     WRITE RATINGS-REPORT-RECORD FROM WS-DETAIL-LINE.
004280
004290*-----------------------------------------------------------*
004300* 4200-LOOK-UP-PLAYER-NAME - DECODE THE RATED PLAYER'S ID
004310*                  THROUGH THE PLAYER MASTER. A PLAYER NOT
004320*                  ON THE MASTER SHOWS AS *UNKNOWN* AND IS
004330*                  FILED AS A RECONCILIATION EXCEPTION ON THE
004340*                  COMMON ERRORLOG.
004350*-----------------------------------------------------------*
004360 4200-LOOK-UP-PLAYER-NAME.
004370     MOVE "*UNKNOWN*" TO WS-PLAYER-NAME
004380     IF WS-MASTER-IS-OPEN THEN
004390         MOVE SR-PLAYER-ID TO PM-PLAYER-ID
004400         READ PLAYER-MASTER
004410             INVALID KEY
004420                 PERFORM 4300-LOG-UNREGISTERED
004430             NOT INVALID KEY
004440                 MOVE PM-DISPLAY-NAME TO WS-PLAYER-NAME
004450         END-READ
004460     ELSE
004470         PERFORM 4300-LOG-UNREGISTERED
004480     END-IF.
004490
004500*-----------------------------------------------------------*
004510* 4300-LOG-UNREGISTERED - ONE RECONCILIATION EXCEPTION PER
004520*                  RATED PLAYER THE MASTER CANNOT DECODE.
004530*-----------------------------------------------------------*
004540 4300-LOG-UNREGISTERED.
004550     ADD 1 TO WS-UNREGISTERED-COUNT
004560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004570     ACCEPT WS-RUN-TIME FROM TIME
004580     MOVE "YACHTRTG"        TO ERR-PROGRAM-NAME
004590     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
004600     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
004610     MOVE WS-RUN-ID         TO ERR-RUN-ID
004620     MOVE SR-PLAYER-ID      TO ERR-RECORD-ID
004630     MOVE "RATED PLAYER NOT ON PLAYER MASTER"
004640                            TO ERR-MESSAGE
004650     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
004660
004670*-----------------------------------------------------------*
004680* 4500-WRITE-SUMMARY - FOOTNOTE AND CONTROL TOTALS.
004690*-----------------------------------------------------------*
004700 4500-WRITE-SUMMARY.
004710     MOVE SPACES TO RATINGS-REPORT-RECORD
004720     WRITE RATINGS-REPORT-RECORD
004730     MOVE WS-PROV-GAMES TO WS-FTN-PROV-GAMES
004740     WRITE RATINGS-REPORT-RECORD FROM WS-FOOTNOTE-LINE
004750     WRITE RATINGS-REPORT-RECORD FROM WS-RULE-LINE
004760     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004770     MOVE "PLAYERS RATED"        TO WS-SUM-LABEL
004780     MOVE WS-RANK-COUNT          TO WS-SUM-VALUE
004790     WRITE RATINGS-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004800     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004810     MOVE "STILL PROVISIONAL"    TO WS-SUM-LABEL
004820     MOVE WS-PROVISIONAL-COUNT   TO WS-SUM-VALUE
004830     WRITE RATINGS-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004840     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004850     MOVE "NOT ON PLAYER MASTER" TO WS-SUM-LABEL
004860     MOVE WS-UNREGISTERED-COUNT  TO WS-SUM-VALUE
004870     WRITE RATINGS-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
004880
004890 4990-REPORT-EXIT.
004900     EXIT.
