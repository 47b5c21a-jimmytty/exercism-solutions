000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    COLLREC.
000050 AUTHOR.        R. FENWICK.
000060 INSTALLATION.  SCHEDULING SYSTEMS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 RF    NEW PROGRAM. THE PEAK REPORT NAMES THE
000150*                  NIGHT'S LONGEST SEQUENCE AND HIGHEST
000160*                  EXCURSION AND THEN FORGETS THEM. THIS STEP
000170*                  KEEPS THE CLASSIC RECORD LISTS FOR GOOD ON
000180*                  THE KEYED COLLRECS REGISTRY - DELAY
000190*                  RECORDS (A STEP COUNT THAT BEATS EVERY
000200*                  SMALLER STARTING NUMBER) AND EXCURSION
000210*                  RECORDS (A PEAK THAT BEATS EVERY SMALLER
000220*                  STARTING NUMBER). A RECORD CAN ONLY BE
000230*                  PROVEN OVER AN UNBROKEN RUN OF STARTING
000240*                  NUMBERS FROM 1, SO THE REGISTRY ALSO KEEPS
000250*                  HOW FAR THAT RUN HAS BEEN SWEPT; THE
000260*                  NIGHT'S COLLOUT RESULTS ARE SORTED INTO
000270*                  STARTING-NUMBER ORDER, THOSE EXTENDING THE
000280*                  SWEPT RANGE ARE JUDGED FOR NEW RECORDS,
000290*                  AND THOSE INSIDE IT ARE CHECKED AGAINST
000300*                  THE RECORDS ALREADY HELD. A RESULT THAT
000310*                  CONTRADICTS THE REGISTRY GOES TO ERRORLOG
000320*                  AS A SUSPECTED CALCULATION FAULT. THE
000330*                  COLLRRPT REPORT LISTS BOTH FULL RECORD
000340*                  TABLES, THE RECORDS SET TONIGHT, AND THE
000350*                  CONTRADICTIONS.
000353* 2026-10-15 RF    READS COLLPARM; PARSES WIDE-MODE COLLOUT
000356*                  LINES.
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT COLLATZ-DETAIL ASSIGN TO "COLLOUT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-COLL-IN-STATUS.
000430     SELECT RECORD-REGISTRY ASSIGN TO "COLLRECS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CRR-KEY
000470         FILE STATUS IS WS-REGISTRY-STATUS.
000480     SELECT RECORD-REPORT ASSIGN TO "COLLRRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REC-RPT-STATUS.
000510     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000540     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ERROR-LOG-STATUS.
000570     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RUN-ID-F-STATUS.
000592     SELECT COLLATZ-PARM ASSIGN TO "COLLPARM"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-COLLATZ-PARM-STATUS.
000600     SELECT SORT-FILE ASSIGN TO "SORTWK".
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  COLLATZ-DETAIL
000640     RECORD CONTAINS 80 TO 104 CHARACTERS.
000650 01  COLLATZ-DETAIL-RECORD   PIC X(104).
000660
000670* ONE REGISTRY RECORD PER RECORD HOLDER, KEYED BY RECORD TYPE
000680* AND STARTING NUMBER, SO EACH TABLE READS BACK IN STARTING-
000690* NUMBER ORDER. A NUMBER HOLDING BOTH RECORDS HAS ONE RECORD
000700* OF EACH TYPE. THE SINGLE TYPE-C CONTROL RECORD, STARTING
000710* NUMBER ZERO, CARRIES HOW FAR THE UNBROKEN SWEEP FROM 1 HAS
000720* REACHED. SET DATE AND RUN ID ARE THE NIGHT THE RECORD WAS
000730* SET (FOR THE CONTROL RECORD, LAST UPDATED).
000740 FD  RECORD-REGISTRY
000750     RECORD CONTAINS 65 CHARACTERS.
000760 01  RECORD-REGISTRY-RECORD.
000770     05 CRR-KEY.
000780         10 CRR-TYPE         PIC X(01).
000790             88 CRR-IS-CONTROL         VALUE "C".
000800             88 CRR-IS-DELAY           VALUE "D".
000810             88 CRR-IS-EXCURSION       VALUE "E".
000820         10 CRR-NUMBER       PIC 9(18).
000830     05 CRR-HOLDER.
000840         10 CRR-STEPS        PIC 9(05).
000850         10 CRR-HIGH         PIC 9(18).
000860     05 CRR-CONTROL-DATA REDEFINES CRR-HOLDER.
000870         10 CRR-SWEPT-THRU   PIC 9(18).
000880         10 FILLER           PIC X(05).
000890     05 CRR-SET-DATE         PIC 9(08).
000900     05 CRR-SET-RUN-ID       PIC X(15).
000910
000920 FD  RECORD-REPORT
000930     RECORD CONTAINS 80 CHARACTERS.
000940 01  RECORD-REPORT-RECORD    PIC X(80).
000950
000960 FD  AUDIT-LOG
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  AUDIT-LOG-RECORD        PIC X(80).
000990
001000 FD  ERROR-LOG
001010     RECORD CONTAINS 116 CHARACTERS.
001020 01  ERROR-LOG-RECORD        PIC X(116).
001030
001040 FD  RUN-ID-FILE
001050     RECORD CONTAINS 15 CHARACTERS.
001060 01  RUN-ID-RECORD           PIC X(15).
001070
001071 FD  COLLATZ-PARM
001072     RECORD CONTAINS 2 CHARACTERS.
001073 01  COLLATZ-PARM-RECORD.
001074     05 CP-DETAIL-MODE      PIC X(01).
001075     05 CP-NUMBER-WIDTH     PIC X(01).
001076
001080* ONE SORTABLE RESULT PER GOOD COLLOUT DETAIL LINE.
001090 SD  SORT-FILE.
001100 01  SORT-RECORD.
001110     05 SR-NUMBER            PIC 9(18).
001120     05 SR-RECORD-NO         PIC 9(07).
001130     05 SR-STEPS             PIC 9(05).
001140     05 SR-HIGH              PIC 9(18).
001150 WORKING-STORAGE SECTION.
001160 01  WS-RUN-ID-F-STATUS     PIC X(02).
001170     88 WS-RUN-ID-F-OK                VALUE "00".
001180 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001190 01  WS-COLL-IN-STATUS      PIC X(02).
001200     88 WS-COLL-IN-OK                 VALUE "00".
001210 01  WS-REGISTRY-STATUS     PIC X(02).
001220     88 WS-REGISTRY-OK                VALUE "00".
001230     88 WS-REGISTRY-ABSENT            VALUE "35".
001240 01  WS-REC-RPT-STATUS      PIC X(02).
001250     88 WS-REC-RPT-OK                 VALUE "00".
001260 01  WS-AUDIT-STATUS        PIC X(02).
001270     88 WS-AUDIT-OK                   VALUE "00".
001280 01  WS-ERROR-LOG-STATUS    PIC X(02).
001290     88 WS-ERROR-LOG-OK               VALUE "00".
001293 01  WS-COLLATZ-PARM-STATUS PIC X(02).
001296     88 WS-COLLATZ-PARM-OK            VALUE "00".
001300
001310 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001320     88 WS-NO-MORE-LINES              VALUE "Y".
001330 01  WS-REG-EOF-SWITCH      PIC X(01) VALUE "N".
001340     88 WS-NO-MORE-REGISTRY           VALUE "Y".
001350 01  WS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001360     88 WS-NO-MORE-RESULTS            VALUE "Y".
001370 01  WS-FIRST-CLAIM-SWITCH  PIC X(01) VALUE "Y".
001380     88 WS-NO-CLAIM-YET               VALUE "Y".
001390 01  WS-ADVANCE-SWITCH      PIC X(01).
001400     88 WS-ADVANCE-DONE               VALUE "Y".
001410 01  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
001420     88 WS-A-TABLE-FILLED             VALUE "Y".
001423 01  WS-WIDTH-SWITCH        PIC X(01) VALUE "N".
001426     88 WS-WIDE-MODE                  VALUE "Y".
001430
001440* THE COLLATZ-OUTPUT DETAIL LINE AS COLLATZ-CONJECTURE
001450* WRITES IT - RECORD NUMBER, STARTING NUMBER, STEP COUNT,
001460* HIGHEST EXCURSION, AND AN ERROR MESSAGE WHEN THE STARTING
001470* NUMBER WAS REJECTED.
001480 01  WS-DETAIL-LINE.
001490     05 WS-DET-RECORD-NO    PIC X(07).
001500     05 FILLER              PIC X(01).
001510     05 WS-DET-NUMBER       PIC X(12).
001520     05 FILLER              PIC X(03).
001530     05 WS-DET-STEPS        PIC X(04).
001540     05 FILLER              PIC X(03).
001550     05 WS-DET-HIGH         PIC X(12).
001560     05 FILLER              PIC X(03).
001570     05 WS-DET-MESSAGE      PIC X(35).
001580
001581* THE SAME LINE AS A WIDE-MODE RUN WRITES IT, WITH 18-DIGIT
001582* STARTING NUMBER AND EXCURSION COLUMNS.
001583 01  WS-WIDE-DETAIL-LINE.
001584     05 WS-WDET-RECORD-NO   PIC X(07).
001585     05 FILLER              PIC X(01).
001586     05 WS-WDET-NUMBER      PIC X(24).
001587     05 FILLER              PIC X(03).
001588     05 WS-WDET-STEPS       PIC X(04).
001589     05 FILLER              PIC X(03).
001590     05 WS-WDET-HIGH        PIC X(24).
001591     05 FILLER              PIC X(03).
001592     05 WS-WDET-MESSAGE     PIC X(35).
001593
001594 01  WS-LINE-MESSAGE        PIC X(35).
001595 01  WS-EDIT-WORK           PIC X(24).
001600
001610* THE TWO RECORD TABLES AS HELD ON THE REGISTRY, KIND 1 THE
001620* DELAY RECORDS AND KIND 2 THE EXCURSION RECORDS, EACH IN
001630* ASCENDING STARTING-NUMBER ORDER. WS-REC-POS IS THE LAST
001640* HOLDER AT OR BELOW THE STARTING NUMBER BEING JUDGED; IT
001650* ONLY EVER MOVES FORWARD, SINCE THE RESULTS COME BACK FROM
001660* THE SORT IN ASCENDING ORDER.
001670 01  WS-RECORD-TABLES.
001680     05 WS-REC-KIND         OCCURS 2 TIMES.
001690         10 WS-REC-COUNT    PIC 9(04) COMP.
001700         10 WS-REC-POS      PIC 9(04) COMP.
001710         10 WS-REC-ENTRY    OCCURS 500 TIMES.
001720             15 WS-REC-NUMBER   PIC 9(18).
001730             15 WS-REC-STEPS    PIC 9(05).
001740             15 WS-REC-HIGH     PIC 9(18).
001750             15 WS-REC-SET-DATE PIC 9(08).
001760             15 WS-REC-NEW-FLAG PIC X(01).
001770                 88 WS-REC-IS-NEW       VALUE "Y".
001780 01  WS-REC-MAX             PIC 9(04) COMP VALUE 500.
001790 01  WS-KIND                PIC 9(01) COMP.
001800 01  WS-REC-IDX             PIC 9(04) COMP.
001810 01  WS-NEXT-POS            PIC 9(04) COMP.
001820
001830 01  WS-KIND-NAMES.
001840     05 FILLER              PIC X(09) VALUE "DELAY".
001850     05 FILLER              PIC X(09) VALUE "EXCURSION".
001860 01  WS-KIND-NAME-TABLE REDEFINES WS-KIND-NAMES.
001870     05 WS-KIND-NAME        PIC X(09) OCCURS 2 TIMES.
001880 01  WS-KIND-TYPES          PIC X(02) VALUE "DE".
001890 01  WS-KIND-TYPE-TABLE REDEFINES WS-KIND-TYPES.
001900     05 WS-KIND-TYPE        PIC X(01) OCCURS 2 TIMES.
001910
001920* HOW FAR THE UNBROKEN SWEEP FROM STARTING NUMBER 1 HAS BEEN
001930* JUDGED - AS READ FROM THE CONTROL RECORD, AND AS EXTENDED
001940* TONIGHT.
001950 01  WS-SWEPT-THRU          PIC 9(18) VALUE 0.
001960 01  WS-SWEPT-AT-START      PIC 9(18) VALUE 0.
001970
001980* THE RESULT BEING JUDGED, AND THE ONE BEFORE IT.
001990 01  WS-CLAIM-NUMBER        PIC 9(18).
002000 01  WS-CLAIM-STEPS         PIC 9(05).
002010 01  WS-CLAIM-HIGH          PIC 9(18).
002020 01  WS-CLAIM-RECORD-NO     PIC 9(07).
002030 01  WS-CLAIM-VALUE         PIC 9(18).
002040 01  WS-HOLDER-VALUE        PIC 9(18).
002050 01  WS-PREV-NUMBER         PIC 9(18).
002060 01  WS-PREV-STEPS          PIC 9(05).
002070 01  WS-PREV-HIGH           PIC 9(18).
002080 01  WS-FAULT-MESSAGE       PIC X(40).
002090 01  WS-FAULT-KIND          PIC X(09).
002100
002110* THE RECORDS SET TONIGHT AND THE CONTRADICTIONS FOUND, HELD
002120* FOR THE REPORT. ONLY THE FIRST 500 OF EACH ARE LISTED;
002130* EVERY CONTRADICTION GOES TO ERRORLOG REGARDLESS.
002140 01  WS-NEW-TABLE.
002150     05 WS-NEW-ENTRY        OCCURS 500 TIMES.
002160         10 WS-NEW-KIND     PIC 9(01).
002170         10 WS-NEW-NUMBER   PIC 9(18).
002180         10 WS-NEW-STEPS    PIC 9(05).
002190         10 WS-NEW-HIGH     PIC 9(18).
002200         10 WS-NEW-RECORD-NO PIC 9(07).
002210 01  WS-NEW-LISTED          PIC 9(04) COMP VALUE 0.
002220 01  WS-BAD-TABLE.
002230     05 WS-BAD-ENTRY        OCCURS 500 TIMES.
002240         10 WS-BAD-NUMBER   PIC 9(18).
002250         10 WS-BAD-CLAIMED  PIC 9(18).
002260         10 WS-BAD-HELD     PIC 9(18).
002270         10 WS-BAD-MESSAGE  PIC X(40).
002280         10 WS-BAD-RECORD-NO PIC 9(07).
002290 01  WS-BAD-LISTED          PIC 9(04) COMP VALUE 0.
002300 01  WS-LIST-MAX            PIC 9(04) COMP VALUE 500.
002310 01  WS-LIST-IDX            PIC 9(04) COMP.
002320
002330 01  WS-LINE-COUNT          PIC 9(09) COMP VALUE 0.
002340 01  WS-REJECTED-COUNT      PIC 9(09) COMP VALUE 0.
002350 01  WS-RESULT-COUNT        PIC 9(09) COMP VALUE 0.
002360 01  WS-DUPLICATE-COUNT     PIC 9(09) COMP VALUE 0.
002370 01  WS-EXTENDED-COUNT      PIC 9(09) COMP VALUE 0.
002380 01  WS-CHECKED-COUNT       PIC 9(09) COMP VALUE 0.
002390 01  WS-BEYOND-COUNT        PIC 9(09) COMP VALUE 0.
002400 01  WS-NEW-DELAY-COUNT     PIC 9(07) COMP VALUE 0.
002410 01  WS-NEW-EXC-COUNT       PIC 9(07) COMP VALUE 0.
002420 01  WS-FAULT-COUNT         PIC 9(07) COMP VALUE 0.
002430 01  WS-WRITTEN-COUNT       PIC 9(07) COMP VALUE 0.
002440
002450 01  WS-HEADING-1.
002460     05 FILLER              PIC X(44) VALUE
002470         "COLLATZ DELAY AND EXCURSION RECORD REGISTRY".
002480     05 FILLER              PIC X(08) VALUE " RUN ID ".
002490     05 WS-HDG-RUN-ID       PIC X(15).
002500 01  WS-RULE-LINE           PIC X(72) VALUE ALL "-".
002510 01  WS-SECTION-LINE        PIC X(72).
002520
002530 01  WS-TABLE-HEADING.
002540     05 FILLER              PIC X(06) VALUE "RANK".
002550     05 FILLER              PIC X(26) VALUE
002560         "         STARTING NUMBER".
002570     05 FILLER              PIC X(07) VALUE "STEPS".
002580     05 FILLER              PIC X(26) VALUE
002590         "                    PEAK".
002600     05 FILLER              PIC X(10) VALUE "SET ON".
002610 01  WS-TABLE-DETAIL.
002620     05 WS-TBL-RANK         PIC ZZZ9.
002630     05 FILLER              PIC X(02) VALUE SPACES.
002640     05 WS-TBL-NUMBER       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002650     05 FILLER              PIC X(02) VALUE SPACES.
002660     05 WS-TBL-STEPS        PIC ZZZZ9.
002670     05 FILLER              PIC X(02) VALUE SPACES.
002680     05 WS-TBL-HIGH         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002690     05 FILLER              PIC X(02) VALUE SPACES.
002700     05 WS-TBL-SET-DATE     PIC 9(08).
002710     05 FILLER              PIC X(01) VALUE SPACES.
002720     05 WS-TBL-NEW          PIC X(06).
002730
002740 01  WS-NEW-HEADING.
002750     05 FILLER              PIC X(11) VALUE "RECORD".
002760     05 FILLER              PIC X(24) VALUE
002770         "         STARTING NUMBER".
002780     05 FILLER              PIC X(07) VALUE "  STEPS".
002790     05 FILLER              PIC X(26) VALUE
002800         "                    PEAK".
002810     05 FILLER              PIC X(09) VALUE "   COLLIN".
002820 01  WS-NEW-DETAIL.
002830     05 WS-NDT-KIND         PIC X(09).
002840     05 FILLER              PIC X(02) VALUE SPACES.
002850     05 WS-NDT-NUMBER       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002860     05 FILLER              PIC X(02) VALUE SPACES.
002870     05 WS-NDT-STEPS        PIC ZZZZ9.
002880     05 FILLER              PIC X(02) VALUE SPACES.
002890     05 WS-NDT-HIGH         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002900     05 FILLER              PIC X(02) VALUE SPACES.
002910     05 WS-NDT-RECORD-NO    PIC ZZZZZZ9.
002920
002930 01  WS-BAD-DETAIL-1.
002940     05 WS-BD1-NUMBER       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002950     05 FILLER              PIC X(02) VALUE SPACES.
002960     05 WS-BD1-MESSAGE      PIC X(40).
002970     05 FILLER              PIC X(02) VALUE SPACES.
002980     05 WS-BD1-RECORD-NO    PIC ZZZZZZ9.
002990 01  WS-BAD-DETAIL-2.
003000     05 FILLER              PIC X(06) VALUE SPACES.
003010     05 FILLER              PIC X(08) VALUE "CLAIMED ".
003020     05 WS-BD2-CLAIMED      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003030     05 FILLER              PIC X(11) VALUE "  REGISTRY ".
003040     05 WS-BD2-HELD         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003050
003060 01  WS-SUMMARY-DETAIL.
003070     05 WS-SUM-LABEL        PIC X(36).
003080     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
003090 01  WS-SUMMARY-NUMBER.
003100     05 WS-SNM-LABEL        PIC X(36).
003110     05 WS-SNM-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003120
003130 01  WS-ERR-NUMBER          PIC Z(17)9.
003140
003150 01  WS-RUN-DATE            PIC 9(08).
003160 01  WS-RUN-TIME            PIC 9(08).
003170
003180 COPY AUDITLOG.
003190 COPY ERRLOG.
003200
003210 PROCEDURE DIVISION.
003220*-----------------------------------------------------------*
003230* 0000-MAINLINE - THE SORT OWNS THE RUN. ITS INPUT PROCEDURE
003240*                 GATHERS THE NIGHT'S GOOD RESULTS FROM
003250*                 COLLOUT; ITS OUTPUT PROCEDURE JUDGES THEM
003260*                 IN STARTING-NUMBER ORDER AGAINST THE
003270*                 REGISTRY.
003280*-----------------------------------------------------------*
003290 0000-MAIN SECTION.
003300 0010-MAINLINE.
003310     PERFORM 1000-INITIALIZE
003320     SORT SORT-FILE
003330         ON ASCENDING KEY SR-NUMBER
003340         ON ASCENDING KEY SR-RECORD-NO
003350         INPUT PROCEDURE IS 2000-GATHER-RESULTS
003360         OUTPUT PROCEDURE IS 4000-JUDGE-RESULTS
003370     PERFORM 5000-UPDATE-CONTROL-RECORD
003380     PERFORM 6000-WRITE-RECORD-TABLES
003390     PERFORM 6500-WRITE-NEW-RECORDS
003400     PERFORM 7000-WRITE-CONTRADICTIONS
003410     PERFORM 8000-WRITE-SUMMARY-SECTIONS
003420     PERFORM 9000-TERMINATE
003430     GOBACK.
003440
003450*-----------------------------------------------------------*
003460* 1000-INITIALIZE - OPEN THE REGISTRY AND LOAD ITS RECORD
003470*                   TABLES, OPEN THE NIGHT'S COLLOUT AND THE
003480*                   LOGS, AND WRITE THE HEADING. A REGISTRY
003490*                   THAT DOES NOT EXIST YET (THE FIRST EVER
003500*                   RUN) IS CREATED EMPTY AND REOPENED, THE
003510*                   SAME WAY THE RESULTS REPOSITORY IS
003520*                   BOOTSTRAPPED.
003530*-----------------------------------------------------------*
003540 1000-INITIALIZE.
003550     PERFORM 1090-READ-RUN-ID
003555     PERFORM 1095-READ-COLLATZ-PARM
003560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003570     MOVE 0 TO WS-REC-COUNT (1) WS-REC-POS (1)
003580     MOVE 0 TO WS-REC-COUNT (2) WS-REC-POS (2)
003590     OPEN I-O RECORD-REGISTRY
003600     IF WS-REGISTRY-ABSENT THEN
003610         OPEN OUTPUT RECORD-REGISTRY
003620         CLOSE RECORD-REGISTRY
003630         OPEN I-O RECORD-REGISTRY
003640     END-IF
003650     PERFORM 1100-LOAD-REGISTRY
003660     MOVE WS-SWEPT-THRU TO WS-SWEPT-AT-START
003670     OPEN INPUT COLLATZ-DETAIL
003680     OPEN OUTPUT RECORD-REPORT
003690     OPEN EXTEND AUDIT-LOG
003700     OPEN EXTEND ERROR-LOG
003710     PERFORM 9140-WRITE-AUDIT-START
003720     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
003730     WRITE RECORD-REPORT-RECORD FROM WS-HEADING-1.
003740
003750
003760*-----------------------------------------------------------*
003770* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003780*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003790*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003800*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003810*-----------------------------------------------------------*
003820 1090-READ-RUN-ID.
003830     OPEN INPUT RUN-ID-FILE
003840     IF WS-RUN-ID-F-OK THEN
003850         READ RUN-ID-FILE
003860             AT END CONTINUE
003870         END-READ
003880         IF WS-RUN-ID-F-OK THEN
003890             MOVE RUN-ID-RECORD TO WS-RUN-ID
003900         END-IF
003910         CLOSE RUN-ID-FILE
003911     END-IF.
003912
003913*-----------------------------------------------------------*
003914* 1095-READ-COLLATZ-PARM - THE SAME OPTIONAL COLLPARM FILE
003915*                    COLLATZ-CONJECTURE READS. A "W" IN COLUMN
003916*                    TWO MEANS THE NIGHT RAN IN WIDE MODE AND
003917*                    COLLOUT CARRIES WIDE DETAIL LINES. A
003918*                    MISSING FILE MEANS NARROW LINES.
003919*-----------------------------------------------------------*
003920 1095-READ-COLLATZ-PARM.
003921     OPEN INPUT COLLATZ-PARM
003922     IF WS-COLLATZ-PARM-OK THEN
003923         READ COLLATZ-PARM
003924             AT END CONTINUE
003925         END-READ
003926         IF WS-COLLATZ-PARM-OK
003927             AND CP-NUMBER-WIDTH = "W" THEN
003928             MOVE "Y" TO WS-WIDTH-SWITCH
003929         END-IF
003930         CLOSE COLLATZ-PARM
003931     END-IF.
003932
003940*-----------------------------------------------------------*
003950* 1100-LOAD-REGISTRY - READ THE WHOLE REGISTRY IN KEY ORDER -
003960*                   THE CONTROL RECORD, THEN THE DELAY
003970*                   RECORDS, THEN THE EXCURSION RECORDS, EACH
003980*                   TABLE IN STARTING-NUMBER ORDER.
003990*-----------------------------------------------------------*
004000 1100-LOAD-REGISTRY.
004010     MOVE LOW-VALUES TO CRR-KEY
004020     START RECORD-REGISTRY KEY IS NOT LESS THAN CRR-KEY
004030         INVALID KEY
004040             MOVE "Y" TO WS-REG-EOF-SWITCH
004050     END-START
004060     IF NOT WS-NO-MORE-REGISTRY THEN
004070         PERFORM 1110-READ-NEXT-REGISTRY
004080     END-IF
004090     PERFORM 1120-LOAD-ONE-RECORD
004100         UNTIL WS-NO-MORE-REGISTRY.
004110
004120 1110-READ-NEXT-REGISTRY.
004130     READ RECORD-REGISTRY NEXT RECORD
004140         AT END
004150             MOVE "Y" TO WS-REG-EOF-SWITCH
004160     END-READ.
004170
004180 1120-LOAD-ONE-RECORD.
004190     EVALUATE TRUE
004200         WHEN CRR-IS-CONTROL
004210             MOVE CRR-SWEPT-THRU TO WS-SWEPT-THRU
004220         WHEN CRR-IS-DELAY
004230             MOVE 1 TO WS-KIND
004240             PERFORM 1130-TABLE-ONE-HOLDER
004250         WHEN CRR-IS-EXCURSION
004260             MOVE 2 TO WS-KIND
004270             PERFORM 1130-TABLE-ONE-HOLDER
004280     END-EVALUATE
004290     PERFORM 1110-READ-NEXT-REGISTRY.
004300
004310 1130-TABLE-ONE-HOLDER.
004320     IF WS-REC-COUNT (WS-KIND) < WS-REC-MAX THEN
004330         ADD 1 TO WS-REC-COUNT (WS-KIND)
004340         MOVE WS-REC-COUNT (WS-KIND) TO WS-REC-IDX
004350         MOVE CRR-NUMBER   TO WS-REC-NUMBER (WS-KIND WS-REC-IDX)
004360         MOVE CRR-STEPS    TO WS-REC-STEPS (WS-KIND WS-REC-IDX)
004370         MOVE CRR-HIGH     TO WS-REC-HIGH (WS-KIND WS-REC-IDX)
004380         MOVE CRR-SET-DATE
004390             TO WS-REC-SET-DATE (WS-KIND WS-REC-IDX)
004400         MOVE "N" TO WS-REC-NEW-FLAG (WS-KIND WS-REC-IDX)
004410     ELSE
004420         MOVE "Y" TO WS-TABLE-FULL-SWITCH
004430     END-IF.
004440
004450*-----------------------------------------------------------*
004460* 5000-UPDATE-CONTROL-RECORD - FILE HOW FAR THE SWEPT RANGE
004470*                 NOW REACHES.
004480*-----------------------------------------------------------*
004490 5000-UPDATE-CONTROL-RECORD.
004500     MOVE "C"           TO CRR-TYPE
004510     MOVE 0             TO CRR-NUMBER
004520     MOVE SPACES        TO CRR-CONTROL-DATA
004530     MOVE WS-SWEPT-THRU TO CRR-SWEPT-THRU
004540     MOVE WS-RUN-DATE   TO CRR-SET-DATE
004550     MOVE WS-RUN-ID     TO CRR-SET-RUN-ID
004560     WRITE RECORD-REGISTRY-RECORD
004570         INVALID KEY
004580             REWRITE RECORD-REGISTRY-RECORD
004590     END-WRITE.
004600
004610*-----------------------------------------------------------*
004620* 6000-WRITE-RECORD-TABLES - BOTH FULL RECORD TABLES AS THEY
004630*                 NOW STAND, RECORDS SET TONIGHT MARKED NEW.
004640*-----------------------------------------------------------*
004650 6000-WRITE-RECORD-TABLES.
004660     PERFORM 6100-WRITE-ONE-TABLE
004670         VARYING WS-KIND FROM 1 BY 1
004680         UNTIL WS-KIND > 2.
004690
004700 6100-WRITE-ONE-TABLE.
004710     WRITE RECORD-REPORT-RECORD FROM WS-RULE-LINE
004720     MOVE SPACES TO WS-SECTION-LINE
004730     IF WS-KIND = 1 THEN
004740         MOVE "DELAY RECORDS - STEP COUNT BEATS EVERY SMALLER STAR
004750-            "TING NUMBER" TO WS-SECTION-LINE
004760     ELSE
004770         MOVE "EXCURSION RECORDS - PEAK BEATS EVERY SMALLER STARTI
004780-            "NG NUMBER" TO WS-SECTION-LINE
004790     END-IF
004800     WRITE RECORD-REPORT-RECORD FROM WS-SECTION-LINE
004810     WRITE RECORD-REPORT-RECORD FROM WS-TABLE-HEADING
004820     PERFORM 6200-WRITE-ONE-HOLDER
004830         VARYING WS-REC-IDX FROM 1 BY 1
004840         UNTIL WS-REC-IDX > WS-REC-COUNT (WS-KIND).
004850
004860 6200-WRITE-ONE-HOLDER.
004870     MOVE WS-REC-IDX TO WS-TBL-RANK
004880     MOVE WS-REC-NUMBER (WS-KIND WS-REC-IDX) TO WS-TBL-NUMBER
004890     MOVE WS-REC-STEPS (WS-KIND WS-REC-IDX)  TO WS-TBL-STEPS
004900     MOVE WS-REC-HIGH (WS-KIND WS-REC-IDX)   TO WS-TBL-HIGH
004910     MOVE WS-REC-SET-DATE (WS-KIND WS-REC-IDX)
004920         TO WS-TBL-SET-DATE
004930     IF WS-REC-IS-NEW (WS-KIND WS-REC-IDX) THEN
004940         MOVE "NEW"  TO WS-TBL-NEW
004950     ELSE
004960         MOVE SPACES TO WS-TBL-NEW
004970     END-IF
004980     WRITE RECORD-REPORT-RECORD FROM WS-TABLE-DETAIL.
004990
005000*-----------------------------------------------------------*
005010* 6500-WRITE-NEW-RECORDS - THE RECORDS SET TONIGHT, WITH THE
005020*                 COLLIN RECORD EACH CAME FROM.
005030*-----------------------------------------------------------*
005040 6500-WRITE-NEW-RECORDS.
005050     WRITE RECORD-REPORT-RECORD FROM WS-RULE-LINE
005060     MOVE "RECORDS SET TONIGHT" TO WS-SECTION-LINE
005070     WRITE RECORD-REPORT-RECORD FROM WS-SECTION-LINE
005080     IF WS-NEW-LISTED = 0 THEN
005090         MOVE "  NONE" TO WS-SECTION-LINE
005100         WRITE RECORD-REPORT-RECORD FROM WS-SECTION-LINE
005110     ELSE
005120         WRITE RECORD-REPORT-RECORD FROM WS-NEW-HEADING
005130         PERFORM 6600-WRITE-ONE-NEW-RECORD
005140             VARYING WS-LIST-IDX FROM 1 BY 1
005150             UNTIL WS-LIST-IDX > WS-NEW-LISTED
005160     END-IF.
005170
005180 6600-WRITE-ONE-NEW-RECORD.
005190     MOVE WS-NEW-KIND (WS-LIST-IDX) TO WS-KIND
005200     MOVE WS-KIND-NAME (WS-KIND)    TO WS-NDT-KIND
005210     MOVE WS-NEW-NUMBER (WS-LIST-IDX) TO WS-NDT-NUMBER
005220     MOVE WS-NEW-STEPS (WS-LIST-IDX)  TO WS-NDT-STEPS
005230     MOVE WS-NEW-HIGH (WS-LIST-IDX)   TO WS-NDT-HIGH
005240     MOVE WS-NEW-RECORD-NO (WS-LIST-IDX) TO WS-NDT-RECORD-NO
005250     WRITE RECORD-REPORT-RECORD FROM WS-NEW-DETAIL.
005260
005270*-----------------------------------------------------------*
005280* 7000-WRITE-CONTRADICTIONS - EVERY RESULT FILED TO ERRORLOG
005290*                 AS A SUSPECTED CALCULATION FAULT, WITH THE
005300*                 VALUE CLAIMED AND THE VALUE IT WAS JUDGED
005310*                 AGAINST.
005320*-----------------------------------------------------------*
005330 7000-WRITE-CONTRADICTIONS.
005340     WRITE RECORD-REPORT-RECORD FROM WS-RULE-LINE
005350     MOVE "CONTRADICTIONS - SUSPECTED CALCULATION FAULTS"
005360         TO WS-SECTION-LINE
005370     WRITE RECORD-REPORT-RECORD FROM WS-SECTION-LINE
005380     IF WS-BAD-LISTED = 0 THEN
005390         MOVE "  NONE" TO WS-SECTION-LINE
005400         WRITE RECORD-REPORT-RECORD FROM WS-SECTION-LINE
005410     ELSE
005420         PERFORM 7100-WRITE-ONE-CONTRADICTION
005430             VARYING WS-LIST-IDX FROM 1 BY 1
005440             UNTIL WS-LIST-IDX > WS-BAD-LISTED
005450     END-IF
005460     IF WS-FAULT-COUNT > WS-BAD-LISTED THEN
005470         MOVE "  MORE NOT LISTED - SEE ERRORLOG"
005480             TO WS-SECTION-LINE
005490         WRITE RECORD-REPORT-RECORD FROM WS-SECTION-LINE
005500     END-IF.
005510
005520 7100-WRITE-ONE-CONTRADICTION.
005530     MOVE WS-BAD-NUMBER (WS-LIST-IDX)    TO WS-BD1-NUMBER
005540     MOVE WS-BAD-MESSAGE (WS-LIST-IDX)   TO WS-BD1-MESSAGE
005550     MOVE WS-BAD-RECORD-NO (WS-LIST-IDX) TO WS-BD1-RECORD-NO
005560     WRITE RECORD-REPORT-RECORD FROM WS-BAD-DETAIL-1
005570     MOVE WS-BAD-CLAIMED (WS-LIST-IDX)   TO WS-BD2-CLAIMED
005580     MOVE WS-BAD-HELD (WS-LIST-IDX)      TO WS-BD2-HELD
005590     WRITE RECORD-REPORT-RECORD FROM WS-BAD-DETAIL-2.
005600
005610*-----------------------------------------------------------*
005620* 8000-WRITE-SUMMARY-SECTIONS - CONTROL TOTALS.
005630*-----------------------------------------------------------*
005640 8000-WRITE-SUMMARY-SECTIONS.
005650     WRITE RECORD-REPORT-RECORD FROM WS-RULE-LINE
005660     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005670     MOVE "COLLOUT LINES READ"     TO WS-SUM-LABEL
005680     MOVE WS-LINE-COUNT            TO WS-SUM-VALUE
005690     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005700     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005710     MOVE "REJECTED LINES PASSED OVER" TO WS-SUM-LABEL
005720     MOVE WS-REJECTED-COUNT        TO WS-SUM-VALUE
005730     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005740     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005750     MOVE "REPEATED STARTING NUMBERS" TO WS-SUM-LABEL
005760     MOVE WS-DUPLICATE-COUNT       TO WS-SUM-VALUE
005770     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005780     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005790     MOVE "CHECKED INSIDE SWEPT RANGE" TO WS-SUM-LABEL
005800     MOVE WS-CHECKED-COUNT         TO WS-SUM-VALUE
005810     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005820     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005830     MOVE "EXTENDING SWEPT RANGE"  TO WS-SUM-LABEL
005840     MOVE WS-EXTENDED-COUNT        TO WS-SUM-VALUE
005850     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005860     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005870     MOVE "BEYOND A GAP - NOT JUDGED" TO WS-SUM-LABEL
005880     MOVE WS-BEYOND-COUNT          TO WS-SUM-VALUE
005890     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005900     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005910     MOVE "NEW DELAY RECORDS"      TO WS-SUM-LABEL
005920     MOVE WS-NEW-DELAY-COUNT       TO WS-SUM-VALUE
005930     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005940     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005950     MOVE "NEW EXCURSION RECORDS"  TO WS-SUM-LABEL
005960     MOVE WS-NEW-EXC-COUNT         TO WS-SUM-VALUE
005970     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005980     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005990     MOVE "SUSPECTED CALCULATION FAULTS" TO WS-SUM-LABEL
006000     MOVE WS-FAULT-COUNT           TO WS-SUM-VALUE
006010     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006020     MOVE SPACES                   TO WS-SUMMARY-NUMBER
006030     MOVE "SWEPT RANGE AT START 1 THROUGH" TO WS-SNM-LABEL
006040     MOVE WS-SWEPT-AT-START        TO WS-SNM-VALUE
006050     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-NUMBER
006060     MOVE SPACES                   TO WS-SUMMARY-NUMBER
006070     MOVE "SWEPT RANGE NOW 1 THROUGH" TO WS-SNM-LABEL
006080     MOVE WS-SWEPT-THRU            TO WS-SNM-VALUE
006090     WRITE RECORD-REPORT-RECORD FROM WS-SUMMARY-NUMBER
006100     IF WS-A-TABLE-FILLED THEN
006110         MOVE "RECORD TABLE FULL - REPORT INCOMPLETE"
006120             TO WS-SECTION-LINE
006130         WRITE RECORD-REPORT-RECORD FROM WS-SECTION-LINE
006140     END-IF.
006150
006160*-----------------------------------------------------------*
006170* 9000-TERMINATE - CLOSE FILES. A SUSPECTED CALCULATION FAULT
006180*                  ENDS THE STEP RC=4 FOR THE MATH GROUP TO
006190*                  REVIEW; A RECORD TABLE TOO SMALL FOR THE
006200*                  REGISTRY ENDS IT RC=8.
006210*-----------------------------------------------------------*
006220 9000-TERMINATE.
006230     PERFORM 9150-WRITE-AUDIT-LOG
006240     CLOSE COLLATZ-DETAIL
006250     CLOSE RECORD-REGISTRY
006260     CLOSE RECORD-REPORT
006270     CLOSE AUDIT-LOG
006280     CLOSE ERROR-LOG
006290     EVALUATE TRUE
006300         WHEN WS-A-TABLE-FILLED
006310             MOVE 8 TO RETURN-CODE
006320         WHEN WS-FAULT-COUNT > 0
006330             MOVE 4 TO RETURN-CODE
006340         WHEN OTHER
006350             MOVE 0 TO RETURN-CODE
006360     END-EVALUATE.
006370
006380*-----------------------------------------------------------*
006390* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
006400*                        INITIALIZATION SO THE BATCH-WINDOW
006410*                        REPORT CAN PAIR THIS STEP'S START
006420*                        WITH ITS END.
006430*-----------------------------------------------------------*
006440 9140-WRITE-AUDIT-START.
006450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006460     ACCEPT WS-RUN-TIME FROM TIME
006470     MOVE "COLLREC"         TO AUD-PROGRAM-NAME
006480     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
006490     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
006500     MOVE WS-RUN-ID         TO AUD-RUN-ID
006510     MOVE 0                 TO AUD-INPUT-COUNT
006520     MOVE 0                 TO AUD-OUTPUT-COUNT
006530     MOVE "S"               TO AUD-RECORD-TYPE
006540     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
006550
006560*-----------------------------------------------------------*
006570* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
006580*                        AUDITLOG FILE SHARED BY THE WHOLE
006590*                        NIGHTLY SUITE.
006600*-----------------------------------------------------------*
006610 9150-WRITE-AUDIT-LOG.
006620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006630     ACCEPT WS-RUN-TIME FROM TIME
006640     MOVE "COLLREC"         TO AUD-PROGRAM-NAME
006650     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
006660     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
006670     MOVE WS-RUN-ID         TO AUD-RUN-ID
006680     MOVE WS-LINE-COUNT     TO AUD-INPUT-COUNT
006690     MOVE WS-WRITTEN-COUNT  TO AUD-OUTPUT-COUNT
006700     MOVE "E"               TO AUD-RECORD-TYPE
006710     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
006720
006730*-----------------------------------------------------------*
006740* 2000-GATHER-RESULTS - SORT INPUT PROCEDURE. RELEASES ONE
006750*                 RESULT PER COLLOUT DETAIL LINE. A LINE
006760*                 CARRYING AN ERROR MESSAGE HAS NO STEP COUNT
006770*                 OR PEAK WORTH JUDGING AND IS PASSED OVER.
006780*-----------------------------------------------------------*
006790 2000-GATHER-RESULTS SECTION.
006800 2010-GATHER-MAINLINE.
006810     PERFORM 2100-READ-ONE-LINE
006820     PERFORM 2200-RELEASE-ONE-LINE
006830         UNTIL WS-NO-MORE-LINES
006840     GO TO 2990-GATHER-EXIT.
006850
006860 2100-READ-ONE-LINE.
006863     IF WS-WIDE-MODE THEN
006866         READ COLLATZ-DETAIL INTO WS-WIDE-DETAIL-LINE
006869             AT END
006872                 MOVE "Y" TO WS-EOF-SWITCH
006875         END-READ
006878         MOVE WS-WDET-MESSAGE TO WS-LINE-MESSAGE
006881     ELSE
006884         READ COLLATZ-DETAIL INTO WS-DETAIL-LINE
006887             AT END
006890                 MOVE "Y" TO WS-EOF-SWITCH
006893         END-READ
006896         MOVE WS-DET-MESSAGE TO WS-LINE-MESSAGE
006899     END-IF.
006910
006920*-----------------------------------------------------------*
006930* 2200-RELEASE-ONE-LINE - PARSE THE EDITED FIELDS BACK INTO
006940*                 NUMBERS, AS COLLSTAT DOES, AND RELEASE THEM.
006950*-----------------------------------------------------------*
006960 2200-RELEASE-ONE-LINE.
006970     ADD 1 TO WS-LINE-COUNT
006980     IF WS-LINE-MESSAGE = SPACES THEN
006990         ADD 1 TO WS-RESULT-COUNT
007000         IF WS-WIDE-MODE THEN
007010             PERFORM 2300-PARSE-WIDE-LINE
007020         ELSE
007030             PERFORM 2250-PARSE-NARROW-LINE
007040         END-IF
007110         RELEASE SORT-RECORD
007120     ELSE
007130         ADD 1 TO WS-REJECTED-COUNT
007140     END-IF
007150     PERFORM 2100-READ-ONE-LINE.
007151
007152 2250-PARSE-NARROW-LINE.
007153     COMPUTE SR-RECORD-NO =
007154         FUNCTION NUMVAL (WS-DET-RECORD-NO)
007155     MOVE WS-DET-NUMBER TO WS-EDIT-WORK
007156     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
007157     COMPUTE SR-NUMBER = FUNCTION NUMVAL (WS-EDIT-WORK)
007158     MOVE WS-DET-STEPS TO WS-EDIT-WORK
007159     COMPUTE SR-STEPS =
007160         FUNCTION NUMVAL (WS-EDIT-WORK (1:4))
007161     MOVE WS-DET-HIGH TO WS-EDIT-WORK
007162     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
007163     COMPUTE SR-HIGH = FUNCTION NUMVAL (WS-EDIT-WORK).
007164
007165 2300-PARSE-WIDE-LINE.
007166     COMPUTE SR-RECORD-NO =
007167         FUNCTION NUMVAL (WS-WDET-RECORD-NO)
007168     MOVE WS-WDET-NUMBER TO WS-EDIT-WORK
007169     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
007170     COMPUTE SR-NUMBER = FUNCTION NUMVAL (WS-EDIT-WORK)
007171     MOVE WS-WDET-STEPS TO WS-EDIT-WORK
007172     COMPUTE SR-STEPS =
007173         FUNCTION NUMVAL (WS-EDIT-WORK (1:4))
007174     MOVE WS-WDET-HIGH TO WS-EDIT-WORK
007175     INSPECT WS-EDIT-WORK REPLACING ALL "," BY " "
007176     COMPUTE SR-HIGH = FUNCTION NUMVAL (WS-EDIT-WORK).
007177
007178 2990-GATHER-EXIT.
007180     EXIT.
007190
007200*-----------------------------------------------------------*
007210* 4000-JUDGE-RESULTS - SORT OUTPUT PROCEDURE. TAKES THE
007220*                 RESULTS BACK IN STARTING-NUMBER ORDER.
007230*                 A STARTING NUMBER RUN TWICE IN ONE NIGHT IS
007240*                 JUDGED ONCE; THE REPEAT MUST AGREE WITH IT.
007250*-----------------------------------------------------------*
007260 4000-JUDGE-RESULTS SECTION.
007270 4010-JUDGE-MAINLINE.
007280     PERFORM 4100-RETURN-ONE-RESULT
007290         UNTIL WS-NO-MORE-RESULTS
007300     GO TO 4990-JUDGE-EXIT.
007310
007320 4100-RETURN-ONE-RESULT.
007330     RETURN SORT-FILE
007340         AT END
007350             MOVE "Y" TO WS-SORT-EOF-SWITCH
007360         NOT AT END
007370             PERFORM 4150-TAKE-ONE-RESULT
007380     END-RETURN.
007390
007400 4150-TAKE-ONE-RESULT.
007410     MOVE SR-NUMBER    TO WS-CLAIM-NUMBER
007420     MOVE SR-STEPS     TO WS-CLAIM-STEPS
007430     MOVE SR-HIGH      TO WS-CLAIM-HIGH
007440     MOVE SR-RECORD-NO TO WS-CLAIM-RECORD-NO
007450     IF NOT WS-NO-CLAIM-YET
007460         AND WS-CLAIM-NUMBER = WS-PREV-NUMBER THEN
007470         PERFORM 4200-CHECK-REPEAT-RESULT
007480     ELSE
007490         MOVE "N"             TO WS-FIRST-CLAIM-SWITCH
007500         MOVE WS-CLAIM-NUMBER TO WS-PREV-NUMBER
007510         MOVE WS-CLAIM-STEPS  TO WS-PREV-STEPS
007520         MOVE WS-CLAIM-HIGH   TO WS-PREV-HIGH
007530         PERFORM 4300-JUDGE-ONE-RESULT
007540     END-IF.
007550
007560*-----------------------------------------------------------*
007570* 4200-CHECK-REPEAT-RESULT - THE SAME STARTING NUMBER CAN
007580*                 ONLY HAVE ONE TRAJECTORY.
007590*-----------------------------------------------------------*
007600 4200-CHECK-REPEAT-RESULT.
007610     ADD 1 TO WS-DUPLICATE-COUNT
007620     IF WS-CLAIM-STEPS NOT = WS-PREV-STEPS THEN
007630         MOVE WS-CLAIM-STEPS TO WS-CLAIM-VALUE
007640         MOVE WS-PREV-STEPS  TO WS-HOLDER-VALUE
007650         MOVE "REPEATED START GAVE DIFFERENT STEPS"
007660             TO WS-FAULT-MESSAGE
007670         MOVE "REPEAT"       TO WS-FAULT-KIND
007680         PERFORM 4700-LOG-CONTRADICTION
007690     END-IF
007700     IF WS-CLAIM-HIGH NOT = WS-PREV-HIGH THEN
007710         MOVE WS-CLAIM-HIGH TO WS-CLAIM-VALUE
007720         MOVE WS-PREV-HIGH  TO WS-HOLDER-VALUE
007730         MOVE "REPEATED START GAVE DIFFERENT PEAK"
007740             TO WS-FAULT-MESSAGE
007750         MOVE "REPEAT"      TO WS-FAULT-KIND
007760         PERFORM 4700-LOG-CONTRADICTION
007770     END-IF.
007780
007790*-----------------------------------------------------------*
007800* 4300-JUDGE-ONE-RESULT - A STARTING NUMBER INSIDE THE SWEPT
007810*                 RANGE IS CHECKED AGAINST THE RECORDS HELD;
007820*                 THE NEXT NUMBER PAST IT EXTENDS THE RANGE
007830*                 AND MAY SET A RECORD; ANYTHING FURTHER OUT
007840*                 LEAVES A GAP AND CANNOT BE JUDGED, SINCE
007850*                 AN UNRUN SMALLER NUMBER COULD BEAT IT.
007860*-----------------------------------------------------------*
007870 4300-JUDGE-ONE-RESULT.
007880     MOVE 1 TO WS-KIND
007890     PERFORM 4400-ADVANCE-TABLE-POSITION
007900     MOVE 2 TO WS-KIND
007910     PERFORM 4400-ADVANCE-TABLE-POSITION
007920     EVALUATE TRUE
007930         WHEN WS-CLAIM-NUMBER NOT > WS-SWEPT-THRU
007940             ADD 1 TO WS-CHECKED-COUNT
007950             PERFORM 4500-CHECK-AGAINST-REGISTRY
007960                 VARYING WS-KIND FROM 1 BY 1
007970                 UNTIL WS-KIND > 2
007980         WHEN WS-CLAIM-NUMBER = WS-SWEPT-THRU + 1
007990             ADD 1 TO WS-EXTENDED-COUNT
008000             MOVE WS-CLAIM-NUMBER TO WS-SWEPT-THRU
008010             PERFORM 4600-TRY-FOR-RECORD
008020                 VARYING WS-KIND FROM 1 BY 1
008030                 UNTIL WS-KIND > 2
008040         WHEN OTHER
008050             ADD 1 TO WS-BEYOND-COUNT
008060     END-EVALUATE.
008070
008080*-----------------------------------------------------------*
008090* 4400-ADVANCE-TABLE-POSITION - MOVE WS-REC-POS ON TO THE
008100*                 LAST HOLDER AT OR BELOW THE CLAIM.
008110*-----------------------------------------------------------*
008120 4400-ADVANCE-TABLE-POSITION.
008130     MOVE "N" TO WS-ADVANCE-SWITCH
008140     PERFORM 4410-ADVANCE-ONE-HOLDER
008150         UNTIL WS-ADVANCE-DONE.
008160
008170 4410-ADVANCE-ONE-HOLDER.
008180     IF WS-REC-POS (WS-KIND) NOT < WS-REC-COUNT (WS-KIND) THEN
008190         MOVE "Y" TO WS-ADVANCE-SWITCH
008200     ELSE
008210         COMPUTE WS-NEXT-POS = WS-REC-POS (WS-KIND) + 1
008220         IF WS-REC-NUMBER (WS-KIND WS-NEXT-POS)
008230             > WS-CLAIM-NUMBER THEN
008240             MOVE "Y" TO WS-ADVANCE-SWITCH
008250         ELSE
008260             MOVE WS-NEXT-POS TO WS-REC-POS (WS-KIND)
008270         END-IF
008280     END-IF.
008290
008300*-----------------------------------------------------------*
008310* 4450-PICK-VALUES - THE CLAIMED VALUE AND THE VALUE OF THE
008320*                 HOLDER AT WS-REC-POS FOR THE RECORD KIND IN
008330*                 HAND - STEPS FOR A DELAY RECORD, PEAK FOR
008340*                 AN EXCURSION RECORD. NO HOLDER YET HOLDS
008350*                 ZERO.
008360*-----------------------------------------------------------*
008370 4450-PICK-VALUES.
008380     MOVE 0 TO WS-HOLDER-VALUE
008390     MOVE WS-REC-POS (WS-KIND) TO WS-REC-IDX
008400     IF WS-KIND = 1 THEN
008410         MOVE WS-CLAIM-STEPS TO WS-CLAIM-VALUE
008420         IF WS-REC-IDX > 0 THEN
008430             MOVE WS-REC-STEPS (WS-KIND WS-REC-IDX)
008440                 TO WS-HOLDER-VALUE
008450         END-IF
008460     ELSE
008470         MOVE WS-CLAIM-HIGH TO WS-CLAIM-VALUE
008480         IF WS-REC-IDX > 0 THEN
008490             MOVE WS-REC-HIGH (WS-KIND WS-REC-IDX)
008500                 TO WS-HOLDER-VALUE
008510         END-IF
008520     END-IF.
008530
008540*-----------------------------------------------------------*
008550* 4500-CHECK-AGAINST-REGISTRY - INSIDE THE SWEPT RANGE A
008560*                 RECORD HOLDER MUST REPEAT ITS REGISTERED
008570*                 VALUE EXACTLY, AND ANY OTHER NUMBER MUST
008580*                 NOT BEAT THE HOLDER BELOW IT - EITHER WAY
008590*                 TONIGHT'S ARITHMETIC OR THE REGISTRY IS
008600*                 WRONG.
008610*-----------------------------------------------------------*
008620 4500-CHECK-AGAINST-REGISTRY.
008630     PERFORM 4450-PICK-VALUES
008640     MOVE WS-KIND-NAME (WS-KIND) TO WS-FAULT-KIND
008650     IF WS-REC-IDX > 0
008660         AND WS-REC-NUMBER (WS-KIND WS-REC-IDX)
008670             = WS-CLAIM-NUMBER THEN
008680         IF WS-CLAIM-VALUE NOT = WS-HOLDER-VALUE THEN
008690             IF WS-KIND = 1 THEN
008700                 MOVE "STEPS DIFFER FROM REGISTERED RECORD"
008710                     TO WS-FAULT-MESSAGE
008720             ELSE
008730                 MOVE "PEAK DIFFERS FROM REGISTERED RECORD"
008740                     TO WS-FAULT-MESSAGE
008750             END-IF
008760             PERFORM 4700-LOG-CONTRADICTION
008770         END-IF
008780     ELSE
008790         IF WS-CLAIM-VALUE > WS-HOLDER-VALUE THEN
008800             IF WS-KIND = 1 THEN
008810                 MOVE "STEPS BEAT DELAY RECORD BELOW IT"
008820                     TO WS-FAULT-MESSAGE
008830             ELSE
008840                 MOVE "PEAK BEATS EXCURSION RECORD BELOW IT"
008850                     TO WS-FAULT-MESSAGE
008860             END-IF
008870             PERFORM 4700-LOG-CONTRADICTION
008880         END-IF
008890     END-IF.
008900
008910*-----------------------------------------------------------*
008920* 4600-TRY-FOR-RECORD - THE NUMBER EXTENDING THE SWEPT RANGE
008930*                 IS LARGER THAN EVERY HOLDER, SO IT SETS A
008940*                 RECORD WHEN IT STRICTLY BEATS THE LAST
008950*                 ONE. IT IS FILED AT ONCE; A RESTARTED NIGHT
008960*                 REFILES OVER ITS OWN RECORD.
008970*-----------------------------------------------------------*
008980 4600-TRY-FOR-RECORD.
008990     PERFORM 4450-PICK-VALUES
009000     IF WS-CLAIM-VALUE > WS-HOLDER-VALUE
009010         OR WS-REC-IDX = 0 THEN
009020         IF WS-REC-COUNT (WS-KIND) < WS-REC-MAX THEN
009030             PERFORM 4650-TABLE-NEW-RECORD
009040         ELSE
009050             MOVE "Y" TO WS-TABLE-FULL-SWITCH
009060         END-IF
009070         PERFORM 4660-FILE-NEW-RECORD
009080         PERFORM 4670-LIST-NEW-RECORD
009090     END-IF.
009100
009110 4650-TABLE-NEW-RECORD.
009120     ADD 1 TO WS-REC-COUNT (WS-KIND)
009130     MOVE WS-REC-COUNT (WS-KIND) TO WS-REC-IDX
009140     MOVE WS-REC-IDX TO WS-REC-POS (WS-KIND)
009150     MOVE WS-CLAIM-NUMBER TO WS-REC-NUMBER (WS-KIND WS-REC-IDX)
009160     MOVE WS-CLAIM-STEPS  TO WS-REC-STEPS (WS-KIND WS-REC-IDX)
009170     MOVE WS-CLAIM-HIGH   TO WS-REC-HIGH (WS-KIND WS-REC-IDX)
009180     MOVE WS-RUN-DATE
009190         TO WS-REC-SET-DATE (WS-KIND WS-REC-IDX)
009200     MOVE "Y" TO WS-REC-NEW-FLAG (WS-KIND WS-REC-IDX).
009210
009220 4660-FILE-NEW-RECORD.
009230     MOVE WS-KIND-TYPE (WS-KIND) TO CRR-TYPE
009240     MOVE WS-CLAIM-NUMBER        TO CRR-NUMBER
009250     MOVE WS-CLAIM-STEPS         TO CRR-STEPS
009260     MOVE WS-CLAIM-HIGH          TO CRR-HIGH
009270     MOVE WS-RUN-DATE            TO CRR-SET-DATE
009280     MOVE WS-RUN-ID              TO CRR-SET-RUN-ID
009290     WRITE RECORD-REGISTRY-RECORD
009300         INVALID KEY
009310             REWRITE RECORD-REGISTRY-RECORD
009320     END-WRITE
009330     ADD 1 TO WS-WRITTEN-COUNT
009340     IF WS-KIND = 1 THEN
009350         ADD 1 TO WS-NEW-DELAY-COUNT
009360     ELSE
009370         ADD 1 TO WS-NEW-EXC-COUNT
009380     END-IF.
009390
009400 4670-LIST-NEW-RECORD.
009410     IF WS-NEW-LISTED < WS-LIST-MAX THEN
009420         ADD 1 TO WS-NEW-LISTED
009430         MOVE WS-KIND         TO WS-NEW-KIND (WS-NEW-LISTED)
009440         MOVE WS-CLAIM-NUMBER TO WS-NEW-NUMBER (WS-NEW-LISTED)
009450         MOVE WS-CLAIM-STEPS  TO WS-NEW-STEPS (WS-NEW-LISTED)
009460         MOVE WS-CLAIM-HIGH   TO WS-NEW-HIGH (WS-NEW-LISTED)
009470         MOVE WS-CLAIM-RECORD-NO
009480             TO WS-NEW-RECORD-NO (WS-NEW-LISTED)
009490     END-IF.
009500
009510*-----------------------------------------------------------*
009520* 4700-LOG-CONTRADICTION - A RESULT THE REGISTRY SAYS CANNOT
009530*                 BE RIGHT IS FILED TO ERRORLOG AS A SUSPECTED
009540*                 CALCULATION FAULT AND HELD FOR THE REPORT.
009550*-----------------------------------------------------------*
009560 4700-LOG-CONTRADICTION.
009570     ADD 1 TO WS-FAULT-COUNT
009580     ACCEPT WS-RUN-TIME FROM TIME
009590     MOVE "COLLREC"           TO ERR-PROGRAM-NAME
009600     MOVE WS-RUN-DATE         TO ERR-RUN-DATE
009610     MOVE WS-RUN-TIME         TO ERR-RUN-TIME
009620     MOVE WS-RUN-ID           TO ERR-RUN-ID
009630     MOVE WS-CLAIM-NUMBER     TO WS-ERR-NUMBER
009640     MOVE WS-ERR-NUMBER       TO ERR-RECORD-ID
009650     MOVE "SUSPECTED CALCULATION FAULT - " TO ERR-MESSAGE
009660     MOVE WS-FAULT-KIND       TO ERR-MESSAGE (31:9)
009670     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL
009680     IF WS-BAD-LISTED < WS-LIST-MAX THEN
009690         ADD 1 TO WS-BAD-LISTED
009700         MOVE WS-CLAIM-NUMBER  TO WS-BAD-NUMBER (WS-BAD-LISTED)
009710         MOVE WS-CLAIM-VALUE   TO WS-BAD-CLAIMED (WS-BAD-LISTED)
009720         MOVE WS-HOLDER-VALUE  TO WS-BAD-HELD (WS-BAD-LISTED)
009730         MOVE WS-FAULT-MESSAGE TO WS-BAD-MESSAGE (WS-BAD-LISTED)
009740         MOVE WS-CLAIM-RECORD-NO
009750             TO WS-BAD-RECORD-NO (WS-BAD-LISTED)
009760     END-IF.
009770
009780 4990-JUDGE-EXIT.
009790     EXIT.
