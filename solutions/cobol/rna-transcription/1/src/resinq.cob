000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    RESINQ.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. ANSWERS A LAB'S "WHAT DID YOU
000150*                  SEND US" FROM THE RESREPO RESULTS
000160*                  REPOSITORY RESLOAD FILES EVERY NIGHT. EACH
000170*                  RESREQ REQUEST IS EITHER AN S (ONE
000180*                  SEQUENCE ID - ITS FULL RESULT HISTORY, RUN
000190*                  BY RUN, OPTIONALLY LIMITED TO A DATE
000200*                  RANGE) OR AN L (ONE LAB ACROSS A DATE
000210*                  RANGE - EVERY RESULT FILED FOR THAT LAB).
000220*                  EVERY STRAND, PROTEIN, AND ORF IS PRINTED
000230*                  IN FULL WITH ITS RUN ID AND RUN DATE. A
000240*                  MALFORMED REQUEST IS PRINTED AS IGNORED
000250*                  AND THE REST STILL RUN.
000260*-----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RESULTS-REPO ASSIGN TO "RESREPO"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RR-KEY
000340         FILE STATUS IS WS-REPO-STATUS.
000350     SELECT INQUIRY-REQUEST ASSIGN TO "RESREQ"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-REQUEST-STATUS.
000380     SELECT INQUIRY-REPORT ASSIGN TO "RESIRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-INQ-RPT-STATUS.
000410     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RUN-ID-F-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490* ONE REPOSITORY RECORD PER NIGHTLY RESULT RECORD, LAID OUT
000500* AS RESLOAD FILES IT, WITH A VIEW OF RR-DATA FOR EACH KIND
000510* OF RESULT.
000520 FD  RESULTS-REPO
000530     RECORD CONTAINS 10109 CHARACTERS.
000540 01  RESULTS-REPO-RECORD.
000550     05 RR-KEY.
000560         10 RR-SEQ-ID        PIC X(20).
000570         10 RR-RUN-ID        PIC X(15).
000580         10 RR-KIND          PIC 9(01).
000590             88 RR-IS-STRAND           VALUE 1.
000600             88 RR-IS-PROTEIN          VALUE 2.
000610             88 RR-IS-ORF              VALUE 3.
000620         10 RR-REC-NO        PIC 9(07).
000630     05 RR-RUN-DATE          PIC 9(08).
000640     05 RR-LAB-ID            PIC X(20).
000650     05 RR-DATA-LEN          PIC 9(05).
000660     05 RR-DATA              PIC X(10033).
000670     05 RR-RNA-VIEW REDEFINES RR-DATA.
000680         10 FILLER           PIC X(20).
000690         10 RR-RNA-SEQ-LEN   PIC 9(05).
000700         10 RR-RNA-ORIENT    PIC X(01).
000710         10 RR-RNA-SEQ-NO    PIC 9(07).
000720         10 RR-RNA-SEQUENCE  PIC X(10000).
000730     05 RR-PROT-VIEW REDEFINES RR-DATA.
000740         10 FILLER           PIC X(20).
000750         10 RR-PROT-AA-COUNT PIC 9(05).
000760         10 RR-PROT-AMINO-ACIDS
000770                             PIC X(3333).
000780         10 FILLER           PIC X(6675).
000790     05 RR-ORF-VIEW REDEFINES RR-DATA.
000800         10 FILLER           PIC X(20).
000810         10 RR-ORF-FRAME     PIC 9(01).
000820         10 RR-ORF-START     PIC 9(05).
000830         10 RR-ORF-END       PIC 9(05).
000840         10 RR-ORF-AA-COUNT  PIC 9(05).
000850         10 RR-ORF-AMINO-ACIDS
000860                             PIC X(3333).
000870         10 FILLER           PIC X(6664).
000880
000890 FD  INQUIRY-REQUEST
000900     RECORD CONTAINS 37 CHARACTERS.
000910 01  INQUIRY-REQUEST-RECORD.
000920     05 RQ-TYPE              PIC X(01).
000930         88 RQ-BY-SEQUENCE             VALUE "S".
000940         88 RQ-BY-LAB                  VALUE "L".
000950     05 RQ-ID                PIC X(20).
000960     05 RQ-FROM-DATE         PIC 9(08).
000970     05 RQ-TO-DATE           PIC 9(08).
000980
000990 FD  INQUIRY-REPORT
001000     RECORD CONTAINS 132 CHARACTERS.
001010 01  INQUIRY-REPORT-RECORD   PIC X(132).
001020
001030 FD  AUDIT-LOG
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  AUDIT-LOG-RECORD        PIC X(80).
001060
001070
001080 FD  RUN-ID-FILE
001090     RECORD CONTAINS 15 CHARACTERS.
001100 01  RUN-ID-RECORD           PIC X(15).
001110 WORKING-STORAGE SECTION.
001120 01  WS-RUN-ID-F-STATUS     PIC X(02).
001130     88 WS-RUN-ID-F-OK                VALUE "00".
001140 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001150 01  WS-REPO-STATUS         PIC X(02).
001160     88 WS-REPO-OK                    VALUE "00".
001170 01  WS-REQUEST-STATUS      PIC X(02).
001180     88 WS-REQUEST-OK                 VALUE "00".
001190 01  WS-INQ-RPT-STATUS      PIC X(02).
001200     88 WS-INQ-RPT-OK                 VALUE "00".
001210 01  WS-AUDIT-STATUS        PIC X(02).
001220     88 WS-AUDIT-OK                   VALUE "00".
001230
001240 01  WS-REQUEST-EOF-SWITCH  PIC X(01) VALUE "N".
001250     88 WS-NO-MORE-REQUESTS           VALUE "Y".
001260 01  WS-REPO-EOF-SWITCH     PIC X(01).
001270     88 WS-NO-MORE-REPO               VALUE "Y".
001280 01  WS-REPO-OPEN-SW        PIC X(01) VALUE "N".
001290     88 WS-REPO-IS-OPEN               VALUE "Y".
001300 01  WS-REQUEST-VALID-SW    PIC X(01).
001310     88 WS-REQUEST-VALID              VALUE "Y".
001320
001330* THE DATE RANGE IN FORCE FOR THE CURRENT REQUEST. A
001340* SEQUENCE REQUEST WITH NO DATES RUNS OVER ALL DATES.
001350 01  WS-FROM-DATE           PIC 9(08).
001360 01  WS-TO-DATE             PIC 9(08).
001370
001380* ONE RESULT'S SEQUENCE, PRINTED 100 CHARACTERS A LINE.
001390 01  WS-SEQ-WORK            PIC X(10000).
001400 01  WS-SEQ-LEN             PIC 9(05).
001410 01  WS-CHUNK-POS           PIC 9(05) COMP.
001420
001430 01  WS-REQUEST-COUNT       PIC 9(07) COMP VALUE 0.
001440 01  WS-IGNORED-COUNT       PIC 9(07) COMP VALUE 0.
001450 01  WS-FOUND-COUNT         PIC 9(07) COMP VALUE 0.
001460 01  WS-REPORTED-COUNT      PIC 9(07) COMP VALUE 0.
001470
001480 01  WS-HEADING-1.
001490     05 FILLER              PIC X(30) VALUE
001500         "RESULTS REPOSITORY INQUIRY".
001510 01  WS-RULE-LINE           PIC X(132) VALUE ALL "-".
001520 01  WS-SEQ-REQUEST-LINE.
001530     05 FILLER              PIC X(13) VALUE "SEQUENCE ID: ".
001540     05 WS-SRL-SEQ-ID       PIC X(20).
001550     05 WS-SRL-RANGE.
001560         10 FILLER          PIC X(08) VALUE "  FROM ".
001570         10 WS-SRL-FROM     PIC 9(08).
001580         10 FILLER          PIC X(04) VALUE " TO ".
001590         10 WS-SRL-TO       PIC 9(08).
001600 01  WS-LAB-REQUEST-LINE.
001610     05 FILLER              PIC X(05) VALUE "LAB: ".
001620     05 WS-LRL-LAB-ID       PIC X(20).
001630     05 FILLER              PIC X(08) VALUE "  FROM ".
001640     05 WS-LRL-FROM         PIC 9(08).
001650     05 FILLER              PIC X(04) VALUE " TO ".
001660     05 WS-LRL-TO           PIC 9(08).
001670 01  WS-IGNORED-LINE.
001680     05 FILLER              PIC X(18) VALUE
001690         "REQUEST IGNORED - ".
001700     05 WS-IGL-REQUEST      PIC X(37).
001710     05 FILLER              PIC X(03) VALUE " - ".
001720     05 WS-IGL-REASON       PIC X(40).
001730 01  WS-HEADING-2.
001740     05 FILLER              PIC X(09) VALUE "RUN DATE".
001750     05 FILLER              PIC X(16) VALUE "RUN ID".
001760     05 FILLER              PIC X(21) VALUE "SEQUENCE ID".
001770     05 FILLER              PIC X(21) VALUE "LAB".
001780     05 FILLER              PIC X(08) VALUE "RESULT".
001790     05 FILLER              PIC X(06) VALUE "DETAIL".
001800
001810 01  WS-DETAIL-LINE.
001820     05 WS-DTL-RUN-DATE     PIC 9(08).
001830     05 FILLER              PIC X(01) VALUE SPACE.
001840     05 WS-DTL-RUN-ID       PIC X(15).
001850     05 FILLER              PIC X(01) VALUE SPACE.
001860     05 WS-DTL-SEQ-ID       PIC X(20).
001870     05 FILLER              PIC X(01) VALUE SPACE.
001880     05 WS-DTL-LAB-ID       PIC X(20).
001890     05 FILLER              PIC X(01) VALUE SPACE.
001900     05 WS-DTL-KIND         PIC X(07).
001910     05 FILLER              PIC X(01) VALUE SPACE.
001920     05 WS-DTL-DETAIL       PIC X(50).
001930 01  WS-RNA-DETAIL.
001940     05 FILLER              PIC X(07) VALUE "LENGTH ".
001950     05 WS-RND-LEN          PIC ZZZZ9.
001960     05 FILLER              PIC X(09) VALUE "  ORIENT ".
001970     05 WS-RND-ORIENT       PIC X(01).
001980 01  WS-PROT-DETAIL.
001990     05 FILLER              PIC X(12) VALUE "AMINO ACIDS ".
002000     05 WS-PRD-COUNT        PIC ZZZZ9.
002010 01  WS-ORF-DETAIL.
002020     05 FILLER              PIC X(06) VALUE "FRAME ".
002030     05 WS-ORD-FRAME        PIC 9(01).
002040     05 FILLER              PIC X(08) VALUE "  BASES ".
002050     05 WS-ORD-START        PIC ZZZZ9.
002060     05 FILLER              PIC X(01) VALUE "-".
002070     05 WS-ORD-END          PIC ZZZZ9.
002080     05 FILLER              PIC X(14) VALUE
002090         "  AMINO ACIDS ".
002100     05 WS-ORD-COUNT        PIC ZZZZ9.
002110 01  WS-SEQUENCE-LINE.
002120     05 FILLER              PIC X(09) VALUE SPACES.
002130     05 WS-SQL-TEXT         PIC X(100).
002140 01  WS-FOUND-LINE.
002150     05 WS-FDL-LABEL        PIC X(30).
002160     05 WS-FDL-VALUE        PIC ZZZ,ZZZ,ZZ9.
002170
002180 01  WS-SUMMARY-DETAIL.
002190     05 WS-SUM-LABEL        PIC X(30).
002200     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002210
002220 01  WS-RUN-DATE            PIC 9(08).
002230 01  WS-RUN-TIME            PIC 9(08).
002240
002250 COPY AUDITLOG.
002260
002270 PROCEDURE DIVISION.
002280*-----------------------------------------------------------*
002290* 0000-MAINLINE
002300*-----------------------------------------------------------*
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE
002330     PERFORM 2000-ANSWER-REQUEST
002340         UNTIL WS-NO-MORE-REQUESTS
002350     PERFORM 8000-WRITE-TOTALS
002360     PERFORM 9000-TERMINATE
002370     GOBACK.
002380
002390*-----------------------------------------------------------*
002400* 1000-INITIALIZE - OPEN FILES, WRITE THE HEADING, PRIME THE
002410*                   READ. A REPOSITORY THAT WILL NOT OPEN
002420*                   ANSWERS EVERY REQUEST WITH NO RESULTS.
002430*-----------------------------------------------------------*
002440 1000-INITIALIZE.
002450     PERFORM 1090-READ-RUN-ID
002460     OPEN INPUT RESULTS-REPO
002470     IF WS-REPO-OK THEN
002480         MOVE "Y" TO WS-REPO-OPEN-SW
002490     ELSE
002500         DISPLAY "RESINQ - RESREPO NOT AVAILABLE, STATUS "
002510             WS-REPO-STATUS
002520     END-IF
002530     OPEN INPUT INQUIRY-REQUEST
002540     OPEN OUTPUT INQUIRY-REPORT
002550     OPEN EXTEND AUDIT-LOG
002560     PERFORM 9140-WRITE-AUDIT-START
002570     WRITE INQUIRY-REPORT-RECORD FROM WS-HEADING-1
002580     PERFORM 2100-READ-REQUEST.
002590
002600
002610*-----------------------------------------------------------*
002620* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
002630*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
002640*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
002650*                    RERUN - STAMPS (STANDALONE) INSTEAD.
002660*-----------------------------------------------------------*
002670 1090-READ-RUN-ID.
002680     OPEN INPUT RUN-ID-FILE
002690     IF WS-RUN-ID-F-OK THEN
002700         READ RUN-ID-FILE
002710             AT END CONTINUE
002720         END-READ
002730         IF WS-RUN-ID-F-OK THEN
002740             MOVE RUN-ID-RECORD TO WS-RUN-ID
002750         END-IF
002760         CLOSE RUN-ID-FILE
002770     END-IF.
002780
002790*-----------------------------------------------------------*
002800* 2000-ANSWER-REQUEST - CHECK ONE REQUEST, PRINT ITS RESULT
002810*                   HISTORY, AND READ ON.
002820*-----------------------------------------------------------*
002830 2000-ANSWER-REQUEST.
002840     ADD 1 TO WS-REQUEST-COUNT
002850     PERFORM 2200-CHECK-REQUEST
002860     IF WS-REQUEST-VALID THEN
002870         WRITE INQUIRY-REPORT-RECORD FROM WS-RULE-LINE
002880         MOVE 0 TO WS-FOUND-COUNT
002890         IF RQ-BY-SEQUENCE THEN
002900             PERFORM 3000-SEQUENCE-HISTORY
002910         ELSE
002920             PERFORM 4000-LAB-HISTORY
002930         END-IF
002940         MOVE SPACES TO WS-FOUND-LINE
002950         IF WS-FOUND-COUNT = 0 THEN
002960             MOVE "NO RESULTS ON FILE" TO WS-FDL-LABEL
002970         ELSE
002980             MOVE "RESULTS FOUND"      TO WS-FDL-LABEL
002990             MOVE WS-FOUND-COUNT       TO WS-FDL-VALUE
003000         END-IF
003010         WRITE INQUIRY-REPORT-RECORD FROM WS-FOUND-LINE
003020     END-IF
003030     PERFORM 2100-READ-REQUEST.
003040
003050*-----------------------------------------------------------*
003060* 2100-READ-REQUEST - READ NEXT INQUIRY REQUEST.
003070*-----------------------------------------------------------*
003080 2100-READ-REQUEST.
003090     READ INQUIRY-REQUEST
003100         AT END
003110             MOVE "Y" TO WS-REQUEST-EOF-SWITCH
003120     END-READ.
003130
003140*-----------------------------------------------------------*
003150* 2200-CHECK-REQUEST - A SEQUENCE REQUEST NEEDS AN ID AND
003160*                   MAY CARRY A DATE RANGE; A LAB REQUEST
003170*                   NEEDS A LAB AND A DATE RANGE. A RANGE IS
003180*                   TWO NUMERIC YYYYMMDD DATES, FROM NOT
003190*                   AFTER TO.
003200*-----------------------------------------------------------*
003210 2200-CHECK-REQUEST.
003220     MOVE "Y" TO WS-REQUEST-VALID-SW
003230     MOVE SPACES TO WS-IGL-REASON
003240     MOVE 0        TO WS-FROM-DATE
003250     MOVE 99999999 TO WS-TO-DATE
003260     EVALUATE TRUE
003270         WHEN NOT RQ-BY-SEQUENCE AND NOT RQ-BY-LAB
003280             MOVE "REQUEST TYPE NOT S OR L" TO WS-IGL-REASON
003290         WHEN RQ-ID = SPACES
003300             MOVE "NO SEQUENCE ID OR LAB GIVEN"
003310                 TO WS-IGL-REASON
003320         WHEN RQ-BY-SEQUENCE
003330             AND RQ-FROM-DATE (1:8) = SPACES
003340             AND RQ-TO-DATE (1:8) = SPACES
003350             CONTINUE
003360         WHEN RQ-FROM-DATE NOT NUMERIC
003370             OR RQ-TO-DATE NOT NUMERIC
003380             MOVE "DATE RANGE NOT NUMERIC YYYYMMDD"
003390                 TO WS-IGL-REASON
003400         WHEN RQ-FROM-DATE > RQ-TO-DATE
003410             MOVE "FROM DATE AFTER TO DATE" TO WS-IGL-REASON
003420         WHEN OTHER
003430             MOVE RQ-FROM-DATE TO WS-FROM-DATE
003440             MOVE RQ-TO-DATE   TO WS-TO-DATE
003450     END-EVALUATE
003460     IF WS-IGL-REASON NOT = SPACES THEN
003470         MOVE "N" TO WS-REQUEST-VALID-SW
003480         ADD 1 TO WS-IGNORED-COUNT
003490         MOVE INQUIRY-REQUEST-RECORD TO WS-IGL-REQUEST
003500         WRITE INQUIRY-REPORT-RECORD FROM WS-IGNORED-LINE
003510     END-IF.
003520
003530*-----------------------------------------------------------*
003540* 3000-SEQUENCE-HISTORY - EVERY RESULT FILED FOR ONE
003550*                   SEQUENCE ID, POSITIONED STRAIGHT TO ITS
003560*                   FIRST KEY, RUN BY RUN IN RUN-ID ORDER.
003570*-----------------------------------------------------------*
003580 3000-SEQUENCE-HISTORY.
003590     MOVE RQ-ID TO WS-SRL-SEQ-ID
003600     IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999 THEN
003610         MOVE SPACES TO WS-SRL-RANGE
003620     ELSE
003630         MOVE WS-FROM-DATE TO WS-SRL-FROM
003640         MOVE WS-TO-DATE   TO WS-SRL-TO
003650     END-IF
003660     WRITE INQUIRY-REPORT-RECORD FROM WS-SEQ-REQUEST-LINE
003670     WRITE INQUIRY-REPORT-RECORD FROM WS-HEADING-2
003680     MOVE "N" TO WS-REPO-EOF-SWITCH
003690     IF WS-REPO-IS-OPEN THEN
003700         MOVE LOW-VALUES TO RR-KEY
003710         MOVE RQ-ID      TO RR-SEQ-ID
003720         START RESULTS-REPO KEY IS NOT LESS THAN RR-KEY
003730             INVALID KEY
003740                 MOVE "Y" TO WS-REPO-EOF-SWITCH
003750         END-START
003760     ELSE
003770         MOVE "Y" TO WS-REPO-EOF-SWITCH
003780     END-IF
003790     IF NOT WS-NO-MORE-REPO THEN
003800         PERFORM 3100-READ-NEXT-FOR-SEQUENCE
003810     END-IF
003820     PERFORM 3200-TAKE-SEQUENCE-RESULT
003830         UNTIL WS-NO-MORE-REPO.
003840
003850 3100-READ-NEXT-FOR-SEQUENCE.
003860     READ RESULTS-REPO NEXT RECORD
003870         AT END
003880             MOVE "Y" TO WS-REPO-EOF-SWITCH
003890     END-READ
003900     IF NOT WS-NO-MORE-REPO
003910         AND RR-SEQ-ID NOT = RQ-ID THEN
003920         MOVE "Y" TO WS-REPO-EOF-SWITCH
003930     END-IF.
003940
003950 3200-TAKE-SEQUENCE-RESULT.
003960     IF RR-RUN-DATE NOT < WS-FROM-DATE
003970         AND RR-RUN-DATE NOT > WS-TO-DATE THEN
003980         PERFORM 5000-PRINT-ONE-RESULT
003990     END-IF
004000     PERFORM 3100-READ-NEXT-FOR-SEQUENCE.
004010
004020*-----------------------------------------------------------*
004030* 4000-LAB-HISTORY - EVERY RESULT FILED FOR ONE LAB WITH A
004040*                   RUN DATE IN THE RANGE. THE REPOSITORY IS
004050*                   KEYED BY SEQUENCE ID, SO THIS READS IT
004060*                   END TO END AND PRINTS IN SEQUENCE-ID
004070*                   ORDER.
004080*-----------------------------------------------------------*
004090 4000-LAB-HISTORY.
004100     MOVE RQ-ID        TO WS-LRL-LAB-ID
004110     MOVE WS-FROM-DATE TO WS-LRL-FROM
004120     MOVE WS-TO-DATE   TO WS-LRL-TO
004130     WRITE INQUIRY-REPORT-RECORD FROM WS-LAB-REQUEST-LINE
004140     WRITE INQUIRY-REPORT-RECORD FROM WS-HEADING-2
004150     MOVE "N" TO WS-REPO-EOF-SWITCH
004160     IF WS-REPO-IS-OPEN THEN
004170         MOVE LOW-VALUES TO RR-KEY
004180         START RESULTS-REPO KEY IS NOT LESS THAN RR-KEY
004190             INVALID KEY
004200                 MOVE "Y" TO WS-REPO-EOF-SWITCH
004210         END-START
004220     ELSE
004230         MOVE "Y" TO WS-REPO-EOF-SWITCH
004240     END-IF
004250     IF NOT WS-NO-MORE-REPO THEN
004260         PERFORM 4100-READ-NEXT-FOR-LAB
004270     END-IF
004280     PERFORM 4200-TAKE-LAB-RESULT
004290         UNTIL WS-NO-MORE-REPO.
004300
004310 4100-READ-NEXT-FOR-LAB.
004320     READ RESULTS-REPO NEXT RECORD
004330         AT END
004340             MOVE "Y" TO WS-REPO-EOF-SWITCH
004350     END-READ.
004360
004370 4200-TAKE-LAB-RESULT.
004380     IF RR-LAB-ID = RQ-ID
004390         AND RR-RUN-DATE NOT < WS-FROM-DATE
004400         AND RR-RUN-DATE NOT > WS-TO-DATE THEN
004410         PERFORM 5000-PRINT-ONE-RESULT
004420     END-IF
004430     PERFORM 4100-READ-NEXT-FOR-LAB.
004440
004450*-----------------------------------------------------------*
004460* 5000-PRINT-ONE-RESULT - ONE LINE NAMING THE RESULT, THEN
004470*                   ITS STRAND OR AMINO-ACID SEQUENCE IN
004480*                   FULL.
004490*-----------------------------------------------------------*
004500 5000-PRINT-ONE-RESULT.
004510     ADD 1 TO WS-FOUND-COUNT
004520     ADD 1 TO WS-REPORTED-COUNT
004530     MOVE RR-RUN-DATE TO WS-DTL-RUN-DATE
004540     MOVE RR-RUN-ID   TO WS-DTL-RUN-ID
004550     MOVE RR-SEQ-ID   TO WS-DTL-SEQ-ID
004560     MOVE RR-LAB-ID   TO WS-DTL-LAB-ID
004570     MOVE SPACES      TO WS-SEQ-WORK
004580     EVALUATE TRUE
004590         WHEN RR-IS-STRAND
004600             MOVE "RNA"            TO WS-DTL-KIND
004610             MOVE RR-RNA-SEQ-LEN   TO WS-RND-LEN
004620             MOVE RR-RNA-ORIENT    TO WS-RND-ORIENT
004630             MOVE WS-RNA-DETAIL    TO WS-DTL-DETAIL
004640             MOVE RR-RNA-SEQ-LEN   TO WS-SEQ-LEN
004650             MOVE RR-RNA-SEQUENCE  TO WS-SEQ-WORK
004660         WHEN RR-IS-PROTEIN
004670             MOVE "PROTEIN"        TO WS-DTL-KIND
004680             MOVE RR-PROT-AA-COUNT TO WS-PRD-COUNT
004690             MOVE WS-PROT-DETAIL   TO WS-DTL-DETAIL
004700             MOVE RR-PROT-AA-COUNT TO WS-SEQ-LEN
004710             MOVE RR-PROT-AMINO-ACIDS TO WS-SEQ-WORK
004720         WHEN OTHER
004730             MOVE "ORF"            TO WS-DTL-KIND
004740             MOVE RR-ORF-FRAME     TO WS-ORD-FRAME
004750             MOVE RR-ORF-START     TO WS-ORD-START
004760             MOVE RR-ORF-END       TO WS-ORD-END
004770             MOVE RR-ORF-AA-COUNT  TO WS-ORD-COUNT
004780             MOVE WS-ORF-DETAIL    TO WS-DTL-DETAIL
004790             MOVE RR-ORF-AA-COUNT  TO WS-SEQ-LEN
004800             MOVE RR-ORF-AMINO-ACIDS TO WS-SEQ-WORK
004810     END-EVALUATE
004820     WRITE INQUIRY-REPORT-RECORD FROM WS-DETAIL-LINE
004830     PERFORM 5100-PRINT-ONE-CHUNK
004840         VARYING WS-CHUNK-POS FROM 1 BY 100
004850         UNTIL WS-CHUNK-POS > WS-SEQ-LEN.
004860
004870 5100-PRINT-ONE-CHUNK.
004880     MOVE WS-SEQ-WORK (WS-CHUNK-POS:100) TO WS-SQL-TEXT
004890     WRITE INQUIRY-REPORT-RECORD FROM WS-SEQUENCE-LINE.
004900
004910*-----------------------------------------------------------*
004920* 8000-WRITE-TOTALS - CONTROL TOTALS FOR THE INQUIRY.
004930*-----------------------------------------------------------*
004940 8000-WRITE-TOTALS.
004950     WRITE INQUIRY-REPORT-RECORD FROM WS-RULE-LINE
004960     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004970     MOVE "REQUESTS READ"        TO WS-SUM-LABEL
004980     MOVE WS-REQUEST-COUNT       TO WS-SUM-VALUE
004990     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005000     MOVE SPACES                 TO WS-SUMMARY-DETAIL
005010     MOVE "REQUESTS IGNORED"     TO WS-SUM-LABEL
005020     MOVE WS-IGNORED-COUNT       TO WS-SUM-VALUE
005030     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005040     MOVE SPACES                 TO WS-SUMMARY-DETAIL
005050     MOVE "RESULTS REPORTED"     TO WS-SUM-LABEL
005060     MOVE WS-REPORTED-COUNT      TO WS-SUM-VALUE
005070     WRITE INQUIRY-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
005080
005090*-----------------------------------------------------------*
005100* 9000-TERMINATE - CLOSE FILES.
005110*-----------------------------------------------------------*
005120 9000-TERMINATE.
005130     PERFORM 9150-WRITE-AUDIT-LOG
005140     IF WS-REPO-IS-OPEN THEN
005150         CLOSE RESULTS-REPO
005160     END-IF
005170     CLOSE INQUIRY-REQUEST
005180     CLOSE INQUIRY-REPORT
005190     CLOSE AUDIT-LOG.
005200
005210*-----------------------------------------------------------*
005220* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
005230*                        INITIALIZATION SO THE BATCH-WINDOW
005240*                        REPORT CAN PAIR THIS STEP'S START
005250*                        WITH ITS END.
005260*-----------------------------------------------------------*
005270 9140-WRITE-AUDIT-START.
005280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005290     ACCEPT WS-RUN-TIME FROM TIME
005300     MOVE "RESINQ"          TO AUD-PROGRAM-NAME
005310     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005320     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005330     MOVE WS-RUN-ID         TO AUD-RUN-ID
005340     MOVE 0                 TO AUD-INPUT-COUNT
005350     MOVE 0                 TO AUD-OUTPUT-COUNT
005360     MOVE "S"               TO AUD-RECORD-TYPE
005370     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
005380
005390*-----------------------------------------------------------*
005400* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
005410*                        AUDITLOG FILE SHARED BY THE WHOLE
005420*                        NIGHTLY SUITE.
005430*-----------------------------------------------------------*
005440 9150-WRITE-AUDIT-LOG.
005450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005460     ACCEPT WS-RUN-TIME FROM TIME
005470     MOVE "RESINQ"          TO AUD-PROGRAM-NAME
005480     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005490     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005500     MOVE WS-RUN-ID         TO AUD-RUN-ID
005510     MOVE WS-REQUEST-COUNT  TO AUD-INPUT-COUNT
005520     MOVE WS-REPORTED-COUNT TO AUD-OUTPUT-COUNT
005530     MOVE "E"               TO AUD-RECORD-TYPE
005540     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
