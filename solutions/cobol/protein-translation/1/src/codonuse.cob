000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    CODONUSE.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. CODON USAGE REPORT OVER THE
000150*                  NIGHT'S RNA-OUTPUT. EACH STRAND IS READ IN
000160*                  THE READING FRAME PROTEIN-TRANSLATION
000170*                  USES - FROM THE FIRST AUG, CODON BY CODON,
000180*                  THROUGH THE FIRST STOP CODON (COUNTED) OR
000190*                  THE LAST WHOLE CODON, ENDING EARLY ON A
000200*                  CODON THE TABLE DOES NOT HOLD - AND EVERY
000210*                  CODON OF CODON-TABLE IS COUNTED. THE
000220*                  REPORT GIVES EACH STRAND'S RELATIVE
000230*                  CODON FREQUENCIES AND HOW FAR THEY DEPART
000240*                  FROM THE NIGHT'S OVERALL PROFILE (HALF
000250*                  THE SUM OF THE PER-CODON PERCENTAGE
000260*                  DIFFERENCES, 0-100), FLAGGING A STRAND
000270*                  ABOVE THE CUSEPARM LIMIT; THEN EACH LAB'S
000280*                  AND THE NIGHT'S FREQUENCIES AND RELATIVE
000290*                  SYNONYMOUS CODON USAGE (RSCU). SYNONYM
000300*                  GROUPS ARE TAKEN FROM CODON-TABLE AFTER
000310*                  THE CODONPARM OVERRIDE, SO AN ALTERNATE
000320*                  GENETIC CODE REGROUPS THEM. RC=4 WHEN ANY
000330*                  STRAND IS FLAGGED, RC=8 WHEN THE LAB
000340*                  TABLE OVERFLOWS.
000342* 2026-10-15 DK    A LAB TABLE OVERFLOW NOW ENDS THE STEP RC=4
000344*                  WITH ITS CONSOLE MESSAGE, NOT RC=8 - THE
000346*                  NIGHTLY COND=(8,GE) CHAIN BYPASSED EVERY
000348*                  LATER STEP FOR A REPORT-ONLY SHORTFALL.
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RNA-INPUT ASSIGN TO "RNAOUT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RNA-IN-STATUS.
000420     SELECT SEQ-MASTER ASSIGN TO "SEQMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SM-SEQ-ID
000460         FILE STATUS IS WS-SEQMAST-STATUS.
000470     SELECT CODON-PARM ASSIGN TO "CODONPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CODON-PARM-STATUS.
000500     SELECT CUSE-PARM ASSIGN TO "CUSEPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CUSE-PARM-STATUS.
000530     SELECT CUSE-REPORT ASSIGN TO "CUSERPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CUSE-RPT-STATUS.
000560     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RUN-ID-F-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RNA-INPUT
000650     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000660         ON RNA-SEQ-LEN.
000670 01  RNA-INPUT-RECORD.
000680     05 RNA-SEQ-ID           PIC X(20).
000690     05 RNA-SEQ-LEN          PIC 9(05).
000700     05 RNA-ORIENT           PIC X(01).
000710     05 RNA-SEQ-NO           PIC 9(07).
000720     05 RNA-SEQUENCE         PIC X(10000).
000730
000740 FD  SEQ-MASTER
000750     RECORD CONTAINS 93 CHARACTERS.
000760 01  SEQ-MASTER-RECORD.
000770     05 SM-SEQ-ID            PIC X(20).
000780     05 SM-FIRST-DATE        PIC 9(08).
000790     05 SM-RUN-ID            PIC X(15).
000800     05 SM-LAB-ID            PIC X(20).
000810     05 SM-LOAD-FORMAT       PIC X(01).
000820     05 SM-STATUS            PIC X(01).
000830         88 SM-IS-ACTIVE               VALUE "A" " ".
000840         88 SM-IS-WITHDRAWN            VALUE "W".
000850         88 SM-IS-MERGED               VALUE "M".
000860     05 SM-STATUS-DATE       PIC 9(08).
000870     05 SM-MERGED-INTO       PIC X(20).
000880
000890 FD  CODON-PARM
000900     RECORD CONTAINS 4 CHARACTERS.
000910 01  CODON-PARM-RECORD.
000920     05 PARM-CODON           PIC X(03).
000930     05 PARM-AMINO           PIC X(01).
000940
000950 FD  CUSE-PARM
000960     RECORD CONTAINS 8 CHARACTERS.
000970 01  CUSE-PARM-RECORD.
000980     05 PARM-DEPART-LIMIT    PIC 9(03).
000990     05 PARM-MIN-CODONS      PIC 9(05).
001000
001010 FD  CUSE-REPORT
001020     RECORD CONTAINS 132 CHARACTERS.
001030 01  CUSE-REPORT-RECORD      PIC X(132).
001040
001050 FD  AUDIT-LOG
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  AUDIT-LOG-RECORD        PIC X(80).
001080
001090 FD  RUN-ID-FILE
001100     RECORD CONTAINS 15 CHARACTERS.
001110 01  RUN-ID-RECORD           PIC X(15).
001120 WORKING-STORAGE SECTION.
001130 01  WS-RUN-ID-F-STATUS     PIC X(02).
001140     88 WS-RUN-ID-F-OK                VALUE "00".
001150 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001160 01  WS-RNA-IN-STATUS       PIC X(02).
001170     88 WS-RNA-IN-OK                  VALUE "00".
001180     88 WS-RNA-IN-EOF                 VALUE "10".
001190 01  WS-SEQMAST-STATUS      PIC X(02).
001200     88 WS-SEQMAST-OK                 VALUE "00".
001210 01  WS-SEQMAST-OPEN-SW     PIC X(01) VALUE "N".
001220     88 WS-SEQMAST-IS-OPEN            VALUE "Y".
001230 01  WS-CODON-PARM-STATUS   PIC X(02).
001240     88 WS-CODON-PARM-OK              VALUE "00".
001250 01  WS-CODON-PARM-EOF-SW   PIC X(01).
001260     88 WS-CODON-PARM-DONE            VALUE "Y".
001270 01  WS-CUSE-PARM-STATUS    PIC X(02).
001280     88 WS-CUSE-PARM-OK               VALUE "00".
001290 01  WS-CUSE-RPT-STATUS     PIC X(02).
001300     88 WS-CUSE-RPT-OK                VALUE "00".
001310 01  WS-AUDIT-STATUS        PIC X(02).
001320     88 WS-AUDIT-OK                   VALUE "00".
001330
001340 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001350     88 WS-NO-MORE-STRANDS            VALUE "Y".
001360
001370* A STRAND DEPARTING FROM THE NIGHT'S PROFILE BY MORE THAN
001380* THE LIMIT IS FLAGGED - BUT ONLY ONCE IT HAS ENOUGH CODONS
001390* FOR ITS FREQUENCIES TO MEAN ANYTHING.
001400 01  WS-DEPART-LIMIT        PIC 9(03) VALUE 40.
001410 01  WS-MIN-CODONS          PIC 9(05) VALUE 100.
001420 01  WS-LIMIT-SOURCE        PIC X(08) VALUE "DEFAULT".
001430
001440 01  WS-CODON-IDX           PIC 9(03) COMP.
001450 01  WS-CODON-SUB           PIC 9(03) COMP.
001460 01  WS-CODON-FOUND-SWITCH  PIC X(01).
001470     88 WS-CODON-FOUND               VALUE "Y".
001480 01  WS-PATCH-COUNT         PIC 9(03) COMP VALUE 0.
001490 01  WS-CODON               PIC X(03).
001500
001510* NUMBER OF CODONS SHARING EACH CODON'S AMINO CODE, TAKEN
001520* FROM CODON-TABLE ONCE THE CODONPARM OVERRIDE IS IN.
001530 01  WS-SYNONYM-TABLE.
001540     05 WS-SYN-COUNT        PIC 9(02) COMP OCCURS 64 TIMES.
001550 01  WS-GROUP-SUM           PIC 9(09) COMP.
001560
001570 01  WS-START-FOUND-SWITCH  PIC X(01).
001580     88 WS-START-FOUND                VALUE "Y".
001590 01  WS-FRAME-END-SWITCH    PIC X(01).
001600     88 WS-FRAME-ENDED                VALUE "Y".
001610 01  WS-START-POS           PIC 9(05) COMP.
001620 01  WS-POS                 PIC 9(05) COMP.
001630 01  I                      PIC 9(05) COMP.
001640
001650* ONE STRAND'S CODON COUNTS.
001660 01  WS-STRAND-PROFILE.
001670     05 WS-STR-COUNT        PIC 9(05) COMP OCCURS 64 TIMES.
001680 01  WS-STR-TOTAL           PIC 9(05) COMP.
001690
001700* THE NIGHT'S CODON COUNTS OVER EVERY STRAND.
001710 01  WS-NIGHT-PROFILE.
001720     05 WS-NIGHT-COUNT      PIC 9(09) COMP OCCURS 64 TIMES.
001730 01  WS-NIGHT-TOTAL         PIC 9(09) COMP VALUE 0.
001740
001750* THE PROFILE THE FREQUENCY AND RSCU GRIDS ARE PRINTED FROM.
001760 01  WS-PRINT-PROFILE.
001770     05 WS-PRF-COUNT        PIC 9(09) COMP OCCURS 64 TIMES.
001780 01  WS-PRF-TOTAL           PIC 9(09) COMP.
001790
001800* THE NIGHT'S CODON COUNTS, ONE ENTRY PER LAB SEEN.
001810 01  WS-LAB-ID              PIC X(20).
001820 01  WS-LAB-COUNT           PIC 9(04) COMP VALUE 0.
001830 01  WS-LAB-MAX             PIC 9(04) COMP VALUE 500.
001840 01  WS-LAB-TABLE.
001850     05 WS-LAB-ENTRY OCCURS 500 TIMES.
001860         10 WS-LT-LAB-ID    PIC X(20).
001870         10 WS-LT-STRANDS   PIC 9(07) COMP.
001880         10 WS-LT-TOTAL     PIC 9(09) COMP.
001890         10 WS-LT-COUNT     PIC 9(09) COMP OCCURS 64 TIMES.
001900 01  WS-LAB-IDX             PIC 9(04) COMP.
001910 01  WS-LAB-SUB             PIC 9(04) COMP.
001920 01  WS-LAB-FOUND-SWITCH    PIC X(01).
001930     88 WS-LAB-FOUND                  VALUE "Y".
001940 01  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
001950     88 WS-LAB-TABLE-FULL             VALUE "Y".
001960
001970* COUNTS ARE MOVED HERE BEFORE DIVIDING SO THE QUOTIENT
001980* KEEPS ITS DECIMAL PLACES.
001990 01  WS-NUMERATOR           PIC 9(11)V9(06).
002000 01  WS-STR-PCT             PIC 9(03)V9(06).
002010 01  WS-NIGHT-PCT           PIC 9(03)V9(06).
002020 01  WS-DIFF                PIC S9(03)V9(06).
002030 01  WS-DEPART-SUM          PIC 9(05)V9(06).
002040 01  WS-DEPARTURE           PIC 9(03)V9(02).
002050 01  WS-FREQ-PCT            PIC 9(03)V9(02).
002060 01  WS-RSCU                PIC 9(03)V9(02).
002070
002080 01  WS-GRID-MODE           PIC X(01).
002090     88 WS-GRID-FREQUENCY             VALUE "F".
002100     88 WS-GRID-RSCU                  VALUE "R".
002110 01  WS-CELL-WORK           PIC 9(03) COMP.
002120 01  WS-GRID-ROW            PIC 9(03) COMP.
002130 01  WS-CELL-IDX            PIC 9(03) COMP.
002140
002150 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
002160 01  WS-CODING-COUNT        PIC 9(07) COMP VALUE 0.
002170 01  WS-NO-START-COUNT      PIC 9(07) COMP VALUE 0.
002180 01  WS-SHORT-COUNT         PIC 9(07) COMP VALUE 0.
002190 01  WS-FLAGGED-COUNT       PIC 9(07) COMP VALUE 0.
002200
002210 01  WS-HEADING-1.
002220     05 FILLER              PIC X(32) VALUE
002230         "CODON USAGE REPORT".
002240     05 FILLER              PIC X(08) VALUE "RUN ID ".
002250     05 WS-HDG-RUN-ID       PIC X(15).
002260 01  WS-LIMIT-LINE.
002270     05 FILLER              PIC X(21) VALUE
002280         "DEPARTURE LIMIT PCT ".
002290     05 WS-LIM-LIMIT        PIC ZZ9.
002300     05 FILLER              PIC X(14) VALUE "  MIN CODONS ".
002310     05 WS-LIM-MIN-CODONS   PIC ZZZZ9.
002320     05 FILLER              PIC X(10) VALUE "  SOURCE ".
002330     05 WS-LIM-SOURCE       PIC X(08).
002340 01  WS-PATCH-LINE.
002350     05 FILLER              PIC X(30) VALUE
002360         "CODONS PATCHED BY CODONPARM".
002370     05 WS-PAT-COUNT        PIC ZZ9.
002380 01  WS-SECTION-LINE.
002390     05 WS-SECT-TITLE       PIC X(60).
002400 01  WS-HEADING-2.
002410     05 FILLER              PIC X(20) VALUE "SEQ-ID".
002420     05 FILLER              PIC X(02) VALUE SPACES.
002430     05 FILLER              PIC X(20) VALUE "LAB".
002440     05 FILLER              PIC X(02) VALUE SPACES.
002450     05 FILLER              PIC X(06) VALUE "CODONS".
002460     05 FILLER              PIC X(02) VALUE SPACES.
002470     05 FILLER              PIC X(10) VALUE "DEPART PCT".
002480     05 FILLER              PIC X(02) VALUE SPACES.
002490     05 FILLER              PIC X(14) VALUE "FLAG".
002500
002510 01  WS-DETAIL-LINE.
002520     05 WS-DTL-SEQ-ID       PIC X(20).
002530     05 FILLER              PIC X(02) VALUE SPACES.
002540     05 WS-DTL-LAB          PIC X(20).
002550     05 FILLER              PIC X(03) VALUE SPACES.
002560     05 WS-DTL-CODONS       PIC ZZZZ9.
002570     05 FILLER              PIC X(06) VALUE SPACES.
002580     05 WS-DTL-DEPARTURE    PIC ZZ9.99.
002590     05 FILLER              PIC X(02) VALUE SPACES.
002600     05 WS-DTL-FLAG         PIC X(14).
002610
002620 01  WS-PROFILE-LINE.
002630     05 WS-PRL-LABEL        PIC X(06).
002640     05 WS-PRL-NAME         PIC X(20).
002650     05 FILLER              PIC X(11) VALUE "  STRANDS ".
002660     05 WS-PRL-STRANDS      PIC Z,ZZZ,ZZ9.
002670     05 FILLER              PIC X(10) VALUE "  CODONS ".
002680     05 WS-PRL-CODONS       PIC ZZZ,ZZZ,ZZ9.
002690
002700 01  WS-GRID-TITLE-LINE.
002710     05 FILLER              PIC X(04) VALUE SPACES.
002720     05 WS-GRT-TITLE        PIC X(60).
002730
002740* EIGHT CODONS TO A LINE - CODON, AMINO CODE, VALUE.
002750 01  WS-GRID-LINE.
002760     05 FILLER              PIC X(04).
002770     05 WS-GRD-CELL OCCURS 8 TIMES.
002780         10 WS-GRD-CODON    PIC X(03).
002790         10 FILLER          PIC X(01).
002800         10 WS-GRD-AMINO    PIC X(01).
002810         10 FILLER          PIC X(01).
002820         10 WS-GRD-VALUE    PIC X(06).
002830         10 FILLER          PIC X(02).
002840 01  WS-GRD-EDIT            PIC ZZ9.99.
002850
002860 01  WS-SUMMARY-DETAIL.
002870     05 WS-SUM-LABEL        PIC X(30).
002880     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002890
002900 01  WS-RUN-DATE            PIC 9(08).
002910 01  WS-RUN-TIME            PIC 9(08).
002920
002930 COPY AUDITLOG.
002940
002950 COPY CODONTBL.
002960
002970 PROCEDURE DIVISION.
002980*-----------------------------------------------------------*
002990* 0000-MAINLINE
003000*-----------------------------------------------------------*
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE
003030     PERFORM 2000-TALLY-NIGHT
003040     PERFORM 3000-REPORT-STRANDS
003050     PERFORM 6000-WRITE-LAB-PROFILES
003060     PERFORM 7000-WRITE-NIGHT-PROFILE
003070     PERFORM 8000-WRITE-SUMMARY-SECTIONS
003080     PERFORM 9000-TERMINATE
003090     GOBACK.
003100
003110*-----------------------------------------------------------*
003120* 1000-INITIALIZE - READ THE PARMS, BUILD THE SYNONYM
003130*                   GROUPS, OPEN FILES, WRITE HEADINGS.
003140*-----------------------------------------------------------*
003150 1000-INITIALIZE.
003160     PERFORM 1090-READ-RUN-ID
003170     PERFORM 1150-READ-CODON-PARM
003180     PERFORM 1100-READ-CUSE-PARM
003190     PERFORM 1200-COUNT-SYNONYMS
003200         VARYING WS-CODON-IDX FROM 1 BY 1
003210         UNTIL WS-CODON-IDX > 64
003220     OPEN INPUT SEQ-MASTER
003230     IF WS-SEQMAST-OK THEN
003240         MOVE "Y" TO WS-SEQMAST-OPEN-SW
003250     END-IF
003260     OPEN OUTPUT CUSE-REPORT
003270     OPEN EXTEND AUDIT-LOG
003280     PERFORM 9140-WRITE-AUDIT-START
003290     MOVE WS-RUN-ID         TO WS-HDG-RUN-ID
003300     WRITE CUSE-REPORT-RECORD FROM WS-HEADING-1
003310     MOVE WS-DEPART-LIMIT   TO WS-LIM-LIMIT
003320     MOVE WS-MIN-CODONS     TO WS-LIM-MIN-CODONS
003330     MOVE WS-LIMIT-SOURCE   TO WS-LIM-SOURCE
003340     WRITE CUSE-REPORT-RECORD FROM WS-LIMIT-LINE
003350     MOVE WS-PATCH-COUNT    TO WS-PAT-COUNT
003360     WRITE CUSE-REPORT-RECORD FROM WS-PATCH-LINE.
003370
003380*-----------------------------------------------------------*
003390* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003400*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003410*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003420*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003430*-----------------------------------------------------------*
003440 1090-READ-RUN-ID.
003450     OPEN INPUT RUN-ID-FILE
003460     IF WS-RUN-ID-F-OK THEN
003470         READ RUN-ID-FILE
003480             AT END CONTINUE
003490         END-READ
003500         IF WS-RUN-ID-F-OK THEN
003510             MOVE RUN-ID-RECORD TO WS-RUN-ID
003520         END-IF
003530         CLOSE RUN-ID-FILE
003540     END-IF.
003550
003560*-----------------------------------------------------------*
003570* 1100-READ-CUSE-PARM - IF AN OPTIONAL CUSEPARM FILE
003580*                   SUPPLIES A DEPARTURE LIMIT (PERCENT) AND
003590*                   A MINIMUM CODON COUNT, THEY REPLACE THE
003600*                   COMPILED-IN 40 AND 100. A MISSING OR
003610*                   EMPTY FILE, OR A LIMIT OF ZERO OR ABOVE
003620*                   100, LEAVES THE DEFAULTS IN EFFECT - THE
003630*                   SAME ALL-OR-NOTHING RULE EVERY OTHER
003640*                   PARM OVERRIDE IN THE NIGHTLY SUITE USES.
003650*-----------------------------------------------------------*
003660 1100-READ-CUSE-PARM.
003670     OPEN INPUT CUSE-PARM
003680     IF WS-CUSE-PARM-OK THEN
003690         READ CUSE-PARM
003700             AT END CONTINUE
003710         END-READ
003720         IF WS-CUSE-PARM-OK THEN
003730             IF PARM-DEPART-LIMIT > 0
003740                 AND PARM-DEPART-LIMIT <= 100 THEN
003750                 MOVE PARM-DEPART-LIMIT TO WS-DEPART-LIMIT
003760                 MOVE PARM-MIN-CODONS   TO WS-MIN-CODONS
003770                 MOVE "CUSEPARM"        TO WS-LIMIT-SOURCE
003780             END-IF
003790         END-IF
003800         CLOSE CUSE-PARM
003810     END-IF.
003820
003830*-----------------------------------------------------------*
003840* 1150-READ-CODON-PARM - IF AN OPTIONAL CODONPARM FILE IS
003850*                   PRESENT, EACH RECORD NAMES ONE CODON AND
003860*                   THE AMINO CODE IT SHOULD TRANSLATE TO
003870*                   ("*" FOR STOP), PATCHED INTO CODON-TABLE
003880*                   BY CODON VALUE - THE SAME OVERRIDE
003890*                   PROTEIN-TRANSLATION APPLIES, SO THE
003900*                   SYNONYM GROUPS AND THE STOP CODONS FOLLOW
003910*                   THE CODE THE NIGHT TRANSLATES WITH. A
003920*                   RECORD NAMING A CODON NOT IN THE TABLE IS
003930*                   NOTED ON THE CONSOLE AND IGNORED.
003940*-----------------------------------------------------------*
003950 1150-READ-CODON-PARM.
003960     MOVE "N" TO WS-CODON-PARM-EOF-SW
003970     OPEN INPUT CODON-PARM
003980     IF WS-CODON-PARM-OK THEN
003990         PERFORM 1160-READ-ONE-CODON-PARM
004000             UNTIL WS-CODON-PARM-DONE
004010         CLOSE CODON-PARM
004020     END-IF.
004030
004040*-----------------------------------------------------------*
004050* 1160-READ-ONE-CODON-PARM - PATCH ONE CODON'S AMINO CODE.
004060*-----------------------------------------------------------*
004070 1160-READ-ONE-CODON-PARM.
004080     READ CODON-PARM
004090         AT END MOVE "Y" TO WS-CODON-PARM-EOF-SW
004100     END-READ
004110     IF NOT WS-CODON-PARM-DONE THEN
004120         MOVE "N" TO WS-CODON-FOUND-SWITCH
004130         PERFORM 1170-PATCH-ONE-CODON
004140             VARYING WS-CODON-IDX FROM 1 BY 1
004150             UNTIL WS-CODON-IDX > 64
004160                 OR WS-CODON-FOUND
004170         IF WS-CODON-FOUND THEN
004180             ADD 1 TO WS-PATCH-COUNT
004190         ELSE
004200             DISPLAY "CODONUSE - CODONPARM NAMES UNKNOWN "
004210                 "CODON " PARM-CODON " - IGNORED"
004220         END-IF
004230     END-IF.
004240
004250 1170-PATCH-ONE-CODON.
004260     IF CODON-RNA-CODES (WS-CODON-IDX) = PARM-CODON THEN
004270         MOVE "Y" TO WS-CODON-FOUND-SWITCH
004280         MOVE PARM-AMINO
004290             TO CODON-AMINO-CODE (WS-CODON-IDX)
004300     END-IF.
004310
004320*-----------------------------------------------------------*
004330* 1200-COUNT-SYNONYMS - HOW MANY CODONS SHARE THIS CODON'S
004340*                   AMINO CODE. THE STOP CODONS FORM A GROUP
004350*                   OF THEIR OWN.
004360*-----------------------------------------------------------*
004370 1200-COUNT-SYNONYMS.
004380     MOVE 0 TO WS-SYN-COUNT (WS-CODON-IDX)
004390     PERFORM 1210-TEST-ONE-SYNONYM
004400         VARYING WS-CODON-SUB FROM 1 BY 1
004410         UNTIL WS-CODON-SUB > 64.
004420
004430 1210-TEST-ONE-SYNONYM.
004440     IF CODON-AMINO-CODE (WS-CODON-SUB) =
004450         CODON-AMINO-CODE (WS-CODON-IDX) THEN
004460         ADD 1 TO WS-SYN-COUNT (WS-CODON-IDX)
004470     END-IF.
004480
004490*-----------------------------------------------------------*
004500* 2000-TALLY-NIGHT - FIRST PASS OVER RNA-OUTPUT. EVERY
004510*                   STRAND'S CODONS ARE ADDED TO ITS LAB'S
004520*                   COUNTS AND THE NIGHT'S, SO THE SECOND
004530*                   PASS CAN MEASURE EACH STRAND AGAINST THE
004540*                   WHOLE NIGHT.
004550*-----------------------------------------------------------*
004560 2000-TALLY-NIGHT.
004570     PERFORM 2050-CLEAR-NIGHT-CODON
004580         VARYING WS-CODON-IDX FROM 1 BY 1
004590         UNTIL WS-CODON-IDX > 64
004600     MOVE "N" TO WS-EOF-SWITCH
004610     OPEN INPUT RNA-INPUT
004620     IF WS-RNA-IN-OK THEN
004630         PERFORM 2100-READ-RNA-INPUT
004640         PERFORM 2200-TALLY-ONE-STRAND
004650             UNTIL WS-NO-MORE-STRANDS
004660         CLOSE RNA-INPUT
004670     END-IF.
004680
004690 2050-CLEAR-NIGHT-CODON.
004700     MOVE 0 TO WS-NIGHT-COUNT (WS-CODON-IDX).
004710
004720*-----------------------------------------------------------*
004730* 2100-READ-RNA-INPUT - READ NEXT STRAND, SET EOF SWITCH.
004740*-----------------------------------------------------------*
004750 2100-READ-RNA-INPUT.
004760     READ RNA-INPUT
004770         AT END
004780             MOVE "Y" TO WS-EOF-SWITCH
004790     END-READ.
004800
004810*-----------------------------------------------------------*
004820* 2200-TALLY-ONE-STRAND - COUNT ONE STRAND'S CODONS INTO ITS
004830*                   LAB AND THE NIGHT.
004840*-----------------------------------------------------------*
004850 2200-TALLY-ONE-STRAND.
004860     ADD 1 TO WS-STRAND-COUNT
004870     PERFORM 4000-COUNT-STRAND-CODONS
004880     PERFORM 5000-FIND-LAB-ENTRY
004890     IF WS-LAB-FOUND THEN
004900         ADD 1            TO WS-LT-STRANDS (WS-LAB-SUB)
004910         ADD WS-STR-TOTAL TO WS-LT-TOTAL (WS-LAB-SUB)
004920     END-IF
004930     IF WS-STR-TOTAL > 0 THEN
004940         ADD 1            TO WS-CODING-COUNT
004950         ADD WS-STR-TOTAL TO WS-NIGHT-TOTAL
004960         PERFORM 2300-ADD-ONE-CODON
004970             VARYING WS-CODON-IDX FROM 1 BY 1
004980             UNTIL WS-CODON-IDX > 64
004990     ELSE
005000         ADD 1            TO WS-NO-START-COUNT
005010     END-IF
005020     PERFORM 2100-READ-RNA-INPUT.
005030
005040 2300-ADD-ONE-CODON.
005050     ADD WS-STR-COUNT (WS-CODON-IDX)
005060         TO WS-NIGHT-COUNT (WS-CODON-IDX)
005070     IF WS-LAB-FOUND THEN
005080         ADD WS-STR-COUNT (WS-CODON-IDX)
005090             TO WS-LT-COUNT (WS-LAB-SUB, WS-CODON-IDX)
005100     END-IF.
005110
005120*-----------------------------------------------------------*
005130* 3000-REPORT-STRANDS - SECOND PASS OVER RNA-OUTPUT. ONE
005140*                   LINE PER STRAND, FOLLOWED BY ITS CODON
005150*                   FREQUENCIES WHEN IT HAS ANY CODONS.
005160*-----------------------------------------------------------*
005170 3000-REPORT-STRANDS.
005180     MOVE "STRAND CODON USAGE" TO WS-SECT-TITLE
005190     WRITE CUSE-REPORT-RECORD FROM WS-SECTION-LINE
005200     WRITE CUSE-REPORT-RECORD FROM WS-HEADING-2
005210     MOVE "N" TO WS-EOF-SWITCH
005220     OPEN INPUT RNA-INPUT
005230     IF WS-RNA-IN-OK THEN
005240         PERFORM 2100-READ-RNA-INPUT
005250         PERFORM 3200-REPORT-ONE-STRAND
005260             UNTIL WS-NO-MORE-STRANDS
005270         CLOSE RNA-INPUT
005280     END-IF.
005290
005300*-----------------------------------------------------------*
005310* 3200-REPORT-ONE-STRAND - A STRAND WITH NO START CODON HAS
005320*                   NO READING FRAME AND NOTHING TO MEASURE.
005330*                   ONE WITH FEWER CODONS THAN THE MINIMUM IS
005340*                   MEASURED BUT NOT JUDGED. ONE DEPARTING
005350*                   FROM THE NIGHT BY MORE THAN THE LIMIT IS
005360*                   FLAGGED AND COUNTED.
005370*-----------------------------------------------------------*
005380 3200-REPORT-ONE-STRAND.
005390     PERFORM 4000-COUNT-STRAND-CODONS
005400     PERFORM 5050-LOOK-UP-LAB
005410     MOVE SPACES          TO WS-DETAIL-LINE
005420     MOVE RNA-SEQ-ID      TO WS-DTL-SEQ-ID
005430     MOVE WS-LAB-ID       TO WS-DTL-LAB
005440     MOVE WS-STR-TOTAL    TO WS-DTL-CODONS
005450     MOVE 0               TO WS-DEPARTURE
005460     IF WS-STR-TOTAL > 0 THEN
005470         PERFORM 3300-MEASURE-DEPARTURE
005480     END-IF
005490     EVALUATE TRUE
005500         WHEN WS-STR-TOTAL = 0
005510             MOVE "NO START CODON" TO WS-DTL-FLAG
005520         WHEN WS-STR-TOTAL < WS-MIN-CODONS
005530             ADD 1 TO WS-SHORT-COUNT
005540             MOVE WS-DEPARTURE    TO WS-DTL-DEPARTURE
005550             MOVE "TOO FEW CODONS" TO WS-DTL-FLAG
005560         WHEN WS-DEPARTURE > WS-DEPART-LIMIT
005570             ADD 1 TO WS-FLAGGED-COUNT
005580             MOVE WS-DEPARTURE    TO WS-DTL-DEPARTURE
005590             MOVE "DEPARTS"       TO WS-DTL-FLAG
005600         WHEN OTHER
005610             MOVE WS-DEPARTURE    TO WS-DTL-DEPARTURE
005620     END-EVALUATE
005630     WRITE CUSE-REPORT-RECORD FROM WS-DETAIL-LINE
005640     IF WS-STR-TOTAL > 0 THEN
005650         MOVE WS-STR-TOTAL TO WS-PRF-TOTAL
005660         PERFORM 3400-LOAD-STRAND-CODON
005670             VARYING WS-CODON-IDX FROM 1 BY 1
005680             UNTIL WS-CODON-IDX > 64
005690         PERFORM 6500-WRITE-FREQUENCY-GRID
005700     END-IF
005710     PERFORM 2100-READ-RNA-INPUT.
005720
005730*-----------------------------------------------------------*
005740* 3300-MEASURE-DEPARTURE - HALF THE SUM, OVER ALL 64
005750*                   CODONS, OF THE DIFFERENCE BETWEEN THE
005760*                   STRAND'S AND THE NIGHT'S PERCENTAGE FOR
005770*                   THAT CODON: 0 FOR A STRAND USING CODONS
005780*                   EXACTLY AS THE NIGHT DOES, 100 FOR ONE
005790*                   USING NONE OF THE SAME CODONS.
005800*-----------------------------------------------------------*
005810 3300-MEASURE-DEPARTURE.
005820     MOVE 0 TO WS-DEPART-SUM
005830     PERFORM 3350-MEASURE-ONE-CODON
005840         VARYING WS-CODON-IDX FROM 1 BY 1
005850         UNTIL WS-CODON-IDX > 64
005860     COMPUTE WS-DEPARTURE ROUNDED = WS-DEPART-SUM / 2.
005870
005880 3350-MEASURE-ONE-CODON.
005890     MOVE WS-STR-COUNT (WS-CODON-IDX)   TO WS-NUMERATOR
005900     COMPUTE WS-STR-PCT =
005910         WS-NUMERATOR * 100 / WS-STR-TOTAL
005920     MOVE WS-NIGHT-COUNT (WS-CODON-IDX) TO WS-NUMERATOR
005930     COMPUTE WS-NIGHT-PCT =
005940         WS-NUMERATOR * 100 / WS-NIGHT-TOTAL
005950     COMPUTE WS-DIFF = WS-STR-PCT - WS-NIGHT-PCT
005960     IF WS-DIFF < 0 THEN
005970         COMPUTE WS-DIFF = 0 - WS-DIFF
005980     END-IF
005990     ADD WS-DIFF TO WS-DEPART-SUM.
006000
006010 3400-LOAD-STRAND-CODON.
006020     MOVE WS-STR-COUNT (WS-CODON-IDX)
006030         TO WS-PRF-COUNT (WS-CODON-IDX).
006040
006050*-----------------------------------------------------------*
006060* 4000-COUNT-STRAND-CODONS - COUNT THE STRAND'S CODONS IN
006070*                   THE READING FRAME PROTEIN-TRANSLATION
006080*                   USES: FROM THE FIRST AUG, THREE BASES AT
006090*                   A TIME, THROUGH THE FIRST STOP CODON OR
006100*                   THE LAST WHOLE CODON. A CODON OUTSIDE THE
006110*                   TABLE ENDS THE FRAME UNCOUNTED, AS IT
006120*                   ENDS TRANSLATION.
006130*-----------------------------------------------------------*
006140 4000-COUNT-STRAND-CODONS.
006150     MOVE 0 TO WS-STR-TOTAL
006160     PERFORM 4050-CLEAR-STRAND-CODON
006170         VARYING WS-CODON-IDX FROM 1 BY 1
006180         UNTIL WS-CODON-IDX > 64
006190     PERFORM 4100-FIND-START-CODON
006200     IF WS-START-FOUND THEN
006210         MOVE WS-START-POS TO WS-POS
006220         MOVE "N" TO WS-FRAME-END-SWITCH
006230         PERFORM 4200-COUNT-ONE-CODON
006240             UNTIL WS-FRAME-ENDED
006250     END-IF.
006260
006270 4050-CLEAR-STRAND-CODON.
006280     MOVE 0 TO WS-STR-COUNT (WS-CODON-IDX).
006290
006300*-----------------------------------------------------------*
006310* 4100-FIND-START-CODON - SCAN FOR THE FIRST AUG, AS
006320*                   PROTEIN-TRANSLATION DOES.
006330*-----------------------------------------------------------*
006340 4100-FIND-START-CODON.
006350     MOVE "N" TO WS-START-FOUND-SWITCH
006360     IF RNA-SEQ-LEN >= 3 THEN
006370         PERFORM 4150-TEST-START-POSITION
006380             VARYING I FROM 1 BY 1
006390             UNTIL I > RNA-SEQ-LEN - 2
006400                 OR WS-START-FOUND
006410     END-IF.
006420
006430 4150-TEST-START-POSITION.
006440     IF RNA-SEQUENCE (I:3) = "AUG" THEN
006450         MOVE "Y" TO WS-START-FOUND-SWITCH
006460         MOVE I   TO WS-START-POS
006470     END-IF.
006480
006490*-----------------------------------------------------------*
006500* 4200-COUNT-ONE-CODON - COUNT THE CODON AT WS-POS AND STEP
006510*                   ON. RUNNING OUT OF BASES, A STOP CODON OR
006520*                   A CODON OUTSIDE THE TABLE ENDS THE FRAME.
006530*-----------------------------------------------------------*
006540 4200-COUNT-ONE-CODON.
006550     IF WS-POS + 2 > RNA-SEQ-LEN THEN
006560         MOVE "Y" TO WS-FRAME-END-SWITCH
006570     ELSE
006580         MOVE RNA-SEQUENCE (WS-POS:3) TO WS-CODON
006590         PERFORM 4300-LOOK-UP-CODON
006600         IF WS-CODON-FOUND THEN
006610             ADD 1 TO WS-STR-COUNT (WS-CODON-SUB)
006620             ADD 1 TO WS-STR-TOTAL
006630             IF CODON-AMINO-CODE (WS-CODON-SUB) = "*" THEN
006640                 MOVE "Y" TO WS-FRAME-END-SWITCH
006650             END-IF
006660         ELSE
006670             MOVE "Y" TO WS-FRAME-END-SWITCH
006680         END-IF
006690         ADD 3 TO WS-POS
006700     END-IF.
006710
006720*-----------------------------------------------------------*
006730* 4300-LOOK-UP-CODON - FIND THE CODON'S ENTRY IN CODON-TABLE,
006740*                   LEAVING ITS SUBSCRIPT IN WS-CODON-SUB.
006750*-----------------------------------------------------------*
006760 4300-LOOK-UP-CODON.
006770     MOVE "N" TO WS-CODON-FOUND-SWITCH
006780     PERFORM 4350-CODON-TABLE-CHECK
006790         VARYING WS-CODON-IDX FROM 1 BY 1
006800         UNTIL WS-CODON-IDX > 64
006810             OR WS-CODON-FOUND.
006820
006830 4350-CODON-TABLE-CHECK.
006840     IF CODON-RNA-CODES (WS-CODON-IDX) = WS-CODON THEN
006850         MOVE "Y"          TO WS-CODON-FOUND-SWITCH
006860         MOVE WS-CODON-IDX TO WS-CODON-SUB
006870     END-IF.
006880
006890*-----------------------------------------------------------*
006900* 5000-FIND-LAB-ENTRY - DECODE THE STRAND'S LAB, THEN LOCATE
006910*                   (OR OPEN) THAT LAB'S ENTRY IN THE NIGHT'S
006920*                   TABLE. A TABLE THAT FILLS IS DISPLAYED AND
006930*                   ENDS THE STEP RC=4 RATHER THAN SILENTLY
006940*                   LEAVING LABS OFF THE REPORT; THE STRAND
006950*                   STILL COUNTS TOWARD THE NIGHT'S PROFILE.
006960*-----------------------------------------------------------*
006970 5000-FIND-LAB-ENTRY.
006980     PERFORM 5050-LOOK-UP-LAB
006990     MOVE "N" TO WS-LAB-FOUND-SWITCH
007000     MOVE 0   TO WS-LAB-SUB
007010     PERFORM 5100-TEST-ONE-LAB-ENTRY
007020         VARYING WS-LAB-IDX FROM 1 BY 1
007030         UNTIL WS-LAB-IDX > WS-LAB-COUNT
007040             OR WS-LAB-FOUND
007050     IF NOT WS-LAB-FOUND THEN
007060         IF WS-LAB-COUNT < WS-LAB-MAX THEN
007070             ADD 1 TO WS-LAB-COUNT
007080             MOVE WS-LAB-COUNT TO WS-LAB-SUB
007090             MOVE WS-LAB-ID TO WS-LT-LAB-ID (WS-LAB-SUB)
007100             MOVE 0 TO WS-LT-STRANDS (WS-LAB-SUB)
007110             MOVE 0 TO WS-LT-TOTAL (WS-LAB-SUB)
007120             PERFORM 5150-CLEAR-LAB-CODON
007130                 VARYING WS-CODON-IDX FROM 1 BY 1
007140                 UNTIL WS-CODON-IDX > 64
007150             MOVE "Y" TO WS-LAB-FOUND-SWITCH
007160         ELSE
007170             IF NOT WS-LAB-TABLE-FULL THEN
007180                 DISPLAY "CODONUSE - LAB TABLE FULL AT "
007190                     WS-LAB-MAX " - USAGE FOR " WS-LAB-ID
007200                     " NOT REPORTED"
007210                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
007220             END-IF
007230         END-IF
007240     END-IF.
007250
007260*-----------------------------------------------------------*
007270* 5050-LOOK-UP-LAB - DECODE THE STRAND'S ACCESSION TO ITS
007280*                   SUBMITTING LAB THROUGH THE SEQMAST
007290*                   REGISTRY. AN ACCESSION NOT ON THE
007300*                   REGISTRY, OR A RUN WITH NO REGISTRY
007310*                   WIRED, DECODES TO *UNKNOWN*.
007320*-----------------------------------------------------------*
007330 5050-LOOK-UP-LAB.
007340     MOVE "*UNKNOWN*" TO WS-LAB-ID
007350     IF WS-SEQMAST-IS-OPEN THEN
007360         MOVE RNA-SEQ-ID TO SM-SEQ-ID
007370         READ SEQ-MASTER
007380             INVALID KEY CONTINUE
007390             NOT INVALID KEY
007400                 MOVE SM-LAB-ID TO WS-LAB-ID
007410         END-READ
007420     END-IF.
007430
007440 5100-TEST-ONE-LAB-ENTRY.
007450     IF WS-LT-LAB-ID (WS-LAB-IDX) = WS-LAB-ID THEN
007460         MOVE "Y"        TO WS-LAB-FOUND-SWITCH
007470         MOVE WS-LAB-IDX TO WS-LAB-SUB
007480     END-IF.
007490
007500 5150-CLEAR-LAB-CODON.
007510     MOVE 0 TO WS-LT-COUNT (WS-LAB-SUB, WS-CODON-IDX).
007520
007530*-----------------------------------------------------------*
007540* 6000-WRITE-LAB-PROFILES - EACH LAB'S CODON FREQUENCIES AND
007550*                   RSCU OVER ALL ITS STRANDS FOR THE NIGHT.
007560*-----------------------------------------------------------*
007570 6000-WRITE-LAB-PROFILES.
007580     MOVE "LAB CODON USAGE" TO WS-SECT-TITLE
007590     WRITE CUSE-REPORT-RECORD FROM WS-SECTION-LINE
007600     PERFORM 6100-WRITE-ONE-LAB
007610         VARYING WS-LAB-IDX FROM 1 BY 1
007620         UNTIL WS-LAB-IDX > WS-LAB-COUNT.
007630
007640 6100-WRITE-ONE-LAB.
007650     MOVE "LAB "                     TO WS-PRL-LABEL
007660     MOVE WS-LT-LAB-ID (WS-LAB-IDX)  TO WS-PRL-NAME
007670     MOVE WS-LT-STRANDS (WS-LAB-IDX) TO WS-PRL-STRANDS
007680     MOVE WS-LT-TOTAL (WS-LAB-IDX)   TO WS-PRL-CODONS
007690     WRITE CUSE-REPORT-RECORD FROM WS-PROFILE-LINE
007700     MOVE WS-LT-TOTAL (WS-LAB-IDX)   TO WS-PRF-TOTAL
007710     PERFORM 6150-LOAD-LAB-CODON
007720         VARYING WS-CODON-IDX FROM 1 BY 1
007730         UNTIL WS-CODON-IDX > 64
007740     PERFORM 6500-WRITE-FREQUENCY-GRID
007750     PERFORM 6600-WRITE-RSCU-GRID.
007760
007770 6150-LOAD-LAB-CODON.
007780     MOVE WS-LT-COUNT (WS-LAB-IDX, WS-CODON-IDX)
007790         TO WS-PRF-COUNT (WS-CODON-IDX).
007800
007810*-----------------------------------------------------------*
007820* 6500-WRITE-FREQUENCY-GRID - EACH CODON'S SHARE OF THE
007830*                   PROFILE'S CODONS, AS A PERCENTAGE.
007840*-----------------------------------------------------------*
007850 6500-WRITE-FREQUENCY-GRID.
007860     MOVE "F" TO WS-GRID-MODE
007870     MOVE "RELATIVE FREQUENCY PCT" TO WS-GRT-TITLE
007880     PERFORM 6700-WRITE-GRID.
007890
007900*-----------------------------------------------------------*
007910* 6600-WRITE-RSCU-GRID - RELATIVE SYNONYMOUS CODON USAGE:
007920*                   A CODON'S COUNT OVER THE AVERAGE COUNT OF
007930*                   ITS SYNONYM GROUP. 1.00 IS NO PREFERENCE
007940*                   AMONG SYNONYMS; A GROUP THE PROFILE NEVER
007950*                   USED SHOWS A DASH.
007960*-----------------------------------------------------------*
007970 6600-WRITE-RSCU-GRID.
007980     MOVE "R" TO WS-GRID-MODE
007990     MOVE "RELATIVE SYNONYMOUS CODON USAGE" TO WS-GRT-TITLE
008000     PERFORM 6700-WRITE-GRID.
008010
008020 6700-WRITE-GRID.
008030     WRITE CUSE-REPORT-RECORD FROM WS-GRID-TITLE-LINE
008040     MOVE SPACES TO WS-GRID-LINE
008050     PERFORM 6710-FILL-ONE-CELL
008060         VARYING WS-CODON-IDX FROM 1 BY 1
008070         UNTIL WS-CODON-IDX > 64.
008080
008090 6710-FILL-ONE-CELL.
008100     COMPUTE WS-CELL-WORK = WS-CODON-IDX - 1
008110     DIVIDE WS-CELL-WORK BY 8 GIVING WS-GRID-ROW
008120         REMAINDER WS-CELL-IDX
008130     ADD 1 TO WS-CELL-IDX
008140     MOVE CODON-RNA-CODES (WS-CODON-IDX)
008150         TO WS-GRD-CODON (WS-CELL-IDX)
008160     MOVE CODON-AMINO-CODE (WS-CODON-IDX)
008170         TO WS-GRD-AMINO (WS-CELL-IDX)
008180     IF WS-GRID-FREQUENCY THEN
008190         MOVE 0 TO WS-FREQ-PCT
008200         IF WS-PRF-TOTAL > 0 THEN
008210             MOVE WS-PRF-COUNT (WS-CODON-IDX)
008220                 TO WS-NUMERATOR
008230             COMPUTE WS-FREQ-PCT ROUNDED =
008240                 WS-NUMERATOR * 100
008250                 / WS-PRF-TOTAL
008260         END-IF
008270         MOVE WS-FREQ-PCT TO WS-GRD-EDIT
008280         MOVE WS-GRD-EDIT TO WS-GRD-VALUE (WS-CELL-IDX)
008290     ELSE
008300         MOVE 0 TO WS-GROUP-SUM
008310         PERFORM 6750-ADD-ONE-SYNONYM
008320             VARYING WS-CODON-SUB FROM 1 BY 1
008330             UNTIL WS-CODON-SUB > 64
008340         IF WS-GROUP-SUM > 0 THEN
008350             MOVE WS-PRF-COUNT (WS-CODON-IDX)
008360                 TO WS-NUMERATOR
008370             COMPUTE WS-RSCU ROUNDED =
008380                 WS-NUMERATOR
008390                 * WS-SYN-COUNT (WS-CODON-IDX)
008400                 / WS-GROUP-SUM
008410             MOVE WS-RSCU     TO WS-GRD-EDIT
008420             MOVE WS-GRD-EDIT TO WS-GRD-VALUE (WS-CELL-IDX)
008430         ELSE
008440             MOVE "     -" TO WS-GRD-VALUE (WS-CELL-IDX)
008450         END-IF
008460     END-IF
008470     IF WS-CELL-IDX = 8 THEN
008480         WRITE CUSE-REPORT-RECORD FROM WS-GRID-LINE
008490         MOVE SPACES TO WS-GRID-LINE
008500     END-IF.
008510
008520 6750-ADD-ONE-SYNONYM.
008530     IF CODON-AMINO-CODE (WS-CODON-SUB) =
008540         CODON-AMINO-CODE (WS-CODON-IDX) THEN
008550         ADD WS-PRF-COUNT (WS-CODON-SUB) TO WS-GROUP-SUM
008560     END-IF.
008570
008580*-----------------------------------------------------------*
008590* 7000-WRITE-NIGHT-PROFILE - THE NIGHT'S FREQUENCIES AND
008600*                   RSCU OVER EVERY STRAND - THE PROFILE EACH
008610*                   STRAND WAS MEASURED AGAINST.
008620*-----------------------------------------------------------*
008630 7000-WRITE-NIGHT-PROFILE.
008640     MOVE "NIGHT CODON USAGE" TO WS-SECT-TITLE
008650     WRITE CUSE-REPORT-RECORD FROM WS-SECTION-LINE
008660     MOVE "ALL "           TO WS-PRL-LABEL
008670     MOVE "LABS"           TO WS-PRL-NAME
008680     MOVE WS-STRAND-COUNT  TO WS-PRL-STRANDS
008690     MOVE WS-NIGHT-TOTAL   TO WS-PRL-CODONS
008700     WRITE CUSE-REPORT-RECORD FROM WS-PROFILE-LINE
008710     MOVE WS-NIGHT-TOTAL   TO WS-PRF-TOTAL
008720     PERFORM 7100-LOAD-NIGHT-CODON
008730         VARYING WS-CODON-IDX FROM 1 BY 1
008740         UNTIL WS-CODON-IDX > 64
008750     PERFORM 6500-WRITE-FREQUENCY-GRID
008760     PERFORM 6600-WRITE-RSCU-GRID.
008770
008780 7100-LOAD-NIGHT-CODON.
008790     MOVE WS-NIGHT-COUNT (WS-CODON-IDX)
008800         TO WS-PRF-COUNT (WS-CODON-IDX).
008810
008820*-----------------------------------------------------------*
008830* 8000-WRITE-SUMMARY-SECTIONS - CONTROL TOTALS.
008840*-----------------------------------------------------------*
008850 8000-WRITE-SUMMARY-SECTIONS.
008860     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008870     MOVE "STRANDS PROCESSED"      TO WS-SUM-LABEL
008880     MOVE WS-STRAND-COUNT          TO WS-SUM-VALUE
008890     WRITE CUSE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008900     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008910     MOVE "STRANDS WITH NO START CODON" TO WS-SUM-LABEL
008920     MOVE WS-NO-START-COUNT        TO WS-SUM-VALUE
008930     WRITE CUSE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008940     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008950     MOVE "STRANDS WITH TOO FEW CODONS" TO WS-SUM-LABEL
008960     MOVE WS-SHORT-COUNT           TO WS-SUM-VALUE
008970     WRITE CUSE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008980     MOVE SPACES                   TO WS-SUMMARY-DETAIL
008990     MOVE "STRANDS DEPARTING FROM NIGHT" TO WS-SUM-LABEL
009000     MOVE WS-FLAGGED-COUNT         TO WS-SUM-VALUE
009010     WRITE CUSE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009020     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009030     MOVE "CODONS COUNTED"         TO WS-SUM-LABEL
009040     MOVE WS-NIGHT-TOTAL           TO WS-SUM-VALUE
009050     WRITE CUSE-REPORT-RECORD FROM WS-SUMMARY-DETAIL
009060     MOVE SPACES                   TO WS-SUMMARY-DETAIL
009070     MOVE "LABS REPORTED"          TO WS-SUM-LABEL
009080     MOVE WS-LAB-COUNT             TO WS-SUM-VALUE
009090     WRITE CUSE-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
009100
009110*-----------------------------------------------------------*
009120* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE: 4 WHEN
009130*                  THE LAB TABLE OVERFLOWED OR ANY STRAND
009140*                  DEPARTED FROM THE NIGHT'S PROFILE BY MORE
009150*                  THAN THE LIMIT.
009160*-----------------------------------------------------------*
009170 9000-TERMINATE.
009180     PERFORM 9150-WRITE-AUDIT-LOG
009190     IF WS-SEQMAST-IS-OPEN THEN
009200         CLOSE SEQ-MASTER
009210     END-IF
009220     CLOSE CUSE-REPORT
009230     CLOSE AUDIT-LOG
009240     IF WS-LAB-TABLE-FULL
009250         OR WS-FLAGGED-COUNT > 0 THEN
009260         MOVE 4 TO RETURN-CODE
009270     END-IF.
009300
009310*-----------------------------------------------------------*
009320* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
009330*                        INITIALIZATION SO THE BATCH-WINDOW
009340*                        REPORT CAN PAIR THIS STEP'S START
009350*                        WITH ITS END.
009360*-----------------------------------------------------------*
009370 9140-WRITE-AUDIT-START.
009380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009390     ACCEPT WS-RUN-TIME FROM TIME
009400     MOVE "CODONUSE"        TO AUD-PROGRAM-NAME
009410     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009420     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009430     MOVE WS-RUN-ID         TO AUD-RUN-ID
009440     MOVE 0                 TO AUD-INPUT-COUNT
009450     MOVE 0                 TO AUD-OUTPUT-COUNT
009460     MOVE "S"               TO AUD-RECORD-TYPE
009470     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
009480
009490*-----------------------------------------------------------*
009500* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
009510*                        AUDITLOG FILE SHARED BY THE WHOLE
009520*                        NIGHTLY SUITE.
009530*-----------------------------------------------------------*
009540 9150-WRITE-AUDIT-LOG.
009550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009560     ACCEPT WS-RUN-TIME FROM TIME
009570     MOVE "CODONUSE"        TO AUD-PROGRAM-NAME
009580     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009590     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009600     MOVE WS-RUN-ID         TO AUD-RUN-ID
009610     MOVE WS-STRAND-COUNT   TO AUD-INPUT-COUNT
009620     MOVE WS-CODING-COUNT   TO AUD-OUTPUT-COUNT
009630     MOVE "E"               TO AUD-RECORD-TYPE
009640     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
