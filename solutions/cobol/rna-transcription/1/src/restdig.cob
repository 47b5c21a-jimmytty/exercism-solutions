000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    RESTDIG.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. MOTIFSCAN SAYS WHERE A SITE
000150*                  OCCURS, BUT THE BENCH WANTS THE FRAGMENTS
000160*                  A STRAND BREAKS INTO UNDER A GIVEN ENZYME.
000170*                  THIS STEP READS DNA-INPUT AGAINST AN
000180*                  ENZFILE OF ENZYMES (NAME, RECOGNITION
000190*                  SITE, CUT OFFSET) AND NAMED COMBINATIONS
000200*                  OF THEM, AND LISTS EACH STRAND'S CUT
000210*                  POSITIONS AND FRAGMENT LENGTHS, IN ORDER,
000220*                  FOR EVERY ENZYME AND EVERY COMBINATION.
000230*                  SITES MATCH THROUGH THE SAME IUPAC
000240*                  WILDCARD RULES MOTIFSCAN APPLIES. A
000250*                  DIGEST THAT DOES NOT CUT THE STRAND, OR
000260*                  CUTS IT MORE THAN THE DIGPARM LIMIT
000270*                  (DEFAULT 25), IS FLAGGED. RC=4 ON ANY
000280*                  FLAG; RC=8 WHEN NO ENZYME LOADS.
000282* 2026-10-15 DK    A RUN WITH NO ENZYME LOADED NOW ENDS RC=4
000284*                  WITH ITS CONSOLE MESSAGE, NOT RC=8 - THE
000286*                  NIGHTLY COND=(8,GE) CHAIN BYPASSED EVERY
000288*                  LATER STEP FOR A REPORT-ONLY STEP.
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DNA-INPUT ASSIGN TO "DNAIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-DNA-IN-STATUS.
000360     SELECT ENZYME-FILE ASSIGN TO "ENZFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ENZYME-STATUS.
000390     SELECT DIGEST-PARM ASSIGN TO "DIGPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DIGEST-PARM-STATUS.
000420     SELECT DIGEST-REPORT ASSIGN TO "DIGRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DIGEST-RPT-STATUS.
000450     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUN-ID-F-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  DNA-INPUT
000540     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000550         ON DNA-SEQ-LEN.
000560 01  DNA-INPUT-RECORD.
000570     05 DNA-SEQ-ID           PIC X(20).
000580     05 DNA-SEQ-LEN          PIC 9(05).
000590     05 DNA-ORIENT           PIC X(01).
000600     05 DNA-SEQ-NO           PIC 9(07).
000610     05 DNA-SEQUENCE         PIC X(10000).
000620
000630* TWO RECORD TYPES. "E" NAMES AN ENZYME: ITS RECOGNITION
000640* SITE, IUPAC CODES ALLOWED, AND THE CUT OFFSET - THE
000650* NUMBER OF BASES FROM THE START OF THE SITE TO THE CUT ON
000660* THIS STRAND (MAY REACH PAST THE SITE). "C" NAMES A
000670* COMBINATION OF TWO TO FOUR ENZYMES CUT TOGETHER.
000680 FD  ENZYME-FILE
000690     RECORD CONTAINS 61 CHARACTERS.
000700 01  ENZYME-FILE-RECORD.
000710     05 ENZ-REC-TYPE         PIC X(01).
000720         88 ENZ-ENZYME-REC             VALUE "E".
000730         88 ENZ-COMBO-REC              VALUE "C".
000740     05 ENZ-NAME             PIC X(12).
000750     05 ENZ-ENZYME-DATA.
000760         10 ENZ-SITE         PIC X(20).
000770         10 ENZ-CUT-OFFSET   PIC 9(02).
000780         10 FILLER           PIC X(26).
000790     05 ENZ-COMBO-DATA REDEFINES ENZ-ENZYME-DATA.
000800         10 ENZ-MEMBER-NAME  PIC X(12) OCCURS 4 TIMES.
000810
000820 FD  DIGEST-PARM
000830     RECORD CONTAINS 3 CHARACTERS.
000840 01  DIGEST-PARM-RECORD.
000850     05 PARM-MAX-CUTS        PIC 9(03).
000860
000870 FD  DIGEST-REPORT
000880     RECORD CONTAINS 132 CHARACTERS.
000890 01  DIGEST-REPORT-RECORD    PIC X(132).
000900
000910 FD  AUDIT-LOG
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  AUDIT-LOG-RECORD        PIC X(80).
000940
000950 FD  RUN-ID-FILE
000960     RECORD CONTAINS 15 CHARACTERS.
000970 01  RUN-ID-RECORD           PIC X(15).
000980 WORKING-STORAGE SECTION.
000990 01  WS-RUN-ID-F-STATUS     PIC X(02).
001000     88 WS-RUN-ID-F-OK                VALUE "00".
001010 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001020 01  WS-DNA-IN-STATUS       PIC X(02).
001030     88 WS-DNA-IN-OK                  VALUE "00".
001040     88 WS-DNA-IN-EOF                 VALUE "10".
001050 01  WS-DNA-OPEN-SW         PIC X(01) VALUE "N".
001060     88 WS-DNA-IS-OPEN                VALUE "Y".
001070 01  WS-ENZYME-STATUS       PIC X(02).
001080     88 WS-ENZYME-OK                  VALUE "00".
001090 01  WS-DIGEST-PARM-STATUS  PIC X(02).
001100     88 WS-DIGEST-PARM-OK             VALUE "00".
001110 01  WS-DIGEST-RPT-STATUS   PIC X(02).
001120     88 WS-DIGEST-RPT-OK              VALUE "00".
001130 01  WS-AUDIT-STATUS        PIC X(02).
001140     88 WS-AUDIT-OK                   VALUE "00".
001150
001160 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001170     88 WS-NO-MORE-STRANDS            VALUE "Y".
001180 01  WS-ENZ-EOF-SWITCH      PIC X(01) VALUE "N".
001190     88 WS-NO-MORE-ENZYMES            VALUE "Y".
001200 01  WS-ENZ-VALID-SWITCH    PIC X(01).
001210     88 WS-ENZ-VALID                  VALUE "Y".
001220
001230 01  WS-MAX-CUTS            PIC 9(03) VALUE 25.
001240 01  WS-LIMIT-SOURCE        PIC X(08) VALUE "DEFAULT".
001250
001260 01  WS-ENZ-COUNT           PIC 9(02) COMP VALUE 0.
001270 01  WS-ENZYME-TABLE.
001280     05 WS-ENZYME-ENTRY OCCURS 50 TIMES.
001290         10 WS-ENZ-NAME     PIC X(12).
001300         10 WS-ENZ-SITE     PIC X(20).
001310         10 WS-ENZ-SITE-LEN PIC 9(02) COMP.
001320         10 WS-ENZ-OFFSET   PIC 9(02) COMP.
001330 01  WS-ENZ-IDX             PIC 9(02) COMP.
001340
001350* COMBINATIONS ARE HELD BY MEMBER NAME UNTIL THE WHOLE
001360* ENZFILE IS IN, SO A COMBINATION MAY NAME AN ENZYME THAT
001370* APPEARS LATER IN THE FILE.
001380 01  WS-COMBO-COUNT         PIC 9(02) COMP VALUE 0.
001390 01  WS-COMBO-TABLE.
001400     05 WS-COMBO-ENTRY OCCURS 25 TIMES.
001410         10 WS-CMB-NAME     PIC X(12).
001420         10 WS-CMB-MEMBER   PIC X(12) OCCURS 4 TIMES.
001430 01  WS-COMBO-IDX           PIC 9(02) COMP.
001440
001450* EVERY DIGEST RUN AGAINST EACH STRAND - EACH ENZYME ALONE,
001460* IN ENZFILE ORDER, THEN EACH COMBINATION - WITH THE
001470* ENZYMES IT CUTS WITH AND ITS NIGHT TOTALS.
001480 01  WS-DIGEST-COUNT        PIC 9(03) COMP VALUE 0.
001490 01  WS-DIGEST-TABLE.
001500     05 WS-DIGEST-ENTRY OCCURS 75 TIMES.
001510         10 WS-DIG-NAME     PIC X(12).
001520         10 WS-DIG-TYPE     PIC X(06).
001530         10 WS-DIG-MEMBER-COUNT
001540                            PIC 9(01) COMP.
001550         10 WS-DIG-MEMBER   PIC 9(02) COMP OCCURS 4 TIMES.
001560         10 WS-DIG-CUT-STRANDS
001570                            PIC 9(07) COMP.
001580         10 WS-DIG-NOCUT-STRANDS
001590                            PIC 9(07) COMP.
001600         10 WS-DIG-OVER-STRANDS
001610                            PIC 9(07) COMP.
001620 01  WS-DIG-IDX             PIC 9(03) COMP.
001630 01  WS-MEMBER-SUB          PIC 9(01) COMP.
001640 01  WS-MEMBER-OK-COUNT     PIC 9(01) COMP.
001650
001660 01  WS-FIND-NAME           PIC X(12).
001670 01  WS-FOUND-IDX           PIC 9(03) COMP.
001680 01  WS-REJECT-COUNT        PIC 9(05) COMP VALUE 0.
001690
001700* THE IUPAC AMBIGUITY CODES AND THE BASES EACH ONE STANDS
001710* FOR - THE SAME ELEVEN CODES AND MEMBER SETS MOTIFSCAN
001720* MATCHES ITS PATTERNS THROUGH.
001730 01  WS-IUPAC-SETS-LIST.
001740     05 FILLER PIC X(05) VALUE "NACGT".
001750     05 FILLER PIC X(05) VALUE "RAG  ".
001760     05 FILLER PIC X(05) VALUE "YCT  ".
001770     05 FILLER PIC X(05) VALUE "WAT  ".
001780     05 FILLER PIC X(05) VALUE "SCG  ".
001790     05 FILLER PIC X(05) VALUE "KGT  ".
001800     05 FILLER PIC X(05) VALUE "MAC  ".
001810     05 FILLER PIC X(05) VALUE "BCGT ".
001820     05 FILLER PIC X(05) VALUE "DAGT ".
001830     05 FILLER PIC X(05) VALUE "HACT ".
001840     05 FILLER PIC X(05) VALUE "VACG ".
001850 01  WS-IUPAC-SETS-TABLE REDEFINES WS-IUPAC-SETS-LIST.
001860     05 WS-IUPAC-ENTRY OCCURS 11 TIMES.
001870         10 WS-IUPAC-CODE    PIC X(01).
001880         10 WS-IUPAC-MEMBERS PIC X(04).
001890 01  WS-IUPAC-IDX           PIC 9(02) COMP.
001900 01  WS-MEMBER-IDX          PIC 9(01) COMP.
001910
001920 01  WS-MATCH-SWITCH        PIC X(01).
001930     88 WS-POSITION-MATCHES           VALUE "Y".
001940 01  WS-CHAR-OK-SWITCH      PIC X(01).
001950     88 WS-CHAR-MATCHES               VALUE "Y".
001960
001970 01  WS-SEQ-ID              PIC X(20).
001980 01  WS-SEQ-LEN             PIC 9(05).
001990 01  WS-STRING.
002000     05 WS-CHAR             PIC X(01) OCCURS 10000 TIMES.
002010 01  WS-POS                 PIC 9(05) COMP.
002020 01  J                      PIC 9(02) COMP.
002030 01  K                      PIC 9(05) COMP.
002040 01  WS-PAT-CHAR-W          PIC X(01).
002050 01  WS-SEQ-CHAR-W          PIC X(01).
002060 01  WS-TRAILING-SPACES     PIC 9(02) COMP.
002070
002080* THE CURRENT DIGEST'S CUTS ON THE CURRENT STRAND, IN
002090* ASCENDING ORDER, EACH ONE THE NUMBER OF BASES LEFT OF
002100* THE CUT. TWO ENZYMES OF A COMBINATION CUTTING AT THE
002110* SAME PLACE MAKE ONE CUT.
002120 01  WS-CUT-COUNT           PIC 9(04) COMP.
002130 01  WS-CUT-TABLE.
002140     05 WS-CUT-POS          PIC 9(05) COMP OCCURS 2000 TIMES.
002150 01  WS-CUT-IDX             PIC 9(04) COMP.
002160 01  WS-SHIFT-IDX           PIC 9(04) COMP.
002170 01  WS-NEW-CUT             PIC 9(05) COMP.
002180 01  WS-INSERT-SWITCH       PIC X(01).
002190     88 WS-INSERT-DONE                VALUE "Y".
002200 01  WS-TABLE-FULL-SW       PIC X(01).
002210     88 WS-CUT-TABLE-FULL             VALUE "Y".
002220 01  WS-FRAG-LEN            PIC 9(05) COMP.
002230 01  WS-FRAG-LEFT           PIC 9(05) COMP.
002240 01  WS-FRAG-RIGHT          PIC 9(05) COMP.
002250 01  WS-CELL-IDX            PIC 9(02) COMP.
002260
002270 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
002280 01  WS-DIGEST-LINE-COUNT   PIC 9(07) COMP VALUE 0.
002290 01  WS-NOCUT-COUNT         PIC 9(07) COMP VALUE 0.
002300 01  WS-OVER-COUNT          PIC 9(07) COMP VALUE 0.
002310
002320 01  WS-HEADING-1.
002330     05 FILLER              PIC X(32) VALUE
002340         "RESTRICTION DIGEST REPORT".
002350     05 FILLER              PIC X(08) VALUE "RUN ID ".
002360     05 WS-HDG-RUN-ID       PIC X(15).
002370 01  WS-LIMIT-LINE.
002380     05 FILLER              PIC X(20) VALUE
002390         "MAX CUTS PER DIGEST ".
002400     05 WS-LIM-MAX-CUTS     PIC ZZ9.
002410     05 FILLER              PIC X(10) VALUE "  SOURCE ".
002420     05 WS-LIM-SOURCE       PIC X(08).
002430 01  WS-TABLE-LINE.
002440     05 FILLER              PIC X(15) VALUE
002450         "ENZYMES LOADED ".
002460     05 WS-TBL-ENZYMES      PIC Z9.
002470     05 FILLER              PIC X(16) VALUE
002480         "  COMBINATIONS ".
002490     05 WS-TBL-COMBOS       PIC Z9.
002500     05 FILLER              PIC X(12) VALUE "  REJECTED ".
002510     05 WS-TBL-REJECTED     PIC ZZZZ9.
002520 01  WS-SECTION-LINE.
002530     05 WS-SECT-TITLE       PIC X(60).
002540 01  WS-HEADING-2.
002550     05 FILLER              PIC X(20) VALUE "SEQ-ID".
002560     05 FILLER              PIC X(02) VALUE SPACES.
002570     05 FILLER              PIC X(06) VALUE "LENGTH".
002580     05 FILLER              PIC X(02) VALUE SPACES.
002590     05 FILLER              PIC X(12) VALUE "DIGEST".
002600     05 FILLER              PIC X(02) VALUE SPACES.
002610     05 FILLER              PIC X(06) VALUE "TYPE".
002620     05 FILLER              PIC X(02) VALUE SPACES.
002630     05 FILLER              PIC X(05) VALUE " CUTS".
002640     05 FILLER              PIC X(02) VALUE SPACES.
002650     05 FILLER              PIC X(05) VALUE "FRAGS".
002660     05 FILLER              PIC X(02) VALUE SPACES.
002670     05 FILLER              PIC X(04) VALUE "FLAG".
002680
002690 01  WS-DETAIL-LINE.
002700     05 WS-DTL-SEQ-ID       PIC X(20).
002710     05 FILLER              PIC X(03) VALUE SPACES.
002720     05 WS-DTL-LENGTH       PIC ZZZZ9.
002730     05 FILLER              PIC X(02) VALUE SPACES.
002740     05 WS-DTL-DIGEST       PIC X(12).
002750     05 FILLER              PIC X(02) VALUE SPACES.
002760     05 WS-DTL-TYPE         PIC X(06).
002770     05 FILLER              PIC X(02) VALUE SPACES.
002780     05 WS-DTL-CUTS         PIC ZZZZ9.
002790     05 FILLER              PIC X(02) VALUE SPACES.
002800     05 WS-DTL-FRAGS        PIC ZZZZ9.
002810     05 FILLER              PIC X(02) VALUE SPACES.
002820     05 WS-DTL-FLAG         PIC X(14).
002830
002840* TWELVE CUT POSITIONS OR FRAGMENT LENGTHS TO A LINE.
002850 01  WS-LIST-LINE.
002860     05 FILLER              PIC X(04).
002870     05 WS-LST-LABEL        PIC X(10).
002880     05 WS-LST-CELL OCCURS 12 TIMES.
002890         10 WS-LST-VALUE    PIC ZZZZZ9.
002900         10 FILLER          PIC X(02).
002910
002920 01  WS-TOTAL-LINE.
002930     05 FILLER              PIC X(09) VALUE "DIGEST - ".
002940     05 WS-TOT-DIGEST       PIC X(12).
002950     05 FILLER              PIC X(01) VALUE SPACE.
002960     05 WS-TOT-TYPE         PIC X(06).
002970     05 FILLER              PIC X(06) VALUE "  CUT ".
002980     05 WS-TOT-CUT          PIC ZZZ,ZZ9.
002990     05 FILLER              PIC X(09) VALUE "  NO CUT ".
003000     05 WS-TOT-NOCUT        PIC ZZZ,ZZ9.
003010     05 FILLER              PIC X(16) VALUE
003020         "  TOO MANY CUTS ".
003030     05 WS-TOT-OVER         PIC ZZZ,ZZ9.
003040
003050 01  WS-SUMMARY-DETAIL.
003060     05 WS-SUM-LABEL        PIC X(30).
003070     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
003080
003090 01  WS-RUN-DATE            PIC 9(08).
003100 01  WS-RUN-TIME            PIC 9(08).
003110
003120 COPY AUDITLOG.
003130
003140 PROCEDURE DIVISION.
003150*-----------------------------------------------------------*
003160* 0000-MAINLINE
003170*-----------------------------------------------------------*
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE
003200     PERFORM 2000-PROCESS-STRANDS
003210         UNTIL WS-NO-MORE-STRANDS
003220     PERFORM 8000-WRITE-SUMMARY-SECTIONS
003230     PERFORM 9000-TERMINATE
003240     GOBACK.
003250
003260*-----------------------------------------------------------*
003270* 1000-INITIALIZE - LOAD THE ENZYMES AND COMBINATIONS, OPEN
003280*                   FILES, WRITE HEADINGS, PRIME THE READ. A
003290*                   NIGHT WITH NO USABLE ENZYME DIGESTS
003300*                   NOTHING.
003310*-----------------------------------------------------------*
003320 1000-INITIALIZE.
003330     PERFORM 1090-READ-RUN-ID
003340     PERFORM 1100-READ-DIGEST-PARM
003350     PERFORM 1200-LOAD-ENZYME-FILE
003360     PERFORM 1300-RESOLVE-COMBINATIONS
003370     OPEN OUTPUT DIGEST-REPORT
003380     OPEN EXTEND AUDIT-LOG
003390     PERFORM 9140-WRITE-AUDIT-START
003400     MOVE WS-RUN-ID          TO WS-HDG-RUN-ID
003410     WRITE DIGEST-REPORT-RECORD FROM WS-HEADING-1
003420     MOVE WS-MAX-CUTS        TO WS-LIM-MAX-CUTS
003430     MOVE WS-LIMIT-SOURCE    TO WS-LIM-SOURCE
003440     WRITE DIGEST-REPORT-RECORD FROM WS-LIMIT-LINE
003450     MOVE WS-ENZ-COUNT       TO WS-TBL-ENZYMES
003460     COMPUTE WS-TBL-COMBOS = WS-DIGEST-COUNT - WS-ENZ-COUNT
003470     MOVE WS-REJECT-COUNT    TO WS-TBL-REJECTED
003480     WRITE DIGEST-REPORT-RECORD FROM WS-TABLE-LINE
003490     WRITE DIGEST-REPORT-RECORD FROM WS-HEADING-2
003500     IF WS-ENZ-COUNT = 0 THEN
003510         DISPLAY "RESTDIG - NO ENZYMES LOADED FROM "
003520             "ENZFILE, NOTHING DIGESTED"
003530         MOVE "Y" TO WS-EOF-SWITCH
003540     ELSE
003550         OPEN INPUT DNA-INPUT
003560         IF WS-DNA-IN-OK THEN
003570             MOVE "Y" TO WS-DNA-OPEN-SW
003580             PERFORM 2100-READ-DNA-INPUT
003590         ELSE
003600             MOVE "Y" TO WS-EOF-SWITCH
003610         END-IF
003620     END-IF.
003630
003640*-----------------------------------------------------------*
003650* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003660*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003670*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003680*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003690*-----------------------------------------------------------*
003700 1090-READ-RUN-ID.
003710     OPEN INPUT RUN-ID-FILE
003720     IF WS-RUN-ID-F-OK THEN
003730         READ RUN-ID-FILE
003740             AT END CONTINUE
003750         END-READ
003760         IF WS-RUN-ID-F-OK THEN
003770             MOVE RUN-ID-RECORD TO WS-RUN-ID
003780         END-IF
003790         CLOSE RUN-ID-FILE
003800     END-IF.
003810
003820*-----------------------------------------------------------*
003830* 1100-READ-DIGEST-PARM - IF AN OPTIONAL DIGPARM FILE
003840*                   SUPPLIES A POSITIVE MAXIMUM NUMBER OF
003850*                   CUTS, IT REPLACES THE COMPILED-IN 25. A
003860*                   MISSING OR EMPTY FILE, OR A VALUE THAT
003870*                   IS NOT A POSITIVE NUMBER, LEAVES THE
003880*                   DEFAULT IN EFFECT.
003890*-----------------------------------------------------------*
003900 1100-READ-DIGEST-PARM.
003910     OPEN INPUT DIGEST-PARM
003920     IF WS-DIGEST-PARM-OK THEN
003930         READ DIGEST-PARM
003940             AT END CONTINUE
003950         END-READ
003960         IF WS-DIGEST-PARM-OK THEN
003970             IF PARM-MAX-CUTS IS NUMERIC
003980                 AND PARM-MAX-CUTS > 0 THEN
003990                 MOVE PARM-MAX-CUTS TO WS-MAX-CUTS
004000                 MOVE "DIGPARM"     TO WS-LIMIT-SOURCE
004010             END-IF
004020         END-IF
004030         CLOSE DIGEST-PARM
004040     END-IF.
004050
004060*-----------------------------------------------------------*
004070* 1200-LOAD-ENZYME-FILE - UP TO 50 ENZYMES AND 25
004080*                   COMBINATIONS. AN ENZYME WITH A BLANK OR
004090*                   REPEATED NAME, A SITE HOLDING ANYTHING
004100*                   BUT A, C, G, T AND THE IUPAC CODES, OR A
004110*                   CUT OFFSET THAT IS NOT NUMERIC, AND A
004120*                   RECORD OF ANY OTHER TYPE, IS NOTED ON THE
004130*                   CONSOLE AND LEFT OUT. EACH ENZYME IS A
004140*                   DIGEST OF ITS OWN.
004150*-----------------------------------------------------------*
004160 1200-LOAD-ENZYME-FILE.
004170     OPEN INPUT ENZYME-FILE
004180     IF WS-ENZYME-OK THEN
004190         PERFORM 1250-READ-ONE-ENZYME
004200             UNTIL WS-NO-MORE-ENZYMES
004210         CLOSE ENZYME-FILE
004220     END-IF.
004230
004240 1250-READ-ONE-ENZYME.
004250     READ ENZYME-FILE
004260         AT END MOVE "Y" TO WS-ENZ-EOF-SWITCH
004270     END-READ
004280     IF NOT WS-NO-MORE-ENZYMES THEN
004290         EVALUATE TRUE
004300             WHEN ENZ-ENZYME-REC
004310                 PERFORM 1260-ADD-ONE-ENZYME
004320             WHEN ENZ-COMBO-REC
004330                 PERFORM 1280-HOLD-ONE-COMBINATION
004340             WHEN OTHER
004350                 ADD 1 TO WS-REJECT-COUNT
004360                 DISPLAY "RESTDIG - ENZFILE RECORD "
004370                     ENZYME-FILE-RECORD " INVALID - IGNORED"
004380         END-EVALUATE
004390     END-IF.
004400
004410 1260-ADD-ONE-ENZYME.
004420     MOVE "Y" TO WS-ENZ-VALID-SWITCH
004430     MOVE 0   TO WS-TRAILING-SPACES
004440     INSPECT ENZ-SITE TALLYING WS-TRAILING-SPACES
004450         FOR TRAILING SPACES
004460     IF ENZ-NAME = SPACES
004470         OR ENZ-SITE = SPACES
004480         OR ENZ-CUT-OFFSET NOT NUMERIC THEN
004490         MOVE "N" TO WS-ENZ-VALID-SWITCH
004500     ELSE
004510         PERFORM 1270-CHECK-ONE-SITE-CHAR
004520             VARYING J FROM 1 BY 1
004530             UNTIL J > 20 - WS-TRAILING-SPACES
004540                 OR NOT WS-ENZ-VALID
004550         MOVE ENZ-NAME TO WS-FIND-NAME
004560         PERFORM 5000-FIND-DIGEST
004570         IF WS-FOUND-IDX > 0 THEN
004580             MOVE "N" TO WS-ENZ-VALID-SWITCH
004590         END-IF
004600     END-IF
004610     EVALUATE TRUE
004620         WHEN NOT WS-ENZ-VALID
004630             ADD 1 TO WS-REJECT-COUNT
004640             DISPLAY "RESTDIG - ENZFILE RECORD "
004650                 ENZYME-FILE-RECORD " INVALID - IGNORED"
004660         WHEN WS-ENZ-COUNT >= 50
004670             ADD 1 TO WS-REJECT-COUNT
004680             DISPLAY "RESTDIG - ENZYME TABLE FULL AT 50 "
004690                 "- IGNORING " ENZ-NAME
004700         WHEN OTHER
004710             ADD 1 TO WS-ENZ-COUNT
004720             MOVE ENZ-NAME TO WS-ENZ-NAME (WS-ENZ-COUNT)
004730             MOVE ENZ-SITE TO WS-ENZ-SITE (WS-ENZ-COUNT)
004740             COMPUTE WS-ENZ-SITE-LEN (WS-ENZ-COUNT) =
004750                 20 - WS-TRAILING-SPACES
004760             MOVE ENZ-CUT-OFFSET
004770                 TO WS-ENZ-OFFSET (WS-ENZ-COUNT)
004780             ADD 1 TO WS-DIGEST-COUNT
004790             MOVE ENZ-NAME TO WS-DIG-NAME (WS-DIGEST-COUNT)
004800             MOVE "ENZYME" TO WS-DIG-TYPE (WS-DIGEST-COUNT)
004810             MOVE 1 TO WS-DIG-MEMBER-COUNT (WS-DIGEST-COUNT)
004820             MOVE WS-ENZ-COUNT
004830                 TO WS-DIG-MEMBER (WS-DIGEST-COUNT, 1)
004840             MOVE 0 TO WS-DIG-CUT-STRANDS (WS-DIGEST-COUNT)
004850             MOVE 0 TO WS-DIG-NOCUT-STRANDS (WS-DIGEST-COUNT)
004860             MOVE 0 TO WS-DIG-OVER-STRANDS (WS-DIGEST-COUNT)
004870     END-EVALUATE.
004880
004890*-----------------------------------------------------------*
004900* 1270-CHECK-ONE-SITE-CHAR - A SITE CHARACTER MUST BE A
004910*                   PLAIN BASE OR ONE OF THE IUPAC CODES.
004920*-----------------------------------------------------------*
004930 1270-CHECK-ONE-SITE-CHAR.
004940     MOVE ENZ-SITE (J:1) TO WS-PAT-CHAR-W
004950     IF WS-PAT-CHAR-W NOT = "A" AND NOT = "C"
004960         AND NOT = "G" AND NOT = "T" THEN
004970         MOVE "N" TO WS-CHAR-OK-SWITCH
004980         PERFORM 1275-TEST-ONE-IUPAC-CODE
004990             VARYING WS-IUPAC-IDX FROM 1 BY 1
005000             UNTIL WS-IUPAC-IDX > 11
005010                 OR WS-CHAR-MATCHES
005020         IF NOT WS-CHAR-MATCHES THEN
005030             MOVE "N" TO WS-ENZ-VALID-SWITCH
005040         END-IF
005050     END-IF.
005060
005070 1275-TEST-ONE-IUPAC-CODE.
005080     IF WS-IUPAC-CODE (WS-IUPAC-IDX) = WS-PAT-CHAR-W THEN
005090         MOVE "Y" TO WS-CHAR-OK-SWITCH
005100     END-IF.
005110
005120*-----------------------------------------------------------*
005130* 1280-HOLD-ONE-COMBINATION - KEEP THE COMBINATION BY
005140*                   MEMBER NAME UNTIL EVERY ENZYME IS IN.
005150*-----------------------------------------------------------*
005160 1280-HOLD-ONE-COMBINATION.
005170     IF WS-COMBO-COUNT >= 25 THEN
005180         ADD 1 TO WS-REJECT-COUNT
005190         DISPLAY "RESTDIG - COMBINATION TABLE FULL AT 25 "
005200             "- IGNORING " ENZ-NAME
005210     ELSE
005220         ADD 1 TO WS-COMBO-COUNT
005230         MOVE ENZ-NAME TO WS-CMB-NAME (WS-COMBO-COUNT)
005240         MOVE ENZ-MEMBER-NAME (1)
005250             TO WS-CMB-MEMBER (WS-COMBO-COUNT, 1)
005260         MOVE ENZ-MEMBER-NAME (2)
005270             TO WS-CMB-MEMBER (WS-COMBO-COUNT, 2)
005280         MOVE ENZ-MEMBER-NAME (3)
005290             TO WS-CMB-MEMBER (WS-COMBO-COUNT, 3)
005300         MOVE ENZ-MEMBER-NAME (4)
005310             TO WS-CMB-MEMBER (WS-COMBO-COUNT, 4)
005320     END-IF.
005330
005340*-----------------------------------------------------------*
005350* 1300-RESOLVE-COMBINATIONS - TURN EACH HELD COMBINATION
005360*                   INTO A DIGEST CUTTING WITH ITS MEMBER
005370*                   ENZYMES. A COMBINATION WITH A BLANK OR
005380*                   REPEATED NAME, A MEMBER THAT IS NOT A
005390*                   LOADED ENZYME, OR FEWER THAN TWO MEMBERS
005400*                   IS NOTED ON THE CONSOLE AND LEFT OUT.
005410*-----------------------------------------------------------*
005420 1300-RESOLVE-COMBINATIONS.
005430     PERFORM 1350-RESOLVE-ONE-COMBINATION
005440         VARYING WS-COMBO-IDX FROM 1 BY 1
005450         UNTIL WS-COMBO-IDX > WS-COMBO-COUNT.
005460
005470 1350-RESOLVE-ONE-COMBINATION.
005480     MOVE "Y" TO WS-ENZ-VALID-SWITCH
005490     MOVE 0   TO WS-MEMBER-OK-COUNT
005500     MOVE WS-CMB-NAME (WS-COMBO-IDX) TO WS-FIND-NAME
005510     PERFORM 5000-FIND-DIGEST
005520     IF WS-FIND-NAME = SPACES OR WS-FOUND-IDX > 0 THEN
005530         MOVE "N" TO WS-ENZ-VALID-SWITCH
005540     END-IF
005550     ADD 1 TO WS-DIGEST-COUNT
005560     MOVE SPACES TO WS-DIG-NAME (WS-DIGEST-COUNT)
005570     PERFORM 1360-RESOLVE-ONE-MEMBER
005580         VARYING WS-MEMBER-SUB FROM 1 BY 1
005590         UNTIL WS-MEMBER-SUB > 4
005600             OR NOT WS-ENZ-VALID
005610     IF WS-MEMBER-OK-COUNT < 2 THEN
005620         MOVE "N" TO WS-ENZ-VALID-SWITCH
005630     END-IF
005640     IF WS-ENZ-VALID THEN
005650         MOVE WS-CMB-NAME (WS-COMBO-IDX)
005660             TO WS-DIG-NAME (WS-DIGEST-COUNT)
005670         MOVE "COMBO"  TO WS-DIG-TYPE (WS-DIGEST-COUNT)
005680         MOVE WS-MEMBER-OK-COUNT
005690             TO WS-DIG-MEMBER-COUNT (WS-DIGEST-COUNT)
005700         MOVE 0 TO WS-DIG-CUT-STRANDS (WS-DIGEST-COUNT)
005710         MOVE 0 TO WS-DIG-NOCUT-STRANDS (WS-DIGEST-COUNT)
005720         MOVE 0 TO WS-DIG-OVER-STRANDS (WS-DIGEST-COUNT)
005730     ELSE
005740         SUBTRACT 1 FROM WS-DIGEST-COUNT
005750         ADD 1 TO WS-REJECT-COUNT
005760         DISPLAY "RESTDIG - COMBINATION "
005770             WS-CMB-NAME (WS-COMBO-IDX)
005780             " INVALID - IGNORED"
005790     END-IF.
005800
005810 1360-RESOLVE-ONE-MEMBER.
005820     IF WS-CMB-MEMBER (WS-COMBO-IDX, WS-MEMBER-SUB)
005830         NOT = SPACES THEN
005840         MOVE WS-CMB-MEMBER (WS-COMBO-IDX, WS-MEMBER-SUB)
005850             TO WS-FIND-NAME
005860         PERFORM 5000-FIND-DIGEST
005870         IF WS-FOUND-IDX = 0
005880             OR WS-FOUND-IDX > WS-ENZ-COUNT THEN
005890             MOVE "N" TO WS-ENZ-VALID-SWITCH
005900         ELSE
005910             ADD 1 TO WS-MEMBER-OK-COUNT
005920             MOVE WS-FOUND-IDX TO WS-DIG-MEMBER
005930                 (WS-DIGEST-COUNT, WS-MEMBER-OK-COUNT)
005940         END-IF
005950     END-IF.
005960
005970*-----------------------------------------------------------*
005980* 2000-PROCESS-STRANDS - RUN EVERY DIGEST AGAINST ONE
005990*                   STRAND AND READ ON.
006000*-----------------------------------------------------------*
006010 2000-PROCESS-STRANDS.
006020     ADD 1 TO WS-STRAND-COUNT
006030     PERFORM 3000-RUN-ONE-DIGEST
006040         VARYING WS-DIG-IDX FROM 1 BY 1
006050         UNTIL WS-DIG-IDX > WS-DIGEST-COUNT
006060     PERFORM 2100-READ-DNA-INPUT.
006070
006080*-----------------------------------------------------------*
006090* 2100-READ-DNA-INPUT - READ NEXT STRAND, SET EOF SWITCH.
006100*-----------------------------------------------------------*
006110 2100-READ-DNA-INPUT.
006120     READ DNA-INPUT
006130         AT END
006140             MOVE "Y" TO WS-EOF-SWITCH
006150     END-READ
006160     IF NOT WS-NO-MORE-STRANDS THEN
006170         MOVE DNA-SEQ-ID    TO WS-SEQ-ID
006180         MOVE DNA-SEQ-LEN   TO WS-SEQ-LEN
006190         MOVE DNA-SEQUENCE  TO WS-STRING
006200     END-IF.
006210
006220*-----------------------------------------------------------*
006230* 3000-RUN-ONE-DIGEST - GATHER THE CUTS OF EVERY ENZYME IN
006240*                   THE DIGEST, THEN REPORT THEM AND THE
006250*                   FRAGMENTS THEY LEAVE.
006260*-----------------------------------------------------------*
006270 3000-RUN-ONE-DIGEST.
006280     MOVE 0   TO WS-CUT-COUNT
006290     MOVE "N" TO WS-TABLE-FULL-SW
006300     PERFORM 3050-SCAN-ONE-MEMBER
006310         VARYING WS-MEMBER-SUB FROM 1 BY 1
006320         UNTIL WS-MEMBER-SUB > WS-DIG-MEMBER-COUNT (WS-DIG-IDX)
006330     PERFORM 6000-REPORT-ONE-DIGEST.
006340
006350*-----------------------------------------------------------*
006360* 3050-SCAN-ONE-MEMBER - SLIDE ONE ENZYME'S SITE ALONG THE
006370*                   STRAND, TESTING EVERY STARTING POSITION
006380*                   IT STILL FITS AT.
006390*-----------------------------------------------------------*
006400 3050-SCAN-ONE-MEMBER.
006410     MOVE WS-DIG-MEMBER (WS-DIG-IDX, WS-MEMBER-SUB)
006420         TO WS-ENZ-IDX
006430     IF WS-ENZ-SITE-LEN (WS-ENZ-IDX) <= WS-SEQ-LEN THEN
006440         PERFORM 3100-TEST-ONE-POSITION
006450             VARYING WS-POS FROM 1 BY 1
006460             UNTIL WS-POS + WS-ENZ-SITE-LEN (WS-ENZ-IDX) - 1
006470                 > WS-SEQ-LEN
006480     END-IF.
006490
006500*-----------------------------------------------------------*
006510* 3100-TEST-ONE-POSITION - MATCH THE SITE CHARACTER BY
006520*                   CHARACTER FROM THIS STARTING POSITION,
006530*                   IUPAC WILDCARDS HONORED. A FULL MATCH
006540*                   CUTS THE STRAND AT THE ENZYME'S OFFSET.
006550*-----------------------------------------------------------*
006560 3100-TEST-ONE-POSITION.
006570     MOVE "Y" TO WS-MATCH-SWITCH
006580     PERFORM 3200-TEST-ONE-CHAR
006590         VARYING J FROM 1 BY 1
006600         UNTIL J > WS-ENZ-SITE-LEN (WS-ENZ-IDX)
006610             OR NOT WS-POSITION-MATCHES
006620     IF WS-POSITION-MATCHES THEN
006630         PERFORM 3500-RECORD-ONE-CUT
006640     END-IF.
006650
006660 3200-TEST-ONE-CHAR.
006670     COMPUTE K = WS-POS + J - 1
006680     MOVE WS-ENZ-SITE (WS-ENZ-IDX) (J:1) TO WS-PAT-CHAR-W
006690     MOVE WS-CHAR (K)                    TO WS-SEQ-CHAR-W
006700     IF WS-PAT-CHAR-W NOT = WS-SEQ-CHAR-W THEN
006710         PERFORM 3300-WILDCARD-CHECK
006720         IF NOT WS-CHAR-MATCHES THEN
006730             MOVE "N" TO WS-MATCH-SWITCH
006740         END-IF
006750     END-IF.
006760
006770*-----------------------------------------------------------*
006780* 3300-WILDCARD-CHECK - A SITE CHARACTER THAT IS ONE OF THE
006790*                   IUPAC AMBIGUITY CODES MATCHES ANY OF ITS
006800*                   MEMBER BASES; ANYTHING ELSE MUST HAVE
006810*                   MATCHED EXACTLY ALREADY.
006820*-----------------------------------------------------------*
006830 3300-WILDCARD-CHECK.
006840     MOVE "N" TO WS-CHAR-OK-SWITCH
006850     PERFORM 3350-IUPAC-TABLE-CHECK
006860         VARYING WS-IUPAC-IDX FROM 1 BY 1
006870         UNTIL WS-IUPAC-IDX > 11
006880             OR WS-CHAR-MATCHES.
006890
006900 3350-IUPAC-TABLE-CHECK.
006910     IF WS-IUPAC-CODE (WS-IUPAC-IDX) = WS-PAT-CHAR-W THEN
006920         PERFORM 3360-MEMBER-CHECK
006930             VARYING WS-MEMBER-IDX FROM 1 BY 1
006940             UNTIL WS-MEMBER-IDX > 4
006950                 OR WS-CHAR-MATCHES
006960     END-IF.
006970
006980 3360-MEMBER-CHECK.
006990     IF WS-IUPAC-MEMBERS (WS-IUPAC-IDX) (WS-MEMBER-IDX:1)
007000         = WS-SEQ-CHAR-W THEN
007010         MOVE "Y" TO WS-CHAR-OK-SWITCH
007020     END-IF.
007030
007040*-----------------------------------------------------------*
007050* 3500-RECORD-ONE-CUT - THE CUT FALLS AFTER THE BASE THE
007060*                   OFFSET REACHES FROM THE START OF THE
007070*                   SITE. A CUT AT EITHER END OF THE STRAND,
007080*                   OR PAST IT, LEAVES NO FRAGMENT AND IS NOT
007090*                   A CUT. THE CUT GOES INTO THE TABLE IN
007100*                   ORDER; ONE ALREADY THERE IS NOT REPEATED.
007110*-----------------------------------------------------------*
007120 3500-RECORD-ONE-CUT.
007130     COMPUTE WS-NEW-CUT =
007140         WS-POS + WS-ENZ-OFFSET (WS-ENZ-IDX) - 1
007150     IF WS-NEW-CUT > 0 AND WS-NEW-CUT < WS-SEQ-LEN THEN
007160         MOVE "N" TO WS-INSERT-SWITCH
007170         PERFORM 3550-FIND-INSERT-POINT
007180             VARYING WS-CUT-IDX FROM 1 BY 1
007190             UNTIL WS-CUT-IDX > WS-CUT-COUNT
007200                 OR WS-INSERT-DONE
007210         IF NOT WS-INSERT-DONE THEN
007220             PERFORM 3600-INSERT-CUT
007230         END-IF
007240     END-IF.
007250
007260 3550-FIND-INSERT-POINT.
007270     IF WS-CUT-POS (WS-CUT-IDX) = WS-NEW-CUT THEN
007280         MOVE "Y" TO WS-INSERT-SWITCH
007290     ELSE
007300         IF WS-CUT-POS (WS-CUT-IDX) > WS-NEW-CUT THEN
007310             PERFORM 3600-INSERT-CUT
007320             MOVE "Y" TO WS-INSERT-SWITCH
007330         END-IF
007340     END-IF.
007350
007360*-----------------------------------------------------------*
007370* 3600-INSERT-CUT - OPEN A SLOT AT WS-CUT-IDX (ONE PAST THE
007380*                   END WHEN APPENDING) AND PLACE THE CUT.
007390*-----------------------------------------------------------*
007400 3600-INSERT-CUT.
007410     IF WS-CUT-COUNT >= 2000 THEN
007420         IF NOT WS-CUT-TABLE-FULL THEN
007430             MOVE "Y" TO WS-TABLE-FULL-SW
007440             DISPLAY "RESTDIG - CUT TABLE FULL AT 2000 FOR "
007450                 WS-SEQ-ID " " WS-DIG-NAME (WS-DIG-IDX)
007460         END-IF
007470     ELSE
007480         PERFORM 3650-SHIFT-ONE-CUT
007490             VARYING WS-SHIFT-IDX FROM WS-CUT-COUNT BY -1
007500             UNTIL WS-SHIFT-IDX < WS-CUT-IDX
007510         MOVE WS-NEW-CUT TO WS-CUT-POS (WS-CUT-IDX)
007520         ADD 1 TO WS-CUT-COUNT
007530     END-IF.
007540
007550 3650-SHIFT-ONE-CUT.
007560     MOVE WS-CUT-POS (WS-SHIFT-IDX)
007570         TO WS-CUT-POS (WS-SHIFT-IDX + 1).
007580
007590*-----------------------------------------------------------*
007600* 5000-FIND-DIGEST - LOCATE WS-FIND-NAME AMONG THE DIGESTS
007610*                   LOADED SO FAR. WS-FOUND-IDX IS ZERO WHEN
007620*                   IT IS NOT THERE; AN ENZYME'S DIGEST
007630*                   NUMBER IS ALSO ITS ENZYME NUMBER.
007640*-----------------------------------------------------------*
007650 5000-FIND-DIGEST.
007660     MOVE 0 TO WS-FOUND-IDX
007670     PERFORM 5100-TEST-ONE-DIGEST
007680         VARYING WS-DIG-IDX FROM 1 BY 1
007690         UNTIL WS-DIG-IDX > WS-DIGEST-COUNT
007700             OR WS-FOUND-IDX > 0.
007710
007720 5100-TEST-ONE-DIGEST.
007730     IF WS-DIG-NAME (WS-DIG-IDX) = WS-FIND-NAME THEN
007740         MOVE WS-DIG-IDX TO WS-FOUND-IDX
007750     END-IF.
007760
007770*-----------------------------------------------------------*
007780* 6000-REPORT-ONE-DIGEST - THE DIGEST LINE, FLAGGED WHEN
007790*                   THE STRAND IS NOT CUT OR IS CUT MORE
007800*                   THAN THE LIMIT, THEN THE CUT POSITIONS
007810*                   AND THE FRAGMENT LENGTHS IN STRAND ORDER.
007820*-----------------------------------------------------------*
007830 6000-REPORT-ONE-DIGEST.
007840     ADD 1 TO WS-DIGEST-LINE-COUNT
007850     MOVE SPACES                 TO WS-DETAIL-LINE
007860     MOVE WS-SEQ-ID              TO WS-DTL-SEQ-ID
007870     MOVE WS-SEQ-LEN             TO WS-DTL-LENGTH
007880     MOVE WS-DIG-NAME (WS-DIG-IDX) TO WS-DTL-DIGEST
007890     MOVE WS-DIG-TYPE (WS-DIG-IDX) TO WS-DTL-TYPE
007900     MOVE WS-CUT-COUNT           TO WS-DTL-CUTS
007910     COMPUTE WS-DTL-FRAGS = WS-CUT-COUNT + 1
007920     EVALUATE TRUE
007930         WHEN WS-CUT-COUNT = 0
007940             MOVE "NO CUT"        TO WS-DTL-FLAG
007950             ADD 1 TO WS-NOCUT-COUNT
007960             ADD 1 TO WS-DIG-NOCUT-STRANDS (WS-DIG-IDX)
007970         WHEN WS-CUT-COUNT > WS-MAX-CUTS
007980             MOVE "TOO MANY CUTS" TO WS-DTL-FLAG
007990             ADD 1 TO WS-OVER-COUNT
008000             ADD 1 TO WS-DIG-OVER-STRANDS (WS-DIG-IDX)
008010         WHEN OTHER
008020             ADD 1 TO WS-DIG-CUT-STRANDS (WS-DIG-IDX)
008030     END-EVALUATE
008040     WRITE DIGEST-REPORT-RECORD FROM WS-DETAIL-LINE
008050     IF WS-CUT-COUNT > 0 THEN
008060         MOVE SPACES      TO WS-LIST-LINE
008070         MOVE "CUT AFTER" TO WS-LST-LABEL
008080         MOVE 0           TO WS-CELL-IDX
008090         PERFORM 6100-LIST-ONE-CUT
008100             VARYING WS-CUT-IDX FROM 1 BY 1
008110             UNTIL WS-CUT-IDX > WS-CUT-COUNT
008120         PERFORM 6900-FLUSH-LIST-LINE
008130         MOVE SPACES      TO WS-LIST-LINE
008140         MOVE "FRAGMENTS" TO WS-LST-LABEL
008150         MOVE 0           TO WS-CELL-IDX
008160         PERFORM 6200-LIST-ONE-FRAGMENT
008170             VARYING WS-CUT-IDX FROM 1 BY 1
008180             UNTIL WS-CUT-IDX > WS-CUT-COUNT + 1
008190         PERFORM 6900-FLUSH-LIST-LINE
008200     END-IF.
008210
008220 6100-LIST-ONE-CUT.
008230     MOVE WS-CUT-POS (WS-CUT-IDX) TO WS-FRAG-LEN
008240     PERFORM 6800-ADD-LIST-CELL.
008250
008260*-----------------------------------------------------------*
008270* 6200-LIST-ONE-FRAGMENT - EACH FRAGMENT RUNS FROM THE
008280*                   PREVIOUS CUT (OR THE START) TO THIS ONE
008290*                   (OR THE END).
008300*-----------------------------------------------------------*
008310 6200-LIST-ONE-FRAGMENT.
008320     IF WS-CUT-IDX = 1 THEN
008330         MOVE 0 TO WS-FRAG-LEFT
008340     ELSE
008350         MOVE WS-CUT-POS (WS-CUT-IDX - 1) TO WS-FRAG-LEFT
008360     END-IF
008370     IF WS-CUT-IDX > WS-CUT-COUNT THEN
008380         MOVE WS-SEQ-LEN TO WS-FRAG-RIGHT
008390     ELSE
008400         MOVE WS-CUT-POS (WS-CUT-IDX) TO WS-FRAG-RIGHT
008410     END-IF
008420     COMPUTE WS-FRAG-LEN = WS-FRAG-RIGHT - WS-FRAG-LEFT
008430     PERFORM 6800-ADD-LIST-CELL.
008440
008450 6800-ADD-LIST-CELL.
008460     ADD 1 TO WS-CELL-IDX
008470     MOVE WS-FRAG-LEN TO WS-LST-VALUE (WS-CELL-IDX)
008480     IF WS-CELL-IDX = 12 THEN
008490         WRITE DIGEST-REPORT-RECORD FROM WS-LIST-LINE
008500         MOVE SPACES TO WS-LIST-LINE
008510         MOVE 0      TO WS-CELL-IDX
008520     END-IF.
008530
008540 6900-FLUSH-LIST-LINE.
008550     IF WS-CELL-IDX > 0 THEN
008560         WRITE DIGEST-REPORT-RECORD FROM WS-LIST-LINE
008570     END-IF.
008580
008590*-----------------------------------------------------------*
008600* 8000-WRITE-SUMMARY-SECTIONS - ONE TOTALS LINE PER DIGEST
008610*                   AND THE RUN'S CONTROL TOTALS.
008620*-----------------------------------------------------------*
008630 8000-WRITE-SUMMARY-SECTIONS.
008640     MOVE "DIGEST TOTALS" TO WS-SECT-TITLE
008650     WRITE DIGEST-REPORT-RECORD FROM WS-SECTION-LINE
008660     PERFORM 8100-WRITE-ONE-TOTAL-LINE
008670         VARYING WS-DIG-IDX FROM 1 BY 1
008680         UNTIL WS-DIG-IDX > WS-DIGEST-COUNT
008690     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008700     MOVE "STRANDS DIGESTED"      TO WS-SUM-LABEL
008710     MOVE WS-STRAND-COUNT         TO WS-SUM-VALUE
008720     WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008730     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008740     MOVE "DIGESTS REPORTED"      TO WS-SUM-LABEL
008750     MOVE WS-DIGEST-LINE-COUNT    TO WS-SUM-VALUE
008760     WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008770     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008780     MOVE "FLAGGED NO CUT"        TO WS-SUM-LABEL
008790     MOVE WS-NOCUT-COUNT          TO WS-SUM-VALUE
008800     WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-DETAIL
008810     MOVE SPACES                  TO WS-SUMMARY-DETAIL
008820     MOVE "FLAGGED TOO MANY CUTS" TO WS-SUM-LABEL
008830     MOVE WS-OVER-COUNT           TO WS-SUM-VALUE
008840     WRITE DIGEST-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
008850
008860 8100-WRITE-ONE-TOTAL-LINE.
008870     MOVE WS-DIG-NAME (WS-DIG-IDX)          TO WS-TOT-DIGEST
008880     MOVE WS-DIG-TYPE (WS-DIG-IDX)          TO WS-TOT-TYPE
008890     MOVE WS-DIG-CUT-STRANDS (WS-DIG-IDX)   TO WS-TOT-CUT
008900     MOVE WS-DIG-NOCUT-STRANDS (WS-DIG-IDX) TO WS-TOT-NOCUT
008910     MOVE WS-DIG-OVER-STRANDS (WS-DIG-IDX)  TO WS-TOT-OVER
008920     WRITE DIGEST-REPORT-RECORD FROM WS-TOTAL-LINE.
008930
008940*-----------------------------------------------------------*
008950* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE: 4 WHEN
008960*                  NO ENZYME LOADED OR ANY DIGEST WAS FLAGGED.
008980*-----------------------------------------------------------*
008990 9000-TERMINATE.
009000     PERFORM 9150-WRITE-AUDIT-LOG
009010     IF WS-DNA-IS-OPEN THEN
009020         CLOSE DNA-INPUT
009030     END-IF
009040     CLOSE DIGEST-REPORT
009050     CLOSE AUDIT-LOG
009060     IF WS-ENZ-COUNT = 0
009070         OR WS-NOCUT-COUNT > 0 OR WS-OVER-COUNT > 0 THEN
009080         MOVE 4 TO RETURN-CODE
009090     END-IF.
009120
009130*-----------------------------------------------------------*
009140* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
009150*                        INITIALIZATION SO THE BATCH-WINDOW
009160*                        REPORT CAN PAIR THIS STEP'S START
009170*                        WITH ITS END.
009180*-----------------------------------------------------------*
009190 9140-WRITE-AUDIT-START.
009200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009210     ACCEPT WS-RUN-TIME FROM TIME
009220     MOVE "RESTDIG"         TO AUD-PROGRAM-NAME
009230     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009240     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009250     MOVE WS-RUN-ID         TO AUD-RUN-ID
009260     MOVE 0                 TO AUD-INPUT-COUNT
009270     MOVE 0                 TO AUD-OUTPUT-COUNT
009280     MOVE "S"               TO AUD-RECORD-TYPE
009290     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
009300
009310*-----------------------------------------------------------*
009320* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
009330*                        AUDITLOG FILE SHARED BY THE WHOLE
009340*                        NIGHTLY SUITE.
009350*-----------------------------------------------------------*
009360 9150-WRITE-AUDIT-LOG.
009370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009380     ACCEPT WS-RUN-TIME FROM TIME
009390     MOVE "RESTDIG"         TO AUD-PROGRAM-NAME
009400     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
009410     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
009420     MOVE WS-RUN-ID         TO AUD-RUN-ID
009430     MOVE WS-STRAND-COUNT   TO AUD-INPUT-COUNT
009440     MOVE WS-DIGEST-LINE-COUNT TO AUD-OUTPUT-COUNT
009450     MOVE "E"               TO AUD-RECORD-TYPE
009460     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
