000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    PROTPROP.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. PROTEIN PROPERTY REPORT OVER
000150*                  THE NIGHT'S PROTEIN-OUTPUT. FOR EACH
000160*                  PROTEIN: ESTIMATED MOLECULAR WEIGHT (SUM
000170*                  OF RESIDUE WEIGHTS PLUS ONE WATER),
000180*                  AMINO-ACID COMPOSITION PERCENTAGES, THE
000190*                  GRAVY HYDROPATHY AVERAGE, AND ITS COUNTS
000200*                  OF POSITIVELY AND NEGATIVELY CHARGED
000210*                  RESIDUES. RESIDUE WEIGHTS, HYDROPATHY
000220*                  VALUES AND CHARGES LOAD FROM THE RESPROP
000230*                  RESIDUE-PROPERTY FILE, NOT COMPILED IN; A
000240*                  RUN WITH NO USABLE RESPROP ENDS RC=8. A
000250*                  PROTEIN SHORTER OR LONGER THAN THE
000260*                  PROPPARM LENGTH LIMITS, MADE MOSTLY OF ONE
000270*                  RESIDUE, OR CARRYING A RESIDUE RESPROP
000280*                  DOES NOT LIST IS FLAGGED FOR REVIEW, AND
000290*                  ANY FLAG ENDS THE STEP RC=4.
000292* 2026-10-15 DK    A RUN WITH NO USABLE RESPROP NOW ENDS RC=4
000294*                  WITH ITS CONSOLE MESSAGE, NOT RC=8 - THE
000296*                  NIGHTLY COND=(8,GE) CHAIN BYPASSED EVERY
000298*                  LATER STEP FOR A REPORT-ONLY STEP.
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PROTEIN-INPUT ASSIGN TO "PROTOUT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PROT-IN-STATUS.
000370     SELECT RESIDUE-PROP ASSIGN TO "RESPROP"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RES-PROP-STATUS.
000400     SELECT PROP-PARM ASSIGN TO "PROPPARM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PROP-PARM-STATUS.
000430     SELECT PROP-REPORT ASSIGN TO "PROPRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PROP-RPT-STATUS.
000460     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000490     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RUN-ID-F-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PROTEIN-INPUT
000550     RECORD CONTAINS 25 TO 3358 CHARACTERS DEPENDING
000560         ON PROT-AA-COUNT.
000570 01  PROTEIN-INPUT-RECORD.
000580     05 PROT-SEQ-ID          PIC X(20).
000590     05 PROT-AA-COUNT        PIC 9(05).
000600     05 PROT-AMINO-ACIDS     PIC X(3333).
000610
000620* ONE RECORD PER RESIDUE: ONE-LETTER CODE, AVERAGE RESIDUE
000630* WEIGHT IN DALTONS, KYTE-DOOLITTLE HYDROPATHY, AND CHARGE
000640* AT NEUTRAL PH ("+", "-" OR SPACE).
000650 FD  RESIDUE-PROP
000660     RECORD CONTAINS 13 CHARACTERS.
000670 01  RESIDUE-PROP-RECORD.
000680     05 RP-AMINO             PIC X(01).
000690     05 RP-WEIGHT            PIC 9(03)V9(04).
000700     05 RP-HYDROPATHY        PIC S9(01)V9(02)
000710                             SIGN IS LEADING SEPARATE.
000720     05 RP-CHARGE            PIC X(01).
000730
000740 FD  PROP-PARM
000750     RECORD CONTAINS 13 CHARACTERS.
000760 01  PROP-PARM-RECORD.
000770     05 PARM-MIN-LENGTH      PIC 9(05).
000780     05 PARM-MAX-LENGTH      PIC 9(05).
000790     05 PARM-MAX-RESIDUE-PCT PIC 9(03).
000800
000810 FD  PROP-REPORT
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  PROP-REPORT-RECORD      PIC X(132).
000840
000850 FD  AUDIT-LOG
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  AUDIT-LOG-RECORD        PIC X(80).
000880
000890 FD  RUN-ID-FILE
000900     RECORD CONTAINS 15 CHARACTERS.
000910 01  RUN-ID-RECORD           PIC X(15).
000920 WORKING-STORAGE SECTION.
000930 01  WS-RUN-ID-F-STATUS     PIC X(02).
000940     88 WS-RUN-ID-F-OK                VALUE "00".
000950 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
000960 01  WS-PROT-IN-STATUS      PIC X(02).
000970     88 WS-PROT-IN-OK                 VALUE "00".
000980     88 WS-PROT-IN-EOF                VALUE "10".
000990 01  WS-RES-PROP-STATUS     PIC X(02).
001000     88 WS-RES-PROP-OK                VALUE "00".
001010 01  WS-PROP-PARM-STATUS    PIC X(02).
001020     88 WS-PROP-PARM-OK               VALUE "00".
001030 01  WS-PROP-RPT-STATUS     PIC X(02).
001040     88 WS-PROP-RPT-OK                VALUE "00".
001050 01  WS-AUDIT-STATUS        PIC X(02).
001060     88 WS-AUDIT-OK                   VALUE "00".
001070
001080 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001090     88 WS-NO-MORE-PROTEINS           VALUE "Y".
001100 01  WS-PROT-OPEN-SW        PIC X(01) VALUE "N".
001110     88 WS-PROT-IS-OPEN               VALUE "Y".
001120 01  WS-RES-EOF-SWITCH      PIC X(01) VALUE "N".
001130     88 WS-NO-MORE-RESIDUES           VALUE "Y".
001140
001150* REVIEW LIMITS - A PROTEIN OUTSIDE THE LENGTH RANGE, OR ONE
001160* WHOSE MOST COMMON RESIDUE EXCEEDS THE PERCENTAGE, IS
001170* FLAGGED.
001180 01  WS-MIN-LENGTH          PIC 9(05) VALUE 20.
001190 01  WS-MAX-LENGTH          PIC 9(05) VALUE 2000.
001200 01  WS-MAX-RESIDUE-PCT     PIC 9(03) VALUE 50.
001210 01  WS-LIMIT-SOURCE        PIC X(08) VALUE "DEFAULT".
001220
001230* ONE WATER MOLECULE IS ADDED BACK TO THE SUMMED RESIDUE
001240* WEIGHTS FOR THE CHAIN'S FREE ENDS.
001250 01  WS-WATER-WEIGHT        PIC 9(03)V9(04) VALUE 18.0153.
001260
001270* THE RESIDUE-PROPERTY TABLE AS LOADED FROM RESPROP, WITH
001280* EACH RESIDUE'S COUNT IN THE CURRENT PROTEIN AND THE NIGHT.
001290 01  WS-RES-COUNT           PIC 9(02) COMP VALUE 0.
001300 01  WS-RES-REJECT-COUNT    PIC 9(05) COMP VALUE 0.
001310 01  WS-RES-TABLE.
001320     05 WS-RES-ENTRY OCCURS 26 TIMES.
001330         10 WS-RES-AMINO    PIC X(01).
001340         10 WS-RES-WEIGHT   PIC 9(03)V9(04).
001350         10 WS-RES-HYDRO    PIC S9(01)V9(02).
001360         10 WS-RES-CHARGE   PIC X(01).
001370             88 WS-RES-POSITIVE        VALUE "+".
001380             88 WS-RES-NEGATIVE        VALUE "-".
001390         10 WS-RES-PROT-CNT PIC 9(05) COMP.
001400         10 WS-RES-NIGHT-CNT PIC 9(09) COMP.
001410 01  WS-RES-IDX             PIC 9(02) COMP.
001420 01  WS-RES-SUB             PIC 9(02) COMP.
001430 01  WS-RES-FOUND-SWITCH    PIC X(01).
001440     88 WS-RES-FOUND                  VALUE "Y".
001450 01  WS-RES-VALID-SWITCH    PIC X(01).
001460     88 WS-RES-VALID                  VALUE "Y".
001470 01  WS-RESIDUE             PIC X(01).
001480
001490 01  I                      PIC 9(05) COMP.
001500 01  WS-AA-COUNT            PIC 9(05) COMP.
001510 01  WS-KNOWN-COUNT         PIC 9(05) COMP.
001520 01  WS-UNKNOWN-COUNT       PIC 9(05) COMP.
001530 01  WS-POSITIVE-COUNT      PIC 9(05) COMP.
001540 01  WS-NEGATIVE-COUNT      PIC 9(05) COMP.
001550 01  WS-TOP-COUNT           PIC 9(05) COMP.
001560 01  WS-TOP-RESIDUE         PIC X(01).
001570 01  WS-MOL-WEIGHT          PIC 9(09)V9(04).
001580 01  WS-HYDRO-SUM           PIC S9(07)V9(02).
001590 01  WS-WEIGHT-TERM         PIC 9(09)V9(04).
001600 01  WS-HYDRO-TERM          PIC S9(07)V9(02).
001610 01  WS-GRAVY               PIC S9(01)V9(03).
001620 01  WS-TOP-PCT             PIC 9(03)V9(02).
001630 01  WS-RES-PCT             PIC 9(03)V9(02).
001640* COUNTS ARE MOVED HERE BEFORE DIVIDING SO THE QUOTIENT
001650* KEEPS ITS DECIMAL PLACES.
001660 01  WS-NUMERATOR           PIC S9(11)V9(06).
001670
001680 01  WS-FLAG-TEXT           PIC X(44).
001690 01  WS-FLAG-PTR            PIC 9(03) COMP.
001700 01  WS-PROT-FLAGGED-SW     PIC X(01).
001710     88 WS-PROT-FLAGGED               VALUE "Y".
001720
001730 01  WS-PROTEIN-COUNT       PIC 9(07) COMP VALUE 0.
001740 01  WS-FLAGGED-COUNT       PIC 9(07) COMP VALUE 0.
001750 01  WS-SHORT-COUNT         PIC 9(07) COMP VALUE 0.
001760 01  WS-LONG-COUNT          PIC 9(07) COMP VALUE 0.
001770 01  WS-ONE-RESIDUE-COUNT   PIC 9(07) COMP VALUE 0.
001780 01  WS-UNKNOWN-PROT-COUNT  PIC 9(07) COMP VALUE 0.
001790 01  WS-NIGHT-RESIDUES      PIC 9(09) COMP VALUE 0.
001800 01  WS-CELL-IDX            PIC 9(02) COMP.
001810
001820 01  WS-HEADING-1.
001830     05 FILLER              PIC X(32) VALUE
001840         "PROTEIN PROPERTY REPORT".
001850     05 FILLER              PIC X(08) VALUE "RUN ID ".
001860     05 WS-HDG-RUN-ID       PIC X(15).
001870 01  WS-LIMIT-LINE.
001880     05 FILLER              PIC X(14) VALUE "LENGTH LIMITS ".
001890     05 WS-LIM-MIN          PIC ZZZZ9.
001900     05 FILLER              PIC X(03) VALUE " - ".
001910     05 WS-LIM-MAX          PIC ZZZZ9.
001920     05 FILLER              PIC X(26) VALUE
001930         "  MAX SINGLE RESIDUE PCT ".
001940     05 WS-LIM-RES-PCT      PIC ZZ9.
001950     05 FILLER              PIC X(10) VALUE "  SOURCE ".
001960     05 WS-LIM-SOURCE       PIC X(08).
001970 01  WS-TABLE-LINE.
001980     05 FILLER              PIC X(26) VALUE
001990         "RESIDUE PROPERTIES LOADED ".
002000     05 WS-TBL-LOADED       PIC Z9.
002010     05 FILLER              PIC X(12) VALUE "  REJECTED ".
002020     05 WS-TBL-REJECTED     PIC ZZZZ9.
002030 01  WS-SECTION-LINE.
002040     05 WS-SECT-TITLE       PIC X(60).
002050 01  WS-HEADING-2.
002060     05 FILLER              PIC X(20) VALUE "SEQ-ID".
002070     05 FILLER              PIC X(02) VALUE SPACES.
002080     05 FILLER              PIC X(06) VALUE "LENGTH".
002090     05 FILLER              PIC X(02) VALUE SPACES.
002100     05 FILLER              PIC X(14) VALUE
002110         "    MOL WEIGHT".
002120     05 FILLER              PIC X(02) VALUE SPACES.
002130     05 FILLER              PIC X(06) VALUE " GRAVY".
002140     05 FILLER              PIC X(02) VALUE SPACES.
002150     05 FILLER              PIC X(05) VALUE " POS".
002160     05 FILLER              PIC X(02) VALUE SPACES.
002170     05 FILLER              PIC X(05) VALUE " NEG".
002180     05 FILLER              PIC X(02) VALUE SPACES.
002190     05 FILLER              PIC X(10) VALUE "TOP    PCT".
002200     05 FILLER              PIC X(02) VALUE SPACES.
002210     05 FILLER              PIC X(04) VALUE "FLAG".
002220
002230 01  WS-DETAIL-LINE.
002240     05 WS-DTL-SEQ-ID       PIC X(20).
002250     05 FILLER              PIC X(03) VALUE SPACES.
002260     05 WS-DTL-LENGTH       PIC ZZZZ9.
002270     05 FILLER              PIC X(02) VALUE SPACES.
002280     05 WS-DTL-WEIGHT       PIC ZZ,ZZZ,ZZ9.99.
002290     05 FILLER              PIC X(03) VALUE SPACES.
002300     05 WS-DTL-GRAVY        PIC -9.999.
002310     05 FILLER              PIC X(02) VALUE SPACES.
002320     05 WS-DTL-POSITIVE     PIC ZZZZ9.
002330     05 FILLER              PIC X(02) VALUE SPACES.
002340     05 WS-DTL-NEGATIVE     PIC ZZZZ9.
002350     05 FILLER              PIC X(02) VALUE SPACES.
002360     05 WS-DTL-TOP-RESIDUE  PIC X(01).
002370     05 FILLER              PIC X(03) VALUE SPACES.
002380     05 WS-DTL-TOP-PCT      PIC ZZ9.99.
002390     05 FILLER              PIC X(02) VALUE SPACES.
002400     05 WS-DTL-FLAG         PIC X(44).
002410
002420* TWELVE RESIDUES TO A LINE - ONE-LETTER CODE AND PERCENT.
002430 01  WS-COMP-LINE.
002440     05 FILLER              PIC X(04).
002450     05 WS-CMP-CELL OCCURS 12 TIMES.
002460         10 WS-CMP-AMINO    PIC X(01).
002470         10 FILLER          PIC X(01).
002480         10 WS-CMP-PCT      PIC ZZ9.99.
002490         10 FILLER          PIC X(02).
002500
002510 01  WS-SUMMARY-DETAIL.
002520     05 WS-SUM-LABEL        PIC X(30).
002530     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002540
002550 01  WS-RUN-DATE            PIC 9(08).
002560 01  WS-RUN-TIME            PIC 9(08).
002570
002580 COPY AUDITLOG.
002590
002600 PROCEDURE DIVISION.
002610*-----------------------------------------------------------*
002620* 0000-MAINLINE
002630*-----------------------------------------------------------*
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE
002660     PERFORM 2000-PROCESS-PROTEINS
002670         UNTIL WS-NO-MORE-PROTEINS
002680     PERFORM 8000-WRITE-SUMMARY-SECTIONS
002690     PERFORM 9000-TERMINATE
002700     GOBACK.
002710
002720*-----------------------------------------------------------*
002730* 1000-INITIALIZE - READ THE PARM, LOAD THE RESIDUE TABLE,
002740*                   OPEN FILES, WRITE HEADINGS, PRIME THE
002750*                   READ. WITH NO RESIDUE TABLE THERE IS
002760*                   NOTHING TO MEASURE AND NO PROTEIN IS
002770*                   READ.
002780*-----------------------------------------------------------*
002790 1000-INITIALIZE.
002800     PERFORM 1090-READ-RUN-ID
002810     PERFORM 1100-READ-PROP-PARM
002820     PERFORM 1200-LOAD-RESIDUE-TABLE
002830     OPEN OUTPUT PROP-REPORT
002840     OPEN EXTEND AUDIT-LOG
002850     PERFORM 9140-WRITE-AUDIT-START
002860     MOVE WS-RUN-ID          TO WS-HDG-RUN-ID
002870     WRITE PROP-REPORT-RECORD FROM WS-HEADING-1
002880     MOVE WS-MIN-LENGTH      TO WS-LIM-MIN
002890     MOVE WS-MAX-LENGTH      TO WS-LIM-MAX
002900     MOVE WS-MAX-RESIDUE-PCT TO WS-LIM-RES-PCT
002910     MOVE WS-LIMIT-SOURCE    TO WS-LIM-SOURCE
002920     WRITE PROP-REPORT-RECORD FROM WS-LIMIT-LINE
002930     MOVE WS-RES-COUNT        TO WS-TBL-LOADED
002940     MOVE WS-RES-REJECT-COUNT TO WS-TBL-REJECTED
002950     WRITE PROP-REPORT-RECORD FROM WS-TABLE-LINE
002960     WRITE PROP-REPORT-RECORD FROM WS-HEADING-2
002970     IF WS-RES-COUNT = 0 THEN
002980         DISPLAY "PROTPROP - NO RESIDUE PROPERTIES LOADED "
002990             "FROM RESPROP, NOTHING MEASURED"
003000         MOVE "Y" TO WS-EOF-SWITCH
003010     ELSE
003020         OPEN INPUT PROTEIN-INPUT
003030         IF WS-PROT-IN-OK THEN
003040             MOVE "Y" TO WS-PROT-OPEN-SW
003050             PERFORM 2100-READ-PROTEIN-INPUT
003060         ELSE
003070             MOVE "Y" TO WS-EOF-SWITCH
003080         END-IF
003090     END-IF.
003100
003110*-----------------------------------------------------------*
003120* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003130*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003140*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003150*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003160*-----------------------------------------------------------*
003170 1090-READ-RUN-ID.
003180     OPEN INPUT RUN-ID-FILE
003190     IF WS-RUN-ID-F-OK THEN
003200         READ RUN-ID-FILE
003210             AT END CONTINUE
003220         END-READ
003230         IF WS-RUN-ID-F-OK THEN
003240             MOVE RUN-ID-RECORD TO WS-RUN-ID
003250         END-IF
003260         CLOSE RUN-ID-FILE
003270     END-IF.
003280
003290*-----------------------------------------------------------*
003300* 1100-READ-PROP-PARM - IF AN OPTIONAL PROPPARM FILE
003310*                   SUPPLIES MINIMUM AND MAXIMUM PROTEIN
003320*                   LENGTHS AND A SINGLE-RESIDUE PERCENTAGE,
003330*                   THEY REPLACE THE COMPILED-IN 20, 2000 AND
003340*                   50. A MISSING OR EMPTY FILE, A MINIMUM
003350*                   ABOVE THE MAXIMUM, OR A PERCENTAGE OF
003360*                   ZERO OR ABOVE 100 LEAVES THE DEFAULTS IN
003370*                   EFFECT - THE SAME ALL-OR-NOTHING RULE
003380*                   EVERY OTHER PARM OVERRIDE IN THE NIGHTLY
003390*                   SUITE USES.
003400*-----------------------------------------------------------*
003410 1100-READ-PROP-PARM.
003420     OPEN INPUT PROP-PARM
003430     IF WS-PROP-PARM-OK THEN
003440         READ PROP-PARM
003450             AT END CONTINUE
003460         END-READ
003470         IF WS-PROP-PARM-OK THEN
003480             IF PARM-MIN-LENGTH <= PARM-MAX-LENGTH
003490                 AND PARM-MAX-RESIDUE-PCT > 0
003500                 AND PARM-MAX-RESIDUE-PCT <= 100 THEN
003510                 MOVE PARM-MIN-LENGTH      TO WS-MIN-LENGTH
003520                 MOVE PARM-MAX-LENGTH      TO WS-MAX-LENGTH
003530                 MOVE PARM-MAX-RESIDUE-PCT
003540                     TO WS-MAX-RESIDUE-PCT
003550                 MOVE "PROPPARM"           TO WS-LIMIT-SOURCE
003560             END-IF
003570         END-IF
003580         CLOSE PROP-PARM
003590     END-IF.
003600
003610*-----------------------------------------------------------*
003620* 1200-LOAD-RESIDUE-TABLE - ONE RESIDUE PER RESPROP RECORD,
003630*                   UP TO 26. A RECORD WITH A BLANK OR
003640*                   REPEATED CODE, A WEIGHT THAT IS NOT A
003650*                   POSITIVE NUMBER, A HYDROPATHY THAT IS NOT
003660*                   NUMERIC, OR A CHARGE OTHER THAN "+", "-"
003670*                   OR SPACE IS NOTED ON THE CONSOLE AND
003680*                   LEFT OUT.
003690*-----------------------------------------------------------*
003700 1200-LOAD-RESIDUE-TABLE.
003710     OPEN INPUT RESIDUE-PROP
003720     IF WS-RES-PROP-OK THEN
003730         PERFORM 1250-READ-ONE-RESIDUE
003740             UNTIL WS-NO-MORE-RESIDUES
003750         CLOSE RESIDUE-PROP
003760     END-IF.
003770
003780 1250-READ-ONE-RESIDUE.
003790     READ RESIDUE-PROP
003800         AT END MOVE "Y" TO WS-RES-EOF-SWITCH
003810     END-READ
003820     IF NOT WS-NO-MORE-RESIDUES THEN
003830         MOVE "Y" TO WS-RES-VALID-SWITCH
003840         IF RP-AMINO = SPACE
003850             OR RP-WEIGHT NOT NUMERIC
003860             OR RP-HYDROPATHY NOT NUMERIC THEN
003870             MOVE "N" TO WS-RES-VALID-SWITCH
003880         ELSE
003890             IF RP-WEIGHT = 0 THEN
003900                 MOVE "N" TO WS-RES-VALID-SWITCH
003910             END-IF
003920             IF RP-CHARGE NOT = "+" AND NOT = "-"
003930                 AND NOT = SPACE THEN
003940                 MOVE "N" TO WS-RES-VALID-SWITCH
003950             END-IF
003960             MOVE RP-AMINO TO WS-RESIDUE
003970             PERFORM 3100-LOOK-UP-RESIDUE
003980             IF WS-RES-FOUND THEN
003990                 MOVE "N" TO WS-RES-VALID-SWITCH
004000             END-IF
004010         END-IF
004020         EVALUATE TRUE
004030             WHEN NOT WS-RES-VALID
004040                 ADD 1 TO WS-RES-REJECT-COUNT
004050                 DISPLAY "PROTPROP - RESPROP RECORD "
004060                     RESIDUE-PROP-RECORD " INVALID - IGNORED"
004070             WHEN WS-RES-COUNT >= 26
004080                 ADD 1 TO WS-RES-REJECT-COUNT
004090                 DISPLAY "PROTPROP - RESIDUE TABLE FULL AT 26 "
004100                     "- IGNORING " RP-AMINO
004110             WHEN OTHER
004120                 ADD 1 TO WS-RES-COUNT
004130                 MOVE RP-AMINO
004140                     TO WS-RES-AMINO (WS-RES-COUNT)
004150                 MOVE RP-WEIGHT
004160                     TO WS-RES-WEIGHT (WS-RES-COUNT)
004170                 MOVE RP-HYDROPATHY
004180                     TO WS-RES-HYDRO (WS-RES-COUNT)
004190                 MOVE RP-CHARGE
004200                     TO WS-RES-CHARGE (WS-RES-COUNT)
004210                 MOVE 0 TO WS-RES-NIGHT-CNT (WS-RES-COUNT)
004220         END-EVALUATE
004230     END-IF.
004240
004250*-----------------------------------------------------------*
004260* 2000-PROCESS-PROTEINS - MEASURE ONE PROTEIN, REPORT IT AND
004270*                   READ ON.
004280*-----------------------------------------------------------*
004290 2000-PROCESS-PROTEINS.
004300     ADD 1 TO WS-PROTEIN-COUNT
004310     PERFORM 3000-COUNT-RESIDUES
004320     PERFORM 4000-MEASURE-PROPERTIES
004330     PERFORM 5000-JUDGE-PROTEIN
004340     PERFORM 6000-WRITE-PROTEIN-LINES
004350     PERFORM 2100-READ-PROTEIN-INPUT.
004360
004370*-----------------------------------------------------------*
004380* 2100-READ-PROTEIN-INPUT - READ NEXT PROTEIN, SET EOF
004390*                   SWITCH.
004400*-----------------------------------------------------------*
004410 2100-READ-PROTEIN-INPUT.
004420     READ PROTEIN-INPUT
004430         AT END
004440             MOVE "Y" TO WS-EOF-SWITCH
004450     END-READ.
004460
004470*-----------------------------------------------------------*
004480* 3000-COUNT-RESIDUES - TALLY EACH RESIDUE OF THE PROTEIN
004490*                   AGAINST THE TABLE. A RESIDUE THE TABLE
004500*                   DOES NOT HOLD IS COUNTED APART.
004510*-----------------------------------------------------------*
004520 3000-COUNT-RESIDUES.
004530     MOVE PROT-AA-COUNT TO WS-AA-COUNT
004540     MOVE 0 TO WS-KNOWN-COUNT
004550     MOVE 0 TO WS-UNKNOWN-COUNT
004560     PERFORM 3050-CLEAR-ONE-RESIDUE
004570         VARYING WS-RES-IDX FROM 1 BY 1
004580         UNTIL WS-RES-IDX > WS-RES-COUNT
004590     PERFORM 3020-COUNT-ONE-RESIDUE
004600         VARYING I FROM 1 BY 1
004610         UNTIL I > WS-AA-COUNT.
004620
004630 3020-COUNT-ONE-RESIDUE.
004640     MOVE PROT-AMINO-ACIDS (I:1) TO WS-RESIDUE
004650     PERFORM 3100-LOOK-UP-RESIDUE
004660     IF WS-RES-FOUND THEN
004670         ADD 1 TO WS-RES-PROT-CNT (WS-RES-SUB)
004680         ADD 1 TO WS-RES-NIGHT-CNT (WS-RES-SUB)
004690         ADD 1 TO WS-KNOWN-COUNT
004700         ADD 1 TO WS-NIGHT-RESIDUES
004710     ELSE
004720         ADD 1 TO WS-UNKNOWN-COUNT
004730     END-IF.
004740
004750 3050-CLEAR-ONE-RESIDUE.
004760     MOVE 0 TO WS-RES-PROT-CNT (WS-RES-IDX).
004770
004780*-----------------------------------------------------------*
004790* 3100-LOOK-UP-RESIDUE - FIND WS-RESIDUE IN THE TABLE,
004800*                   LEAVING ITS SUBSCRIPT IN WS-RES-SUB.
004810*-----------------------------------------------------------*
004820 3100-LOOK-UP-RESIDUE.
004830     MOVE "N" TO WS-RES-FOUND-SWITCH
004840     PERFORM 3150-RESIDUE-TABLE-CHECK
004850         VARYING WS-RES-IDX FROM 1 BY 1
004860         UNTIL WS-RES-IDX > WS-RES-COUNT
004870             OR WS-RES-FOUND.
004880
004890 3150-RESIDUE-TABLE-CHECK.
004900     IF WS-RES-AMINO (WS-RES-IDX) = WS-RESIDUE THEN
004910         MOVE "Y"        TO WS-RES-FOUND-SWITCH
004920         MOVE WS-RES-IDX TO WS-RES-SUB
004930     END-IF.
004940
004950*-----------------------------------------------------------*
004960* 4000-MEASURE-PROPERTIES - WEIGHT, HYDROPATHY, CHARGE AND
004970*                   THE MOST COMMON RESIDUE, FROM THE
004980*                   RESIDUE COUNTS. THE GRAVY AVERAGE IS
004990*                   TAKEN OVER THE RESIDUES THE TABLE HOLDS.
005000*-----------------------------------------------------------*
005010 4000-MEASURE-PROPERTIES.
005020     MOVE 0      TO WS-MOL-WEIGHT
005030     MOVE 0      TO WS-HYDRO-SUM
005040     MOVE 0      TO WS-GRAVY
005050     MOVE 0      TO WS-POSITIVE-COUNT
005060     MOVE 0      TO WS-NEGATIVE-COUNT
005070     MOVE 0      TO WS-TOP-COUNT
005080     MOVE 0      TO WS-TOP-PCT
005090     MOVE SPACE  TO WS-TOP-RESIDUE
005100     PERFORM 4100-MEASURE-ONE-RESIDUE
005110         VARYING WS-RES-IDX FROM 1 BY 1
005120         UNTIL WS-RES-IDX > WS-RES-COUNT
005130     IF WS-KNOWN-COUNT > 0 THEN
005140         ADD WS-WATER-WEIGHT TO WS-MOL-WEIGHT
005150         MOVE WS-HYDRO-SUM   TO WS-NUMERATOR
005160         COMPUTE WS-GRAVY ROUNDED =
005170             WS-NUMERATOR / WS-KNOWN-COUNT
005180     END-IF
005190     IF WS-AA-COUNT > 0 THEN
005200         MOVE WS-TOP-COUNT   TO WS-NUMERATOR
005210         COMPUTE WS-TOP-PCT ROUNDED =
005220             WS-NUMERATOR * 100 / WS-AA-COUNT
005230     END-IF.
005240
005250 4100-MEASURE-ONE-RESIDUE.
005260     IF WS-RES-PROT-CNT (WS-RES-IDX) > 0 THEN
005270         MULTIPLY WS-RES-PROT-CNT (WS-RES-IDX)
005280             BY WS-RES-WEIGHT (WS-RES-IDX)
005290             GIVING WS-WEIGHT-TERM
005300         ADD WS-WEIGHT-TERM TO WS-MOL-WEIGHT
005310         MULTIPLY WS-RES-PROT-CNT (WS-RES-IDX)
005320             BY WS-RES-HYDRO (WS-RES-IDX)
005330             GIVING WS-HYDRO-TERM
005340         ADD WS-HYDRO-TERM TO WS-HYDRO-SUM
005350         IF WS-RES-POSITIVE (WS-RES-IDX) THEN
005360             ADD WS-RES-PROT-CNT (WS-RES-IDX)
005370                 TO WS-POSITIVE-COUNT
005380         END-IF
005390         IF WS-RES-NEGATIVE (WS-RES-IDX) THEN
005400             ADD WS-RES-PROT-CNT (WS-RES-IDX)
005410                 TO WS-NEGATIVE-COUNT
005420         END-IF
005430         IF WS-RES-PROT-CNT (WS-RES-IDX) > WS-TOP-COUNT THEN
005440             MOVE WS-RES-PROT-CNT (WS-RES-IDX)
005450                 TO WS-TOP-COUNT
005460             MOVE WS-RES-AMINO (WS-RES-IDX)
005470                 TO WS-TOP-RESIDUE
005480         END-IF
005490     END-IF.
005500
005510*-----------------------------------------------------------*
005520* 5000-JUDGE-PROTEIN - FLAG A PROTEIN FOR REVIEW WHEN IT IS
005530*                   SHORTER OR LONGER THAN THE LIMITS, WHEN
005540*                   ONE RESIDUE MAKES UP MORE THAN THE
005550*                   PERCENTAGE OF IT, OR WHEN IT CARRIES A
005560*                   RESIDUE THE TABLE DOES NOT HOLD. EVERY
005570*                   REASON THAT APPLIES IS LISTED.
005580*-----------------------------------------------------------*
005590 5000-JUDGE-PROTEIN.
005600     MOVE SPACES TO WS-FLAG-TEXT
005610     MOVE 1      TO WS-FLAG-PTR
005620     MOVE "N"    TO WS-PROT-FLAGGED-SW
005630     IF WS-AA-COUNT < WS-MIN-LENGTH THEN
005640         ADD 1 TO WS-SHORT-COUNT
005650         MOVE "Y" TO WS-PROT-FLAGGED-SW
005660         STRING "SHORT " DELIMITED BY SIZE
005670             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
005680     END-IF
005690     IF WS-AA-COUNT > WS-MAX-LENGTH THEN
005700         ADD 1 TO WS-LONG-COUNT
005710         MOVE "Y" TO WS-PROT-FLAGGED-SW
005720         STRING "LONG " DELIMITED BY SIZE
005730             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
005740     END-IF
005750     IF WS-TOP-PCT > WS-MAX-RESIDUE-PCT THEN
005760         ADD 1 TO WS-ONE-RESIDUE-COUNT
005770         MOVE "Y" TO WS-PROT-FLAGGED-SW
005780         STRING "ONE-RESIDUE " DELIMITED BY SIZE
005790             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
005800     END-IF
005810     IF WS-UNKNOWN-COUNT > 0 THEN
005820         ADD 1 TO WS-UNKNOWN-PROT-COUNT
005830         MOVE "Y" TO WS-PROT-FLAGGED-SW
005840         STRING "UNKNOWN-RESIDUE " DELIMITED BY SIZE
005850             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
005860     END-IF
005870     IF WS-PROT-FLAGGED THEN
005880         ADD 1 TO WS-FLAGGED-COUNT
005890     END-IF.
005900
005910*-----------------------------------------------------------*
005920* 6000-WRITE-PROTEIN-LINES - ONE PROPERTY LINE PER PROTEIN,
005930*                   FOLLOWED BY ITS COMPOSITION.
005940*-----------------------------------------------------------*
005950 6000-WRITE-PROTEIN-LINES.
005960     MOVE PROT-SEQ-ID       TO WS-DTL-SEQ-ID
005970     MOVE WS-AA-COUNT       TO WS-DTL-LENGTH
005980     MOVE WS-MOL-WEIGHT     TO WS-DTL-WEIGHT
005990     MOVE WS-GRAVY          TO WS-DTL-GRAVY
006000     MOVE WS-POSITIVE-COUNT TO WS-DTL-POSITIVE
006010     MOVE WS-NEGATIVE-COUNT TO WS-DTL-NEGATIVE
006020     MOVE WS-TOP-RESIDUE    TO WS-DTL-TOP-RESIDUE
006030     MOVE WS-TOP-PCT        TO WS-DTL-TOP-PCT
006040     MOVE WS-FLAG-TEXT      TO WS-DTL-FLAG
006050     WRITE PROP-REPORT-RECORD FROM WS-DETAIL-LINE
006060     IF WS-AA-COUNT > 0 THEN
006070         PERFORM 6100-WRITE-PROTEIN-COMPOSITION
006080     END-IF.
006090
006100 6100-WRITE-PROTEIN-COMPOSITION.
006110     MOVE SPACES TO WS-COMP-LINE
006120     MOVE 0      TO WS-CELL-IDX
006130     PERFORM 6150-FILL-PROTEIN-CELL
006140         VARYING WS-RES-IDX FROM 1 BY 1
006150         UNTIL WS-RES-IDX > WS-RES-COUNT
006160     IF WS-CELL-IDX > 0 THEN
006170         WRITE PROP-REPORT-RECORD FROM WS-COMP-LINE
006180     END-IF.
006190
006200 6150-FILL-PROTEIN-CELL.
006210     MOVE WS-RES-PROT-CNT (WS-RES-IDX) TO WS-NUMERATOR
006220     COMPUTE WS-RES-PCT ROUNDED =
006230         WS-NUMERATOR * 100 / WS-AA-COUNT
006240     PERFORM 6900-ADD-COMPOSITION-CELL.
006250
006260*-----------------------------------------------------------*
006270* 6900-ADD-COMPOSITION-CELL - PLACE ONE RESIDUE AND ITS
006280*                   PERCENTAGE ON THE COMPOSITION LINE,
006290*                   WRITING THE LINE WHEN IT FILLS.
006300*-----------------------------------------------------------*
006310 6900-ADD-COMPOSITION-CELL.
006320     ADD 1 TO WS-CELL-IDX
006330     MOVE WS-RES-AMINO (WS-RES-IDX)
006340         TO WS-CMP-AMINO (WS-CELL-IDX)
006350     MOVE WS-RES-PCT TO WS-CMP-PCT (WS-CELL-IDX)
006360     IF WS-CELL-IDX = 12 THEN
006370         WRITE PROP-REPORT-RECORD FROM WS-COMP-LINE
006380         MOVE SPACES TO WS-COMP-LINE
006390         MOVE 0      TO WS-CELL-IDX
006400     END-IF.
006410
006420*-----------------------------------------------------------*
006430* 8000-WRITE-SUMMARY-SECTIONS - THE NIGHT'S COMPOSITION
006440*                   OVER EVERY PROTEIN, THEN CONTROL TOTALS.
006450*-----------------------------------------------------------*
006460 8000-WRITE-SUMMARY-SECTIONS.
006470     MOVE "NIGHT COMPOSITION" TO WS-SECT-TITLE
006480     WRITE PROP-REPORT-RECORD FROM WS-SECTION-LINE
006490     MOVE SPACES TO WS-COMP-LINE
006500     MOVE 0      TO WS-CELL-IDX
006510     PERFORM 8100-FILL-NIGHT-CELL
006520         VARYING WS-RES-IDX FROM 1 BY 1
006530         UNTIL WS-RES-IDX > WS-RES-COUNT
006540     IF WS-CELL-IDX > 0 THEN
006550         WRITE PROP-REPORT-RECORD FROM WS-COMP-LINE
006560     END-IF
006570     MOVE SPACES                   TO WS-SUMMARY-DETAIL
006580     MOVE "PROTEINS PROCESSED"     TO WS-SUM-LABEL
006590     MOVE WS-PROTEIN-COUNT         TO WS-SUM-VALUE
006600     WRITE PROP-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006610     MOVE SPACES                   TO WS-SUMMARY-DETAIL
006620     MOVE "PROTEINS FLAGGED"       TO WS-SUM-LABEL
006630     MOVE WS-FLAGGED-COUNT         TO WS-SUM-VALUE
006640     WRITE PROP-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006650     MOVE SPACES                   TO WS-SUMMARY-DETAIL
006660     MOVE "  SHORTER THAN MINIMUM"  TO WS-SUM-LABEL
006670     MOVE WS-SHORT-COUNT           TO WS-SUM-VALUE
006680     WRITE PROP-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006690     MOVE SPACES                   TO WS-SUMMARY-DETAIL
006700     MOVE "  LONGER THAN MAXIMUM"   TO WS-SUM-LABEL
006710     MOVE WS-LONG-COUNT            TO WS-SUM-VALUE
006720     WRITE PROP-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006730     MOVE SPACES                   TO WS-SUMMARY-DETAIL
006740     MOVE "  MOSTLY ONE RESIDUE"    TO WS-SUM-LABEL
006750     MOVE WS-ONE-RESIDUE-COUNT     TO WS-SUM-VALUE
006760     WRITE PROP-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006770     MOVE SPACES                   TO WS-SUMMARY-DETAIL
006780     MOVE "  UNKNOWN RESIDUES"      TO WS-SUM-LABEL
006790     MOVE WS-UNKNOWN-PROT-COUNT    TO WS-SUM-VALUE
006800     WRITE PROP-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
006810
006820 8100-FILL-NIGHT-CELL.
006830     MOVE 0 TO WS-RES-PCT
006840     IF WS-NIGHT-RESIDUES > 0 THEN
006850         MOVE WS-RES-NIGHT-CNT (WS-RES-IDX) TO WS-NUMERATOR
006860         COMPUTE WS-RES-PCT ROUNDED =
006870             WS-NUMERATOR * 100 / WS-NIGHT-RESIDUES
006880     END-IF
006890     PERFORM 6900-ADD-COMPOSITION-CELL.
006900
006910*-----------------------------------------------------------*
006920* 9000-TERMINATE - CLOSE FILES AND SET RETURN-CODE: 4 WHEN
006930*                  NO RESIDUE TABLE COULD BE LOADED OR ANY
006940*                  PROTEIN WAS FLAGGED FOR REVIEW.
006960*-----------------------------------------------------------*
006970 9000-TERMINATE.
006980     PERFORM 9150-WRITE-AUDIT-LOG
006990     IF WS-PROT-IS-OPEN THEN
007000         CLOSE PROTEIN-INPUT
007010     END-IF
007020     CLOSE PROP-REPORT
007030     CLOSE AUDIT-LOG
007040     IF WS-RES-COUNT = 0
007050         OR WS-FLAGGED-COUNT > 0 THEN
007060         MOVE 4 TO RETURN-CODE
007070     END-IF.
007100
007110*-----------------------------------------------------------*
007120* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
007130*                        INITIALIZATION SO THE BATCH-WINDOW
007140*                        REPORT CAN PAIR THIS STEP'S START
007150*                        WITH ITS END.
007160*-----------------------------------------------------------*
007170 9140-WRITE-AUDIT-START.
007180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007190     ACCEPT WS-RUN-TIME FROM TIME
007200     MOVE "PROTPROP"        TO AUD-PROGRAM-NAME
007210     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007220     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007230     MOVE WS-RUN-ID         TO AUD-RUN-ID
007240     MOVE 0                 TO AUD-INPUT-COUNT
007250     MOVE 0                 TO AUD-OUTPUT-COUNT
007260     MOVE "S"               TO AUD-RECORD-TYPE
007270     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
007280
007290*-----------------------------------------------------------*
007300* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
007310*                        AUDITLOG FILE SHARED BY THE WHOLE
007320*                        NIGHTLY SUITE.
007330*-----------------------------------------------------------*
007340 9150-WRITE-AUDIT-LOG.
007350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007360     ACCEPT WS-RUN-TIME FROM TIME
007370     MOVE "PROTPROP"        TO AUD-PROGRAM-NAME
007380     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
007390     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
007400     MOVE WS-RUN-ID         TO AUD-RUN-ID
007410     MOVE WS-PROTEIN-COUNT  TO AUD-INPUT-COUNT
007420     MOVE WS-FLAGGED-COUNT  TO AUD-OUTPUT-COUNT
007430     MOVE "E"               TO AUD-RECORD-TYPE
007440     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
