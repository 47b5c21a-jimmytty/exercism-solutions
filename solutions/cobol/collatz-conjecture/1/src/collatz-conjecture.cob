001440*                  BATCH-WINDOW REPORT CAN PAIR STARTS WITH
001450*                  ENDS AND A HUNG STEP IS VISIBLE AS A START
001460*                  WITH NO END. AUDITLOG RECORD 78 TO 80.
001463* 2026-10-15 RF    WIDE MODE - 18-DIGIT NUMBERS AND RANGES VIA
001466*                  COLLPARM.
001470*-----------------------------------------------------------*
001480 ENVIRONMENT DIVISION.
001490 INPUT-OUTPUT SECTION.
001810 DATA DIVISION.
001820 FILE SECTION.
001830 FD  COLLATZ-INPUT
001840     RECORD CONTAINS 8 TO 37 CHARACTERS.
001850 01  COLLATZ-INPUT-RECORD   PIC S9(08).
001860 01  COLLATZ-RANGE-RECORD.
001870     05 CR-REC-TYPE         PIC X(01).
001880         88 CR-IS-RANGE               VALUE "R".
001890     05 CR-RANGE-START      PIC 9(08).
001900     05 CR-RANGE-END        PIC 9(08).
001901* IN WIDE MODE THE SAME TWO RECORDS CARRY 18-DIGIT VALUES.
001902 01  COLLATZ-WIDE-INPUT-RECORD PIC S9(18).
001903 01  COLLATZ-WIDE-RANGE-RECORD.
001904     05 CW-REC-TYPE         PIC X(01).
001905     05 CW-RANGE-START      PIC 9(18).
001906     05 CW-RANGE-END        PIC 9(18).
001910      
001920 FD  COLLATZ-OUTPUT
001930     RECORD CONTAINS 80 TO 104 CHARACTERS.
001940 01  COLLATZ-OUTPUT-RECORD  PIC X(80).
001945 01  COLLATZ-WIDE-OUTPUT-RECORD PIC X(104).
001950      
001960 FD  COLLATZ-PEAK
001970     RECORD CONTAINS 80 CHARACTERS.
002060 01  ERROR-LOG-RECORD       PIC X(116).
002070
002080 FD  COLLATZ-PARM
002086     RECORD CONTAINS 2 CHARACTERS.
002092 01  COLLATZ-PARM-RECORD.
002098     05 CP-DETAIL-MODE      PIC X(01).
002104     05 CP-NUMBER-WIDTH     PIC X(01).
002110
002120 FD  COLLATZ-TRACE
002130     RECORD CONTAINS 80 CHARACTERS.
002140 01  COLLATZ-TRACE-RECORD   PIC X(80).
002150
002160 FD  COLLATZ-CKPT
002170     RECORD CONTAINS 106 CHARACTERS.
002180 01  COLLATZ-CKPT-RECORD.
002190     05 CKPT-LAST-REC        PIC 9(07).
002200     05 CKPT-SWEEP-NEXT      PIC 9(18).
002210     05 CKPT-NUMBER-COUNT    PIC 9(09).
002220     05 CKPT-ERROR-COUNT     PIC 9(07).
002230     05 CKPT-PEAK-NUMBER     PIC S9(18).
002240     05 CKPT-PEAK-STEPS      PIC 9(04).
002250     05 CKPT-PEAK-RECORD     PIC 9(07).
002260     05 CKPT-HIGH-VALUE      PIC S9(18).
002270     05 CKPT-HIGH-NUMBER     PIC S9(18).
002280      
002290
002300 FD  RUN-ID-FILE
002810     88 WS-IS-RESTART                 VALUE "Y".
002820 01  WS-RESUME-SWEEP-SW     PIC X(01) VALUE "N".
002830     88 WS-RESUME-PENDING             VALUE "Y".
002840 01  WS-RESUME-VALUE        PIC 9(18) COMP VALUE 0.
002850 01  WS-SKIP-COUNT          PIC 9(07) COMP VALUE 0.
002854 01  WS-SWEEP-START         PIC 9(18) COMP.
002858 01  WS-SWEEP-END           PIC 9(18) COMP.
002862 01  WS-SWEEP-DONE-SWITCH   PIC X(01).
002866     88 WS-SWEEP-DONE                 VALUE "Y".
002870 01  WS-ERROR-COUNT         PIC 9(07) COMP VALUE 0.
002880 01  WS-RECORD-COUNT        PIC 9(07) COMP VALUE 0.
002890 01  WS-NUMBER-COUNT        PIC 9(09) COMP VALUE 0.
002900 01  WS-SWEEP-NUMBER        PIC 9(18) COMP.
002910
002920 01  WS-CACHE-LIMIT         PIC 9(09) COMP VALUE 100000.
002930 01  WS-STEP-CACHE.
002960 01  WS-CACHE-HIT-SWITCH    PIC X(01).
002970     88 WS-CACHE-HIT                  VALUE "Y".
002980 01  WS-CACHE-HIGHS.
002990     05 WS-CACHE-HIGH       PIC 9(18) COMP OCCURS 100000
003000         TIMES VALUE 0.
003010
003020 01  WS-DETAIL-SWITCH       PIC X(01) VALUE "N".
003030     88 WS-DETAIL-MODE               VALUE "Y".
003040
003042* NUMBER WIDTH. THE NORMAL RUN HOLDS EVERY STARTING NUMBER AND
003044* TRAJECTORY VALUE TO 8 DIGITS, AS IT ALWAYS HAS; WIDE MODE
003046* HOLDS THEM TO 18. A 3N+1 STEP FROM ABOVE THE CEILING WOULD
003048* PASS THE LIMIT AND IS TREATED AS OVERFLOW.
003050 01  WS-WIDTH-SWITCH        PIC X(01) VALUE "N".
003052     88 WS-WIDE-MODE                 VALUE "Y".
003054 01  WS-NUMBER-LIMIT        PIC S9(18) VALUE 99999999.
003056 01  WS-STEP-CEILING        PIC S9(18).
003058 01  WS-RANGE-START         PIC 9(18).
003060 01  WS-RANGE-END           PIC 9(18).
003062
003064 01  WS-HIGH-VALUE          PIC S9(18) VALUE 0.
003066 01  WS-BATCH-HIGH-VALUE    PIC S9(18) VALUE 0.
003068 01  WS-BATCH-HIGH-NUMBER   PIC S9(18) VALUE 0.
003080      
003090 01  WS-NUMBER PIC S9(18).
003100 01  WS-START-NUMBER         PIC S9(18).
003110 01  WS-STEPS PIC 9(4).
003120 01  WS-ERROR PIC X(35).
003130      
003140 01  WS-RUN-DATE             PIC 9(08).
003150 01  WS-RUN-TIME             PIC 9(08).
003160      
003170 01  WS-PEAK-NUMBER          PIC S9(18) VALUE 0.
003180 01  WS-PEAK-STEPS           PIC 9(4) VALUE 0.
003190 01  WS-PEAK-RECORD-NO       PIC 9(07) VALUE 0.
003200
003540     05 WS-TRC-VALUE         PIC ----,---,--9.
003550      
003560 01  WS-ERR-NUMBER           PIC ----,---,--9.
003561
003562* THE WIDE-MODE COUNTERPARTS OF THE DETAIL, PEAK, EXCURSION,
003563* TRACE, AND ERROR-LOG FIELDS ABOVE. THE WIDE COLLATZ-OUTPUT
003564* LINE IS 104 BYTES, THE OTHERS STILL FIT THEIR 80-BYTE
003565* RECORDS.
003566 01  WS-WIDE-REPORT-DETAIL.
003567     05 WS-WRPT-RECORD-NO    PIC ZZZZZZ9.
003568     05 FILLER               PIC X(01) VALUE SPACE.
003569     05 WS-WRPT-NUMBER       PIC ----,---,---,---,---,--9.
003570     05 FILLER               PIC X(03) VALUE SPACES.
003571     05 WS-WRPT-STEPS        PIC ZZZ9.
003572     05 FILLER               PIC X(03) VALUE SPACES.
003573     05 WS-WRPT-HIGH         PIC ----,---,---,---,---,--9.
003574     05 FILLER               PIC X(03) VALUE SPACES.
003575     05 WS-WRPT-MESSAGE      PIC X(35).
003576
003577 01  WS-WIDE-PEAK-DETAIL.
003578     05 FILLER               PIC X(17) VALUE
003579         "LONGEST SEQUENCE ".
003580     05 WS-WPK-NUMBER        PIC ----,---,---,---,---,--9.
003581     05 FILLER               PIC X(07) VALUE " STEPS ".
003582     05 WS-WPK-STEPS         PIC ZZZ9.
003583     05 FILLER               PIC X(08) VALUE " RECORD ".
003584     05 WS-WPK-RECORD-NO     PIC ZZZZZZ9.
003585
003586 01  WS-WIDE-EXCURSION-DETAIL.
003587     05 FILLER               PIC X(18) VALUE
003588         "HIGHEST EXCURSION ".
003589     05 WS-WEX-NUMBER        PIC ----,---,---,---,---,--9.
003590     05 FILLER               PIC X(09) VALUE " REACHED ".
003591     05 WS-WEX-VALUE         PIC ----,---,---,---,---,--9.
003592
003593 01  WS-WIDE-TRACE-DETAIL.
003594     05 WS-WTRC-NUMBER       PIC ----,---,---,---,---,--9.
003595     05 FILLER               PIC X(02) VALUE SPACES.
003596     05 WS-WTRC-STEP         PIC ZZZ9.
003597     05 FILLER               PIC X(02) VALUE SPACES.
003598     05 WS-WTRC-VALUE        PIC ----,---,---,---,---,--9.
003599
003600 01  WS-ERR-WIDE-NUMBER      PIC -(18)9.
003601      
003602 COPY AUDITLOG.
003603      
003604 COPY ERRLOG.
003610      
003620 PROCEDURE DIVISION.
003630*-----------------------------------------------------------*
004470     END-IF.
004480*-----------------------------------------------------------*
004490* 1100-READ-COLLATZ-PARM - IF AN OPTIONAL COLLPARM FILE IS
004496*                     PRESENT AND ITS FIRST RECORD HAS "Y" IN
004502*                     COLUMN ONE, THE RUN WRITES EVERY
004508*                     TRAJECTORY IN FULL TO COLLATZ-TRACE; A
004514*                     "W" IN COLUMN TWO SELECTS WIDE MODE -
004520*                     18-DIGIT COLLATZ-INPUT RECORDS, 18-DIGIT
004526*                     ARITHMETIC, AND WIDE OUTPUT LINES. A
004532*                     MISSING FILE OR ANY OTHER VALUE LEAVES
004538*                     BOTH OFF, WHICH IS THE NORMAL NIGHTLY RUN.
004544*                     THE 3N+1 CEILING IS SET FROM THE WIDTH.
004550*-----------------------------------------------------------*
004560 1100-READ-COLLATZ-PARM.
004570     OPEN INPUT COLLATZ-PARM
004590         READ COLLATZ-PARM
004600             AT END CONTINUE
004610         END-READ
004614         IF WS-COLLATZ-PARM-OK THEN
004618             IF CP-DETAIL-MODE = "Y" THEN
004622                 MOVE "Y" TO WS-DETAIL-SWITCH
004626             END-IF
004630             IF CP-NUMBER-WIDTH = "W" THEN
004634                 MOVE "Y" TO WS-WIDTH-SWITCH
004638                 MOVE 999999999999999999 TO WS-NUMBER-LIMIT
004642             END-IF
004650         END-IF
004660         CLOSE COLLATZ-PARM
004666     END-IF
004672     COMPUTE WS-STEP-CEILING = (WS-NUMBER-LIMIT - 1) / 3.
004680      
004690*-----------------------------------------------------------*
004700* 1110-READ-CHECKPOINT - PICK UP WHERE A PRIOR RUN LEFT OFF,
005290     IF CR-IS-RANGE THEN
005300         PERFORM 2500-PROCESS-RANGE-RECORD
005310     ELSE
005313         IF WS-WIDE-MODE THEN
005316             MOVE COLLATZ-WIDE-INPUT-RECORD TO WS-NUMBER
005319         ELSE
005322             MOVE COLLATZ-INPUT-RECORD TO WS-NUMBER
005325         END-IF
005330         PERFORM 2600-PROCESS-ONE-NUMBER
005340     END-IF
005350     PERFORM 2700-CHECKPOINT-RECORD-DONE
005480* 2500-PROCESS-RANGE-RECORD - SWEEP THE RANGE. A RANGE WHOSE
005490*                        START IS BELOW ONE OR WHOSE END IS
005500*                        BELOW ITS START IS REJECTED THE SAME
005503*                        WAY AN INVALID SINGLE NUMBER IS. THE
005506*                        SWEEP STOPS ON REACHING ITS END VALUE
005509*                        RATHER THAN ON PASSING IT, SINCE A WIDE
005512*                        RANGE CAN END AT THE LARGEST VALUE THE
005515*                        SWEEP COUNTER HOLDS.
005520*-----------------------------------------------------------*
005530 2500-PROCESS-RANGE-RECORD.
005533     IF WS-WIDE-MODE THEN
005536         MOVE CW-RANGE-START TO WS-RANGE-START
005539         MOVE CW-RANGE-END   TO WS-RANGE-END
005542     ELSE
005545         MOVE CR-RANGE-START TO WS-RANGE-START
005548         MOVE CR-RANGE-END   TO WS-RANGE-END
005551     END-IF
005554     IF WS-RANGE-START < 1
005557         OR WS-RANGE-END < WS-RANGE-START THEN
005560         MOVE WS-RANGE-START TO WS-NUMBER WS-START-NUMBER
005570         MOVE "INVALID RANGE RECORD" TO WS-ERROR
005580         PERFORM 3050-LOG-ERROR
005590     ELSE
005596         MOVE WS-RANGE-START TO WS-SWEEP-START
005602         MOVE WS-RANGE-END   TO WS-SWEEP-END
005610         IF WS-RESUME-PENDING THEN
005620             MOVE "N" TO WS-RESUME-SWEEP-SW
005630             IF WS-RESUME-VALUE > WS-SWEEP-START THEN
005640                 MOVE WS-RESUME-VALUE TO WS-SWEEP-START
005650             END-IF
005660         END-IF
005662         MOVE "N" TO WS-SWEEP-DONE-SWITCH
005664         IF WS-SWEEP-START > WS-SWEEP-END THEN
005666             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
005668         END-IF
005670         PERFORM 2550-SWEEP-ONE-VALUE
005680             VARYING WS-SWEEP-NUMBER FROM WS-SWEEP-START BY 1
005690             UNTIL WS-SWEEP-DONE
005700     END-IF.
005710
005720 2550-SWEEP-ONE-VALUE.
005730     MOVE WS-SWEEP-NUMBER TO WS-NUMBER
005740     PERFORM 2600-PROCESS-ONE-NUMBER
005742     IF WS-SWEEP-NUMBER NOT < WS-SWEEP-END THEN
005744         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
005746     END-IF
005750     IF FUNCTION MOD(WS-NUMBER-COUNT, WS-CKPT-INTERVAL) = 0
005760         THEN
005770         PERFORM 2750-CHECKPOINT-MID-SWEEP
006320* 2200-WRITE-COLLATZ-OUTPUT - WRITE ONE DETAIL LINE.
006330*-----------------------------------------------------------*
006340 2200-WRITE-COLLATZ-OUTPUT.
006344     IF WS-WIDE-MODE THEN
006348         MOVE WS-RECORD-COUNT TO WS-WRPT-RECORD-NO
006352         MOVE WS-START-NUMBER TO WS-WRPT-NUMBER
006356         MOVE WS-STEPS        TO WS-WRPT-STEPS
006360         MOVE WS-HIGH-VALUE   TO WS-WRPT-HIGH
006364         MOVE WS-ERROR        TO WS-WRPT-MESSAGE
006368         WRITE COLLATZ-WIDE-OUTPUT-RECORD
006372             FROM WS-WIDE-REPORT-DETAIL
006376     ELSE
006380         MOVE WS-RECORD-COUNT TO WS-RPT-RECORD-NO
006384         MOVE WS-START-NUMBER TO WS-RPT-NUMBER
006388         MOVE WS-STEPS        TO WS-RPT-STEPS
006392         MOVE WS-HIGH-VALUE   TO WS-RPT-HIGH
006396         MOVE WS-ERROR        TO WS-RPT-MESSAGE
006400         WRITE COLLATZ-OUTPUT-RECORD FROM WS-REPORT-DETAIL
006404     END-IF.
006410      
006420*-----------------------------------------------------------*
006430* 2300-TRACK-PEAK - REMEMBER THE STARTING NUMBER WITH THE
006930     MOVE WS-RUN-DATE          TO ERR-RUN-DATE
006940     MOVE WS-RUN-TIME          TO ERR-RUN-TIME
006950     MOVE WS-RUN-ID           TO ERR-RUN-ID
006953     IF WS-WIDE-MODE THEN
006956         MOVE WS-START-NUMBER  TO WS-ERR-WIDE-NUMBER
006959         MOVE WS-ERR-WIDE-NUMBER TO ERR-RECORD-ID
006962     ELSE
006965         MOVE WS-START-NUMBER  TO WS-ERR-NUMBER
006968         MOVE WS-ERR-NUMBER    TO ERR-RECORD-ID
006971     END-IF
006980     MOVE WS-ERROR             TO ERR-MESSAGE
006990     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
007000      
007010*-----------------------------------------------------------*
007020* 3100-COLLATZ-STEP - APPLY ONE STEP OF THE COLLATZ RULE.
007030*                     THE 3N+1 BRANCH IS GUARDED AGAINST
007036*                     PASSING THE NUMBER LIMIT FOR THE RUN'S
007042*                     WIDTH - 8 DIGITS, OR 18 IN WIDE MODE.
007050*-----------------------------------------------------------*
007060 3100-COLLATZ-STEP.
007070     IF FUNCTION MOD(WS-NUMBER, 2) = 0 THEN
007080         COMPUTE WS-NUMBER = WS-NUMBER / 2
007090     ELSE
007098         IF WS-NUMBER > WS-STEP-CEILING THEN
007106             MOVE "Y" TO WS-OVERFLOW-SWITCH
007114             MOVE "STARTING NUMBER OVERFLOWED NUMBER"
007122                 TO WS-ERROR
007130             PERFORM 3050-LOG-ERROR
007138         ELSE
007146             COMPUTE WS-NUMBER = WS-NUMBER * 3 + 1
007154         END-IF
007170     END-IF
007180     IF NOT WS-IS-OVERFLOW THEN
007190         ADD 1 TO WS-STEPS
007720*                     NUMBER, AND THE VALUE REACHED.
007730*-----------------------------------------------------------*
007740 3250-WRITE-TRACE-LINE.
007744     IF WS-WIDE-MODE THEN
007748         MOVE WS-START-NUMBER TO WS-WTRC-NUMBER
007752         MOVE WS-STEPS        TO WS-WTRC-STEP
007756         MOVE WS-NUMBER       TO WS-WTRC-VALUE
007760         WRITE COLLATZ-TRACE-RECORD FROM WS-WIDE-TRACE-DETAIL
007764     ELSE
007768         MOVE WS-START-NUMBER TO WS-TRC-NUMBER
007772         MOVE WS-STEPS        TO WS-TRC-STEP
007776         MOVE WS-NUMBER       TO WS-TRC-VALUE
007780         WRITE COLLATZ-TRACE-RECORD FROM WS-TRACE-DETAIL
007784     END-IF.
007790      
007800*-----------------------------------------------------------*
007810* 9000-TERMINATE - WRITE THE PEAK REPORT, CLOSE FILES, AND
008460*                          COMPANION LINE.
008470*-----------------------------------------------------------*
008480 9100-WRITE-PEAK-REPORT.
008484     IF WS-WIDE-MODE THEN
008488         MOVE WS-PEAK-NUMBER    TO WS-WPK-NUMBER
008492         MOVE WS-PEAK-STEPS     TO WS-WPK-STEPS
008496         MOVE WS-PEAK-RECORD-NO TO WS-WPK-RECORD-NO
008500         WRITE COLLATZ-PEAK-RECORD FROM WS-WIDE-PEAK-DETAIL
008504         MOVE WS-BATCH-HIGH-NUMBER TO WS-WEX-NUMBER
008508         MOVE WS-BATCH-HIGH-VALUE  TO WS-WEX-VALUE
008512         WRITE COLLATZ-PEAK-RECORD FROM WS-WIDE-EXCURSION-DETAIL
008516     ELSE
008520         MOVE WS-PEAK-NUMBER    TO WS-PK-NUMBER
008524         MOVE WS-PEAK-STEPS     TO WS-PK-STEPS
008528         MOVE WS-PEAK-RECORD-NO TO WS-PK-RECORD-NO
008532         WRITE COLLATZ-PEAK-RECORD FROM WS-PEAK-DETAIL
008536         MOVE WS-BATCH-HIGH-NUMBER TO WS-EX-NUMBER
008540         MOVE WS-BATCH-HIGH-VALUE  TO WS-EX-VALUE
008544         WRITE COLLATZ-PEAK-RECORD FROM WS-EXCURSION-DETAIL
008548     END-IF.
008560      
008570*-----------------------------------------------------------*
008580* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
