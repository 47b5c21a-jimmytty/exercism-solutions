000460*                  AND THE TEMPLATE EXPANSION SKIPS A TOKEN
000470*                  WHOSE SUBSTITUTION LENGTH IS ZERO RATHER
000480*                  THAN REFERENCE-MODIFYING BY ZERO.
000481* 2026-10-15 LA    A NEW &TABLE TEMPLATE TOKEN PRINTS THE TABLE
000482*                  NUMBER THE NEW SEATPLAN STEP ASSIGNED THE
000483*                  ATTENDEE, SO A LBLPARM TEMPLATE CAN PRINT
000484*                  PLACE CARDS. AN UNSEATED ATTENDEE EXPANDS IT
000485*                  TO NOTHING. ROSTER-INPUT RECORD 61 TO 72 AND
000486*                  EVENT-MASTER RECORD 71 TO 76 FOR THE NEW
000487*                  SEATING FIELDS. THE NIGHTLY STEP NOW READS
000488*                  SEATPLAN'S SEATED ROSTER.
000490*-----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ROSTER-INPUT
000760     RECORD CONTAINS 72 CHARACTERS.
000770 01  ROSTER-INPUT-RECORD.
000780     05 RO-EVENT-CODE        PIC X(08).
000790     05 RO-NAME              PIC X(50).
000800     05 RO-FAVOR-QTY         PIC 9(03).
000802     05 RO-PARTY-CODE        PIC X(06).
000804     05 RO-TABLE-NO          PIC 9(03).
000806     05 RO-SEAT-NO           PIC 9(02).
000810
000820 FD  LABEL-PARM
000830     RECORD CONTAINS 60 CHARACTERS.
000880 01  LABEL-OUTPUT-RECORD     PIC X(80).
000890
000900 FD  EVENT-MASTER
000910     RECORD CONTAINS 76 CHARACTERS.
000920 01  EVENT-MASTER-RECORD.
000930     05 EM-EVENT-CODE        PIC X(08).
000940     05 EM-EVENT-NAME        PIC X(30).
000950     05 EM-EVENT-DATE        PIC 9(08).
000960     05 EM-VENUE             PIC X(20).
000970     05 EM-FAVOR-BUDGET      PIC 9(05).
000973     05 EM-TABLE-COUNT       PIC 9(03).
000976     05 EM-SEATS-PER-TABLE   PIC 9(02).
000980
000990 FD  AUDIT-LOG
001000     RECORD CONTAINS 80 CHARACTERS.
001280
001290* THE LABEL TEMPLATE - UP TO SIX LINES, LOADED FROM LBLPARM
001300* WHEN ONE IS SUPPLIED, OTHERWISE THE COMPILED-IN TWO-LINE
001306* DEFAULT BELOW. &NAME, &EVENT AND &TABLE SUBSTITUTE AT PRINT
001312* TIME.
001320 01  WS-TEMPLATE-COUNT      PIC 9(01) COMP VALUE 2.
001330 01  WS-TEMPLATE-LINES.
001340     05 WS-TEMPLATE-LINE    PIC X(60) OCCURS 6 TIMES.
001470 01  WS-NAME-LEN            PIC 9(02) COMP.
001480 01  WS-EVENT-LEN           PIC 9(02) COMP.
001490 01  WS-TRAILING-SPACES     PIC 9(02) COMP.
001492 01  WS-TABLE-EDIT          PIC ZZ9.
001494 01  WS-TABLE-TEXT          PIC X(03).
001496 01  WS-TABLE-LEN           PIC 9(02) COMP.
001498 01  WS-LEADING-SPACES      PIC 9(02) COMP.
001500
001510 01  WS-LABEL-QTY           PIC 9(03) COMP.
001520 01  WS-COPY-NO             PIC 9(03) COMP.
002690     ELSE
002700         MOVE 1 TO WS-LABEL-QTY
002710     END-IF
002715     PERFORM 2400-SET-TABLE-NUMBER
002720     PERFORM 3000-WRITE-ONE-LABEL
002730         VARYING WS-COPY-NO FROM 1 BY 1
002740         UNTIL WS-COPY-NO > WS-LABEL-QTY
003080     COMPUTE WS-EVENT-LEN = 30 - WS-TRAILING-SPACES.
003090
003100*-----------------------------------------------------------*
003101* 2400-SET-TABLE-NUMBER - THE TABLE SEATPLAN ASSIGNED THE
003102*                   ATTENDEE, WITHOUT LEADING ZEROS, FOR &TABLE.
003103*                   AN ATTENDEE WITH NO TABLE - AN UNSEATED
003104*                   OVERFLOW, OR A ROSTER THAT WAS NEVER SEATED
003105*                   - EXPANDS &TABLE TO NOTHING.
003106*-----------------------------------------------------------*
003107 2400-SET-TABLE-NUMBER.
003108     MOVE SPACES TO WS-TABLE-TEXT
003109     MOVE 0      TO WS-TABLE-LEN
003110     IF RO-TABLE-NO NUMERIC
003111         AND RO-TABLE-NO > 0 THEN
003112         MOVE RO-TABLE-NO TO WS-TABLE-EDIT
003113         MOVE 0 TO WS-LEADING-SPACES
003114         INSPECT WS-TABLE-EDIT TALLYING WS-LEADING-SPACES
003115             FOR LEADING SPACES
003116         COMPUTE WS-TABLE-LEN = 3 - WS-LEADING-SPACES
003117         MOVE WS-TABLE-EDIT (WS-LEADING-SPACES + 1:WS-TABLE-LEN)
003118             TO WS-TABLE-TEXT
003119     END-IF.
003120
003121*-----------------------------------------------------------*
003122* 3000-WRITE-ONE-LABEL - ONE LABEL BLOCK - EVERY TEMPLATE
003123*                   LINE WITH ITS SUBSTITUTIONS APPLIED,
003130*                   THEN A BLANK SEPARATOR LINE.
003140*-----------------------------------------------------------*
003150 3000-WRITE-ONE-LABEL.
003270*-----------------------------------------------------------*
003280* 3100-WRITE-ONE-TEMPLATE-LINE - COPY ONE TEMPLATE LINE TO
003290*                   THE BUILD AREA CHARACTER BY CHARACTER,
003300*                   EXPANDING &NAME, &EVENT AND &TABLE WHERE
003310*                   THEY APPEAR. A LINE THAT OUTGROWS THE 80-BYTE
003320*                   LABEL RECORD IS CLIPPED THERE.
003330*-----------------------------------------------------------*
003340 3100-WRITE-ONE-TEMPLATE-LINE.
003680                         TO WS-BUILD-LINE
003690                             (WS-O-POS:WS-EVENT-LEN)
003700                     ADD WS-EVENT-LEN TO WS-O-POS
003701                 WHEN OTHER
003702                     MOVE 81 TO WS-O-POS
003703             END-EVALUATE
003704             ADD 6 TO WS-T-POS
003705         WHEN WS-T-POS <= 55
003706             AND WS-TEMPLATE-LINE (WS-TEMPLATE-IDX)
003707                 (WS-T-POS:6) = "&TABLE"
003708             EVALUATE TRUE
003709                 WHEN WS-TABLE-LEN = 0
003710                     CONTINUE
003711                 WHEN WS-O-POS + WS-TABLE-LEN - 1 <= 80
003712                     MOVE WS-TABLE-TEXT (1:WS-TABLE-LEN)
003713                         TO WS-BUILD-LINE
003714                             (WS-O-POS:WS-TABLE-LEN)
003715                     ADD WS-TABLE-LEN TO WS-O-POS
003716                 WHEN OTHER
003720                     MOVE 81 TO WS-O-POS
003730             END-EVALUATE
003740             ADD 6 TO WS-T-POS
