000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    PARMMNT.
000050 AUTHOR.        R. FENWICK.
000060 INSTALLATION.  OPERATIONS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 RF    NEW PROGRAM. CHANGE TRANSACTIONS FOR THE
000150*                  PARAMETER LIBRARY. THE NIGHTLY PARM FILES
000160*                  WERE OVERWRITTEN IN PLACE, SO NOBODY COULD
000170*                  SAY WHICH VALUES A PAST NIGHT RAN UNDER.
000180*                  EACH PARM MEMBER NOW LIVES ON THE KEYED
000190*                  PARMLIB AS A SERIES OF VERSIONS, EACH WITH
000200*                  AN EFFECTIVE DATE, WHO CHANGED IT AND WHY.
000210*                  A CHANGE IS AN "H" HEADER TRANSACTION -
000220*                  MEMBER, EFFECTIVE DATE, CHANGED-BY, REASON
000230*                  - FOLLOWED BY ONE "L" TRANSACTION PER LINE
000240*                  OF THE MEMBER'S NEW CONTENT. THE WHOLE
000250*                  CONTENT IS STORED AS A NEW VERSION; NOTHING
000260*                  ON THE LIBRARY IS EVER REWRITTEN. THE
000270*                  PARMJRNL JOURNAL TAKES THE CHANGE HEADER,
000280*                  THE CONTENT THAT WAS IN EFFECT ON THAT
000290*                  DATE BEFORE THE CHANGE, AND THE NEW
000300*                  CONTENT. A REJECTED CHANGE IS LOGGED TO
000310*                  ERRORLOG WHOLE AND ENDS THE STEP RC=4; AN
000320*                  UNUSABLE LIBRARY ENDS IT RC=8.
000322* 2026-10-15 RF    A CHANGE WITH A HEADER BUT NO CONTENT LINES IS
000324*                  NOW REJECTED. STORED, IT WOULD HAVE BECOME AN
000326*                  EMPTY VERSION THAT EMPTIED THE PRODUCTION
000328*                  PARM DATASET ON ITS EFFECTIVE DATE.
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-TRAN ASSIGN TO "PARMTRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-TRAN-STATUS.
000400     SELECT PARM-LIBRARY ASSIGN TO "PARMLIB"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PL-KEY
000440         FILE STATUS IS WS-LIBRARY-STATUS.
000450     SELECT PARM-JOURNAL ASSIGN TO "PARMJRNL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-JOURNAL-STATUS.
000480     SELECT MAINT-REPORT ASSIGN TO "PARMMRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MAINT-RPT-STATUS.
000510     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ERROR-LOG-STATUS.
000540     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RUN-ID-F-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PARM-TRAN
000630     RECORD CONTAINS 81 CHARACTERS.
000640 01  PARM-TRAN-RECORD.
000650     05 PT-TYPE              PIC X(01).
000660         88 PT-HEADER                   VALUE "H".
000670         88 PT-CONTENT-LINE             VALUE "L".
000680     05 PT-TEXT              PIC X(80).
000690 01  PARM-TRAN-HEADER.
000700     05 FILLER               PIC X(01).
000710     05 PT-MEMBER            PIC X(10).
000720     05 PT-EFF-DATE          PIC X(08).
000730     05 PT-EFF-DATE-N REDEFINES PT-EFF-DATE.
000740         10 PT-EFF-CCYY      PIC 9(04).
000750         10 PT-EFF-MM        PIC 9(02).
000760         10 PT-EFF-DD        PIC 9(02).
000770     05 PT-CHANGED-BY        PIC X(08).
000780     05 PT-REASON            PIC X(40).
000790     05 FILLER               PIC X(14).
000800
000810* ONE RECORD PER CONTENT LINE OF A VERSION, KEYED MEMBER,
000820* EFFECTIVE DATE, VERSION WITHIN THAT DATE AND LINE NUMBER.
000830* LINE ZERO IS THE VERSION'S HEADER.
000840 FD  PARM-LIBRARY
000850     RECORD CONTAINS 106 CHARACTERS.
000860 01  PARM-LIBRARY-RECORD.
000870     05 PL-KEY.
000880         10 PL-MEMBER        PIC X(10).
000890         10 PL-EFF-DATE      PIC 9(08).
000900         10 PL-VERSION       PIC 9(03).
000910         10 PL-LINE-NO       PIC 9(05).
000920     05 PL-TEXT              PIC X(80).
000930 01  PARM-LIBRARY-HEADER.
000940     05 FILLER               PIC X(26).
000950     05 PLH-CHANGED-BY       PIC X(08).
000960     05 PLH-CHANGE-DATE      PIC 9(08).
000970     05 PLH-CHANGE-TIME      PIC 9(08).
000980     05 PLH-LINE-COUNT       PIC 9(05).
000990     05 PLH-REASON           PIC X(40).
001000     05 FILLER               PIC X(11).
001010
001020 FD  PARM-JOURNAL
001030     RECORD CONTAINS 146 CHARACTERS.
001040 01  PARM-JOURNAL-RECORD.
001050     05 JR-RUN-ID            PIC X(15).
001060     05 JR-CHANGE-DATE       PIC 9(08).
001070     05 JR-CHANGE-TIME       PIC 9(08).
001080     05 JR-MEMBER            PIC X(10).
001090     05 JR-EFF-DATE          PIC 9(08).
001100     05 JR-VERSION           PIC 9(03).
001110     05 JR-CHANGED-BY        PIC X(08).
001120     05 JR-TYPE              PIC X(01).
001130     05 JR-LINE-NO           PIC 9(05).
001140     05 JR-TEXT              PIC X(80).
001150     05 JR-HEADER-TEXT REDEFINES JR-TEXT.
001160         10 JR-REASON        PIC X(40).
001170         10 JR-PRIOR-EFF-DATE PIC 9(08).
001180         10 JR-PRIOR-VERSION PIC 9(03).
001190         10 JR-LINE-COUNT    PIC 9(05).
001200         10 FILLER           PIC X(24).
001210
001220 FD  MAINT-REPORT
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  MAINT-REPORT-RECORD     PIC X(80).
001250
001260 FD  ERROR-LOG
001270     RECORD CONTAINS 116 CHARACTERS.
001280 01  ERROR-LOG-RECORD        PIC X(116).
001290
001300 FD  AUDIT-LOG
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  AUDIT-LOG-RECORD        PIC X(80).
001330
001340 FD  RUN-ID-FILE
001350     RECORD CONTAINS 15 CHARACTERS.
001360 01  RUN-ID-RECORD           PIC X(15).
001370
001380 WORKING-STORAGE SECTION.
001390 01  WS-PARM-TRAN-STATUS    PIC X(02).
001400     88 WS-PARM-TRAN-OK               VALUE "00".
001410 01  WS-LIBRARY-STATUS      PIC X(02).
001420     88 WS-LIBRARY-OK                 VALUE "00".
001430     88 WS-LIBRARY-ABSENT             VALUE "35".
001440 01  WS-JOURNAL-STATUS      PIC X(02).
001450     88 WS-JOURNAL-OK                 VALUE "00".
001460 01  WS-MAINT-RPT-STATUS    PIC X(02).
001470     88 WS-MAINT-RPT-OK               VALUE "00".
001480 01  WS-ERROR-LOG-STATUS    PIC X(02).
001490     88 WS-ERROR-LOG-OK               VALUE "00".
001500 01  WS-AUDIT-STATUS        PIC X(02).
001510     88 WS-AUDIT-OK                   VALUE "00".
001520 01  WS-RUN-ID-F-STATUS     PIC X(02).
001530     88 WS-RUN-ID-F-OK                VALUE "00".
001540
001550 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001560
001570 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001580     88 WS-FILE-DONE                  VALUE "Y".
001590 01  WS-LIB-EOF-SWITCH      PIC X(01).
001600     88 WS-LIB-DONE                   VALUE "Y".
001610 01  WS-FILES-SWITCH        PIC X(01) VALUE "N".
001620     88 WS-FILES-OK                   VALUE "Y".
001630
001640* THE CHANGE BEING GATHERED - ITS HEADER AND UP TO 500
001650* CONTENT LINES, HELD UNTIL THE NEXT HEADER OR END OF FILE.
001660 01  WS-GROUP-SWITCH        PIC X(01) VALUE "N".
001670     88 WS-GROUP-OPEN                 VALUE "Y".
001680 01  WS-GROUP-MEMBER        PIC X(10).
001690 01  WS-GROUP-EFF-DATE      PIC 9(08).
001700 01  WS-GROUP-EFF-TEXT      PIC X(08).
001710 01  WS-GROUP-CHANGED-BY    PIC X(08).
001720 01  WS-GROUP-REASON        PIC X(40).
001730 01  WS-GROUP-ERROR         PIC X(40).
001740 01  WS-LINE-COUNT          PIC 9(05) COMP.
001750 01  WS-CONTENT-TABLE.
001760     05 WS-CONTENT-LINE     PIC X(80) OCCURS 500 TIMES.
001770 01  WS-LINE-IDX            PIC 9(05) COMP.
001780
001790 01  WS-PRIOR-SWITCH        PIC X(01).
001800     88 WS-PRIOR-FOUND                VALUE "Y".
001810 01  WS-PRIOR-EFF-DATE      PIC 9(08).
001820 01  WS-PRIOR-VERSION       PIC 9(03).
001830 01  WS-NEW-VERSION         PIC 9(04).
001840 01  WS-FAIL-SWITCH         PIC X(01).
001850     88 WS-WRITE-FAILED               VALUE "Y".
001860
001870 01  WS-TRAN-COUNT          PIC 9(07) COMP VALUE 0.
001880 01  WS-APPLIED-COUNT       PIC 9(05) COMP VALUE 0.
001890 01  WS-REJECTED-COUNT      PIC 9(05) COMP VALUE 0.
001900 01  WS-LINES-STORED        PIC 9(07) COMP VALUE 0.
001910
001920 01  WS-HEADING-1.
001930     05 FILLER              PIC X(40) VALUE
001940         "PARAMETER LIBRARY CHANGE REPORT".
001950 01  WS-HEADING-2.
001960     05 FILLER              PIC X(11) VALUE "MEMBER".
001970     05 FILLER              PIC X(09) VALUE "EFFECTIVE".
001980     05 FILLER              PIC X(05) VALUE " VER".
001990     05 FILLER              PIC X(07) VALUE "  LINES".
002000     05 FILLER              PIC X(10) VALUE " BY".
002010     05 FILLER              PIC X(38) VALUE "RESULT".
002020 01  WS-DETAIL-LINE.
002030     05 WS-DTL-MEMBER       PIC X(10).
002040     05 FILLER              PIC X(01) VALUE SPACE.
002050     05 WS-DTL-EFF-DATE     PIC X(08).
002060     05 FILLER              PIC X(01) VALUE SPACE.
002070     05 WS-DTL-VERSION      PIC ZZZ9.
002080     05 FILLER              PIC X(01) VALUE SPACE.
002090     05 WS-DTL-LINES        PIC ZZ,ZZ9.
002100     05 FILLER              PIC X(01) VALUE SPACE.
002110     05 WS-DTL-CHANGED-BY   PIC X(08).
002120     05 FILLER              PIC X(01) VALUE SPACE.
002130     05 WS-DTL-RESULT       PIC X(38).
002140
002150 01  WS-SUMMARY-DETAIL.
002160     05 WS-SUM-LABEL        PIC X(30).
002170     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002180
002190 01  WS-RUN-DATE            PIC 9(08).
002200 01  WS-RUN-TIME            PIC 9(08).
002210
002220 COPY AUDITLOG.
002230 COPY ERRLOG.
002240
002250 PROCEDURE DIVISION.
002260*-----------------------------------------------------------*
002270* 0000-MAINLINE
002280*-----------------------------------------------------------*
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310     IF WS-FILES-OK THEN
002320         PERFORM 2000-READ-ONE-TRANSACTION
002330             UNTIL WS-FILE-DONE
002340         IF WS-GROUP-OPEN THEN
002350             PERFORM 3000-APPLY-CHANGE
002360         END-IF
002370     END-IF
002380     PERFORM 9000-TERMINATE
002390     GOBACK.
002400
002410*-----------------------------------------------------------*
002420* 1000-INITIALIZE - RUN ID, AUDIT START, AND THE FILES. THE
002430*                   LIBRARY IS BUILT EMPTY THE FIRST TIME.
002440*-----------------------------------------------------------*
002450 1000-INITIALIZE.
002460     OPEN INPUT RUN-ID-FILE
002470     IF WS-RUN-ID-F-OK THEN
002480         READ RUN-ID-FILE
002490             AT END CONTINUE
002500         END-READ
002510         IF WS-RUN-ID-F-OK THEN
002520             MOVE RUN-ID-RECORD TO WS-RUN-ID
002530         END-IF
002540         CLOSE RUN-ID-FILE
002550     END-IF
002560     PERFORM 9140-WRITE-AUDIT-START
002570     OPEN OUTPUT MAINT-REPORT
002580     WRITE MAINT-REPORT-RECORD FROM WS-HEADING-1
002590     WRITE MAINT-REPORT-RECORD FROM WS-HEADING-2
002600     OPEN I-O PARM-LIBRARY
002610     IF WS-LIBRARY-ABSENT THEN
002620         OPEN OUTPUT PARM-LIBRARY
002630         CLOSE PARM-LIBRARY
002640         OPEN I-O PARM-LIBRARY
002650     END-IF
002660     OPEN INPUT PARM-TRAN
002670     IF WS-LIBRARY-OK AND WS-PARM-TRAN-OK THEN
002680         MOVE "Y" TO WS-FILES-SWITCH
002690         OPEN EXTEND PARM-JOURNAL
002700         OPEN EXTEND ERROR-LOG
002710         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002720         ACCEPT WS-RUN-TIME FROM TIME
002730     ELSE
002740         DISPLAY "PARMMNT - PARMLIB STATUS " WS-LIBRARY-STATUS
002750             " PARMTRAN STATUS " WS-PARM-TRAN-STATUS
002760             " - NO CHANGES APPLIED"
002770         IF WS-LIBRARY-OK THEN
002780             CLOSE PARM-LIBRARY
002790         END-IF
002800         IF WS-PARM-TRAN-OK THEN
002810             CLOSE PARM-TRAN
002820         END-IF
002830     END-IF.
002840
002850*-----------------------------------------------------------*
002860* 2000-READ-ONE-TRANSACTION - A HEADER CLOSES OFF THE
002870*                   CHANGE BEFORE IT AND OPENS A NEW ONE;
002880*                   CONTENT LINES ARE GATHERED UNDER IT.
002890*-----------------------------------------------------------*
002900 2000-READ-ONE-TRANSACTION.
002910     READ PARM-TRAN
002920         AT END MOVE "Y" TO WS-EOF-SWITCH
002930     END-READ
002940     IF NOT WS-FILE-DONE THEN
002950         ADD 1 TO WS-TRAN-COUNT
002960         EVALUATE TRUE
002970             WHEN PT-HEADER
002980                 IF WS-GROUP-OPEN THEN
002990                     PERFORM 3000-APPLY-CHANGE
003000                 END-IF
003010                 PERFORM 2100-OPEN-CHANGE
003020             WHEN PT-CONTENT-LINE
003030                 PERFORM 2200-ADD-CONTENT-LINE
003040             WHEN OTHER
003050                 IF WS-GROUP-OPEN THEN
003060                     MOVE "TRANSACTION TYPE NOT H OR L"
003070                         TO WS-GROUP-ERROR
003080                 ELSE
003090                     PERFORM 2300-CLEAR-CHANGE
003100                     MOVE "TRANSACTION TYPE NOT H OR L"
003110                         TO WS-GROUP-ERROR
003120                     PERFORM 8000-LOG-REJECT
003130                 END-IF
003140         END-EVALUATE
003150     END-IF.
003160
003170*-----------------------------------------------------------*
003180* 2100-OPEN-CHANGE - VALIDATE THE HEADER. A BAD HEADER
003190*                   STILL OPENS THE CHANGE SO ITS CONTENT
003200*                   LINES ARE REJECTED WITH IT, NOT ONE BY
003210*                   ONE.
003220*-----------------------------------------------------------*
003230 2100-OPEN-CHANGE.
003240     MOVE "Y"           TO WS-GROUP-SWITCH
003250     MOVE SPACES        TO WS-GROUP-ERROR
003260     MOVE 0             TO WS-LINE-COUNT
003270     MOVE 0             TO WS-GROUP-EFF-DATE
003280     MOVE 0             TO WS-NEW-VERSION
003290     MOVE PT-MEMBER     TO WS-GROUP-MEMBER
003300     MOVE PT-EFF-DATE   TO WS-GROUP-EFF-TEXT
003310     MOVE PT-CHANGED-BY TO WS-GROUP-CHANGED-BY
003320     MOVE PT-REASON     TO WS-GROUP-REASON
003330     EVALUATE TRUE
003340         WHEN PT-MEMBER = SPACES
003350             MOVE "MEMBER NAME MISSING"     TO WS-GROUP-ERROR
003360         WHEN PT-EFF-DATE NOT NUMERIC
003370             MOVE "EFFECTIVE DATE NOT NUMERIC"
003380                                            TO WS-GROUP-ERROR
003390         WHEN PT-EFF-MM < 1 OR PT-EFF-MM > 12
003400             OR PT-EFF-DD < 1 OR PT-EFF-DD > 31
003410             OR PT-EFF-CCYY < 1900
003420             MOVE "EFFECTIVE DATE NOT A DATE"
003430                                            TO WS-GROUP-ERROR
003440         WHEN PT-CHANGED-BY = SPACES
003450             MOVE "CHANGED-BY MISSING"      TO WS-GROUP-ERROR
003460         WHEN PT-REASON = SPACES
003470             MOVE "REASON FOR CHANGE MISSING"
003480                                            TO WS-GROUP-ERROR
003490         WHEN OTHER
003500             MOVE PT-EFF-DATE-N TO WS-GROUP-EFF-DATE
003510     END-EVALUATE.
003520
003521*-----------------------------------------------------------*
003522* 2200-ADD-CONTENT-LINE - HOLD ONE CONTENT LINE UNDER THE OPEN
003523*                   CHANGE, UP TO 500. A LINE WITH NO HEADER
003524*                   BEFORE IT IS REJECTED ON ITS OWN; AN
003525*                   OVERFLOW FAILS THE WHOLE CHANGE.
003526*-----------------------------------------------------------*
003530 2200-ADD-CONTENT-LINE.
003540     IF NOT WS-GROUP-OPEN THEN
003550         PERFORM 2300-CLEAR-CHANGE
003560         MOVE "CONTENT LINE WITH NO HEADER" TO WS-GROUP-ERROR
003570         PERFORM 8000-LOG-REJECT
003580     ELSE
003590         IF WS-LINE-COUNT < 500 THEN
003600             ADD 1 TO WS-LINE-COUNT
003610             MOVE PT-TEXT TO WS-CONTENT-LINE (WS-LINE-COUNT)
003620         ELSE
003630             MOVE "MORE THAN 500 CONTENT LINES"
003640                 TO WS-GROUP-ERROR
003650         END-IF
003660     END-IF.
003670
003680*-----------------------------------------------------------*
003690* 2300-CLEAR-CHANGE - A STRAY TRANSACTION OUTSIDE ANY CHANGE
003700*                   IS REPORTED AGAINST BLANK CHANGE FIELDS.
003710*-----------------------------------------------------------*
003720 2300-CLEAR-CHANGE.
003730     MOVE SPACES TO WS-GROUP-MEMBER
003740     MOVE SPACES TO WS-GROUP-EFF-TEXT
003750     MOVE SPACES TO WS-GROUP-CHANGED-BY
003760     MOVE 0      TO WS-GROUP-EFF-DATE
003770     MOVE 0      TO WS-LINE-COUNT
003780     MOVE 0      TO WS-NEW-VERSION.
003790
003800*-----------------------------------------------------------*
003810* 3000-APPLY-CHANGE - STORE THE GATHERED CHANGE AS THE NEXT
003820*                   VERSION FOR ITS MEMBER AND DATE, AND
003825*                   JOURNAL WHAT IT REPLACES. A CHANGE WITH NO
003830*                   CONTENT LINES IS REJECTED - A MEMBER IS NEVER
003835*                   VERSIONED EMPTY.
003840*-----------------------------------------------------------*
003850 3000-APPLY-CHANGE.
003860     MOVE "N" TO WS-GROUP-SWITCH
003862     IF WS-GROUP-ERROR = SPACES
003864         AND WS-LINE-COUNT = 0 THEN
003866         MOVE "NO CONTENT LINES IN CHANGE" TO WS-GROUP-ERROR
003868     END-IF
003870     IF WS-GROUP-ERROR = SPACES THEN
003880         PERFORM 3100-FIND-PRIOR-VERSION
003890         IF WS-NEW-VERSION > 999 THEN
003900             MOVE "NO VERSION NUMBER LEFT FOR THE DATE"
003910                 TO WS-GROUP-ERROR
003920         END-IF
003930     END-IF
003940     IF WS-GROUP-ERROR NOT = SPACES THEN
003950         PERFORM 8000-LOG-REJECT
003960     ELSE
003970         PERFORM 3300-STORE-VERSION
003980         IF WS-WRITE-FAILED THEN
003990             MOVE "LIBRARY WRITE FAILED" TO WS-GROUP-ERROR
004000             PERFORM 8000-LOG-REJECT
004010         ELSE
004020             PERFORM 3200-JOURNAL-CHANGE
004030             ADD 1 TO WS-APPLIED-COUNT
004040             ADD WS-LINE-COUNT TO WS-LINES-STORED
004050             MOVE "ADDED" TO WS-DTL-RESULT
004060             IF WS-PRIOR-FOUND THEN
004070                 MOVE "ADDED - REPLACES"  TO WS-DTL-RESULT
004080                 MOVE WS-PRIOR-EFF-DATE TO WS-DTL-RESULT (18:8)
004090                 MOVE "VERSION"         TO WS-DTL-RESULT (27:7)
004100                 MOVE WS-PRIOR-VERSION  TO WS-DTL-RESULT (35:3)
004110             END-IF
004120             PERFORM 8100-WRITE-DETAIL
004130         END-IF
004140     END-IF.
004150
004160*-----------------------------------------------------------*
004170* 3100-FIND-PRIOR-VERSION - WALK THE MEMBER'S VERSION
004180*                   HEADERS IN KEY ORDER. THE LAST ONE DATED
004190*                   ON OR BEFORE THE NEW EFFECTIVE DATE IS
004200*                   WHAT WAS IN EFFECT BEFORE THE CHANGE; THE
004210*                   HIGHEST VERSION ON THE SAME DATE SETS THE
004220*                   NEW VERSION NUMBER.
004230*-----------------------------------------------------------*
004240 3100-FIND-PRIOR-VERSION.
004250     MOVE "N" TO WS-PRIOR-SWITCH
004260     MOVE 0   TO WS-PRIOR-EFF-DATE
004270     MOVE 0   TO WS-PRIOR-VERSION
004280     MOVE 1   TO WS-NEW-VERSION
004290     MOVE WS-GROUP-MEMBER TO PL-MEMBER
004300     MOVE 0 TO PL-EFF-DATE
004310     MOVE 0 TO PL-VERSION
004320     MOVE 0 TO PL-LINE-NO
004330     START PARM-LIBRARY KEY >= PL-KEY
004340         INVALID KEY MOVE "Y" TO WS-LIB-EOF-SWITCH
004350         NOT INVALID KEY MOVE "N" TO WS-LIB-EOF-SWITCH
004360     END-START
004370     PERFORM 3150-READ-ONE-PRIOR-RECORD
004380         UNTIL WS-LIB-DONE.
004390
004400 3150-READ-ONE-PRIOR-RECORD.
004410     READ PARM-LIBRARY NEXT RECORD
004420         AT END MOVE "Y" TO WS-LIB-EOF-SWITCH
004430     END-READ
004440     IF NOT WS-LIB-DONE THEN
004450         IF PL-MEMBER NOT = WS-GROUP-MEMBER
004460             OR PL-EFF-DATE > WS-GROUP-EFF-DATE THEN
004470             MOVE "Y" TO WS-LIB-EOF-SWITCH
004480         ELSE
004490             IF PL-LINE-NO = 0 THEN
004500                 MOVE "Y"         TO WS-PRIOR-SWITCH
004510                 MOVE PL-EFF-DATE TO WS-PRIOR-EFF-DATE
004520                 MOVE PL-VERSION  TO WS-PRIOR-VERSION
004530                 IF PL-EFF-DATE = WS-GROUP-EFF-DATE THEN
004540                     COMPUTE WS-NEW-VERSION = PL-VERSION + 1
004550                 END-IF
004560             END-IF
004570         END-IF
004580     END-IF.
004590
004600*-----------------------------------------------------------*
004610* 3200-JOURNAL-CHANGE - THE CHANGE HEADER, EVERY LINE OF THE
004620*                   VERSION IT REPLACES ("B") AND EVERY LINE
004630*                   OF THE NEW ONE ("A").
004640*-----------------------------------------------------------*
004650 3200-JOURNAL-CHANGE.
004660     MOVE SPACES              TO PARM-JOURNAL-RECORD
004670     MOVE WS-RUN-ID           TO JR-RUN-ID
004680     MOVE WS-RUN-DATE         TO JR-CHANGE-DATE
004690     MOVE WS-RUN-TIME         TO JR-CHANGE-TIME
004700     MOVE WS-GROUP-MEMBER     TO JR-MEMBER
004710     MOVE WS-GROUP-EFF-DATE   TO JR-EFF-DATE
004720     MOVE WS-NEW-VERSION      TO JR-VERSION
004730     MOVE WS-GROUP-CHANGED-BY TO JR-CHANGED-BY
004740     MOVE "H"                 TO JR-TYPE
004750     MOVE 0                   TO JR-LINE-NO
004760     MOVE WS-GROUP-REASON     TO JR-REASON
004770     MOVE WS-PRIOR-EFF-DATE   TO JR-PRIOR-EFF-DATE
004780     MOVE WS-PRIOR-VERSION    TO JR-PRIOR-VERSION
004790     MOVE WS-LINE-COUNT       TO JR-LINE-COUNT
004800     WRITE PARM-JOURNAL-RECORD
004810     IF WS-PRIOR-FOUND THEN
004820         MOVE WS-GROUP-MEMBER   TO PL-MEMBER
004830         MOVE WS-PRIOR-EFF-DATE TO PL-EFF-DATE
004840         MOVE WS-PRIOR-VERSION  TO PL-VERSION
004850         MOVE 1                 TO PL-LINE-NO
004860         START PARM-LIBRARY KEY >= PL-KEY
004870             INVALID KEY MOVE "Y" TO WS-LIB-EOF-SWITCH
004880             NOT INVALID KEY MOVE "N" TO WS-LIB-EOF-SWITCH
004890         END-START
004900         PERFORM 3250-JOURNAL-ONE-BEFORE-LINE
004910             UNTIL WS-LIB-DONE
004920     END-IF
004930     MOVE "A" TO JR-TYPE
004940     PERFORM 3280-JOURNAL-ONE-AFTER-LINE
004950         VARYING WS-LINE-IDX FROM 1 BY 1
004960         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
004970
004980 3250-JOURNAL-ONE-BEFORE-LINE.
004990     READ PARM-LIBRARY NEXT RECORD
005000         AT END MOVE "Y" TO WS-LIB-EOF-SWITCH
005010     END-READ
005020     IF NOT WS-LIB-DONE THEN
005030         IF PL-MEMBER NOT = WS-GROUP-MEMBER
005040             OR PL-EFF-DATE NOT = WS-PRIOR-EFF-DATE
005050             OR PL-VERSION NOT = WS-PRIOR-VERSION
005060             OR PL-LINE-NO = 0 THEN
005070             MOVE "Y" TO WS-LIB-EOF-SWITCH
005080         ELSE
005090             MOVE "B"        TO JR-TYPE
005100             MOVE PL-LINE-NO TO JR-LINE-NO
005110             MOVE PL-TEXT    TO JR-TEXT
005120             WRITE PARM-JOURNAL-RECORD
005130         END-IF
005140     END-IF.
005150
005160 3280-JOURNAL-ONE-AFTER-LINE.
005170     MOVE WS-LINE-IDX TO JR-LINE-NO
005180     MOVE WS-CONTENT-LINE (WS-LINE-IDX) TO JR-TEXT
005190     WRITE PARM-JOURNAL-RECORD.
005200
005210*-----------------------------------------------------------*
005220* 3300-STORE-VERSION - HEADER AT LINE ZERO, THEN THE
005230*                   CONTENT LINES FROM ONE.
005240*-----------------------------------------------------------*
005250 3300-STORE-VERSION.
005260     MOVE "N" TO WS-FAIL-SWITCH
005270     MOVE SPACES              TO PARM-LIBRARY-RECORD
005280     MOVE WS-GROUP-MEMBER     TO PL-MEMBER
005290     MOVE WS-GROUP-EFF-DATE   TO PL-EFF-DATE
005300     MOVE WS-NEW-VERSION      TO PL-VERSION
005310     MOVE 0                   TO PL-LINE-NO
005320     MOVE WS-GROUP-CHANGED-BY TO PLH-CHANGED-BY
005330     MOVE WS-RUN-DATE         TO PLH-CHANGE-DATE
005340     MOVE WS-RUN-TIME         TO PLH-CHANGE-TIME
005350     MOVE WS-LINE-COUNT       TO PLH-LINE-COUNT
005360     MOVE WS-GROUP-REASON     TO PLH-REASON
005370     WRITE PARM-LIBRARY-RECORD
005380         INVALID KEY MOVE "Y" TO WS-FAIL-SWITCH
005390     END-WRITE
005400     PERFORM 3350-STORE-ONE-LINE
005410         VARYING WS-LINE-IDX FROM 1 BY 1
005420         UNTIL WS-LINE-IDX > WS-LINE-COUNT
005430             OR WS-WRITE-FAILED.
005440
005450 3350-STORE-ONE-LINE.
005460     MOVE WS-LINE-IDX TO PL-LINE-NO
005470     MOVE WS-CONTENT-LINE (WS-LINE-IDX) TO PL-TEXT
005480     WRITE PARM-LIBRARY-RECORD
005490         INVALID KEY MOVE "Y" TO WS-FAIL-SWITCH
005500     END-WRITE.
005510
005520*-----------------------------------------------------------*
005530* 8000-LOG-REJECT - THE CHANGE IS REJECTED WHOLE - ONE
005540*                   ERRORLOG LINE AND ONE REPORT LINE.
005550*-----------------------------------------------------------*
005560 8000-LOG-REJECT.
005570     ADD 1 TO WS-REJECTED-COUNT
005580     MOVE "PARMMNT"         TO ERR-PROGRAM-NAME
005590     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
005600     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
005610     MOVE WS-RUN-ID         TO ERR-RUN-ID
005620     MOVE WS-GROUP-MEMBER   TO ERR-RECORD-ID
005630     MOVE WS-GROUP-ERROR    TO ERR-MESSAGE
005640     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL
005650     MOVE "REJECTED - "     TO WS-DTL-RESULT
005660     MOVE WS-GROUP-ERROR    TO WS-DTL-RESULT (12:27)
005670     PERFORM 8100-WRITE-DETAIL.
005680
005690 8100-WRITE-DETAIL.
005700     MOVE WS-GROUP-MEMBER     TO WS-DTL-MEMBER
005710     MOVE WS-GROUP-EFF-TEXT   TO WS-DTL-EFF-DATE
005720     MOVE WS-NEW-VERSION      TO WS-DTL-VERSION
005730     MOVE WS-LINE-COUNT       TO WS-DTL-LINES
005740     MOVE WS-GROUP-CHANGED-BY TO WS-DTL-CHANGED-BY
005750     IF WS-GROUP-ERROR NOT = SPACES THEN
005760         MOVE 0               TO WS-DTL-VERSION
005770     END-IF
005780     WRITE MAINT-REPORT-RECORD FROM WS-DETAIL-LINE.
005790
005800*-----------------------------------------------------------*
005810* 9000-TERMINATE - CONTROL TOTALS, AUDIT LINE, RETURN CODE.
005820*-----------------------------------------------------------*
005830 9000-TERMINATE.
005840     MOVE SPACES               TO WS-SUMMARY-DETAIL
005850     MOVE "TRANSACTIONS READ"  TO WS-SUM-LABEL
005860     MOVE WS-TRAN-COUNT        TO WS-SUM-VALUE
005870     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005880     MOVE SPACES               TO WS-SUMMARY-DETAIL
005890     MOVE "VERSIONS ADDED"     TO WS-SUM-LABEL
005900     MOVE WS-APPLIED-COUNT     TO WS-SUM-VALUE
005910     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005920     MOVE SPACES               TO WS-SUMMARY-DETAIL
005930     MOVE "CONTENT LINES STORED" TO WS-SUM-LABEL
005940     MOVE WS-LINES-STORED      TO WS-SUM-VALUE
005950     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005960     MOVE SPACES               TO WS-SUMMARY-DETAIL
005970     MOVE "CHANGES REJECTED"   TO WS-SUM-LABEL
005980     MOVE WS-REJECTED-COUNT    TO WS-SUM-VALUE
005990     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
006000     CLOSE MAINT-REPORT
006010     IF WS-FILES-OK THEN
006020         CLOSE PARM-TRAN
006030         CLOSE PARM-LIBRARY
006040         CLOSE PARM-JOURNAL
006050         CLOSE ERROR-LOG
006060     END-IF
006070     PERFORM 9150-WRITE-AUDIT-LOG
006080     EVALUATE TRUE
006090         WHEN NOT WS-FILES-OK
006100             MOVE 8 TO RETURN-CODE
006110         WHEN WS-REJECTED-COUNT > 0
006120             MOVE 4 TO RETURN-CODE
006130         WHEN OTHER
006140             CONTINUE
006150     END-EVALUATE.
006160
006170*-----------------------------------------------------------*
006180* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
006190*                        INITIALIZATION SO THE BATCH-WINDOW
006200*                        REPORT CAN PAIR THIS STEP'S START
006210*                        WITH ITS END.
006220*-----------------------------------------------------------*
006230 9140-WRITE-AUDIT-START.
006240     OPEN EXTEND AUDIT-LOG
006250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006260     ACCEPT WS-RUN-TIME FROM TIME
006270     MOVE "PARMMNT"         TO AUD-PROGRAM-NAME
006280     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
006290     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
006300     MOVE WS-RUN-ID         TO AUD-RUN-ID
006310     MOVE 0                 TO AUD-INPUT-COUNT
006320     MOVE 0                 TO AUD-OUTPUT-COUNT
006330     MOVE "S"               TO AUD-RECORD-TYPE
006340     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
006350     CLOSE AUDIT-LOG.
006360
006370*-----------------------------------------------------------*
006380* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
006390*                        AUDITLOG FILE SHARED BY THE WHOLE
006400*                        NIGHTLY SUITE.
006410*-----------------------------------------------------------*
006420 9150-WRITE-AUDIT-LOG.
006430     OPEN EXTEND AUDIT-LOG
006440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006450     ACCEPT WS-RUN-TIME FROM TIME
006460     MOVE "PARMMNT"           TO AUD-PROGRAM-NAME
006470     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
006480     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
006490     MOVE WS-TRAN-COUNT       TO AUD-INPUT-COUNT
006500     MOVE WS-APPLIED-COUNT    TO AUD-OUTPUT-COUNT
006510     MOVE WS-RUN-ID           TO AUD-RUN-ID
006520     MOVE "E"                 TO AUD-RECORD-TYPE
006530     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
006540     CLOSE AUDIT-LOG.
