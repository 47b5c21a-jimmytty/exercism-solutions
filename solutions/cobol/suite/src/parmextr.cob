000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    PARMEXTR.
000050 AUTHOR.        R. FENWICK.
000060 INSTALLATION.  OPERATIONS BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 RF    NEW PROGRAM. PRE-SUITE EXTRACT OF THE
000150*                  PARAMETER LIBRARY. FOR EVERY MEMBER NAMED
000160*                  ON PARMLIST IT PICKS THE VERSION IN EFFECT
000170*                  TODAY - THE LATEST EFFECTIVE DATE NOT PAST
000180*                  TODAY, THE HIGHEST VERSION WITHIN THAT
000190*                  DATE - AND WRITES ITS CONTENT LINES TO
000200*                  PARMEXT, MEMBER NAME IN FRONT, FOR THE
000210*                  FOLLOWING SORT STEP TO SPLIT INTO THE
000220*                  NIGHTLY PARM DATASETS. ONE PARMMANI
000230*                  MANIFEST LINE PER MEMBER RECORDS, UNDER THE
000240*                  RUN ID, WHICH VERSION WAS PUT IN FORCE, SO
000250*                  PARMRPT CAN SHOW WHAT ANY PAST RUN RAN
000260*                  UNDER. A LISTED MEMBER WITH NO VERSION IN
000270*                  EFFECT, OR A LINE LONGER THAN THE MEMBER'S
000280*                  RECORD LENGTH, ENDS THE STEP RC=8 SO THE
000290*                  SPLIT NEVER EMPTIES OR TRUNCATES A PARM
000300*                  FILE.
000302* 2026-10-15 RF    A VERSION IN EFFECT WITH NO CONTENT LINES NOW
000304*                  ALSO ENDS THE STEP RC=8 (MANIFEST STATUS Z),
000306*                  SINCE THE SPLIT WOULD EMPTY ITS PARM FILE.
000310*-----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RUN-ID-F-STATUS.
000380     SELECT PARM-LIST ASSIGN TO "PARMLIST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-PARM-LIST-STATUS.
000410     SELECT PARM-LIBRARY ASSIGN TO "PARMLIB"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PL-KEY
000450         FILE STATUS IS WS-LIBRARY-STATUS.
000460     SELECT PARM-EXTRACT ASSIGN TO "PARMEXT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EXTRACT-STATUS.
000490     SELECT PARM-MANIFEST ASSIGN TO "PARMMANI"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MANIFEST-STATUS.
000520     SELECT EXTRACT-REPORT ASSIGN TO "PARMXRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-EXTRACT-RPT-STATUS.
000550     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ERROR-LOG-STATUS.
000580     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RUN-ID-FILE
000640     RECORD CONTAINS 15 CHARACTERS.
000650 01  RUN-ID-RECORD           PIC X(15).
000660
000670* THE MEMBERS THE NIGHT EXTRACTS AND EACH ONE'S RECORD
000680* LENGTH - THE SAME LIST THE SPLIT STEP'S OUTFIL CARDS NAME.
000690 FD  PARM-LIST
000700     RECORD CONTAINS 13 CHARACTERS.
000710 01  PARM-LIST-RECORD.
000720     05 LS-MEMBER            PIC X(10).
000730     05 LS-RECORD-LENGTH     PIC 9(03).
000740
000750 FD  PARM-LIBRARY
000760     RECORD CONTAINS 106 CHARACTERS.
000770 01  PARM-LIBRARY-RECORD.
000780     05 PL-KEY.
000790         10 PL-MEMBER        PIC X(10).
000800         10 PL-EFF-DATE      PIC 9(08).
000810         10 PL-VERSION       PIC 9(03).
000820         10 PL-LINE-NO       PIC 9(05).
000830     05 PL-TEXT              PIC X(80).
000840 01  PARM-LIBRARY-HEADER.
000850     05 FILLER               PIC X(26).
000860     05 PLH-CHANGED-BY       PIC X(08).
000870     05 PLH-CHANGE-DATE      PIC 9(08).
000880     05 PLH-CHANGE-TIME      PIC 9(08).
000890     05 PLH-LINE-COUNT       PIC 9(05).
000900     05 PLH-REASON           PIC X(40).
000910     05 FILLER               PIC X(11).
000920
000930 FD  PARM-EXTRACT
000940     RECORD CONTAINS 90 CHARACTERS.
000950 01  PARM-EXTRACT-RECORD.
000960     05 PX-MEMBER            PIC X(10).
000970     05 PX-TEXT              PIC X(80).
000980
000990 FD  PARM-MANIFEST
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  PARM-MANIFEST-RECORD.
001020     05 MF-RUN-ID            PIC X(15).
001030     05 MF-EXTRACT-DATE      PIC 9(08).
001040     05 MF-MEMBER            PIC X(10).
001050     05 MF-EFF-DATE          PIC 9(08).
001060     05 MF-VERSION           PIC 9(03).
001070     05 MF-CHANGED-BY        PIC X(08).
001080     05 MF-LINE-COUNT        PIC 9(05).
001090     05 MF-STATUS            PIC X(01).
001100     05 FILLER               PIC X(22).
001110
001120 FD  EXTRACT-REPORT
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  EXTRACT-REPORT-RECORD   PIC X(80).
001150
001160 FD  ERROR-LOG
001170     RECORD CONTAINS 116 CHARACTERS.
001180 01  ERROR-LOG-RECORD        PIC X(116).
001190
001200 FD  AUDIT-LOG
001210     RECORD CONTAINS 80 CHARACTERS.
001220 01  AUDIT-LOG-RECORD        PIC X(80).
001230
001240 WORKING-STORAGE SECTION.
001250 01  WS-RUN-ID-F-STATUS     PIC X(02).
001260     88 WS-RUN-ID-F-OK                VALUE "00".
001270 01  WS-PARM-LIST-STATUS    PIC X(02).
001280     88 WS-PARM-LIST-OK               VALUE "00".
001290 01  WS-LIBRARY-STATUS      PIC X(02).
001300     88 WS-LIBRARY-OK                 VALUE "00".
001310 01  WS-EXTRACT-STATUS      PIC X(02).
001320     88 WS-EXTRACT-OK                 VALUE "00".
001330 01  WS-MANIFEST-STATUS     PIC X(02).
001340     88 WS-MANIFEST-OK                VALUE "00".
001350 01  WS-EXTRACT-RPT-STATUS  PIC X(02).
001360     88 WS-EXTRACT-RPT-OK             VALUE "00".
001370 01  WS-ERROR-LOG-STATUS    PIC X(02).
001380     88 WS-ERROR-LOG-OK               VALUE "00".
001390 01  WS-AUDIT-STATUS        PIC X(02).
001400     88 WS-AUDIT-OK                   VALUE "00".
001410
001420 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001430
001440 01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
001450     88 WS-FILE-DONE                  VALUE "Y".
001460 01  WS-LIB-EOF-SWITCH      PIC X(01).
001470     88 WS-LIB-DONE                   VALUE "Y".
001480 01  WS-FILES-SWITCH        PIC X(01) VALUE "N".
001490     88 WS-FILES-OK                   VALUE "Y".
001500
001510 01  WS-EXTRACT-DATE        PIC 9(08).
001520
001530 01  WS-FOUND-SWITCH        PIC X(01).
001540     88 WS-VERSION-FOUND              VALUE "Y".
001550 01  WS-FOUND-EFF-DATE      PIC 9(08).
001560 01  WS-FOUND-VERSION       PIC 9(03).
001570 01  WS-FOUND-CHANGED-BY    PIC X(08).
001580 01  WS-FOUND-LINE-COUNT    PIC 9(05).
001590 01  WS-LINES-WRITTEN       PIC 9(05) COMP.
001600 01  WS-LONG-LINES          PIC 9(05) COMP.
001610 01  WS-RECORD-LENGTH       PIC 9(03) COMP.
001620
001630 01  WS-MEMBER-COUNT        PIC 9(05) COMP VALUE 0.
001640 01  WS-EXTRACTED-COUNT     PIC 9(05) COMP VALUE 0.
001650 01  WS-MISSING-COUNT       PIC 9(05) COMP VALUE 0.
001660 01  WS-LONG-MEMBER-COUNT   PIC 9(05) COMP VALUE 0.
001665 01  WS-EMPTY-MEMBER-COUNT  PIC 9(05) COMP VALUE 0.
001670 01  WS-LINE-TOTAL          PIC 9(07) COMP VALUE 0.
001680
001690 01  WS-ERROR-MESSAGE       PIC X(40).
001700
001710 01  WS-HEADING-1.
001720     05 FILLER              PIC X(34) VALUE
001730         "PARAMETER LIBRARY EXTRACT - RUN ".
001740     05 WS-HDG-RUN-ID       PIC X(15).
001750     05 FILLER              PIC X(04) VALUE " AS ".
001760     05 WS-HDG-DATE         PIC 9(08).
001770 01  WS-HEADING-2.
001780     05 FILLER              PIC X(11) VALUE "MEMBER".
001790     05 FILLER              PIC X(09) VALUE "EFFECTIVE".
001800     05 FILLER              PIC X(05) VALUE " VER".
001810     05 FILLER              PIC X(07) VALUE "  LINES".
001820     05 FILLER              PIC X(10) VALUE " BY".
001830     05 FILLER              PIC X(38) VALUE "RESULT".
001840 01  WS-DETAIL-LINE.
001850     05 WS-DTL-MEMBER       PIC X(10).
001860     05 FILLER              PIC X(01) VALUE SPACE.
001870     05 WS-DTL-EFF-DATE     PIC X(08).
001880     05 FILLER              PIC X(01) VALUE SPACE.
001890     05 WS-DTL-VERSION      PIC ZZZ9.
001900     05 FILLER              PIC X(01) VALUE SPACE.
001910     05 WS-DTL-LINES        PIC ZZ,ZZ9.
001920     05 FILLER              PIC X(01) VALUE SPACE.
001930     05 WS-DTL-CHANGED-BY   PIC X(08).
001940     05 FILLER              PIC X(01) VALUE SPACE.
001950     05 WS-DTL-RESULT       PIC X(38).
001960
001970 01  WS-SUMMARY-DETAIL.
001980     05 WS-SUM-LABEL        PIC X(30).
001990     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002000
002010 01  WS-RUN-DATE            PIC 9(08).
002020 01  WS-RUN-TIME            PIC 9(08).
002030
002040 COPY AUDITLOG.
002050 COPY ERRLOG.
002060
002070 PROCEDURE DIVISION.
002080*-----------------------------------------------------------*
002090* 0000-MAINLINE
002100*-----------------------------------------------------------*
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE
002130     IF WS-FILES-OK THEN
002140         PERFORM 2000-EXTRACT-ONE-MEMBER
002150             UNTIL WS-FILE-DONE
002160     END-IF
002170     PERFORM 9000-TERMINATE
002180     GOBACK.
002190
002200*-----------------------------------------------------------*
002210* 1000-INITIALIZE - RUN ID, AUDIT START, TODAY'S DATE, AND
002220*                   THE FILES. WITHOUT THE MEMBER LIST OR THE
002230*                   LIBRARY THERE IS NOTHING SAFE TO EXTRACT.
002240*-----------------------------------------------------------*
002250 1000-INITIALIZE.
002260     OPEN INPUT RUN-ID-FILE
002270     IF WS-RUN-ID-F-OK THEN
002280         READ RUN-ID-FILE
002290             AT END CONTINUE
002300         END-READ
002310         IF WS-RUN-ID-F-OK THEN
002320             MOVE RUN-ID-RECORD TO WS-RUN-ID
002330         END-IF
002340         CLOSE RUN-ID-FILE
002350     END-IF
002360     PERFORM 9140-WRITE-AUDIT-START
002370     ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD
002380     OPEN OUTPUT EXTRACT-REPORT
002390     MOVE WS-RUN-ID       TO WS-HDG-RUN-ID
002400     MOVE WS-EXTRACT-DATE TO WS-HDG-DATE
002410     WRITE EXTRACT-REPORT-RECORD FROM WS-HEADING-1
002420     WRITE EXTRACT-REPORT-RECORD FROM WS-HEADING-2
002430     OPEN INPUT PARM-LIST
002440     OPEN INPUT PARM-LIBRARY
002450     IF WS-PARM-LIST-OK AND WS-LIBRARY-OK THEN
002460         MOVE "Y" TO WS-FILES-SWITCH
002470         OPEN OUTPUT PARM-EXTRACT
002480         OPEN EXTEND PARM-MANIFEST
002490         OPEN EXTEND ERROR-LOG
002500         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002510         ACCEPT WS-RUN-TIME FROM TIME
002520     ELSE
002530         DISPLAY "PARMEXTR - PARMLIST STATUS "
002540             WS-PARM-LIST-STATUS " PARMLIB STATUS "
002550             WS-LIBRARY-STATUS " - NOTHING EXTRACTED"
002560         IF WS-PARM-LIST-OK THEN
002570             CLOSE PARM-LIST
002580         END-IF
002590         IF WS-LIBRARY-OK THEN
002600             CLOSE PARM-LIBRARY
002610         END-IF
002620     END-IF.
002630
002640*-----------------------------------------------------------*
002650* 2000-EXTRACT-ONE-MEMBER - FIND THE VERSION IN EFFECT,
002660*                   COPY ITS LINES TO THE EXTRACT AND RECORD
002670*                   IT ON THE MANIFEST.
002680*-----------------------------------------------------------*
002690 2000-EXTRACT-ONE-MEMBER.
002700     READ PARM-LIST
002710         AT END MOVE "Y" TO WS-EOF-SWITCH
002720     END-READ
002730     IF NOT WS-FILE-DONE AND LS-MEMBER NOT = SPACES THEN
002740         ADD 1 TO WS-MEMBER-COUNT
002750         MOVE 80 TO WS-RECORD-LENGTH
002760         IF LS-RECORD-LENGTH IS NUMERIC
002770             AND LS-RECORD-LENGTH > 0
002780             AND LS-RECORD-LENGTH < 80 THEN
002790             MOVE LS-RECORD-LENGTH TO WS-RECORD-LENGTH
002800         END-IF
002810         PERFORM 2100-FIND-VERSION-IN-EFFECT
002820         IF WS-VERSION-FOUND THEN
002830             PERFORM 2300-COPY-VERSION
002840         ELSE
002850             ADD 1 TO WS-MISSING-COUNT
002860             MOVE "NO VERSION IN EFFECT" TO WS-ERROR-MESSAGE
002870             PERFORM 8000-LOG-ERROR
002880         END-IF
002890         PERFORM 2500-WRITE-MANIFEST-LINE
002900     END-IF.
002910
002920*-----------------------------------------------------------*
002930* 2100-FIND-VERSION-IN-EFFECT - THE MEMBER'S HEADERS COME
002940*                   IN DATE THEN VERSION ORDER, SO THE LAST
002950*                   ONE DATED ON OR BEFORE TODAY IS THE ONE
002960*                   IN EFFECT.
002970*-----------------------------------------------------------*
002980 2100-FIND-VERSION-IN-EFFECT.
002990     MOVE "N" TO WS-FOUND-SWITCH
003000     MOVE 0   TO WS-FOUND-EFF-DATE
003010     MOVE 0   TO WS-FOUND-VERSION
003020     MOVE 0   TO WS-FOUND-LINE-COUNT
003030     MOVE SPACES TO WS-FOUND-CHANGED-BY
003040     MOVE LS-MEMBER TO PL-MEMBER
003050     MOVE 0 TO PL-EFF-DATE
003060     MOVE 0 TO PL-VERSION
003070     MOVE 0 TO PL-LINE-NO
003080     START PARM-LIBRARY KEY >= PL-KEY
003090         INVALID KEY MOVE "Y" TO WS-LIB-EOF-SWITCH
003100         NOT INVALID KEY MOVE "N" TO WS-LIB-EOF-SWITCH
003110     END-START
003120     PERFORM 2150-READ-ONE-HEADER
003130         UNTIL WS-LIB-DONE.
003140
003150 2150-READ-ONE-HEADER.
003160     READ PARM-LIBRARY NEXT RECORD
003170         AT END MOVE "Y" TO WS-LIB-EOF-SWITCH
003180     END-READ
003190     IF NOT WS-LIB-DONE THEN
003200         IF PL-MEMBER NOT = LS-MEMBER
003210             OR PL-EFF-DATE > WS-EXTRACT-DATE THEN
003220             MOVE "Y" TO WS-LIB-EOF-SWITCH
003230         ELSE
003240             IF PL-LINE-NO = 0 THEN
003250                 MOVE "Y"            TO WS-FOUND-SWITCH
003260                 MOVE PL-EFF-DATE    TO WS-FOUND-EFF-DATE
003270                 MOVE PL-VERSION     TO WS-FOUND-VERSION
003280                 MOVE PLH-CHANGED-BY TO WS-FOUND-CHANGED-BY
003290                 MOVE PLH-LINE-COUNT TO WS-FOUND-LINE-COUNT
003300             END-IF
003310         END-IF
003320     END-IF.
003330
003340*-----------------------------------------------------------*
003350* 2300-COPY-VERSION - EVERY CONTENT LINE OF THE VERSION, IN
003360*                   LINE ORDER. A LINE WITH TEXT PAST THE
003370*                   MEMBER'S RECORD LENGTH WOULD BE CUT SHORT
003375*                   BY THE SPLIT, AND A VERSION WITH NO LINES
003380*                   WOULD EMPTY THE PARM FILE, SO BOTH ARE
003385*                   ERRORS.
003390*-----------------------------------------------------------*
003400 2300-COPY-VERSION.
003410     MOVE 0 TO WS-LINES-WRITTEN
003420     MOVE 0 TO WS-LONG-LINES
003430     MOVE LS-MEMBER         TO PL-MEMBER
003440     MOVE WS-FOUND-EFF-DATE TO PL-EFF-DATE
003450     MOVE WS-FOUND-VERSION  TO PL-VERSION
003460     MOVE 1                 TO PL-LINE-NO
003470     START PARM-LIBRARY KEY >= PL-KEY
003480         INVALID KEY MOVE "Y" TO WS-LIB-EOF-SWITCH
003490         NOT INVALID KEY MOVE "N" TO WS-LIB-EOF-SWITCH
003500     END-START
003510     PERFORM 2350-COPY-ONE-LINE
003520         UNTIL WS-LIB-DONE
003530     ADD 1 TO WS-EXTRACTED-COUNT
003540     ADD WS-LINES-WRITTEN TO WS-LINE-TOTAL
003541     IF WS-LINES-WRITTEN = 0 THEN
003542         ADD 1 TO WS-EMPTY-MEMBER-COUNT
003543         MOVE "VERSION IN EFFECT HAS NO CONTENT LINES"
003544             TO WS-ERROR-MESSAGE
003545         PERFORM 8000-LOG-ERROR
003546     END-IF
003550     IF WS-LONG-LINES > 0 THEN
003560         ADD 1 TO WS-LONG-MEMBER-COUNT
003570         MOVE "LINE LONGER THAN MEMBER RECORD"
003580             TO WS-ERROR-MESSAGE
003590         PERFORM 8000-LOG-ERROR
003600     END-IF.
003610
003620 2350-COPY-ONE-LINE.
003630     READ PARM-LIBRARY NEXT RECORD
003640         AT END MOVE "Y" TO WS-LIB-EOF-SWITCH
003650     END-READ
003660     IF NOT WS-LIB-DONE THEN
003670         IF PL-MEMBER NOT = LS-MEMBER
003680             OR PL-EFF-DATE NOT = WS-FOUND-EFF-DATE
003690             OR PL-VERSION NOT = WS-FOUND-VERSION
003700             OR PL-LINE-NO = 0 THEN
003710             MOVE "Y" TO WS-LIB-EOF-SWITCH
003720         ELSE
003730             IF WS-RECORD-LENGTH < 80 THEN
003740                 IF PL-TEXT (WS-RECORD-LENGTH + 1:) NOT = SPACES
003750                     THEN
003760                     ADD 1 TO WS-LONG-LINES
003770                 END-IF
003780             END-IF
003790             MOVE LS-MEMBER TO PX-MEMBER
003800             MOVE PL-TEXT   TO PX-TEXT
003810             WRITE PARM-EXTRACT-RECORD
003820             ADD 1 TO WS-LINES-WRITTEN
003830         END-IF
003840     END-IF.
003850
003860*-----------------------------------------------------------*
003870* 2500-WRITE-MANIFEST-LINE - "E" EXTRACTED, "N" NOTHING IN
003876*                   EFFECT, "Z" NO CONTENT LINES, "L" EXTRACTED
003882*                   WITH LONG LINES.
003890*-----------------------------------------------------------*
003900 2500-WRITE-MANIFEST-LINE.
003910     MOVE SPACES              TO PARM-MANIFEST-RECORD
003920     MOVE WS-RUN-ID           TO MF-RUN-ID
003930     MOVE WS-EXTRACT-DATE     TO MF-EXTRACT-DATE
003940     MOVE LS-MEMBER           TO MF-MEMBER
003950     MOVE WS-FOUND-EFF-DATE   TO MF-EFF-DATE
003960     MOVE WS-FOUND-VERSION    TO MF-VERSION
003970     MOVE WS-FOUND-CHANGED-BY TO MF-CHANGED-BY
003980     MOVE 0                   TO MF-LINE-COUNT
003990     MOVE LS-MEMBER           TO WS-DTL-MEMBER
004000     MOVE SPACES              TO WS-DTL-EFF-DATE
004010     MOVE 0                   TO WS-DTL-VERSION
004020     MOVE 0                   TO WS-DTL-LINES
004030     MOVE SPACES              TO WS-DTL-CHANGED-BY
004040     EVALUATE TRUE
004050         WHEN NOT WS-VERSION-FOUND
004060             MOVE "N" TO MF-STATUS
004070             MOVE "NO VERSION IN EFFECT" TO WS-DTL-RESULT
004072         WHEN WS-LINES-WRITTEN = 0
004074             MOVE "Z" TO MF-STATUS
004076             MOVE "VERSION HAS NO CONTENT LINES" TO WS-DTL-RESULT
004080         WHEN WS-LONG-LINES > 0
004090             MOVE "L" TO MF-STATUS
004100             MOVE "LINE LONGER THAN MEMBER RECORD"
004110                 TO WS-DTL-RESULT
004120         WHEN OTHER
004130             MOVE "E" TO MF-STATUS
004140             MOVE "EXTRACTED" TO WS-DTL-RESULT
004150     END-EVALUATE
004160     IF WS-VERSION-FOUND THEN
004170         MOVE WS-LINES-WRITTEN    TO MF-LINE-COUNT
004180         MOVE WS-FOUND-EFF-DATE   TO WS-DTL-EFF-DATE
004190         MOVE WS-FOUND-VERSION    TO WS-DTL-VERSION
004200         MOVE WS-LINES-WRITTEN    TO WS-DTL-LINES
004210         MOVE WS-FOUND-CHANGED-BY TO WS-DTL-CHANGED-BY
004220     END-IF
004230     WRITE PARM-MANIFEST-RECORD
004240     WRITE EXTRACT-REPORT-RECORD FROM WS-DETAIL-LINE.
004250
004260 8000-LOG-ERROR.
004270     MOVE "PARMEXTR"        TO ERR-PROGRAM-NAME
004280     MOVE WS-RUN-DATE       TO ERR-RUN-DATE
004290     MOVE WS-RUN-TIME       TO ERR-RUN-TIME
004300     MOVE WS-RUN-ID         TO ERR-RUN-ID
004310     MOVE LS-MEMBER         TO ERR-RECORD-ID
004320     MOVE WS-ERROR-MESSAGE  TO ERR-MESSAGE
004330     WRITE ERROR-LOG-RECORD FROM ERROR-LOG-DETAIL.
004340
004350*-----------------------------------------------------------*
004360* 9000-TERMINATE - CONTROL TOTALS, AUDIT LINE, RETURN CODE.
004370*                  ANYTHING SHORT OF A CLEAN EXTRACT OF EVERY
004380*                  LISTED MEMBER IS RC=8 - THE SPLIT MUST NOT
004390*                  RUN ON IT.
004400*-----------------------------------------------------------*
004410 9000-TERMINATE.
004420     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004430     MOVE "MEMBERS LISTED"       TO WS-SUM-LABEL
004440     MOVE WS-MEMBER-COUNT        TO WS-SUM-VALUE
004450     WRITE EXTRACT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004460     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004470     MOVE "MEMBERS EXTRACTED"    TO WS-SUM-LABEL
004480     MOVE WS-EXTRACTED-COUNT     TO WS-SUM-VALUE
004490     WRITE EXTRACT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004500     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004510     MOVE "CONTENT LINES WRITTEN" TO WS-SUM-LABEL
004520     MOVE WS-LINE-TOTAL          TO WS-SUM-VALUE
004530     WRITE EXTRACT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004540     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004550     MOVE "MEMBERS NOT IN EFFECT" TO WS-SUM-LABEL
004560     MOVE WS-MISSING-COUNT       TO WS-SUM-VALUE
004570     WRITE EXTRACT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004580     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004590     MOVE "MEMBERS WITH LONG LINES" TO WS-SUM-LABEL
004600     MOVE WS-LONG-MEMBER-COUNT   TO WS-SUM-VALUE
004610     WRITE EXTRACT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004612     MOVE SPACES                 TO WS-SUMMARY-DETAIL
004614     MOVE "MEMBERS WITH NO LINES" TO WS-SUM-LABEL
004616     MOVE WS-EMPTY-MEMBER-COUNT  TO WS-SUM-VALUE
004618     WRITE EXTRACT-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004620     CLOSE EXTRACT-REPORT
004630     IF WS-FILES-OK THEN
004640         CLOSE PARM-LIST
004650         CLOSE PARM-LIBRARY
004660         CLOSE PARM-EXTRACT
004670         CLOSE PARM-MANIFEST
004680         CLOSE ERROR-LOG
004690     END-IF
004700     PERFORM 9150-WRITE-AUDIT-LOG
004710     IF NOT WS-FILES-OK
004720         OR WS-MISSING-COUNT > 0
004726         OR WS-LONG-MEMBER-COUNT > 0
004732         OR WS-EMPTY-MEMBER-COUNT > 0 THEN
004740         MOVE 8 TO RETURN-CODE
004750     END-IF.
004760
004770*-----------------------------------------------------------*
004780* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
004790*                        INITIALIZATION SO THE BATCH-WINDOW
004800*                        REPORT CAN PAIR THIS STEP'S START
004810*                        WITH ITS END.
004820*-----------------------------------------------------------*
004830 9140-WRITE-AUDIT-START.
004840     OPEN EXTEND AUDIT-LOG
004850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004860     ACCEPT WS-RUN-TIME FROM TIME
004870     MOVE "PARMEXTR"        TO AUD-PROGRAM-NAME
004880     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
004890     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
004900     MOVE WS-RUN-ID         TO AUD-RUN-ID
004910     MOVE 0                 TO AUD-INPUT-COUNT
004920     MOVE 0                 TO AUD-OUTPUT-COUNT
004930     MOVE "S"               TO AUD-RECORD-TYPE
004940     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
004950     CLOSE AUDIT-LOG.
004960
004970*-----------------------------------------------------------*
004980* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
004990*                        AUDITLOG FILE SHARED BY THE WHOLE
005000*                        NIGHTLY SUITE.
005010*-----------------------------------------------------------*
005020 9150-WRITE-AUDIT-LOG.
005030     OPEN EXTEND AUDIT-LOG
005040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005050     ACCEPT WS-RUN-TIME FROM TIME
005060     MOVE "PARMEXTR"          TO AUD-PROGRAM-NAME
005070     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
005080     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
005090     MOVE WS-MEMBER-COUNT     TO AUD-INPUT-COUNT
005100     MOVE WS-LINE-TOTAL       TO AUD-OUTPUT-COUNT
005110     MOVE WS-RUN-ID           TO AUD-RUN-ID
005120     MOVE "E"                 TO AUD-RECORD-TYPE
005130     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL
005140     CLOSE AUDIT-LOG.
