000420*                  SO AN ALTERNATE GENETIC CODE IS VISIBLE
000430*                  ON THE SAME REPORT AS THE BASE CODES AND
000440*                  CATEGORY NAMES.
000441* 2026-10-15 DK    NOW ALSO LISTS THE PARAMETER VERSIONS IN
000442*                  FORCE FOR ONE RUN - THE RUN NAMED ON THE
000443*                  OPTIONAL PARMSEL DD, OR THIS RUN'S OWN RUN ID
000444*                  WHEN PARMSEL IS NOT SUPPLIED. EACH PARMMANI
000445*                  MANIFEST LINE PARMEXTR WROTE FOR THE RUN IS
000446*                  SHOWN WITH THE VERSION'S EFFECTIVE DATE,
000447*                  WHO CHANGED IT AND WHY, FOLLOWED BY THE
000448*                  VERSION'S CONTENT AS HELD ON PARMLIB, SO ANY
000449*                  PAST NIGHT'S PARAMETERS CAN BE REPRINTED
000450*                  EXACTLY.
000451*-----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000580     SELECT PARM-OUT ASSIGN TO "PARMOUT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARM-OUT-STATUS.
000601     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         FILE STATUS IS WS-RUN-ID-F-STATUS.
000604     SELECT RUN-SELECT ASSIGN TO "PARMSEL"
000605         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-RUN-SELECT-STATUS.
000607     SELECT PARM-MANIFEST ASSIGN TO "PARMMANI"
000608         ORGANIZATION IS LINE SEQUENTIAL
000609         FILE STATUS IS WS-MANIFEST-STATUS.
000610     SELECT PARM-LIBRARY ASSIGN TO "PARMLIB"
000611         ORGANIZATION IS INDEXED
000612         ACCESS MODE IS DYNAMIC
000613         RECORD KEY IS PL-KEY
000614         FILE STATUS IS WS-LIBRARY-STATUS.
000615 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BASE-PARM
000640     RECORD CONTAINS 2 CHARACTERS.
000790 FD  PARM-OUT
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  PARM-OUT-RECORD         PIC X(80).
000811
000812 FD  RUN-ID-FILE
000813     RECORD CONTAINS 15 CHARACTERS.
000814 01  RUN-ID-RECORD           PIC X(15).
000815
000816 FD  RUN-SELECT
000817     RECORD CONTAINS 15 CHARACTERS.
000818 01  RUN-SELECT-RECORD       PIC X(15).
000819
000820 FD  PARM-MANIFEST
000821     RECORD CONTAINS 80 CHARACTERS.
000822 01  PARM-MANIFEST-RECORD.
000823     05 MF-RUN-ID            PIC X(15).
000824     05 MF-EXTRACT-DATE      PIC 9(08).
000825     05 MF-MEMBER            PIC X(10).
000826     05 MF-EFF-DATE          PIC 9(08).
000827     05 MF-VERSION           PIC 9(03).
000828     05 MF-CHANGED-BY        PIC X(08).
000829     05 MF-LINE-COUNT        PIC 9(05).
000830     05 MF-STATUS            PIC X(01).
000831         88 MF-NOT-IN-EFFECT            VALUE "N".
000832     05 FILLER               PIC X(22).
000833
000834 FD  PARM-LIBRARY
000835     RECORD CONTAINS 106 CHARACTERS.
000836 01  PARM-LIBRARY-RECORD.
000837     05 PL-KEY.
000838         10 PL-MEMBER        PIC X(10).
000839         10 PL-EFF-DATE      PIC 9(08).
000840         10 PL-VERSION       PIC 9(03).
000841         10 PL-LINE-NO       PIC 9(05).
000842     05 PL-TEXT              PIC X(80).
000843 01  PARM-LIBRARY-HEADER.
000844     05 FILLER               PIC X(26).
000845     05 PLH-CHANGED-BY       PIC X(08).
000846     05 PLH-CHANGE-DATE      PIC 9(08).
000847     05 PLH-CHANGE-TIME      PIC 9(08).
000848     05 PLH-LINE-COUNT       PIC 9(05).
000849     05 PLH-REASON           PIC X(40).
000850     05 FILLER               PIC X(11).
000851
000852 WORKING-STORAGE SECTION.
000853 01  WS-BASE-PARM-STATUS     PIC X(02).
000854     88 WS-BASE-PARM-OK                 VALUE "00".
000860 01  WS-CAT-PARM-STATUS      PIC X(02).
000870     88 WS-CAT-PARM-OK                  VALUE "00".
000880 01  WS-PARM-OUT-STATUS      PIC X(02).
001100     88 WS-CAT-PARM-SUPPLIED            VALUE "Y".
001110 01  WS-CAT-OVERRIDE-TABLE.
001120     05 WS-CAT-OVERRIDE-ENTRY PIC X(15) OCCURS 12 TIMES.
001121
001122 01  WS-RUN-ID-F-STATUS      PIC X(02).
001123     88 WS-RUN-ID-F-OK                  VALUE "00".
001124 01  WS-RUN-SELECT-STATUS    PIC X(02).
001125     88 WS-RUN-SELECT-OK                VALUE "00".
001126 01  WS-MANIFEST-STATUS      PIC X(02).
001127     88 WS-MANIFEST-OK                  VALUE "00".
001128 01  WS-LIBRARY-STATUS       PIC X(02).
001129     88 WS-LIBRARY-OK                   VALUE "00".
001130 01  WS-SELECTED-RUN-ID      PIC X(15) VALUE SPACES.
001131 01  WS-MANIFEST-EOF-SWITCH  PIC X(01) VALUE "N".
001132     88 WS-MANIFEST-DONE                VALUE "Y".
001133 01  WS-LIBRARY-EOF-SWITCH   PIC X(01) VALUE "N".
001134     88 WS-LIBRARY-DONE                 VALUE "Y".
001135 01  WS-MEMBERS-SHOWN        PIC 9(03) COMP VALUE 0.
001136 01  WS-MANIFEST-OPEN-SW     PIC X(01) VALUE "N".
001137     88 WS-MANIFEST-OPEN                VALUE "Y".
001138 01  WS-LIBRARY-OPEN-SW      PIC X(01) VALUE "N".
001139     88 WS-LIBRARY-OPEN                 VALUE "Y".
001140 01  WS-VERSION-FOUND-SW     PIC X(01) VALUE "N".
001141     88 WS-VERSION-FOUND                VALUE "Y".
001142
001143 01  WS-HEADING-1.
001150     05 FILLER               PIC X(34) VALUE
001160         "CURRENT RUN-TIME PARAMETER VALUES".
001170 01  WS-HEADING-2.
001590     05 FILLER               PIC X(12) VALUE "SOURCE.....".
001600     05 WS-DTL-CODON-SOURCE  PIC X(10).
001610
001611 01  WS-HEADING-8.
001612     05 FILLER               PIC X(41) VALUE
001613         "PARAMETER VERSIONS IN FORCE FOR RUN ID   ".
001614     05 WS-HDG-RUN-ID        PIC X(15).
001615 01  WS-MEMBER-LINE.
001616     05 FILLER               PIC X(07) VALUE "MEMBER ".
001617     05 WS-DTL-MEMBER        PIC X(10).
001618     05 FILLER               PIC X(11) VALUE " EFFECTIVE ".
001619     05 WS-DTL-EFF-DATE      PIC 9(08).
001620     05 FILLER               PIC X(09) VALUE " VERSION ".
001621     05 WS-DTL-VERSION       PIC ZZ9.
001622     05 FILLER               PIC X(04) VALUE " BY ".
001623     05 WS-DTL-CHANGED-BY    PIC X(08).
001624     05 FILLER               PIC X(07) VALUE " LINES ".
001625     05 WS-DTL-LINE-COUNT    PIC ZZ,ZZ9.
001626 01  WS-REASON-LINE.
001627     05 FILLER               PIC X(12) VALUE "REASON.....".
001628     05 WS-DTL-REASON        PIC X(40).
001629     05 FILLER               PIC X(04) VALUE " ON ".
001630     05 WS-DTL-CHANGE-DATE   PIC 9(08).
001631 01  WS-VERSION-NOTE-LINE    PIC X(60).
001632
001633     COPY BASETBL.
001634     COPY YACHTCAT.
001640     COPY CODONTBL.
001650
001660 PROCEDURE DIVISION.
001720     PERFORM 2000-WRITE-BASE-SECTION
001730     PERFORM 3000-WRITE-CATEGORY-SECTION
001740     PERFORM 4000-WRITE-CODON-SECTION
001745     PERFORM 5000-WRITE-VERSION-SECTION
001750     PERFORM 9000-TERMINATE
001760     GOBACK.
001770
001860     OPEN OUTPUT PARM-OUT
001870     PERFORM 1100-READ-BASE-PARM
001880     PERFORM 1200-READ-CAT-PARM
001886     PERFORM 1300-READ-CODON-PARM
001892     PERFORM 1400-SELECT-RUN.
001900
001910*-----------------------------------------------------------*
001920* 1100-READ-BASE-PARM - IF BASEPARM SUPPLIES UP TO FOUR
003090     END-IF.
003100
003110*-----------------------------------------------------------*
003111* 1400-SELECT-RUN - THE RUN WHOSE PARAMETER VERSIONS ARE
003112*                  LISTED - THE ONE NAMED ON PARMSEL IF
003113*                  SUPPLIED, ELSE THIS RUN'S OWN RUN ID.
003114*-----------------------------------------------------------*
003115 1400-SELECT-RUN.
003116     OPEN INPUT RUN-SELECT
003117     IF WS-RUN-SELECT-OK THEN
003118         READ RUN-SELECT
003119             AT END CONTINUE
003120         END-READ
003121         IF WS-RUN-SELECT-OK THEN
003122             MOVE RUN-SELECT-RECORD TO WS-SELECTED-RUN-ID
003123         END-IF
003124         CLOSE RUN-SELECT
003125     END-IF
003126     IF WS-SELECTED-RUN-ID = SPACES THEN
003127         OPEN INPUT RUN-ID-FILE
003128         IF WS-RUN-ID-F-OK THEN
003129             READ RUN-ID-FILE
003130                 AT END CONTINUE
003131             END-READ
003132             IF WS-RUN-ID-F-OK THEN
003133                 MOVE RUN-ID-RECORD TO WS-SELECTED-RUN-ID
003134             END-IF
003135             CLOSE RUN-ID-FILE
003136         END-IF
003137     END-IF.
003138
003139*-----------------------------------------------------------*
003140* 2000-WRITE-BASE-SECTION - WRITE THE BASE-CODE HEADINGS,
003141*                            ITS SOURCE LINE, AND ONE DETAIL
003142*                            LINE PER ENTRY IN BASE-TABLE.
003150*-----------------------------------------------------------*
003160 2000-WRITE-BASE-SECTION.
003170     WRITE PARM-OUT-RECORD FROM WS-HEADING-1
003800     WRITE PARM-OUT-RECORD FROM WS-CODON-DETAIL-LINE.
003810
003820*-----------------------------------------------------------*
003821* 5000-WRITE-VERSION-SECTION - ONE BLOCK PER MANIFEST LINE
003822*                  OF THE SELECTED RUN - THE VERSION AND WHY
003823*                  IT WAS MADE, THEN ITS CONTENT FROM PARMLIB.
003824*-----------------------------------------------------------*
003825 5000-WRITE-VERSION-SECTION.
003826     MOVE WS-SELECTED-RUN-ID TO WS-HDG-RUN-ID
003827     WRITE PARM-OUT-RECORD FROM WS-HEADING-8
003828     OPEN INPUT PARM-MANIFEST
003829     IF WS-MANIFEST-OK THEN
003830         MOVE "Y" TO WS-MANIFEST-OPEN-SW
003831     END-IF
003832     OPEN INPUT PARM-LIBRARY
003833     IF WS-LIBRARY-OK THEN
003834         MOVE "Y" TO WS-LIBRARY-OPEN-SW
003835     END-IF
003836     EVALUATE TRUE
003837         WHEN WS-SELECTED-RUN-ID = SPACES
003838             MOVE "NO RUN ID SELECTED" TO WS-VERSION-NOTE-LINE
003839             WRITE PARM-OUT-RECORD FROM WS-VERSION-NOTE-LINE
003840         WHEN NOT WS-MANIFEST-OPEN
003841             MOVE "NO PARMMANI MANIFEST AVAILABLE"
003842                 TO WS-VERSION-NOTE-LINE
003843             WRITE PARM-OUT-RECORD FROM WS-VERSION-NOTE-LINE
003844         WHEN OTHER
003845             PERFORM 5100-READ-ONE-MANIFEST-LINE
003846                 UNTIL WS-MANIFEST-DONE
003847             IF WS-MEMBERS-SHOWN = 0 THEN
003848                 MOVE "NO MANIFEST LINES FOR THIS RUN"
003849                     TO WS-VERSION-NOTE-LINE
003850                 WRITE PARM-OUT-RECORD FROM WS-VERSION-NOTE-LINE
003851             END-IF
003852     END-EVALUATE
003853     IF WS-MANIFEST-OPEN THEN
003854         CLOSE PARM-MANIFEST
003855     END-IF
003856     IF WS-LIBRARY-OPEN THEN
003857         CLOSE PARM-LIBRARY
003858     END-IF.
003859
003860 5100-READ-ONE-MANIFEST-LINE.
003861     READ PARM-MANIFEST
003862         AT END MOVE "Y" TO WS-MANIFEST-EOF-SWITCH
003863     END-READ
003864     IF NOT WS-MANIFEST-DONE
003865         AND MF-RUN-ID = WS-SELECTED-RUN-ID THEN
003866         ADD 1 TO WS-MEMBERS-SHOWN
003867         PERFORM 5200-WRITE-ONE-VERSION
003868     END-IF.
003869
003870 5200-WRITE-ONE-VERSION.
003871     MOVE MF-MEMBER     TO WS-DTL-MEMBER
003872     MOVE MF-EFF-DATE   TO WS-DTL-EFF-DATE
003873     MOVE MF-VERSION    TO WS-DTL-VERSION
003874     MOVE MF-CHANGED-BY TO WS-DTL-CHANGED-BY
003875     MOVE MF-LINE-COUNT TO WS-DTL-LINE-COUNT
003876     WRITE PARM-OUT-RECORD FROM WS-MEMBER-LINE
003877     EVALUATE TRUE
003878         WHEN MF-NOT-IN-EFFECT
003879             MOVE "NO VERSION WAS IN EFFECT - NOT EXTRACTED"
003880                 TO WS-VERSION-NOTE-LINE
003881             WRITE PARM-OUT-RECORD FROM WS-VERSION-NOTE-LINE
003882         WHEN NOT WS-LIBRARY-OPEN
003883             MOVE "PARMLIB NOT AVAILABLE - CONTENT NOT SHOWN"
003884                 TO WS-VERSION-NOTE-LINE
003885             WRITE PARM-OUT-RECORD FROM WS-VERSION-NOTE-LINE
003886         WHEN OTHER
003887             MOVE MF-MEMBER   TO PL-MEMBER
003888             MOVE MF-EFF-DATE TO PL-EFF-DATE
003889             MOVE MF-VERSION  TO PL-VERSION
003890             MOVE 0           TO PL-LINE-NO
003891             READ PARM-LIBRARY
003892                 INVALID KEY MOVE "N" TO WS-VERSION-FOUND-SW
003893                 NOT INVALID KEY MOVE "Y" TO WS-VERSION-FOUND-SW
003894             END-READ
003895             IF WS-VERSION-FOUND THEN
003896                 MOVE PLH-REASON      TO WS-DTL-REASON
003897                 MOVE PLH-CHANGE-DATE TO WS-DTL-CHANGE-DATE
003898                 WRITE PARM-OUT-RECORD FROM WS-REASON-LINE
003899                 MOVE "N" TO WS-LIBRARY-EOF-SWITCH
003900                 PERFORM 5300-WRITE-ONE-CONTENT-LINE
003901                     UNTIL WS-LIBRARY-DONE
003902             ELSE
003903                 MOVE "VERSION NOT FOUND ON PARMLIB"
003904                     TO WS-VERSION-NOTE-LINE
003905                 WRITE PARM-OUT-RECORD FROM WS-VERSION-NOTE-LINE
003906             END-IF
003907     END-EVALUATE.
003908
003909 5300-WRITE-ONE-CONTENT-LINE.
003910     READ PARM-LIBRARY NEXT RECORD
003911         AT END MOVE "Y" TO WS-LIBRARY-EOF-SWITCH
003912     END-READ
003913     IF NOT WS-LIBRARY-DONE THEN
003914         IF PL-MEMBER NOT = MF-MEMBER
003915             OR PL-EFF-DATE NOT = MF-EFF-DATE
003916             OR PL-VERSION NOT = MF-VERSION THEN
003917             MOVE "Y" TO WS-LIBRARY-EOF-SWITCH
003918         ELSE
003919             WRITE PARM-OUT-RECORD FROM PL-TEXT
003920         END-IF
003921     END-IF.
003922
003923*-----------------------------------------------------------*
003924* 9000-TERMINATE - CLOSE THE REPORT FILE.
003925*-----------------------------------------------------------*
003926 9000-TERMINATE.
003927     CLOSE PARM-OUT.
