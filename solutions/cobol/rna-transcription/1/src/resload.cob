000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    RESLOAD.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. FILES EACH NIGHT'S RESULTS -
000150*                  EVERY RNAOUT STRAND, PROTOUT PROTEIN, AND
000160*                  ORFOUT OPEN READING FRAME - INTO THE KEYED
000170*                  RESREPO RESULTS REPOSITORY BY SEQUENCE ID
000180*                  PLUS RUN ID, WITH THE RUN DATE AND THE
000190*                  SUBMITTING LAB AS THEY STOOD THAT NIGHT,
000200*                  SO WHAT WE SENT A LAB WEEKS AGO SURVIVES
000210*                  THE NIGHTLY REWRITE OF THE PIPELINE FILES
000220*                  AND CAN BE LOOKED UP WITH RESINQ. A
000230*                  RESTARTED NIGHT REFILES OVER ITS OWN
000240*                  RECORDS INSTEAD OF DUPLICATING THEM. ONCE
000250*                  THE NIGHT IS FILED, EVERY RECORD FROM A
000260*                  RUN DATE OLDER THAN THE RETPARM RETENTION
000270*                  (DAYS TO KEEP, DEFAULT 365) IS PURGED.
000271* 2026-10-15 DK    THE LAB LOOKUP NO LONGER TOUCHES SEQMAST'S
000272*                  RECORD AREA WHEN SEQMAST DID NOT OPEN - THE
000273*                  LAST ACCESSION LOOKED UP IS KEPT IN WORKING
000274*                  STORAGE, AND A RUN WITHOUT THE REGISTRY
000275*                  FILES EVERY RESULT UNDER A BLANK LAB.
000280*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RNA-INPUT ASSIGN TO "RNAOUT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RNA-IN-STATUS.
000350     SELECT PROTEIN-INPUT ASSIGN TO "PROTOUT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PROT-IN-STATUS.
000380     SELECT ORF-INPUT ASSIGN TO "ORFOUT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-ORF-IN-STATUS.
000410     SELECT SEQ-MASTER ASSIGN TO "SEQMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS SM-SEQ-ID
000450         FILE STATUS IS WS-SEQMAST-STATUS.
000460     SELECT RESULTS-REPO ASSIGN TO "RESREPO"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RR-KEY
000500         FILE STATUS IS WS-REPO-STATUS.
000510     SELECT RETN-PARM ASSIGN TO "RETPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RETN-PARM-STATUS.
000540     SELECT LOAD-REPORT ASSIGN TO "RESLRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-LOAD-RPT-STATUS.
000570     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000600     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUN-ID-F-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  RNA-INPUT
000660     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000670         ON RNA-SEQ-LEN.
000680 01  RNA-INPUT-RECORD.
000690     05 RNA-SEQ-ID           PIC X(20).
000700     05 RNA-SEQ-LEN          PIC 9(05).
000710     05 RNA-ORIENT           PIC X(01).
000720     05 RNA-SEQ-NO           PIC 9(07).
000730     05 RNA-SEQUENCE         PIC X(10000).
000740
000750 FD  PROTEIN-INPUT
000760     RECORD CONTAINS 25 TO 3358 CHARACTERS DEPENDING
000770         ON PROT-AA-COUNT.
000780 01  PROTEIN-INPUT-RECORD.
000790     05 PROT-SEQ-ID          PIC X(20).
000800     05 PROT-AA-COUNT        PIC 9(05).
000810     05 PROT-AMINO-ACIDS     PIC X(3333).
000820
000830 FD  ORF-INPUT
000840     RECORD CONTAINS 36 TO 3369 CHARACTERS DEPENDING
000850         ON ORF-AA-COUNT.
000860 01  ORF-INPUT-RECORD.
000870     05 ORF-SEQ-ID           PIC X(20).
000880     05 ORF-FRAME            PIC 9(01).
000890     05 ORF-START            PIC 9(05).
000900     05 ORF-END              PIC 9(05).
000910     05 ORF-AA-COUNT         PIC 9(05).
000920     05 ORF-AMINO-ACIDS      PIC X(3333).
000930
000940 FD  SEQ-MASTER
000950     RECORD CONTAINS 93 CHARACTERS.
000960 01  SEQ-MASTER-RECORD.
000970     05 SM-SEQ-ID            PIC X(20).
000980     05 SM-FIRST-DATE        PIC 9(08).
000990     05 SM-RUN-ID            PIC X(15).
001000     05 SM-LAB-ID            PIC X(20).
001010     05 SM-LOAD-FORMAT       PIC X(01).
001020     05 SM-STATUS            PIC X(01).
001030         88 SM-IS-ACTIVE               VALUE "A" " ".
001040         88 SM-IS-WITHDRAWN            VALUE "W".
001050         88 SM-IS-MERGED               VALUE "M".
001060     05 SM-STATUS-DATE       PIC 9(08).
001070     05 SM-MERGED-INTO       PIC X(20).
001080
001090* ONE REPOSITORY RECORD PER NIGHTLY RESULT RECORD. RR-DATA
001100* HOLDS THE RESULT RECORD EXACTLY AS THE PIPELINE WROTE IT;
001110* RR-REC-NO IS ITS POSITION IN THAT NIGHT'S FILE, SO THE KEY
001120* IS UNIQUE EVEN WHEN AN ACCESSION WAS LOADED TWICE AND A
001130* RESTART REFILES ONTO THE SAME KEYS. RR-KIND ORDERS EACH
001140* RUN'S RESULTS STRAND, PROTEIN, THEN ORFS.
001150 FD  RESULTS-REPO
001160     RECORD CONTAINS 10109 CHARACTERS.
001170 01  RESULTS-REPO-RECORD.
001180     05 RR-KEY.
001190         10 RR-SEQ-ID        PIC X(20).
001200         10 RR-RUN-ID        PIC X(15).
001210         10 RR-KIND          PIC 9(01).
001220             88 RR-IS-STRAND           VALUE 1.
001230             88 RR-IS-PROTEIN          VALUE 2.
001240             88 RR-IS-ORF              VALUE 3.
001250         10 RR-REC-NO        PIC 9(07).
001260     05 RR-RUN-DATE          PIC 9(08).
001270     05 RR-LAB-ID            PIC X(20).
001280     05 RR-DATA-LEN          PIC 9(05).
001290     05 RR-DATA              PIC X(10033).
001300
001310 FD  RETN-PARM
001320     RECORD CONTAINS 5 CHARACTERS.
001330 01  RETN-PARM-RECORD.
001340     05 RT-KEEP-DAYS         PIC 9(05).
001350
001360 FD  LOAD-REPORT
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  LOAD-REPORT-RECORD      PIC X(80).
001390
001400 FD  AUDIT-LOG
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  AUDIT-LOG-RECORD        PIC X(80).
001430
001440
001450 FD  RUN-ID-FILE
001460     RECORD CONTAINS 15 CHARACTERS.
001470 01  RUN-ID-RECORD           PIC X(15).
001480 WORKING-STORAGE SECTION.
001490 01  WS-RUN-ID-F-STATUS     PIC X(02).
001500     88 WS-RUN-ID-F-OK                VALUE "00".
001510 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
001520 01  WS-RNA-IN-STATUS       PIC X(02).
001530     88 WS-RNA-IN-OK                  VALUE "00".
001540 01  WS-PROT-IN-STATUS      PIC X(02).
001550     88 WS-PROT-IN-OK                 VALUE "00".
001560 01  WS-ORF-IN-STATUS       PIC X(02).
001570     88 WS-ORF-IN-OK                  VALUE "00".
001580 01  WS-SEQMAST-STATUS      PIC X(02).
001590     88 WS-SEQMAST-OK                 VALUE "00".
001600 01  WS-SEQMAST-OPEN-SW     PIC X(01) VALUE "N".
001610     88 WS-SEQMAST-IS-OPEN            VALUE "Y".
001620 01  WS-REPO-STATUS         PIC X(02).
001630     88 WS-REPO-OK                    VALUE "00".
001640     88 WS-REPO-ABSENT                VALUE "35".
001650 01  WS-RETN-PARM-STATUS    PIC X(02).
001660     88 WS-RETN-PARM-OK               VALUE "00".
001670 01  WS-LOAD-RPT-STATUS     PIC X(02).
001680     88 WS-LOAD-RPT-OK                VALUE "00".
001690 01  WS-AUDIT-STATUS        PIC X(02).
001700     88 WS-AUDIT-OK                   VALUE "00".
001710
001720 01  WS-RNA-EOF-SWITCH      PIC X(01) VALUE "N".
001730     88 WS-NO-MORE-RNA                VALUE "Y".
001740 01  WS-PROT-EOF-SWITCH     PIC X(01) VALUE "N".
001750     88 WS-NO-MORE-PROTEINS           VALUE "Y".
001760 01  WS-ORF-EOF-SWITCH      PIC X(01) VALUE "N".
001770     88 WS-NO-MORE-ORFS               VALUE "Y".
001780 01  WS-REPO-EOF-SWITCH     PIC X(01) VALUE "N".
001790     88 WS-NO-MORE-REPO               VALUE "Y".
001800
001810* THE RUN ID THE NIGHT IS FILED UNDER. A STANDALONE RUN HAS
001820* NO ALLOCATED RUN ID, SO ONE IS BUILT IN THE RUNID LAYOUT
001830* FROM THE DATE AND TIME, KEEPING ITS RESULTS IN DATE ORDER
001840* WITH THE NIGHTLY ONES.
001850 01  WS-FILE-RUN-ID.
001860     05 WS-FRI-PREFIX       PIC X(01).
001870     05 WS-FRI-DATE         PIC 9(08).
001880     05 WS-FRI-TIME         PIC 9(06).
001890
001900* RETENTION - COMPILED-IN DEFAULT, REPLACEABLE BY RETPARM.
001910 01  WS-KEEP-DAYS           PIC 9(05) VALUE 365.
001920 01  WS-KEEP-SOURCE         PIC X(08) VALUE "DEFAULT".
001930 01  WS-BACK-SPAN           PIC S9(09).
001940 01  WS-PURGE-BEFORE        PIC 9(08).
001950
001960 01  WS-LOOKUP-SEQ-ID       PIC X(20) VALUE SPACES.
001965 01  WS-LOOKED-UP-SEQ-ID    PIC X(20) VALUE LOW-VALUES.
001970 01  WS-LAB-ID              PIC X(20) VALUE SPACES.
001980
001990 01  WS-KIND                PIC 9(01).
002000 01  WS-REC-NO              PIC 9(07).
002010 01  WS-DATA-LEN            PIC 9(05).
002020
002030 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
002040 01  WS-PROTEIN-COUNT       PIC 9(07) COMP VALUE 0.
002050 01  WS-ORF-COUNT           PIC 9(07) COMP VALUE 0.
002060 01  WS-INPUT-COUNT         PIC 9(07) COMP VALUE 0.
002070 01  WS-FILED-COUNT         PIC 9(07) COMP VALUE 0.
002080 01  WS-REFILED-COUNT       PIC 9(07) COMP VALUE 0.
002090 01  WS-PURGED-COUNT        PIC 9(07) COMP VALUE 0.
002100 01  WS-KEPT-COUNT          PIC 9(09) COMP VALUE 0.
002110
002120 01  WS-HEADING-1.
002130     05 FILLER              PIC X(30) VALUE
002140         "RESULTS REPOSITORY LOAD".
002150     05 FILLER              PIC X(08) VALUE "RUN ID ".
002160     05 WS-HDG-RUN-ID       PIC X(15).
002170     05 FILLER              PIC X(11) VALUE "  FILED AS ".
002180     05 WS-HDG-FILE-RUN-ID  PIC X(15).
002190 01  WS-RULE-LINE           PIC X(72) VALUE ALL "-".
002200
002210 01  WS-SUMMARY-DETAIL.
002220     05 WS-SUM-LABEL        PIC X(30).
002230     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
002240 01  WS-SUMMARY-DATE.
002250     05 WS-SDT-LABEL        PIC X(30).
002260     05 FILLER              PIC X(03) VALUE SPACES.
002270     05 WS-SDT-DATE         PIC 9(08).
002280 01  WS-SUMMARY-SOURCE.
002290     05 WS-SSR-LABEL        PIC X(30).
002300     05 WS-SSR-VALUE        PIC ZZZ,ZZZ,ZZ9.
002310     05 FILLER              PIC X(10) VALUE "  SOURCE ".
002320     05 WS-SSR-SOURCE       PIC X(08).
002330
002340 01  WS-RUN-DATE            PIC 9(08).
002350 01  WS-RUN-TIME            PIC 9(08).
002360
002370 COPY AUDITLOG.
002380
002390 PROCEDURE DIVISION.
002400*-----------------------------------------------------------*
002410* 0000-MAINLINE
002420*-----------------------------------------------------------*
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE
002450     PERFORM 2000-FILE-STRANDS
002460     PERFORM 3000-FILE-PROTEINS
002470     PERFORM 4000-FILE-ORFS
002480     PERFORM 6000-PURGE-EXPIRED
002490     PERFORM 8000-WRITE-SUMMARY-SECTIONS
002500     PERFORM 9000-TERMINATE
002510     GOBACK.
002520
002530*-----------------------------------------------------------*
002540* 1000-INITIALIZE - READ THE RETENTION, SETTLE THE RUN ID
002550*                   THE NIGHT IS FILED UNDER, OPEN THE
002560*                   REGISTRY AND THE REPOSITORY, WRITE THE
002570*                   HEADING. A REPOSITORY THAT DOES NOT EXIST
002580*                   YET (THE FIRST EVER RUN) IS CREATED EMPTY
002590*                   AND REOPENED, THE SAME WAY THE PLAYER
002600*                   MASTER IS BOOTSTRAPPED.
002610*-----------------------------------------------------------*
002620 1000-INITIALIZE.
002630     PERFORM 1090-READ-RUN-ID
002640     PERFORM 1100-READ-RETN-PARM
002650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002660     ACCEPT WS-RUN-TIME FROM TIME
002670     IF WS-RUN-ID = "(STANDALONE)" THEN
002680         MOVE "R"               TO WS-FRI-PREFIX
002690         MOVE WS-RUN-DATE       TO WS-FRI-DATE
002700         MOVE WS-RUN-TIME (1:6) TO WS-FRI-TIME
002710     ELSE
002720         MOVE WS-RUN-ID TO WS-FILE-RUN-ID
002730     END-IF
002740     OPEN INPUT SEQ-MASTER
002750     IF WS-SEQMAST-OK THEN
002760         MOVE "Y" TO WS-SEQMAST-OPEN-SW
002770     END-IF
002780     OPEN I-O RESULTS-REPO
002790     IF WS-REPO-ABSENT THEN
002800         OPEN OUTPUT RESULTS-REPO
002810         CLOSE RESULTS-REPO
002820         OPEN I-O RESULTS-REPO
002830     END-IF
002840     OPEN OUTPUT LOAD-REPORT
002850     OPEN EXTEND AUDIT-LOG
002860     PERFORM 9140-WRITE-AUDIT-START
002870     MOVE WS-RUN-ID      TO WS-HDG-RUN-ID
002880     MOVE WS-FILE-RUN-ID TO WS-HDG-FILE-RUN-ID
002890     WRITE LOAD-REPORT-RECORD FROM WS-HEADING-1.
002900
002910
002920*-----------------------------------------------------------*
002930* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
002940*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
002950*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
002960*                    RERUN - STAMPS (STANDALONE) INSTEAD.
002970*-----------------------------------------------------------*
002980 1090-READ-RUN-ID.
002990     OPEN INPUT RUN-ID-FILE
003000     IF WS-RUN-ID-F-OK THEN
003010         READ RUN-ID-FILE
003020             AT END CONTINUE
003030         END-READ
003040         IF WS-RUN-ID-F-OK THEN
003050             MOVE RUN-ID-RECORD TO WS-RUN-ID
003060         END-IF
003070         CLOSE RUN-ID-FILE
003080     END-IF.
003090
003100*-----------------------------------------------------------*
003110* 1100-READ-RETN-PARM - IF AN OPTIONAL RETPARM FILE IS
003120*                   PRESENT, ITS NUMBER OF DAYS TO KEEP
003130*                   REPLACES THE COMPILED-IN RETENTION. A
003140*                   ZERO OR NON-NUMERIC ENTRY IS DISPLAYED
003150*                   AND IGNORED RATHER THAN PURGING THE
003160*                   WHOLE REPOSITORY.
003170*-----------------------------------------------------------*
003180 1100-READ-RETN-PARM.
003190     OPEN INPUT RETN-PARM
003200     IF WS-RETN-PARM-OK THEN
003210         READ RETN-PARM
003220             AT END CONTINUE
003230         END-READ
003240         IF WS-RETN-PARM-OK THEN
003250             IF RT-KEEP-DAYS NUMERIC
003260                 AND RT-KEEP-DAYS > 0 THEN
003270                 MOVE RT-KEEP-DAYS TO WS-KEEP-DAYS
003280                 MOVE "RETPARM"    TO WS-KEEP-SOURCE
003290             ELSE
003300                 DISPLAY "RESLOAD - RETPARM DAYS TO KEEP "
003310                     RETN-PARM-RECORD " IGNORED"
003320             END-IF
003330         END-IF
003340         CLOSE RETN-PARM
003350     END-IF.
003360
003370*-----------------------------------------------------------*
003380* 2000-FILE-STRANDS - ONE REPOSITORY RECORD PER RNAOUT
003390*                   STRAND.
003400*-----------------------------------------------------------*
003410 2000-FILE-STRANDS.
003420     OPEN INPUT RNA-INPUT
003430     IF WS-RNA-IN-OK THEN
003440         PERFORM 2100-READ-RNA-INPUT
003450         PERFORM 2200-FILE-ONE-STRAND
003460             UNTIL WS-NO-MORE-RNA
003470         CLOSE RNA-INPUT
003480     END-IF.
003490
003500 2100-READ-RNA-INPUT.
003510     READ RNA-INPUT
003520         AT END
003530             MOVE "Y" TO WS-RNA-EOF-SWITCH
003540     END-READ.
003550
003560 2200-FILE-ONE-STRAND.
003570     ADD 1 TO WS-STRAND-COUNT
003580     MOVE RNA-SEQ-ID      TO WS-LOOKUP-SEQ-ID
003590     MOVE 1               TO WS-KIND
003600     MOVE WS-STRAND-COUNT TO WS-REC-NO
003610     COMPUTE WS-DATA-LEN = 33 + RNA-SEQ-LEN
003620     MOVE SPACES          TO RR-DATA
003630     MOVE RNA-INPUT-RECORD (1:WS-DATA-LEN) TO RR-DATA
003640     PERFORM 5000-FILE-ONE-RESULT
003650     PERFORM 2100-READ-RNA-INPUT.
003660
003670*-----------------------------------------------------------*
003680* 3000-FILE-PROTEINS - ONE REPOSITORY RECORD PER PROTOUT
003690*                   PROTEIN.
003700*-----------------------------------------------------------*
003710 3000-FILE-PROTEINS.
003720     OPEN INPUT PROTEIN-INPUT
003730     IF WS-PROT-IN-OK THEN
003740         PERFORM 3100-READ-PROTEIN-INPUT
003750         PERFORM 3200-FILE-ONE-PROTEIN
003760             UNTIL WS-NO-MORE-PROTEINS
003770         CLOSE PROTEIN-INPUT
003780     END-IF.
003790
003800 3100-READ-PROTEIN-INPUT.
003810     READ PROTEIN-INPUT
003820         AT END
003830             MOVE "Y" TO WS-PROT-EOF-SWITCH
003840     END-READ.
003850
003860 3200-FILE-ONE-PROTEIN.
003870     ADD 1 TO WS-PROTEIN-COUNT
003880     MOVE PROT-SEQ-ID      TO WS-LOOKUP-SEQ-ID
003890     MOVE 2               TO WS-KIND
003900     MOVE WS-PROTEIN-COUNT TO WS-REC-NO
003910     COMPUTE WS-DATA-LEN = 25 + PROT-AA-COUNT
003920     MOVE SPACES           TO RR-DATA
003930     MOVE PROTEIN-INPUT-RECORD (1:WS-DATA-LEN) TO RR-DATA
003940     PERFORM 5000-FILE-ONE-RESULT
003950     PERFORM 3100-READ-PROTEIN-INPUT.
003960
003970*-----------------------------------------------------------*
003980* 4000-FILE-ORFS - ONE REPOSITORY RECORD PER ORFOUT OPEN
003990*                   READING FRAME.
004000*-----------------------------------------------------------*
004010 4000-FILE-ORFS.
004020     OPEN INPUT ORF-INPUT
004030     IF WS-ORF-IN-OK THEN
004040         PERFORM 4100-READ-ORF-INPUT
004050         PERFORM 4200-FILE-ONE-ORF
004060             UNTIL WS-NO-MORE-ORFS
004070         CLOSE ORF-INPUT
004080     END-IF.
004090
004100 4100-READ-ORF-INPUT.
004110     READ ORF-INPUT
004120         AT END
004130             MOVE "Y" TO WS-ORF-EOF-SWITCH
004140     END-READ.
004150
004160 4200-FILE-ONE-ORF.
004170     ADD 1 TO WS-ORF-COUNT
004180     MOVE ORF-SEQ-ID      TO WS-LOOKUP-SEQ-ID
004190     MOVE 3               TO WS-KIND
004200     MOVE WS-ORF-COUNT    TO WS-REC-NO
004210     COMPUTE WS-DATA-LEN = 36 + ORF-AA-COUNT
004220     MOVE SPACES          TO RR-DATA
004230     MOVE ORF-INPUT-RECORD (1:WS-DATA-LEN) TO RR-DATA
004240     PERFORM 5000-FILE-ONE-RESULT
004250     PERFORM 4100-READ-ORF-INPUT.
004260
004270*-----------------------------------------------------------*
004280* 5000-FILE-ONE-RESULT - KEY THE RESULT ALREADY MOVED TO
004290*                   RR-DATA AND FILE IT. A KEY ALREADY ON
004300*                   THE REPOSITORY MEANS THIS RUN IS BEING
004310*                   RESTARTED, AND THE RECORD IS REWRITTEN
004320*                   IN PLACE.
004330*-----------------------------------------------------------*
004340 5000-FILE-ONE-RESULT.
004350     ADD 1 TO WS-INPUT-COUNT
004360     PERFORM 5100-LOOK-UP-LAB
004370     MOVE WS-LOOKUP-SEQ-ID TO RR-SEQ-ID
004380     MOVE WS-FILE-RUN-ID   TO RR-RUN-ID
004390     MOVE WS-KIND          TO RR-KIND
004400     MOVE WS-REC-NO        TO RR-REC-NO
004410     MOVE WS-RUN-DATE      TO RR-RUN-DATE
004420     MOVE WS-LAB-ID        TO RR-LAB-ID
004430     MOVE WS-DATA-LEN      TO RR-DATA-LEN
004440     WRITE RESULTS-REPO-RECORD
004450         INVALID KEY
004460             REWRITE RESULTS-REPO-RECORD
004470             ADD 1 TO WS-REFILED-COUNT
004480         NOT INVALID KEY
004490             ADD 1 TO WS-FILED-COUNT
004500     END-WRITE.
004510
004520*-----------------------------------------------------------*
004530* 5100-LOOK-UP-LAB - DECODE THE ACCESSION TO ITS SUBMITTING
004540*                   LAB THROUGH SEQMAST, SO A LAB'S HISTORY
004550*                   CAN BE PULLED BY DATE RANGE. THE LAB IS
004560*                   FILED AS IT STOOD THE NIGHT THE RESULT
004570*                   WAS SENT. AN ACCESSION NOT ON THE
004577*                   REGISTRY FILES UNDER *UNKNOWN*; A RUN WITH
004584*                   NO REGISTRY WIRED FILES A BLANK LAB. THE
004591*                   LAST LOOKUP IS KEPT, SINCE AN ACCESSION'S
004600*                   PROTEIN AND ORFS FOLLOW ONE ANOTHER.
004610*-----------------------------------------------------------*
004620 5100-LOOK-UP-LAB.
004630     IF WS-LOOKUP-SEQ-ID NOT = WS-LOOKED-UP-SEQ-ID THEN
004640         MOVE WS-LOOKUP-SEQ-ID TO WS-LOOKED-UP-SEQ-ID
004650         MOVE SPACES TO WS-LAB-ID
004670         IF WS-SEQMAST-IS-OPEN THEN
004673             MOVE "*UNKNOWN*" TO WS-LAB-ID
004676             MOVE WS-LOOKUP-SEQ-ID TO SM-SEQ-ID
004680             READ SEQ-MASTER
004690                 INVALID KEY CONTINUE
004700                 NOT INVALID KEY
004710                     MOVE SM-LAB-ID TO WS-LAB-ID
004720             END-READ
004730         END-IF
004740     END-IF.
004750
004760*-----------------------------------------------------------*
004770* 6000-PURGE-EXPIRED - DELETE EVERY REPOSITORY RECORD FROM
004780*                   A RUN DATE BEFORE THE RETENTION CUTOFF,
004790*                   READING THE WHOLE REPOSITORY IN KEY
004800*                   ORDER. THE CUTOFF IS THE RUN DATE LESS
004810*                   THE DAYS TO KEEP, WORKED OUT BY THE
004820*                   SHARED LEAP DATE ARITHMETIC.
004830*-----------------------------------------------------------*
004840 6000-PURGE-EXPIRED.
004850     COMPUTE WS-BACK-SPAN = 0 - WS-KEEP-DAYS
004860     CALL "DATE-ADD-DAYS" USING WS-RUN-DATE WS-BACK-SPAN
004870         WS-PURGE-BEFORE
004880     MOVE LOW-VALUES TO RR-KEY
004890     START RESULTS-REPO KEY IS NOT LESS THAN RR-KEY
004900         INVALID KEY
004910             MOVE "Y" TO WS-REPO-EOF-SWITCH
004920     END-START
004930     IF NOT WS-NO-MORE-REPO THEN
004940         PERFORM 6100-READ-NEXT-REPO
004950     END-IF
004960     PERFORM 6200-PURGE-ONE-RECORD
004970         UNTIL WS-NO-MORE-REPO.
004980
004990 6100-READ-NEXT-REPO.
005000     READ RESULTS-REPO NEXT RECORD
005010         AT END
005020             MOVE "Y" TO WS-REPO-EOF-SWITCH
005030     END-READ.
005040
005050 6200-PURGE-ONE-RECORD.
005060     IF RR-RUN-DATE < WS-PURGE-BEFORE THEN
005070         DELETE RESULTS-REPO RECORD
005080             INVALID KEY CONTINUE
005090             NOT INVALID KEY
005100                 ADD 1 TO WS-PURGED-COUNT
005110         END-DELETE
005120     ELSE
005130         ADD 1 TO WS-KEPT-COUNT
005140     END-IF
005150     PERFORM 6100-READ-NEXT-REPO.
005160
005170*-----------------------------------------------------------*
005180* 8000-WRITE-SUMMARY-SECTIONS - CONTROL TOTALS.
005190*-----------------------------------------------------------*
005200 8000-WRITE-SUMMARY-SECTIONS.
005210     WRITE LOAD-REPORT-RECORD FROM WS-RULE-LINE
005220     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005230     MOVE "STRANDS ON RNAOUT"      TO WS-SUM-LABEL
005240     MOVE WS-STRAND-COUNT          TO WS-SUM-VALUE
005250     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005260     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005270     MOVE "PROTEINS ON PROTOUT"    TO WS-SUM-LABEL
005280     MOVE WS-PROTEIN-COUNT         TO WS-SUM-VALUE
005290     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005300     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005310     MOVE "ORFS ON ORFOUT"         TO WS-SUM-LABEL
005320     MOVE WS-ORF-COUNT             TO WS-SUM-VALUE
005330     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005340     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005350     MOVE "RESULTS FILED"          TO WS-SUM-LABEL
005360     MOVE WS-FILED-COUNT           TO WS-SUM-VALUE
005370     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005380     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005390     MOVE "RESULTS REFILED ON RESTART" TO WS-SUM-LABEL
005400     MOVE WS-REFILED-COUNT         TO WS-SUM-VALUE
005410     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005420     WRITE LOAD-REPORT-RECORD FROM WS-RULE-LINE
005430     MOVE SPACES                   TO WS-SUMMARY-SOURCE
005440     MOVE "RETENTION IN DAYS"      TO WS-SSR-LABEL
005450     MOVE WS-KEEP-DAYS             TO WS-SSR-VALUE
005460     MOVE WS-KEEP-SOURCE           TO WS-SSR-SOURCE
005470     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-SOURCE
005480     MOVE "PURGED RUN DATES BEFORE" TO WS-SDT-LABEL
005490     MOVE WS-PURGE-BEFORE          TO WS-SDT-DATE
005500     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DATE
005510     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005520     MOVE "RECORDS PURGED"         TO WS-SUM-LABEL
005530     MOVE WS-PURGED-COUNT          TO WS-SUM-VALUE
005540     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005550     MOVE SPACES                   TO WS-SUMMARY-DETAIL
005560     MOVE "RECORDS ON REPOSITORY"  TO WS-SUM-LABEL
005570     MOVE WS-KEPT-COUNT            TO WS-SUM-VALUE
005580     WRITE LOAD-REPORT-RECORD FROM WS-SUMMARY-DETAIL.
005590
005600*-----------------------------------------------------------*
005610* 9000-TERMINATE - CLOSE FILES.
005620*-----------------------------------------------------------*
005630 9000-TERMINATE.
005640     PERFORM 9150-WRITE-AUDIT-LOG
005650     IF WS-SEQMAST-IS-OPEN THEN
005660         CLOSE SEQ-MASTER
005670     END-IF
005680     CLOSE RESULTS-REPO
005690     CLOSE LOAD-REPORT
005700     CLOSE AUDIT-LOG.
005710
005720*-----------------------------------------------------------*
005730* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
005740*                        INITIALIZATION SO THE BATCH-WINDOW
005750*                        REPORT CAN PAIR THIS STEP'S START
005760*                        WITH ITS END.
005770*-----------------------------------------------------------*
005780 9140-WRITE-AUDIT-START.
005790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005800     ACCEPT WS-RUN-TIME FROM TIME
005810     MOVE "RESLOAD"         TO AUD-PROGRAM-NAME
005820     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005830     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005840     MOVE WS-RUN-ID         TO AUD-RUN-ID
005850     MOVE 0                 TO AUD-INPUT-COUNT
005860     MOVE 0                 TO AUD-OUTPUT-COUNT
005870     MOVE "S"               TO AUD-RECORD-TYPE
005880     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
005890
005900*-----------------------------------------------------------*
005910* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
005920*                        AUDITLOG FILE SHARED BY THE WHOLE
005930*                        NIGHTLY SUITE.
005940*-----------------------------------------------------------*
005950 9150-WRITE-AUDIT-LOG.
005960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005970     ACCEPT WS-RUN-TIME FROM TIME
005980     MOVE "RESLOAD"         TO AUD-PROGRAM-NAME
005990     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
006000     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
006010     MOVE WS-RUN-ID         TO AUD-RUN-ID
006020     MOVE WS-INPUT-COUNT    TO AUD-INPUT-COUNT
006030     COMPUTE AUD-OUTPUT-COUNT =
006040         WS-FILED-COUNT + WS-REFILED-COUNT
006050     MOVE "E"               TO AUD-RECORD-TYPE
006060     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
