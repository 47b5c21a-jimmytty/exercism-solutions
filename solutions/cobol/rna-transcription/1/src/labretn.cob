000010*-----------------------------------------------------------*
000020 IDENTIFICATION DIVISION.
000030*-----------------------------------------------------------*
000040 PROGRAM-ID.    LABRETN.
000050 AUTHOR.        D. KOVACS.
000060 INSTALLATION.  GENETICS LAB BATCH GROUP.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED.
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY.
000110*
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  ------------------------------------------
000140* 2026-10-15 DK    NEW PROGRAM. PER-LAB RESULTS RETURN
000150*                  PACKAGE. THE SUBMITTING LABS HAVE HAD
000160*                  NOTHING BACK FROM US BUT A PHONE CALL.
000170*                  THIS STEP GATHERS THE NIGHT'S RESULTS -
000180*                  EACH RNA STRAND AND ITS ORIENTATION FLAG
000190*                  (RNAOUT), GC CONTENT MEASURED THE SAME
000200*                  WAY RNASTATS MEASURES IT, THE RNAVERIF
000210*                  PASS/FAIL (A STRAND ON THE DIFFRPT
000220*                  DIFFERENCE REPORT FAILED), THE TRANSLATED
000230*                  PROTEIN (PROTOUT), EVERY OPEN READING
000240*                  FRAME (ORFOUT), AND EVERY REJECT REASON
000250*                  THE LOADERS, TRANSCRIBER, AND TRANSLATOR
000260*                  FILED ON ERRORLOG FOR THIS RUN ID - SORTS
000270*                  THEM BY SUBMITTING LAB (SM-LAB-ID ON
000280*                  SEQMAST) AND ACCESSION, AND WRITES ONE
000290*                  PACKAGE PER LAB TO THE LABPKG FILE. EACH
000300*                  PACKAGE OPENS WITH A HEADER RECORD AND
000310*                  CLOSES WITH A TRAILER CARRYING ITS
000320*                  CONTROL COUNTS, SO THE LAB CAN PROVE IT
000330*                  RECEIVED EVERYTHING. A CONTROL REPORT
000340*                  LISTS THE SAME COUNTS PER LAB FOR US.
000342* 2026-10-15 DK    SEQMAST RECORD 64 TO 93 FOR THE NEW
000344*                  ACCESSION STATUS, STATUS DATE, AND
000346*                  MERGED-INTO FIELDS MAINTAINED BY SEQMNT.
000348*                  LOOKUP UNCHANGED.
000349* 2026-10-15 DK    A LOADER REJECT IS NOW CHARGED TO THE LAB
000350*                  NAMED ON ITS OWN HEADER, TAKEN FROM THE
000351*                  NEW LOADQC FEED, AND FALLS BACK TO THE
000352*                  SEQMAST LAB ONLY WHEN LOADQC HAS NO LINE
000353*                  FOR IT - A DUPLICATE OR WITHDRAWN ACCESSION
000354*                  IS REGISTERED TO ITS FIRST LAB, A REJECTED
000355*                  ONE TO NONE. PROTOUT AND ORFOUT ARE KEPT
000356*                  FROM NIGHT TO NIGHT, SO EACH IS NOW
000357*                  PACKAGED ONLY WHEN PROTEIN-TRANSLATION OR
000358*                  ORFSCAN LOGGED AN END LINE ON AUDITLOG FOR
000359*                  THIS RUN ID; A NIGHT THAT BYPASSED EITHER
000360*                  RETURNS THE RNA AND REJECTS WITHOUT IT AND
000361*                  ENDS RC=4.
000362*-----------------------------------------------------------*
000363 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RNA-INPUT ASSIGN TO "RNAOUT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RNA-IN-STATUS.
000420     SELECT PROTEIN-INPUT ASSIGN TO "PROTOUT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PROT-IN-STATUS.
000450     SELECT ORF-INPUT ASSIGN TO "ORFOUT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ORF-IN-STATUS.
000480     SELECT DIFF-REPORT ASSIGN TO "DIFFRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DIFF-RPT-STATUS.
000510     SELECT ERROR-LOG ASSIGN TO "ERRORLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ERROR-LOG-STATUS.
000532     SELECT LOAD-OUTCOME ASSIGN TO "LOADQC"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS WS-LOAD-QC-STATUS.
000540     SELECT SEQ-MASTER ASSIGN TO "SEQMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SM-SEQ-ID
000580         FILE STATUS IS WS-SEQMAST-STATUS.
000590     SELECT LAB-PACKAGE ASSIGN TO "LABPKG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PACKAGE-STATUS.
000620     SELECT RETN-REPORT ASSIGN TO "RETNRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RETN-RPT-STATUS.
000650     SELECT SORT-FILE ASSIGN TO "SORTWK".
000660     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-STATUS.
000690     SELECT RUN-ID-FILE ASSIGN TO "RUNID"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUN-ID-F-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RNA-INPUT
000750     RECORD CONTAINS 33 TO 10033 CHARACTERS DEPENDING
000760         ON RNA-SEQ-LEN.
000770 01  RNA-INPUT-RECORD.
000780     05 RNA-SEQ-ID           PIC X(20).
000790     05 RNA-SEQ-LEN          PIC 9(05).
000800     05 RNA-ORIENT           PIC X(01).
000810     05 RNA-SEQ-NO           PIC 9(07).
000820     05 RNA-SEQUENCE         PIC X(10000).
000830
000840 FD  PROTEIN-INPUT
000850     RECORD CONTAINS 25 TO 3358 CHARACTERS DEPENDING
000860         ON PROT-AA-COUNT.
000870 01  PROTEIN-INPUT-RECORD.
000880     05 PROT-SEQ-ID          PIC X(20).
000890     05 PROT-AA-COUNT        PIC 9(05).
000900     05 PROT-AMINO-ACIDS     PIC X(3333).
000910
000920 FD  ORF-INPUT
000930     RECORD CONTAINS 36 TO 3369 CHARACTERS DEPENDING
000940         ON ORF-AA-COUNT.
000950 01  ORF-INPUT-RECORD.
000960     05 ORF-SEQ-ID           PIC X(20).
000970     05 ORF-FRAME            PIC 9(01).
000980     05 ORF-START            PIC 9(05).
000990     05 ORF-END              PIC 9(05).
001000     05 ORF-AA-COUNT         PIC 9(05).
001010     05 ORF-AMINO-ACIDS      PIC X(3333).
001020
001030* RNAVERIF'S DIFFERENCE REPORT. ONLY ITS DETAIL LINES CARRY
001040* A NUMERIC RECORD NUMBER IN COLUMNS 22-28; THE HEADING AND
001050* CONTROL-TOTAL LINES ARE SKIPPED.
001060 FD  DIFF-REPORT
001070     RECORD CONTAINS 96 CHARACTERS.
001080 01  DIFF-REPORT-RECORD.
001090     05 DR-SEQ-ID            PIC X(20).
001100     05 FILLER               PIC X(01).
001110     05 DR-RECORD-NO         PIC X(07).
001120     05 FILLER               PIC X(68).
001130
001140 FD  ERROR-LOG
001150     RECORD CONTAINS 116 CHARACTERS.
001160 01  ERROR-LOG-RECORD        PIC X(116).
001161* ONE LINE PER READ OR STRAND FROM FASTALOAD AND FASTQLOAD,
001162* CARRYING THE LAB NAMED ON ITS HEADER.
001163 FD  LOAD-OUTCOME
001164     RECORD CONTAINS 60 CHARACTERS.
001165 01  LOAD-OUTCOME-RECORD.
001166     05 LO-SEQ-ID            PIC X(20).
001167     05 LO-LAB-ID            PIC X(20).
001168     05 LO-LOAD-FORMAT       PIC X(01).
001169     05 LO-OUTCOME           PIC X(01).
001170         88 LO-LOADED                  VALUE "L".
001171     05 LO-AVG-QUALITY       PIC 9(03)V9(02).
001172     05 LO-SEQ-LEN           PIC 9(05).
001173     05 FILLER               PIC X(08).
001174
001180 FD  SEQ-MASTER
001190     RECORD CONTAINS 93 CHARACTERS.
001200 01  SEQ-MASTER-RECORD.
001210     05 SM-SEQ-ID            PIC X(20).
001220     05 SM-FIRST-DATE        PIC 9(08).
001230     05 SM-RUN-ID            PIC X(15).
001240     05 SM-LAB-ID            PIC X(20).
001250     05 SM-LOAD-FORMAT       PIC X(01).
001251     05 SM-STATUS            PIC X(01).
001252         88 SM-IS-ACTIVE               VALUE "A" " ".
001253         88 SM-IS-WITHDRAWN            VALUE "W".
001254         88 SM-IS-MERGED               VALUE "M".
001255     05 SM-STATUS-DATE       PIC 9(08).
001256     05 SM-MERGED-INTO       PIC X(20).
001260
001270* ONE PACKAGE RECORD. EVERY TYPE LEADS WITH THE RECORD TYPE,
001280* THE LAB, AND THE ACCESSION (SPACES ON HEADER AND TRAILER).
001290*   H - PACKAGE HEADER        S - STRAND SUMMARY
001300*   R - RNA STRAND            P - TRANSLATED PROTEIN
001310*   O - OPEN READING FRAME    E - REJECT REASON
001320*   T - PACKAGE TRAILER WITH CONTROL COUNTS
001330 FD  LAB-PACKAGE
001340     RECORD CONTAINS 41 TO 10046 CHARACTERS DEPENDING
001350         ON WS-PKG-LENGTH.
001360 01  PKG-RECORD.
001370     05 PKG-REC-TYPE         PIC X(01).
001380     05 PKG-LAB-ID           PIC X(20).
001390     05 PKG-SEQ-ID           PIC X(20).
001400     05 PKG-BODY             PIC X(10005).
001410     05 PKG-HEADER-BODY REDEFINES PKG-BODY.
001420         10 PKG-HDR-RUN-ID   PIC X(15).
001430         10 PKG-HDR-RUN-DATE PIC 9(08).
001440     05 PKG-TRAILER-BODY REDEFINES PKG-BODY.
001450         10 PKG-TRL-SEQUENCES    PIC 9(07).
001460         10 PKG-TRL-STRANDS      PIC 9(07).
001470         10 PKG-TRL-PROTEINS     PIC 9(07).
001480         10 PKG-TRL-ORFS         PIC 9(07).
001490         10 PKG-TRL-REJECTS      PIC 9(07).
001500         10 PKG-TRL-VERIFY-FAILS PIC 9(07).
001510         10 PKG-TRL-RECORDS      PIC 9(09).
001520
001530 FD  RETN-REPORT
001540     RECORD CONTAINS 80 CHARACTERS.
001550 01  RETN-REPORT-RECORD      PIC X(80).
001560
001570 FD  AUDIT-LOG
001580     RECORD CONTAINS 80 CHARACTERS.
001590 01  AUDIT-LOG-RECORD        PIC X(80).
001600
001610* ONE SORTABLE RESULT. SR-BODY IS CARRIED THROUGH TO THE
001620* PACKAGE RECORD UNCHANGED, SR-BODY-LEN BYTES OF IT.
001630 SD  SORT-FILE.
001640 01  SORT-RECORD.
001650     05 SR-LAB-ID            PIC X(20).
001660     05 SR-SEQ-ID            PIC X(20).
001670     05 SR-KIND              PIC 9(01).
001680         88 SR-IS-SUMMARY              VALUE 1.
001690         88 SR-IS-STRAND               VALUE 2.
001700         88 SR-IS-PROTEIN              VALUE 3.
001710         88 SR-IS-ORF                  VALUE 4.
001720         88 SR-IS-REJECT               VALUE 5.
001730     05 SR-ORDER             PIC 9(07).
001740     05 SR-BODY-LEN          PIC 9(05).
001750     05 SR-BODY              PIC X(10005).
001760     05 SR-SUMMARY-BODY REDEFINES SR-BODY.
001770         10 SR-SUM-SEQ-LEN   PIC 9(05).
001780         10 SR-SUM-ORIENT    PIC X(01).
001790         10 SR-SUM-GC-PCT    PIC 9(03)V9(02).
001800         10 SR-SUM-VERIFY    PIC X(04).
001810     05 SR-STRAND-BODY REDEFINES SR-BODY.
001820         10 SR-STR-SEQ-LEN   PIC 9(05).
001830         10 SR-STR-SEQUENCE  PIC X(10000).
001840     05 SR-PROTEIN-BODY REDEFINES SR-BODY.
001850         10 SR-PRT-AA-COUNT  PIC 9(05).
001860         10 SR-PRT-AMINO-ACIDS PIC X(3333).
001870     05 SR-ORF-BODY REDEFINES SR-BODY.
001880         10 SR-ORF-FRAME     PIC 9(01).
001890         10 SR-ORF-START     PIC 9(05).
001900         10 SR-ORF-END       PIC 9(05).
001910         10 SR-ORF-AA-COUNT  PIC 9(05).
001920         10 SR-ORF-AMINO-ACIDS PIC X(3333).
001930     05 SR-REJECT-BODY REDEFINES SR-BODY.
001940         10 SR-REJ-PROGRAM   PIC X(20).
001950         10 SR-REJ-MESSAGE   PIC X(40).
001960
001970
001980 FD  RUN-ID-FILE
001990     RECORD CONTAINS 15 CHARACTERS.
002000 01  RUN-ID-RECORD           PIC X(15).
002010 WORKING-STORAGE SECTION.
002020 01  WS-RUN-ID-F-STATUS     PIC X(02).
002030     88 WS-RUN-ID-F-OK                VALUE "00".
002040 01  WS-RUN-ID              PIC X(15) VALUE "(STANDALONE)".
002050 01  WS-RNA-IN-STATUS       PIC X(02).
002060     88 WS-RNA-IN-OK                  VALUE "00".
002070 01  WS-PROT-IN-STATUS      PIC X(02).
002080     88 WS-PROT-IN-OK                 VALUE "00".
002090 01  WS-ORF-IN-STATUS       PIC X(02).
002100     88 WS-ORF-IN-OK                  VALUE "00".
002110 01  WS-DIFF-RPT-STATUS     PIC X(02).
002120     88 WS-DIFF-RPT-OK                VALUE "00".
002130 01  WS-ERROR-LOG-STATUS    PIC X(02).
002140     88 WS-ERROR-LOG-OK               VALUE "00".
002143 01  WS-LOAD-QC-STATUS      PIC X(02).
002146     88 WS-LOAD-QC-OK                 VALUE "00".
002150 01  WS-SEQMAST-STATUS      PIC X(02).
002160     88 WS-SEQMAST-OK                 VALUE "00".
002170 01  WS-SEQMAST-OPEN-SW     PIC X(01) VALUE "N".
002180     88 WS-SEQMAST-IS-OPEN            VALUE "Y".
002190 01  WS-PACKAGE-STATUS      PIC X(02).
002200     88 WS-PACKAGE-OK                 VALUE "00".
002210 01  WS-RETN-RPT-STATUS     PIC X(02).
002220     88 WS-RETN-RPT-OK                VALUE "00".
002230 01  WS-AUDIT-STATUS        PIC X(02).
002240     88 WS-AUDIT-OK                   VALUE "00".
002250
002260 01  WS-RNA-EOF-SWITCH      PIC X(01) VALUE "N".
002270     88 WS-NO-MORE-RNA                VALUE "Y".
002280 01  WS-PROT-EOF-SWITCH     PIC X(01) VALUE "N".
002290     88 WS-NO-MORE-PROTEINS           VALUE "Y".
002300 01  WS-ORF-EOF-SWITCH      PIC X(01) VALUE "N".
002310     88 WS-NO-MORE-ORFS               VALUE "Y".
002320 01  WS-DIFF-EOF-SWITCH     PIC X(01) VALUE "N".
002330     88 WS-NO-MORE-DIFFS              VALUE "Y".
002340 01  WS-ERR-EOF-SWITCH      PIC X(01) VALUE "N".
002350     88 WS-NO-MORE-ERRORS             VALUE "Y".
002352 01  WS-LQ-EOF-SWITCH       PIC X(01) VALUE "N".
002354     88 WS-NO-MORE-OUTCOMES           VALUE "Y".
002356 01  WS-AUD-EOF-SWITCH      PIC X(01) VALUE "N".
002358     88 WS-NO-MORE-AUDIT              VALUE "Y".
002360 01  WS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
002370     88 WS-NO-MORE-RESULTS            VALUE "Y".
002380
002390* A RUN WITH NO DIFFRPT WIRED CANNOT JUDGE VERIFICATION AND
002400* SHOWS N/A ON EVERY STRAND INSTEAD OF A PASS IT NEVER HAD.
002410 01  WS-VERIFIED-SWITCH     PIC X(01) VALUE "N".
002420     88 WS-RUN-WAS-VERIFIED           VALUE "Y".
002430
002440* ACCESSIONS RNAVERIF REPORTED A DIFFERENCE ON.
002450 01  WS-FAIL-COUNT          PIC 9(04) COMP VALUE 0.
002460 01  WS-FAIL-MAX            PIC 9(04) COMP VALUE 1000.
002470 01  WS-FAIL-TABLE.
002480     05 WS-FAIL-SEQ-ID      PIC X(20) OCCURS 1000 TIMES.
002490 01  WS-FAIL-IDX            PIC 9(04) COMP.
002500 01  WS-FAIL-FOUND-SWITCH   PIC X(01).
002510     88 WS-FAIL-FOUND                 VALUE "Y".
002520 01  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE "N".
002530     88 WS-FAIL-TABLE-FULL            VALUE "Y".
002531
002532* LOADQC LINES FOR READS AND STRANDS THAT DID NOT LOAD. EACH
002533* PAIRS WITH ONE REJECT ITS LOADER FILED ON ERRORLOG AND
002534* CARRIES THE LAB NAMED ON THE HEADER.
002535 01  WS-LQ-COUNT            PIC 9(04) COMP VALUE 0.
002536 01  WS-LQ-MAX              PIC 9(04) COMP VALUE 5000.
002537 01  WS-LQ-TABLE.
002538     05 WS-LQ-ENTRY         OCCURS 5000 TIMES.
002539         10 WS-LQ-SEQ-ID    PIC X(20).
002540         10 WS-LQ-LAB-ID    PIC X(20).
002541         10 WS-LQ-FORMAT    PIC X(01).
002542         10 WS-LQ-CLAIMED   PIC X(01).
002543 01  WS-LQ-IDX              PIC 9(04) COMP.
002544 01  WS-LQ-HIT              PIC 9(04) COMP.
002545 01  WS-LQ-FORMAT-WANTED    PIC X(01).
002546 01  WS-LQ-FOUND-SWITCH     PIC X(01).
002547     88 WS-LQ-FOUND                   VALUE "Y".
002548 01  WS-LQ-FULL-SWITCH      PIC X(01) VALUE "N".
002549     88 WS-LQ-TABLE-FULL              VALUE "Y".
002550
002551* PROTOUT AND ORFOUT ARE KEPT FROM NIGHT TO NIGHT. EACH IS
002552* PACKAGED ONLY WHEN ITS PROGRAM LOGGED AN END LINE FOR THIS
002553* RUN ID; A RUN WITH NO AUDITLOG TO READ TRUSTS BOTH.
002554 01  WS-PROT-CURRENT-SW     PIC X(01) VALUE "Y".
002555     88 WS-PROTOUT-CURRENT            VALUE "Y".
002556 01  WS-ORF-CURRENT-SW      PIC X(01) VALUE "Y".
002557     88 WS-ORFOUT-CURRENT             VALUE "Y".
002558 01  WS-AUDIT-LINE.
002559     05 WS-AUD-PROGRAM      PIC X(20).
002560     05 FILLER              PIC X(43).
002561     05 WS-AUD-RUN-ID       PIC X(15).
002562     05 FILLER              PIC X(01).
002563     05 WS-AUD-REC-TYPE     PIC X(01).
002564
002565 01  WS-LOOKUP-SEQ-ID       PIC X(20).
002566 01  WS-LAST-LOOKUP-ID      PIC X(20) VALUE LOW-VALUES.
002570 01  WS-LAB-ID              PIC X(20).
002580 01  WS-GC-COUNT            PIC 9(05) COMP.
002590 01  WS-GC-PCT              PIC 9(03)V9(02).
002600
002610 01  WS-ERROR-LINE.
002620     05 WS-ERR-PROGRAM      PIC X(20).
002630     05 FILLER              PIC X(01).
002640     05 WS-ERR-DATE         PIC X(08).
002650     05 FILLER              PIC X(01).
002660     05 WS-ERR-TIME         PIC X(08).
002670     05 FILLER              PIC X(01).
002680     05 WS-ERR-RECORD-ID    PIC X(20).
002690     05 FILLER              PIC X(01).
002700     05 WS-ERR-MESSAGE      PIC X(40).
002710     05 FILLER              PIC X(01).
002720     05 WS-ERR-RUN-ID       PIC X(15).
002730
002740* CURRENT PACKAGE (LAB) AND ITS CONTROL COUNTS.
002750 01  WS-PKG-LENGTH          PIC 9(05) COMP.
002760 01  WS-CURRENT-LAB         PIC X(20).
002770 01  WS-CURRENT-SEQ-ID      PIC X(20).
002780 01  WS-FIRST-LAB-SWITCH    PIC X(01) VALUE "Y".
002790     88 WS-NO-LAB-YET                 VALUE "Y".
002800 01  WS-LAB-SEQUENCES       PIC 9(07) COMP.
002810 01  WS-LAB-STRANDS         PIC 9(07) COMP.
002820 01  WS-LAB-PROTEINS        PIC 9(07) COMP.
002830 01  WS-LAB-ORFS            PIC 9(07) COMP.
002840 01  WS-LAB-REJECTS         PIC 9(07) COMP.
002850 01  WS-LAB-VERIFY-FAILS    PIC 9(07) COMP.
002860 01  WS-LAB-RECORDS         PIC 9(09) COMP.
002870
002880 01  WS-STRAND-COUNT        PIC 9(07) COMP VALUE 0.
002890 01  WS-PROTEIN-COUNT       PIC 9(07) COMP VALUE 0.
002900 01  WS-ORF-COUNT           PIC 9(07) COMP VALUE 0.
002910 01  WS-REJECT-COUNT        PIC 9(07) COMP VALUE 0.
002915 01  WS-HEADER-LAB-COUNT    PIC 9(07) COMP VALUE 0.
002920 01  WS-PACKAGE-COUNT       PIC 9(07) COMP VALUE 0.
002930 01  WS-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
002940
002950 01  WS-HEADING-1.
002960     05 FILLER              PIC X(30) VALUE
002970         "LAB RESULTS RETURN PACKAGES".
002980     05 FILLER              PIC X(08) VALUE "RUN ID ".
002990     05 WS-HDG-RUN-ID       PIC X(15).
003000 01  WS-HEADING-2.
003010     05 FILLER              PIC X(20) VALUE "LAB".
003020     05 FILLER              PIC X(02) VALUE SPACES.
003030     05 FILLER              PIC X(07) VALUE "   SEQS".
003040     05 FILLER              PIC X(01) VALUE SPACES.
003050     05 FILLER              PIC X(07) VALUE "STRANDS".
003060     05 FILLER              PIC X(01) VALUE SPACES.
003070     05 FILLER              PIC X(07) VALUE "PROTEIN".
003080     05 FILLER              PIC X(01) VALUE SPACES.
003090     05 FILLER              PIC X(07) VALUE "   ORFS".
003100     05 FILLER              PIC X(01) VALUE SPACES.
003110     05 FILLER              PIC X(07) VALUE "REJECTS".
003120     05 FILLER              PIC X(01) VALUE SPACES.
003130     05 FILLER              PIC X(07) VALUE " VFAILS".
003140     05 FILLER              PIC X(01) VALUE SPACES.
003150     05 FILLER              PIC X(09) VALUE "  RECORDS".
003160 01  WS-PACKAGE-LINE.
003170     05 WS-PKL-LAB          PIC X(20).
003180     05 FILLER              PIC X(02) VALUE SPACES.
003190     05 WS-PKL-SEQUENCES    PIC ZZZZZZ9.
003200     05 FILLER              PIC X(01) VALUE SPACES.
003210     05 WS-PKL-STRANDS      PIC ZZZZZZ9.
003220     05 FILLER              PIC X(01) VALUE SPACES.
003230     05 WS-PKL-PROTEINS     PIC ZZZZZZ9.
003240     05 FILLER              PIC X(01) VALUE SPACES.
003250     05 WS-PKL-ORFS         PIC ZZZZZZ9.
003260     05 FILLER              PIC X(01) VALUE SPACES.
003270     05 WS-PKL-REJECTS      PIC ZZZZZZ9.
003280     05 FILLER              PIC X(01) VALUE SPACES.
003290     05 WS-PKL-VERIFY-FAILS PIC ZZZZZZ9.
003300     05 FILLER              PIC X(01) VALUE SPACES.
003310     05 WS-PKL-RECORDS      PIC ZZZZZZZZ9.
003320 01  WS-RULE-LINE           PIC X(72) VALUE ALL "-".
003330
003340 01  WS-SUMMARY-DETAIL.
003350     05 WS-SUM-LABEL        PIC X(30).
003360     05 WS-SUM-VALUE        PIC ZZZ,ZZZ,ZZ9.
003370
003380 01  WS-RUN-DATE            PIC 9(08).
003390 01  WS-RUN-TIME            PIC 9(08).
003400
003410 COPY AUDITLOG.
003420
003430 PROCEDURE DIVISION.
003440*-----------------------------------------------------------*
003450* 0000-MAINLINE - THE SORT OWNS THE RUN. ITS INPUT PROCEDURE
003460*                 GATHERS EVERY RESULT FOR THE NIGHT, TAGGED
003470*                 WITH ITS LAB; ITS OUTPUT PROCEDURE WRITES
003480*                 THE RESULTS BACK AS ONE PACKAGE PER LAB.
003490*-----------------------------------------------------------*
003500 0000-MAIN SECTION.
003510 0010-MAINLINE.
003520     PERFORM 1000-INITIALIZE
003530     SORT SORT-FILE
003540         ON ASCENDING KEY SR-LAB-ID
003550         ON ASCENDING KEY SR-SEQ-ID
003560         ON ASCENDING KEY SR-KIND
003570         ON ASCENDING KEY SR-ORDER
003580         INPUT PROCEDURE IS 2000-GATHER-RESULTS
003590         OUTPUT PROCEDURE IS 5000-WRITE-PACKAGES
003600     PERFORM 8000-WRITE-SUMMARY-SECTIONS
003610     PERFORM 9000-TERMINATE
003620     GOBACK.
003630
003640*-----------------------------------------------------------*
003646* 1000-INITIALIZE - LOAD THE VERIFICATION FAILURES AND THE
003652*                   LOADER OUTCOMES, CHECK THE KEPT RESULT
003658*                   FILES ARE THIS RUN'S, OPEN THE NIGHT'S
003664*                   RESULT FILES, THE REGISTRY, AND THE
003670*                   PACKAGE FILE, AND WRITE THE HEADINGS.
003680*-----------------------------------------------------------*
003690 1000-INITIALIZE.
003700     PERFORM 1090-READ-RUN-ID
003710     PERFORM 1100-LOAD-VERIFY-FAILURES
003713     PERFORM 1200-LOAD-LOADER-OUTCOMES
003716     PERFORM 1300-CHECK-RESULT-CURRENCY
003720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003730     OPEN INPUT SEQ-MASTER
003740     IF WS-SEQMAST-OK THEN
003750         MOVE "Y" TO WS-SEQMAST-OPEN-SW
003760     END-IF
003770     OPEN INPUT RNA-INPUT
003780     OPEN INPUT PROTEIN-INPUT
003790     OPEN INPUT ORF-INPUT
003800     OPEN OUTPUT LAB-PACKAGE
003810     OPEN OUTPUT RETN-REPORT
003820     OPEN EXTEND AUDIT-LOG
003830     PERFORM 9140-WRITE-AUDIT-START
003840     MOVE WS-RUN-ID TO WS-HDG-RUN-ID
003850     WRITE RETN-REPORT-RECORD FROM WS-HEADING-1
003860     WRITE RETN-REPORT-RECORD FROM WS-HEADING-2.
003870
003880
003890*-----------------------------------------------------------*
003900* 1090-READ-RUN-ID - PICK UP THE SUITE-WIDE RUN IDENTIFIER
003910*                    ALLOCATED BY THE RUNID FIRST STEP. A RUN
003920*                    WITH NO RUN-ID FILE WIRED - A STANDALONE
003930*                    RERUN - STAMPS (STANDALONE) INSTEAD.
003940*-----------------------------------------------------------*
003950 1090-READ-RUN-ID.
003960     OPEN INPUT RUN-ID-FILE
003970     IF WS-RUN-ID-F-OK THEN
003980         READ RUN-ID-FILE
003990             AT END CONTINUE
004000         END-READ
004010         IF WS-RUN-ID-F-OK THEN
004020             MOVE RUN-ID-RECORD TO WS-RUN-ID
004030         END-IF
004040         CLOSE RUN-ID-FILE
004050     END-IF.
004060
004070*-----------------------------------------------------------*
004080* 1100-LOAD-VERIFY-FAILURES - EVERY ACCESSION ON A DETAIL
004090*                   LINE OF RNAVERIF'S DIFFERENCE REPORT
004100*                   FAILED BACK-TRANSCRIPTION. AN ACCESSION
004110*                   BEYOND THE TABLE CANNOT BE MARKED, SO AN
004120*                   OVERFLOW IS DISPLAYED AND FAILS THE STEP
004130*                   RC=8 RATHER THAN REPORT A FALSE PASS.
004140*-----------------------------------------------------------*
004150 1100-LOAD-VERIFY-FAILURES.
004160     OPEN INPUT DIFF-REPORT
004170     IF WS-DIFF-RPT-OK THEN
004180         MOVE "Y" TO WS-VERIFIED-SWITCH
004190         PERFORM 1110-READ-ONE-DIFF
004200             UNTIL WS-NO-MORE-DIFFS
004210         CLOSE DIFF-REPORT
004220     END-IF.
004230
004240 1110-READ-ONE-DIFF.
004250     READ DIFF-REPORT
004260         AT END MOVE "Y" TO WS-DIFF-EOF-SWITCH
004270     END-READ
004280     IF NOT WS-NO-MORE-DIFFS THEN
004290         IF DR-RECORD-NO IS NUMERIC
004300             AND DR-SEQ-ID NOT = SPACES THEN
004310             MOVE DR-SEQ-ID TO WS-LOOKUP-SEQ-ID
004320             PERFORM 1120-FIND-FAILED-STRAND
004330             IF NOT WS-FAIL-FOUND THEN
004340                 PERFORM 1140-ADD-FAILED-STRAND
004350             END-IF
004360         END-IF
004370     END-IF.
004380
004390 1120-FIND-FAILED-STRAND.
004400     MOVE "N" TO WS-FAIL-FOUND-SWITCH
004410     PERFORM 1130-MATCH-FAILED-STRAND
004420         VARYING WS-FAIL-IDX FROM 1 BY 1
004430         UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
004440            OR WS-FAIL-FOUND.
004450
004460 1130-MATCH-FAILED-STRAND.
004470     IF WS-FAIL-SEQ-ID (WS-FAIL-IDX) = WS-LOOKUP-SEQ-ID THEN
004480         MOVE "Y" TO WS-FAIL-FOUND-SWITCH
004490     END-IF.
004500
004510 1140-ADD-FAILED-STRAND.
004520     IF WS-FAIL-COUNT < WS-FAIL-MAX THEN
004530         ADD 1 TO WS-FAIL-COUNT
004540         MOVE WS-LOOKUP-SEQ-ID TO WS-FAIL-SEQ-ID (WS-FAIL-COUNT)
004550     ELSE
004560         IF NOT WS-FAIL-TABLE-FULL THEN
004570             DISPLAY "LABRETN - VERIFICATION FAILURE TABLE "
004580                 "FULL AT " WS-FAIL-MAX " ACCESSIONS"
004590         END-IF
004600         MOVE "Y" TO WS-TABLE-FULL-SWITCH
004610     END-IF.
004620
004630*-----------------------------------------------------------*
004631* 1200-LOAD-LOADER-OUTCOMES - EVERY LOADQC LINE THAT DID NOT
004632*                   LOAD IS KEPT WITH ITS HEADER LAB FOR THE
004633*                   LOADER REJECTS. A LINE BEYOND THE TABLE IS
004634*                   DISPLAYED AND ENDS THE STEP RC=4; ITS
004635*                   REJECT FALLS BACK TO THE SEQMAST LAB.
004636*-----------------------------------------------------------*
004637 1200-LOAD-LOADER-OUTCOMES.
004638     OPEN INPUT LOAD-OUTCOME
004639     IF WS-LOAD-QC-OK THEN
004640         PERFORM 1210-READ-ONE-OUTCOME
004641             UNTIL WS-NO-MORE-OUTCOMES
004642         CLOSE LOAD-OUTCOME
004643     END-IF.
004644
004645 1210-READ-ONE-OUTCOME.
004646     READ LOAD-OUTCOME
004647         AT END MOVE "Y" TO WS-LQ-EOF-SWITCH
004648     END-READ
004649     IF NOT WS-NO-MORE-OUTCOMES
004650         AND NOT LO-LOADED THEN
004651         IF WS-LQ-COUNT < WS-LQ-MAX THEN
004652             ADD 1 TO WS-LQ-COUNT
004653             MOVE LO-SEQ-ID      TO WS-LQ-SEQ-ID (WS-LQ-COUNT)
004654             MOVE LO-LAB-ID      TO WS-LQ-LAB-ID (WS-LQ-COUNT)
004655             MOVE LO-LOAD-FORMAT TO WS-LQ-FORMAT (WS-LQ-COUNT)
004656             MOVE "N"            TO WS-LQ-CLAIMED (WS-LQ-COUNT)
004657         ELSE
004658             IF NOT WS-LQ-TABLE-FULL THEN
004659                 DISPLAY "LABRETN - LOADER OUTCOME TABLE FULL AT "
004660                     WS-LQ-MAX " LINES"
004661             END-IF
004662             MOVE "Y" TO WS-LQ-FULL-SWITCH
004663         END-IF
004664     END-IF.
004665
004666*-----------------------------------------------------------*
004667* 1300-CHECK-RESULT-CURRENCY - PROTOUT AND ORFOUT ARE KEPT
004668*                   FROM NIGHT TO NIGHT, SO A NIGHT THAT
004669*                   BYPASSED PROTEIN-TRANSLATION OR ORFSCAN
004670*                   STILL HOLDS THE LAST RUN'S. EACH IS TAKEN AS
004671*                   THIS RUN'S ONLY WHEN ITS PROGRAM LOGGED AN
004672*                   END LINE ON AUDITLOG UNDER THIS RUN ID. A
004673*                   RUN WITH NO AUDITLOG TO READ TRUSTS BOTH.
004674*-----------------------------------------------------------*
004675 1300-CHECK-RESULT-CURRENCY.
004676     OPEN INPUT AUDIT-LOG
004677     IF WS-AUDIT-OK THEN
004678         MOVE "N" TO WS-PROT-CURRENT-SW
004679         MOVE "N" TO WS-ORF-CURRENT-SW
004680         PERFORM 1310-READ-ONE-AUDIT-LINE
004681             UNTIL WS-NO-MORE-AUDIT
004682         CLOSE AUDIT-LOG
004683     END-IF
004684     IF NOT WS-PROTOUT-CURRENT THEN
004685         DISPLAY "LABRETN - PROTOUT IS NOT FROM THIS RUN - "
004686             "PROTEINS NOT PACKAGED"
004687     END-IF
004688     IF NOT WS-ORFOUT-CURRENT THEN
004689         DISPLAY "LABRETN - ORFOUT IS NOT FROM THIS RUN - "
004690             "ORFS NOT PACKAGED"
004691     END-IF.
004692
004693 1310-READ-ONE-AUDIT-LINE.
004694     READ AUDIT-LOG INTO WS-AUDIT-LINE
004695         AT END MOVE "Y" TO WS-AUD-EOF-SWITCH
004696     END-READ
004697     IF NOT WS-NO-MORE-AUDIT
004698         AND WS-AUD-RUN-ID = WS-RUN-ID
004699         AND WS-AUD-REC-TYPE NOT = "S" THEN
004700         EVALUATE WS-AUD-PROGRAM
004701             WHEN "PROTEIN-TRANSLATION"
004702                 MOVE "Y" TO WS-PROT-CURRENT-SW
004703             WHEN "ORFSCAN"
004704                 MOVE "Y" TO WS-ORF-CURRENT-SW
004705             WHEN OTHER
004706                 CONTINUE
004707         END-EVALUATE
004708     END-IF.
004709
004710*-----------------------------------------------------------*
004711* 8000-WRITE-SUMMARY-SECTIONS - CONTROL TOTALS FOR THE RUN.
004712*-----------------------------------------------------------*
004713 8000-WRITE-SUMMARY-SECTIONS.
004714     WRITE RETN-REPORT-RECORD FROM WS-RULE-LINE
004715     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004716     MOVE "STRANDS ON RNAOUT"      TO WS-SUM-LABEL
004717     MOVE WS-STRAND-COUNT          TO WS-SUM-VALUE
004718     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004720     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004730     MOVE "PROTEINS ON PROTOUT"    TO WS-SUM-LABEL
004740     MOVE WS-PROTEIN-COUNT         TO WS-SUM-VALUE
004750     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004760     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004770     MOVE "ORFS ON ORFOUT"         TO WS-SUM-LABEL
004780     MOVE WS-ORF-COUNT             TO WS-SUM-VALUE
004790     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004800     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004810     MOVE "REJECTS FOR THIS RUN ID" TO WS-SUM-LABEL
004820     MOVE WS-REJECT-COUNT          TO WS-SUM-VALUE
004830     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004840     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004842     MOVE "  CHARGED TO HEADER LAB" TO WS-SUM-LABEL
004844     MOVE WS-HEADER-LAB-COUNT      TO WS-SUM-VALUE
004846     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004848     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004850     MOVE "ACCESSIONS FAILING RNAVERIF" TO WS-SUM-LABEL
004860     MOVE WS-FAIL-COUNT            TO WS-SUM-VALUE
004870     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004880     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004890     MOVE "LAB PACKAGES WRITTEN"   TO WS-SUM-LABEL
004900     MOVE WS-PACKAGE-COUNT         TO WS-SUM-VALUE
004910     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004920     MOVE SPACES                   TO WS-SUMMARY-DETAIL
004930     MOVE "PACKAGE RECORDS WRITTEN" TO WS-SUM-LABEL
004940     MOVE WS-RECORD-COUNT          TO WS-SUM-VALUE
004950     WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004960     IF NOT WS-RUN-WAS-VERIFIED THEN
004970         MOVE SPACES               TO WS-SUMMARY-DETAIL
004980         MOVE "NO DIFFRPT - VERIFY SHOWN N/A" TO WS-SUM-LABEL
004990         WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004991     END-IF
004992     IF NOT WS-PROTOUT-CURRENT THEN
004993         MOVE SPACES               TO WS-SUMMARY-DETAIL
004994         MOVE "PROTOUT STALE - NOT PACKAGED" TO WS-SUM-LABEL
004995         WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
004996     END-IF
004997     IF NOT WS-ORFOUT-CURRENT THEN
004998         MOVE SPACES               TO WS-SUMMARY-DETAIL
004999         MOVE "ORFOUT STALE - NOT PACKAGED" TO WS-SUM-LABEL
005000         WRITE RETN-REPORT-RECORD FROM WS-SUMMARY-DETAIL
005001     END-IF.
005010
005020*-----------------------------------------------------------*
005030* 9000-TERMINATE - CLOSE FILES. A VERIFICATION FAILURE TABLE
005040*                  THAT OVERFLOWED MAY HAVE SHOWN A FAILED
005044*                  STRAND AS PASSED AND FAILS THE STEP RC=8. A
005048*                  LOADER OUTCOME TABLE THAT OVERFLOWED, OR A
005052*                  STALE PROTOUT OR ORFOUT LEFT OUT OF THE
005056*                  PACKAGES, ENDS IT RC=4.
005060*-----------------------------------------------------------*
005070 9000-TERMINATE.
005080     PERFORM 9150-WRITE-AUDIT-LOG
005090     IF WS-SEQMAST-IS-OPEN THEN
005100         CLOSE SEQ-MASTER
005110     END-IF
005120     CLOSE RNA-INPUT
005130     CLOSE PROTEIN-INPUT
005140     CLOSE ORF-INPUT
005150     CLOSE LAB-PACKAGE
005160     CLOSE RETN-REPORT
005170     CLOSE AUDIT-LOG
005180     IF WS-FAIL-TABLE-FULL THEN
005190         MOVE 8 TO RETURN-CODE
005191     ELSE
005192         IF WS-LQ-TABLE-FULL
005193             OR NOT WS-PROTOUT-CURRENT
005194             OR NOT WS-ORFOUT-CURRENT THEN
005195             MOVE 4 TO RETURN-CODE
005196         END-IF
005200     END-IF.
005210
005220*-----------------------------------------------------------*
005230* 9140-WRITE-AUDIT-START - APPEND A TYPE-S LINE AT
005240*                        INITIALIZATION SO THE BATCH-WINDOW
005250*                        REPORT CAN PAIR THIS STEP'S START
005260*                        WITH ITS END.
005270*-----------------------------------------------------------*
005280 9140-WRITE-AUDIT-START.
005290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005300     ACCEPT WS-RUN-TIME FROM TIME
005310     MOVE "LABRETN"         TO AUD-PROGRAM-NAME
005320     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005330     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005340     MOVE WS-RUN-ID         TO AUD-RUN-ID
005350     MOVE 0                 TO AUD-INPUT-COUNT
005360     MOVE 0                 TO AUD-OUTPUT-COUNT
005370     MOVE "S"               TO AUD-RECORD-TYPE
005380     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
005390
005400*-----------------------------------------------------------*
005410* 9150-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE COMMON
005420*                        AUDITLOG FILE SHARED BY THE WHOLE
005430*                        NIGHTLY SUITE - STRANDS READ AND
005440*                        PACKAGE RECORDS WRITTEN.
005450*-----------------------------------------------------------*
005460 9150-WRITE-AUDIT-LOG.
005470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005480     ACCEPT WS-RUN-TIME FROM TIME
005490     MOVE "LABRETN"         TO AUD-PROGRAM-NAME
005500     MOVE WS-RUN-DATE       TO AUD-RUN-DATE
005510     MOVE WS-RUN-TIME       TO AUD-RUN-TIME
005520     MOVE WS-RUN-ID         TO AUD-RUN-ID
005530     MOVE WS-STRAND-COUNT   TO AUD-INPUT-COUNT
005540     MOVE WS-RECORD-COUNT   TO AUD-OUTPUT-COUNT
005550     MOVE "E"               TO AUD-RECORD-TYPE
005560     WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-DETAIL.
005570
005580*-----------------------------------------------------------*
005590* 2000-GATHER-RESULTS - SORT INPUT PROCEDURE. RELEASES ONE
005600*                 SUMMARY AND ONE STRAND RESULT PER RNAOUT
005608*                 RECORD, ONE PER PROTEIN AND PER ORF WHEN
005616*                 PROTOUT AND ORFOUT ARE THIS RUN'S, AND ONE
005624*                 PER ERRORLOG REJECT FILED THIS RUN BY A
005632*                 PIPELINE STEP, EACH TAGGED WITH THE
005640*                 ACCESSION'S LAB.
005650*-----------------------------------------------------------*
005660 2000-GATHER-RESULTS SECTION.
005670 2010-GATHER-MAINLINE.
005680     PERFORM 2100-READ-RNA-INPUT
005690     PERFORM 2200-RELEASE-STRAND
005700         UNTIL WS-NO-MORE-RNA
005706     IF WS-PROTOUT-CURRENT THEN
005712         PERFORM 2300-READ-PROTEIN-INPUT
005718         PERFORM 2400-RELEASE-PROTEIN
005724             UNTIL WS-NO-MORE-PROTEINS
005730     END-IF
005736     IF WS-ORFOUT-CURRENT THEN
005742         PERFORM 2500-READ-ORF-INPUT
005748         PERFORM 2600-RELEASE-ORF
005754             UNTIL WS-NO-MORE-ORFS
005760     END-IF
005770     PERFORM 2700-GATHER-REJECTS
005780     GO TO 2990-GATHER-EXIT.
005790
005800 2100-READ-RNA-INPUT.
005810     READ RNA-INPUT
005820         AT END
005830             MOVE "Y" TO WS-RNA-EOF-SWITCH
005840     END-READ.
005850
005860*-----------------------------------------------------------*
005870* 2200-RELEASE-STRAND - THE SUMMARY CARRIES LENGTH,
005880*                 ORIENTATION, GC CONTENT, AND THE RNAVERIF
005890*                 VERDICT; THE STRAND RESULT CARRIES THE RNA
005900*                 ITSELF.
005910*-----------------------------------------------------------*
005920 2200-RELEASE-STRAND.
005930     ADD 1 TO WS-STRAND-COUNT
005940     MOVE RNA-SEQ-ID TO WS-LOOKUP-SEQ-ID
005950     PERFORM 2900-LOOK-UP-LAB
005960     PERFORM 2250-MEASURE-GC-CONTENT
005970     MOVE SPACES          TO SORT-RECORD
005980     MOVE WS-LAB-ID       TO SR-LAB-ID
005990     MOVE RNA-SEQ-ID      TO SR-SEQ-ID
006000     MOVE 1               TO SR-KIND
006010     MOVE WS-STRAND-COUNT TO SR-ORDER
006020     MOVE 15              TO SR-BODY-LEN
006030     MOVE RNA-SEQ-LEN     TO SR-SUM-SEQ-LEN
006040     MOVE RNA-ORIENT      TO SR-SUM-ORIENT
006050     MOVE WS-GC-PCT       TO SR-SUM-GC-PCT
006060     PERFORM 2260-JUDGE-VERIFICATION
006070     RELEASE SORT-RECORD
006080     MOVE SPACES          TO SR-BODY
006090     MOVE 2               TO SR-KIND
006100     COMPUTE SR-BODY-LEN = 5 + RNA-SEQ-LEN
006110     MOVE RNA-SEQ-LEN     TO SR-STR-SEQ-LEN
006120     IF RNA-SEQ-LEN > 0 THEN
006130         MOVE RNA-SEQUENCE (1:RNA-SEQ-LEN)
006140             TO SR-STR-SEQUENCE
006150     END-IF
006160     RELEASE SORT-RECORD
006170     PERFORM 2100-READ-RNA-INPUT.
006180
006190*-----------------------------------------------------------*
006200* 2250-MEASURE-GC-CONTENT - G PLUS C AS A PERCENTAGE OF THE
006210*                 SEQUENCE LENGTH, AS RNASTATS REPORTS IT.
006220*-----------------------------------------------------------*
006230 2250-MEASURE-GC-CONTENT.
006240     MOVE 0 TO WS-GC-COUNT
006250     IF RNA-SEQ-LEN > 0 THEN
006260         INSPECT RNA-SEQUENCE (1:RNA-SEQ-LEN)
006270             TALLYING WS-GC-COUNT FOR ALL "G"
006280             WS-GC-COUNT FOR ALL "C"
006290         COMPUTE WS-GC-PCT ROUNDED =
006300             WS-GC-COUNT * 100 / RNA-SEQ-LEN
006310     ELSE
006320         MOVE 0 TO WS-GC-PCT
006330     END-IF.
006340
006350 2260-JUDGE-VERIFICATION.
006360     IF WS-RUN-WAS-VERIFIED THEN
006370         PERFORM 1120-FIND-FAILED-STRAND
006380         IF WS-FAIL-FOUND THEN
006390             MOVE "FAIL" TO SR-SUM-VERIFY
006400         ELSE
006410             MOVE "PASS" TO SR-SUM-VERIFY
006420         END-IF
006430     ELSE
006440         MOVE "N/A"  TO SR-SUM-VERIFY
006450     END-IF.
006460
006470 2300-READ-PROTEIN-INPUT.
006480     READ PROTEIN-INPUT
006490         AT END
006500             MOVE "Y" TO WS-PROT-EOF-SWITCH
006510     END-READ.
006520
006530 2400-RELEASE-PROTEIN.
006540     ADD 1 TO WS-PROTEIN-COUNT
006550     MOVE PROT-SEQ-ID TO WS-LOOKUP-SEQ-ID
006560     PERFORM 2900-LOOK-UP-LAB
006570     MOVE SPACES           TO SORT-RECORD
006580     MOVE WS-LAB-ID        TO SR-LAB-ID
006590     MOVE PROT-SEQ-ID      TO SR-SEQ-ID
006600     MOVE 3                TO SR-KIND
006610     MOVE WS-PROTEIN-COUNT TO SR-ORDER
006620     COMPUTE SR-BODY-LEN = 5 + PROT-AA-COUNT
006630     MOVE PROT-AA-COUNT    TO SR-PRT-AA-COUNT
006640     IF PROT-AA-COUNT > 0 THEN
006650         MOVE PROT-AMINO-ACIDS (1:PROT-AA-COUNT)
006660             TO SR-PRT-AMINO-ACIDS
006670     END-IF
006680     RELEASE SORT-RECORD
006690     PERFORM 2300-READ-PROTEIN-INPUT.
006700
006710 2500-READ-ORF-INPUT.
006720     READ ORF-INPUT
006730         AT END
006740             MOVE "Y" TO WS-ORF-EOF-SWITCH
006750     END-READ.
006760
006770 2600-RELEASE-ORF.
006780     ADD 1 TO WS-ORF-COUNT
006790     MOVE ORF-SEQ-ID TO WS-LOOKUP-SEQ-ID
006800     PERFORM 2900-LOOK-UP-LAB
006810     MOVE SPACES          TO SORT-RECORD
006820     MOVE WS-LAB-ID       TO SR-LAB-ID
006830     MOVE ORF-SEQ-ID      TO SR-SEQ-ID
006840     MOVE 4               TO SR-KIND
006850     MOVE WS-ORF-COUNT    TO SR-ORDER
006860     COMPUTE SR-BODY-LEN = 16 + ORF-AA-COUNT
006870     MOVE ORF-FRAME       TO SR-ORF-FRAME
006880     MOVE ORF-START       TO SR-ORF-START
006890     MOVE ORF-END         TO SR-ORF-END
006900     MOVE ORF-AA-COUNT    TO SR-ORF-AA-COUNT
006910     IF ORF-AA-COUNT > 0 THEN
006920         MOVE ORF-AMINO-ACIDS (1:ORF-AA-COUNT)
006930             TO SR-ORF-AMINO-ACIDS
006940     END-IF
006950     RELEASE SORT-RECORD
006960     PERFORM 2500-READ-ORF-INPUT.
006970
006980*-----------------------------------------------------------*
006990* 2700-GATHER-REJECTS - EVERY ERRORLOG LINE FOR THIS RUN ID
007000*                 FILED BY A LOADER, THE TRANSCRIBER (THE
007010*                 SAME REJECTS IT PRINTS ON DNAREJ), OR THE
007020*                 TRANSLATOR GOES BACK TO THE ACCESSION'S LAB
007026*                 WITH ITS REASON - A LOADER REJECT TO THE LAB
007032*                 ON ITS OWN HEADER. A RUN WITH NO ERRORLOG
007040*                 WIRED RETURNS NO REJECTS.
007050*-----------------------------------------------------------*
007060 2700-GATHER-REJECTS.
007070     OPEN INPUT ERROR-LOG
007080     IF WS-ERROR-LOG-OK THEN
007090         PERFORM 2710-READ-ONE-ERROR
007100             UNTIL WS-NO-MORE-ERRORS
007110         CLOSE ERROR-LOG
007120     END-IF.
007130
007140 2710-READ-ONE-ERROR.
007150     READ ERROR-LOG INTO WS-ERROR-LINE
007160         AT END MOVE "Y" TO WS-ERR-EOF-SWITCH
007170     END-READ
007180     IF NOT WS-NO-MORE-ERRORS
007190         AND WS-ERR-RUN-ID = WS-RUN-ID THEN
007200         EVALUATE WS-ERR-PROGRAM
007210             WHEN "FASTALOAD"
007220             WHEN "FASTQLOAD"
007230             WHEN "RNA-TRANSCRIPTION"
007240             WHEN "PROTEIN-TRANSLATION"
007250                 PERFORM 2750-RELEASE-REJECT
007260             WHEN OTHER
007270                 CONTINUE
007280         END-EVALUATE
007290     END-IF.
007300
007310 2750-RELEASE-REJECT.
007320     ADD 1 TO WS-REJECT-COUNT
007330     MOVE WS-ERR-RECORD-ID TO WS-LOOKUP-SEQ-ID
007331     MOVE 0 TO WS-LQ-HIT
007332     IF WS-ERR-PROGRAM = "FASTALOAD"
007333         OR WS-ERR-PROGRAM = "FASTQLOAD" THEN
007334         PERFORM 2800-FIND-HEADER-LAB
007335     END-IF
007336     IF WS-LQ-HIT > 0 THEN
007337         MOVE WS-LQ-LAB-ID (WS-LQ-HIT) TO WS-LAB-ID
007338         MOVE LOW-VALUES TO WS-LAST-LOOKUP-ID
007339         ADD 1 TO WS-HEADER-LAB-COUNT
007340     ELSE
007341         PERFORM 2900-LOOK-UP-LAB
007342     END-IF
007350     MOVE SPACES           TO SORT-RECORD
007360     MOVE WS-LAB-ID        TO SR-LAB-ID
007370     MOVE WS-ERR-RECORD-ID TO SR-SEQ-ID
007380     MOVE 5                TO SR-KIND
007390     MOVE WS-REJECT-COUNT  TO SR-ORDER
007400     MOVE 60               TO SR-BODY-LEN
007410     MOVE WS-ERR-PROGRAM   TO SR-REJ-PROGRAM
007420     MOVE WS-ERR-MESSAGE   TO SR-REJ-MESSAGE
007430     RELEASE SORT-RECORD.
007440
007441*-----------------------------------------------------------*
007442* 2800-FIND-HEADER-LAB - A LOADER REJECT GOES BACK TO THE LAB
007443*                 NAMED ON ITS OWN HEADER, AS THE LOADER FILED
007444*                 IT ON LOADQC. THE FIRST UNCLAIMED LINE FOR
007445*                 THE ACCESSION AND FORMAT IS CLAIMED, SO AN
007446*                 ACCESSION REPEATED IN THE NIGHT'S INPUT PAIRS
007447*                 LINE FOR LINE. NO LINE, OR A HEADER THAT
007448*                 NAMED NO LAB, LEAVES WS-LQ-HIT ZERO AND THE
007449*                 REJECT FALLS BACK TO THE SEQMAST LAB.
007450*-----------------------------------------------------------*
007451 2800-FIND-HEADER-LAB.
007452     IF WS-ERR-PROGRAM = "FASTALOAD" THEN
007453         MOVE "A" TO WS-LQ-FORMAT-WANTED
007454     ELSE
007455         MOVE "Q" TO WS-LQ-FORMAT-WANTED
007456     END-IF
007457     MOVE "N" TO WS-LQ-FOUND-SWITCH
007458     PERFORM 2810-MATCH-HEADER-LAB
007459         VARYING WS-LQ-IDX FROM 1 BY 1
007460         UNTIL WS-LQ-IDX > WS-LQ-COUNT
007461            OR WS-LQ-FOUND.
007462
007463 2810-MATCH-HEADER-LAB.
007464     IF WS-LQ-SEQ-ID (WS-LQ-IDX) = WS-ERR-RECORD-ID
007465         AND WS-LQ-FORMAT (WS-LQ-IDX) = WS-LQ-FORMAT-WANTED
007466         AND WS-LQ-CLAIMED (WS-LQ-IDX) = "N" THEN
007467         MOVE "Y" TO WS-LQ-FOUND-SWITCH
007468         MOVE "Y" TO WS-LQ-CLAIMED (WS-LQ-IDX)
007469         IF WS-LQ-LAB-ID (WS-LQ-IDX) NOT = SPACES THEN
007470             MOVE WS-LQ-IDX TO WS-LQ-HIT
007471         END-IF
007472     END-IF.
007473*-----------------------------------------------------------*
007474* 2900-LOOK-UP-LAB - DECODE THE ACCESSION TO ITS SUBMITTING
007475*                 LAB THROUGH THE SEQMAST REGISTRY. THE
007480*                 RESULT FILES ARE IN ACCESSION ORDER, SO THE
007490*                 LAST ANSWER IS KEPT AND REUSED. AN
007500*                 ACCESSION NOT ON THE REGISTRY, OR A RUN
007510*                 WITH NO REGISTRY WIRED, DECODES TO
007520*                 *UNKNOWN* AND IS PACKAGED UNDER THAT NAME
007530*                 FOR THE GENETICS GROUP TO PLACE BY HAND.
007540*-----------------------------------------------------------*
007550 2900-LOOK-UP-LAB.
007560     IF WS-LOOKUP-SEQ-ID NOT = WS-LAST-LOOKUP-ID THEN
007570         MOVE WS-LOOKUP-SEQ-ID TO WS-LAST-LOOKUP-ID
007580         MOVE "*UNKNOWN*" TO WS-LAB-ID
007590         IF WS-SEQMAST-IS-OPEN THEN
007600             MOVE WS-LOOKUP-SEQ-ID TO SM-SEQ-ID
007610             READ SEQ-MASTER
007620                 INVALID KEY CONTINUE
007630                 NOT INVALID KEY
007640                     MOVE SM-LAB-ID TO WS-LAB-ID
007650             END-READ
007660         END-IF
007670     END-IF.
007680
007690 2990-GATHER-EXIT.
007700     EXIT.
007710
007720*-----------------------------------------------------------*
007730* 5000-WRITE-PACKAGES - SORT OUTPUT PROCEDURE. TAKES THE
007740*                 RESULTS BACK IN LAB, ACCESSION, AND RESULT-
007750*                 TYPE ORDER. EACH NEW LAB OPENS A PACKAGE
007760*                 WITH A HEADER RECORD AND THE PREVIOUS ONE
007770*                 IS CLOSED WITH ITS TRAILER.
007780*-----------------------------------------------------------*
007790 5000-WRITE-PACKAGES SECTION.
007800 5010-PACKAGE-MAINLINE.
007810     PERFORM 5100-RETURN-ONE-RESULT
007820         UNTIL WS-NO-MORE-RESULTS
007830     IF NOT WS-NO-LAB-YET THEN
007840         PERFORM 5300-CLOSE-LAB-PACKAGE
007850     END-IF
007860     GO TO 5990-PACKAGE-EXIT.
007870
007880 5100-RETURN-ONE-RESULT.
007890     RETURN SORT-FILE
007900         AT END
007910             MOVE "Y" TO WS-SORT-EOF-SWITCH
007920         NOT AT END
007930             PERFORM 5150-WRITE-RESULT-RECORD
007940     END-RETURN.
007950
007960 5150-WRITE-RESULT-RECORD.
007970     IF SR-LAB-ID NOT = WS-CURRENT-LAB
007980         OR WS-NO-LAB-YET THEN
007990         IF NOT WS-NO-LAB-YET THEN
008000             PERFORM 5300-CLOSE-LAB-PACKAGE
008010         END-IF
008020         PERFORM 5200-OPEN-LAB-PACKAGE
008030     END-IF
008040     IF SR-SEQ-ID NOT = WS-CURRENT-SEQ-ID THEN
008050         ADD 1 TO WS-LAB-SEQUENCES
008060         MOVE SR-SEQ-ID TO WS-CURRENT-SEQ-ID
008070     END-IF
008080     EVALUATE TRUE
008090         WHEN SR-IS-SUMMARY
008100             MOVE "S" TO PKG-REC-TYPE
008110             IF SR-SUM-VERIFY = "FAIL" THEN
008120                 ADD 1 TO WS-LAB-VERIFY-FAILS
008130             END-IF
008140         WHEN SR-IS-STRAND
008150             MOVE "R" TO PKG-REC-TYPE
008160             ADD 1 TO WS-LAB-STRANDS
008170         WHEN SR-IS-PROTEIN
008180             MOVE "P" TO PKG-REC-TYPE
008190             ADD 1 TO WS-LAB-PROTEINS
008200         WHEN SR-IS-ORF
008210             MOVE "O" TO PKG-REC-TYPE
008220             ADD 1 TO WS-LAB-ORFS
008230         WHEN SR-IS-REJECT
008240             MOVE "E" TO PKG-REC-TYPE
008250             ADD 1 TO WS-LAB-REJECTS
008260     END-EVALUATE
008270     MOVE SR-LAB-ID TO PKG-LAB-ID
008280     MOVE SR-SEQ-ID TO PKG-SEQ-ID
008290     MOVE SR-BODY   TO PKG-BODY
008300     COMPUTE WS-PKG-LENGTH = 41 + SR-BODY-LEN
008310     PERFORM 5400-WRITE-PACKAGE-RECORD.
008320
008330*-----------------------------------------------------------*
008340* 5200-OPEN-LAB-PACKAGE - A NEW LAB STARTS ITS OWN PACKAGE -
008350*                 HEADER RECORD AND CONTROL COUNTS STARTING
008360*                 OVER AT ZERO.
008370*-----------------------------------------------------------*
008380 5200-OPEN-LAB-PACKAGE.
008390     MOVE "N" TO WS-FIRST-LAB-SWITCH
008400     MOVE SR-LAB-ID TO WS-CURRENT-LAB
008410     MOVE SPACES    TO WS-CURRENT-SEQ-ID
008420     MOVE 0 TO WS-LAB-SEQUENCES
008430     MOVE 0 TO WS-LAB-STRANDS
008440     MOVE 0 TO WS-LAB-PROTEINS
008450     MOVE 0 TO WS-LAB-ORFS
008460     MOVE 0 TO WS-LAB-REJECTS
008470     MOVE 0 TO WS-LAB-VERIFY-FAILS
008480     MOVE 0 TO WS-LAB-RECORDS
008490     MOVE SPACES         TO PKG-RECORD
008500     MOVE "H"            TO PKG-REC-TYPE
008510     MOVE WS-CURRENT-LAB TO PKG-LAB-ID
008520     MOVE WS-RUN-ID      TO PKG-HDR-RUN-ID
008530     MOVE WS-RUN-DATE    TO PKG-HDR-RUN-DATE
008540     MOVE 64             TO WS-PKG-LENGTH
008550     PERFORM 5400-WRITE-PACKAGE-RECORD.
008560
008570*-----------------------------------------------------------*
008580* 5300-CLOSE-LAB-PACKAGE - THE TRAILER CARRIES THE
008590*                 PACKAGE'S CONTROL COUNTS. ITS RECORD COUNT
008600*                 INCLUDES THE HEADER AND THE TRAILER ITSELF.
008610*                 THE SAME COUNTS GO ON THE CONTROL REPORT.
008620*-----------------------------------------------------------*
008630 5300-CLOSE-LAB-PACKAGE.
008640     MOVE SPACES              TO PKG-RECORD
008650     MOVE "T"                 TO PKG-REC-TYPE
008660     MOVE WS-CURRENT-LAB      TO PKG-LAB-ID
008670     MOVE WS-LAB-SEQUENCES    TO PKG-TRL-SEQUENCES
008680     MOVE WS-LAB-STRANDS      TO PKG-TRL-STRANDS
008690     MOVE WS-LAB-PROTEINS     TO PKG-TRL-PROTEINS
008700     MOVE WS-LAB-ORFS         TO PKG-TRL-ORFS
008710     MOVE WS-LAB-REJECTS      TO PKG-TRL-REJECTS
008720     MOVE WS-LAB-VERIFY-FAILS TO PKG-TRL-VERIFY-FAILS
008730     COMPUTE PKG-TRL-RECORDS = WS-LAB-RECORDS + 1
008740     MOVE 92                  TO WS-PKG-LENGTH
008750     PERFORM 5400-WRITE-PACKAGE-RECORD
008760     ADD 1 TO WS-PACKAGE-COUNT
008770     MOVE WS-CURRENT-LAB      TO WS-PKL-LAB
008780     MOVE WS-LAB-SEQUENCES    TO WS-PKL-SEQUENCES
008790     MOVE WS-LAB-STRANDS      TO WS-PKL-STRANDS
008800     MOVE WS-LAB-PROTEINS     TO WS-PKL-PROTEINS
008810     MOVE WS-LAB-ORFS         TO WS-PKL-ORFS
008820     MOVE WS-LAB-REJECTS      TO WS-PKL-REJECTS
008830     MOVE WS-LAB-VERIFY-FAILS TO WS-PKL-VERIFY-FAILS
008840     MOVE WS-LAB-RECORDS      TO WS-PKL-RECORDS
008850     WRITE RETN-REPORT-RECORD FROM WS-PACKAGE-LINE.
008860
008870 5400-WRITE-PACKAGE-RECORD.
008880     WRITE PKG-RECORD
008890     ADD 1 TO WS-LAB-RECORDS
008900     ADD 1 TO WS-RECORD-COUNT.
008910
008920 5990-PACKAGE-EXIT.
008930     EXIT.
