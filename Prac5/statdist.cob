000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATDIST.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATDIST - DEPARTMENT DISTRIBUTION OF A RUN'S RESULTS       *
000090*                                                              *
000100*  EVERY DEPARTMENT USED TO GET THE WHOLE DAILY PRINTOUT AND   *
000110*  HUNT FOR ITS OWN BUSINESS UNITS. THIS STEP RUNS AFTER EACH  *
000120*  STATPROG STEP AND SPLITS THAT RUN'S RESULTS BY THE OWNING   *
000130*  DEPARTMENT ON THE BUSINESS-UNIT MASTER (BU-DEPARTMENT): THE *
000140*  CATEGORY SECTIONS AND DISTRIBUTIONS (FIGURES FROM CATSTATS, *
000150*  PERCENTILES AND BANDS FROM THE RUN'S ACCEPTED VALUES), THE  *
000160*  REJECTED RECORDS, AND THE THRESHOLD EXCEPTIONS (MATCHED TO  *
000170*  THEIR UNIT THROUGH THE ACCEPTED FILE BY RECORD NUMBER), WITH*
000180*  A SUBTOTAL PER DEPARTMENT. EACH LINE GOES TO THE BURST FILE *
000190*  KEYED BY DEPARTMENT; THE JOB'S BURST STEP COPIES EACH       *
000200*  DEPARTMENT'S LINES TO ITS OWN REPORT DATASET.               *
000210*                                                              *
000220*  THE DISTCTL CARDS SAY WHICH OUTPUTS A DEPARTMENT GETS:      *
000230*  DEPARTMENT IN COLUMNS 1-4, THEN IN COLUMNS 6-9 ANY OF       *
000240*  S (CATEGORY SECTIONS), D (DISTRIBUTIONS), R (REJECTS) AND   *
000250*  E (EXCEPTIONS). NO LETTERS MEANS THE SUBTOTAL ONLY. A       *
000260*  DEPARTMENT WITH NO CARD GETS EVERYTHING. AN * IN COLUMN 1   *
000270*  IS A COMMENT.                                               *
000280*                                                              *
000290*  UNITS WITH NO DEPARTMENT (NOT ON THE MASTER, NO DEPARTMENT  *
000300*  ON THE MASTER, OR NO UNIT CODE) GO TO A NO-DEPARTMENT       *
000310*  PACKAGE. THE CONTROL LISTING SHOWS EVERY UNIT ON THE RUN    *
000320*  UNDER THE ONE PACKAGE IT WENT TO, AND BALANCES THE PACKAGED *
000330*  ACCEPTED, REJECTED AND EXCEPTION COUNTS AGAINST THE RUN.    *
000340*                                                              *
000350*  CONDITION CODES: 0 EVERY UNIT IN EXACTLY ONE DEPARTMENT,    *
000360*  4 UNITS WITH NO DEPARTMENT, 8 OUT OF BALANCE, A UNIT ON THE *
000370*  MASTER MORE THAN ONCE, OR DISTCTL CARDS IN ERROR, 16 FATAL. *
000380*--------------------------------------------------------------*
000390*  MODIFICATION HISTORY                                        *
000400*--------------------------------------------------------------*
000410*  DATE       BY   DESCRIPTION                                 *
000420*  10/15/2026 JH   ORIGINAL VERSION.                           *
000421*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD  *
000422*                  (PROGRAM, STEP, BUSINESS DATE, START AND    *
000423*                  END TIMESTAMPS, RECORDS PROCESSED,          *
000424*                  CONDITION CODE) TO THE SHARED JOB-TIMING    *
000425*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-   *
000426*                  WINDOW REPORT. THE STEP NAME COMES FROM THE *
000427*                  ONE-CARD STEPNAME DD.                       *
000430*--------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CATEGORY-STATS-FILE ASSIGN TO "CATSTATS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS DIST-CATSTAT-STATUS.
000510
000520     SELECT ACCEPTED-FILE ASSIGN TO "ACCFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS DIST-ACCEPTED-STATUS.
000550
000560     SELECT REJECT-FILE ASSIGN TO "REJFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS DIST-REJECT-STATUS.
000590
000600     SELECT EXCEPTIONS-FILE ASSIGN TO "EXCPFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DIST-EXCEPTIONS-STATUS.
000630
000640     SELECT BUSINESS-UNIT-FILE ASSIGN TO "BUREF"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DIST-UNIT-STATUS.
000670
000680     SELECT DIST-CONTROL-FILE ASSIGN TO "DISTCTL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS DIST-CONTROL-STATUS.
000710
000720     SELECT SORT-FILE ASSIGN TO "SORTWK".
000730
000740     SELECT SORTED-CATEGORY-FILE ASSIGN TO "SRTCAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS DIST-SRTCAT-STATUS.
000770
000780     SELECT PACKAGE-SORT-FILE ASSIGN TO "SORTWK".
000790
000800     SELECT BURST-FILE ASSIGN TO "DISTBRST"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS DIST-BURST-STATUS.
000830
000840     SELECT REPORT-FILE ASSIGN TO "DISTLIST"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS DIST-REPORT-STATUS.
000861
000862     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000863         ORGANIZATION IS LINE SEQUENTIAL
000864         FILE STATUS IS DIST-TIMING-STATUS.
000865
000866     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000867         ORGANIZATION IS LINE SEQUENTIAL
000868         FILE STATUS IS DIST-STEPNAME-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890*--------------------------------------------------------------*
000900*  CATEGORY-STATS-FILE - THE RUN'S RESULTS AS STATPROG WROTE   *
000910*  THEM: ONE SUMMARY RECORD (TYPE S, OR R FOR A RESTATEMENT)   *
000920*  AND ONE RECORD PER CATEGORY (TYPE C)                        *
000930*--------------------------------------------------------------*
000940 FD  CATEGORY-STATS-FILE
000950     RECORDING MODE IS F.
000960 01  CATSTAT-SUMMARY-RECORD.
000970     05  CST-S-TYPE             PIC X(01).
000980         88  CST-IS-SUMMARY             VALUE 'S' 'R'.
000990         88  CST-IS-RESTATED            VALUE 'R'.
001000     05  FILLER                 PIC X(01).
001010     05  CST-S-DATE             PIC 9(08).
001020     05  FILLER                 PIC X(01).
001030     05  CST-S-COUNT            PIC 9(07).
001040     05  FILLER                 PIC X(01).
001050     05  CST-S-SMALLEST         PIC S9(05)
001060         SIGN IS LEADING SEPARATE CHARACTER.
001070     05  FILLER                 PIC X(01).
001080     05  CST-S-LARGEST          PIC S9(05)
001090         SIGN IS LEADING SEPARATE CHARACTER.
001100     05  FILLER                 PIC X(01).
001110     05  CST-S-MEAN             PIC S9(07)V99
001120         SIGN IS LEADING SEPARATE CHARACTER.
001130     05  FILLER                 PIC X(01).
001140     05  CST-S-MEDIAN           PIC S9(07)V99
001150         SIGN IS LEADING SEPARATE CHARACTER.
001160     05  FILLER                 PIC X(01).
001170     05  CST-S-STD-DEV          PIC 9(07)V99.
001180 01  CATSTAT-CATEGORY-RECORD.
001190     05  CST-C-TYPE             PIC X(01).
001200         88  CST-IS-CATEGORY            VALUE 'C'.
001210     05  FILLER                 PIC X(01).
001220     05  CST-C-DATE             PIC 9(08).
001230     05  FILLER                 PIC X(01).
001240     05  CST-C-CODE             PIC X(02).
001250     05  FILLER                 PIC X(01).
001260     05  CST-C-COUNT            PIC 9(07).
001270     05  FILLER                 PIC X(01).
001280     05  CST-C-MIN              PIC S9(05)
001290         SIGN IS LEADING SEPARATE CHARACTER.
001300     05  FILLER                 PIC X(01).
001310     05  CST-C-MAX              PIC S9(05)
001320         SIGN IS LEADING SEPARATE CHARACTER.
001330     05  FILLER                 PIC X(01).
001340     05  CST-C-MEAN             PIC S9(07)V99
001350         SIGN IS LEADING SEPARATE CHARACTER.
001360     05  FILLER                 PIC X(01).
001370     05  CST-C-MEDIAN           PIC S9(07)V99
001380         SIGN IS LEADING SEPARATE CHARACTER.
001390     05  FILLER                 PIC X(01).
001400     05  CST-C-STD-DEV          PIC 9(07)V99.
001410*--------------------------------------------------------------*
001420*  ACCEPTED-FILE - THE RUN'S ACCEPTED VALUES IN INPUT ORDER    *
001430*--------------------------------------------------------------*
001440 FD  ACCEPTED-FILE
001450     RECORDING MODE IS F.
001460 01  ACCEPTED-RECORD.
001470     05  ACC-RECORD-NUMBER      PIC 9(07).
001480     05  FILLER                 PIC X(01).
001490     05  ACC-VALUE              PIC S9(05)
001500         SIGN IS LEADING SEPARATE CHARACTER.
001510     05  FILLER                 PIC X(01).
001520     05  ACC-CATEGORY           PIC X(02).
001530     05  FILLER                 PIC X(01).
001540     05  ACC-SOURCE             PIC X(02).
001550*--------------------------------------------------------------*
001560*  REJECT-FILE - THE RUN'S REJECTED DETAIL RECORDS             *
001570*--------------------------------------------------------------*
001580 FD  REJECT-FILE
001590     RECORDING MODE IS F.
001600 01  REJECT-RECORD.
001610     05  REJ-RECORD-NUMBER      PIC 9(07).
001620     05  FILLER                 PIC X(01).
001630     05  REJ-RAW-VALUE          PIC X(06).
001640     05  FILLER                 PIC X(01).
001650     05  REJ-REASON-CODE        PIC X(04).
001660     05  FILLER                 PIC X(01).
001670     05  REJ-REASON-TEXT        PIC X(30).
001680     05  FILLER                 PIC X(01).
001690     05  REJ-CATEGORY           PIC X(02).
001700     05  FILLER                 PIC X(01).
001710     05  REJ-SOURCE             PIC X(02).
001720*--------------------------------------------------------------*
001730*  EXCEPTIONS-FILE - THE RUN'S THRESHOLD EXCEPTIONS, IN        *
001740*  ACCEPTED-FILE ORDER                                         *
001750*--------------------------------------------------------------*
001760 FD  EXCEPTIONS-FILE
001770     RECORDING MODE IS F.
001780 01  EXCEPTION-RECORD.
001790     05  EXC-RECORD-NUMBER      PIC 9(07).
001800     05  FILLER                 PIC X(01).
001810     05  EXC-VALUE              PIC S9(05)
001820         SIGN IS LEADING SEPARATE CHARACTER.
001830     05  FILLER                 PIC X(01).
001840     05  EXC-REASON-CODE        PIC X(04).
001850     05  FILLER                 PIC X(01).
001860     05  EXC-REASON-TEXT        PIC X(35).
001870*--------------------------------------------------------------*
001880*  BUSINESS-UNIT-FILE - UNIT MASTER (CODE, NAME, ACTIVE FLAG,  *
001890*  OWNING DEPARTMENT), MAINTAINED BY THE STATUNIT JOB          *
001900*--------------------------------------------------------------*
001910 FD  BUSINESS-UNIT-FILE
001920     RECORDING MODE IS F.
001930 01  BUSINESS-UNIT-RECORD.
001940     05  BU-CODE                PIC X(02).
001950     05  FILLER                 PIC X(01).
001960     05  BU-NAME                PIC X(20).
001970     05  FILLER                 PIC X(01).
001980     05  BU-ACTIVE-FLAG         PIC X(01).
001990     05  FILLER                 PIC X(01).
002000     05  BU-DEPARTMENT          PIC X(04).
002010*--------------------------------------------------------------*
002020*  DIST-CONTROL-FILE - ONE CARD PER DEPARTMENT NAMING THE      *
002030*  OUTPUTS IT RECEIVES                                         *
002040*--------------------------------------------------------------*
002050 FD  DIST-CONTROL-FILE
002060     RECORDING MODE IS F.
002070 01  DISTCTL-RECORD.
002080     05  DCTL-DEPARTMENT        PIC X(04).
002090     05  FILLER                 PIC X(01).
002100     05  DCTL-OUTPUT OCCURS 4 TIMES
002110                                PIC X(01).
002120     05  FILLER                 PIC X(71).
002130 01  DISTCTL-TEXT               PIC X(80).
002140*--------------------------------------------------------------*
002150*  SORT-FILE - SORT WORK FILE, SAME LAYOUT AS ACCEPTED-RECORD  *
002160*--------------------------------------------------------------*
002170 SD  SORT-FILE.
002180 01  SORT-RECORD.
002190     05  SORT-RECORD-NUMBER     PIC 9(07).
002200     05  FILLER                 PIC X(01).
002210     05  SORT-VALUE             PIC S9(05)
002220         SIGN IS LEADING SEPARATE CHARACTER.
002230     05  FILLER                 PIC X(01).
002240     05  SORT-CATEGORY          PIC X(02).
002250     05  FILLER                 PIC X(01).
002260     05  SORT-SOURCE            PIC X(02).
002270*--------------------------------------------------------------*
002280*  SORTED-CATEGORY-FILE - ACCEPTED VALUES IN CATEGORY/VALUE    *
002290*  ORDER FOR THE PER-UNIT PERCENTILES AND BANDS                *
002300*--------------------------------------------------------------*
002310 FD  SORTED-CATEGORY-FILE
002320     RECORDING MODE IS F.
002330 01  SRTC-RECORD.
002340     05  SRTC-RECORD-NUMBER     PIC 9(07).
002350     05  FILLER                 PIC X(01).
002360     05  SRTC-VALUE             PIC S9(05)
002370         SIGN IS LEADING SEPARATE CHARACTER.
002380     05  FILLER                 PIC X(01).
002390     05  SRTC-CATEGORY          PIC X(02).
002400     05  FILLER                 PIC X(01).
002410     05  SRTC-SOURCE            PIC X(02).
002420*--------------------------------------------------------------*
002430*  PACKAGE-SORT-FILE - PACKAGE LINES ORDERED BY DEPARTMENT,    *
002440*  THEN PART (HEADING, SECTIONS, REJECTS, EXCEPTIONS,          *
002450*  SUBTOTAL), THEN THE ORDER THEY WERE BUILT IN                *
002460*--------------------------------------------------------------*
002470 SD  PACKAGE-SORT-FILE.
002480 01  PACKAGE-SORT-RECORD.
002490     05  PKG-DEPARTMENT         PIC X(04).
002500     05  PKG-PART               PIC 9(01).
002510     05  PKG-SEQUENCE           PIC 9(07).
002520     05  PKG-LINE               PIC X(80).
002530*--------------------------------------------------------------*
002540*  BURST-FILE - EVERY PACKAGE LINE WITH ITS DEPARTMENT IN      *
002550*  FRONT, APPENDED BY EACH RUN OF THE NIGHT                    *
002560*--------------------------------------------------------------*
002570 FD  BURST-FILE
002580     RECORDING MODE IS F.
002590 01  BURST-RECORD.
002600     05  BRST-DEPARTMENT        PIC X(04).
002610     05  BRST-LINE              PIC X(80).
002620*--------------------------------------------------------------*
002630*  REPORT-FILE - DISTRIBUTION CONTROL LISTING                  *
002640*--------------------------------------------------------------*
002650 FD  REPORT-FILE
002660     RECORDING MODE IS F.
002670 01  REPORT-LINE PIC X(80).
002671*--------------------------------------------------------------*
002672*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
002673*  PER STEP, APPENDED AS THE STEP ENDS                         *
002674*--------------------------------------------------------------*
002675 FD  TIMING-FILE
002676     RECORDING MODE IS F.
002677 01  TIMING-RECORD.
002678     05  TIM-PROGRAM            PIC X(08).
002679     05  FILLER                 PIC X(01).
002680     05  TIM-STEP               PIC X(08).
002681     05  FILLER                 PIC X(01).
002682     05  TIM-BUSINESS-DATE      PIC 9(08).
002683     05  FILLER                 PIC X(01).
002684     05  TIM-START-DATE         PIC 9(08).
002685     05  TIM-START-TIME         PIC 9(08).
002686     05  FILLER                 PIC X(01).
002687     05  TIM-END-DATE           PIC 9(08).
002688     05  TIM-END-TIME           PIC 9(08).
002689     05  FILLER                 PIC X(01).
002690     05  TIM-RECORDS            PIC 9(09).
002691     05  FILLER                 PIC X(01).
002692     05  TIM-CONDITION-CODE     PIC 9(04).
002693*--------------------------------------------------------------*
002694*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
002695*--------------------------------------------------------------*
002696 FD  STEP-NAME-FILE
002697     RECORDING MODE IS F.
002698 01  STEP-NAME-RECORD           PIC X(80).
002699 WORKING-STORAGE SECTION.
002700*--------------------------------------------------------------*
002701*  TABLE LIMITS                                                *
002710*--------------------------------------------------------------*
002720 77  DIST-MAX-UNITS             PIC 9(03) VALUE 99.
002730 77  DIST-MAX-DEPTS             PIC 9(03) VALUE 99.
002740 77  DIST-MAX-RUN-UNITS         PIC 9(03) VALUE 200.
002750*--------------------------------------------------------------*
002760*  STANDARD SWITCHES                                           *
002770*--------------------------------------------------------------*
002780 01  DIST-SWITCHES.
002790     05  DIST-EOF-SWITCH        PIC X(01) VALUE 'N'.
002800         88  DIST-EOF                     VALUE 'Y'.
002810         88  DIST-NOT-EOF                 VALUE 'N'.
002820     05  DIST-ACC-EOF-SWITCH    PIC X(01) VALUE 'N'.
002830         88  DIST-ACC-EOF                 VALUE 'Y'.
002840         88  DIST-ACC-NOT-EOF             VALUE 'N'.
002850     05  DIST-SUMMARY-SWITCH    PIC X(01) VALUE 'N'.
002860         88  DIST-HAVE-SUMMARY            VALUE 'Y'.
002870     05  DIST-RESTATED-SWITCH   PIC X(01) VALUE 'N'.
002880         88  DIST-IS-RESTATED             VALUE 'Y'.
002890     05  DIST-CATEGORY-SWITCH   PIC X(01) VALUE 'N'.
002900         88  DIST-IN-CATEGORY             VALUE 'Y'.
002910         88  DIST-NO-CATEGORY             VALUE 'N'.
002920     05  DIST-CARD-SWITCH       PIC X(01) VALUE 'N'.
002930         88  DIST-CARD-BAD                VALUE 'Y'.
002940         88  DIST-CARD-GOOD               VALUE 'N'.
002950     05  DIST-ERRHEAD-SWITCH    PIC X(01) VALUE 'N'.
002960         88  DIST-ERRHEAD-DONE            VALUE 'Y'.
002970     05  DIST-PACKAGE-SWITCH    PIC X(01) VALUE 'N'.
002980         88  DIST-IN-PACKAGE              VALUE 'Y'.
002990         88  DIST-NO-PACKAGE              VALUE 'N'.
003000     05  DIST-BALANCE-SWITCH    PIC X(01) VALUE 'Y'.
003010         88  DIST-IN-BALANCE              VALUE 'Y'.
003020         88  DIST-OUT-OF-BALANCE          VALUE 'N'.
003030*--------------------------------------------------------------*
003040*  FILE STATUS CODES                                           *
003050*--------------------------------------------------------------*
003060 01  DIST-FILE-STATUSES.
003070     05  DIST-CATSTAT-STATUS    PIC X(02).
003080     05  DIST-ACCEPTED-STATUS   PIC X(02).
003090     05  DIST-REJECT-STATUS     PIC X(02).
003100     05  DIST-EXCEPTIONS-STATUS PIC X(02).
003110     05  DIST-UNIT-STATUS       PIC X(02).
003120     05  DIST-CONTROL-STATUS    PIC X(02).
003130     05  DIST-SRTCAT-STATUS     PIC X(02).
003140     05  DIST-BURST-STATUS      PIC X(02).
003150     05  DIST-REPORT-STATUS     PIC X(02).
003153     05  DIST-TIMING-STATUS     PIC X(02).
003156     05  DIST-STEPNAME-STATUS   PIC X(02).
003160*--------------------------------------------------------------*
003170*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
003180*  ONLY WHEN EVERY PACKAGE HAS BEEN WRITTEN                    *
003190*--------------------------------------------------------------*
003200 01  DIST-RETURN-SEVERITY       PIC 9(02) VALUE 16.
003201*--------------------------------------------------------------*
003202*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
003203*--------------------------------------------------------------*
003204 01  DIST-START-DATE            PIC 9(08) VALUE 0.
003205 01  DIST-START-TIME            PIC 9(08) VALUE 0.
003206 01  DIST-STEP-NAME             PIC X(08) VALUE SPACES.
003210*--------------------------------------------------------------*
003220*  THE RUN BEING DISTRIBUTED                                   *
003230*--------------------------------------------------------------*
003240 01  DIST-BUSINESS-DATE         PIC 9(08) VALUE 0.
003250 01  DIST-RUN-DATE              PIC 9(08) VALUE 0.
003260 01  DIST-SUMMARY-COUNT         PIC 9(07) VALUE 0.
003270*--------------------------------------------------------------*
003280*  UNIT MASTER TABLE - ENTRIES COUNTS HOW MANY TIMES A CODE    *
003290*  APPEARS ON THE MASTER; THE FIRST ENTRY'S DEPARTMENT RULES   *
003300*--------------------------------------------------------------*
003310 01  DIST-UNIT-COUNT            PIC 9(03) COMP VALUE 0.
003320 01  DIST-UNIT-CODE OCCURS 1 TO 99 TIMES
003330         DEPENDING ON DIST-UNIT-COUNT PIC X(02).
003340 01  DIST-UNIT-NAME OCCURS 1 TO 99 TIMES
003350         DEPENDING ON DIST-UNIT-COUNT PIC X(20).
003360 01  DIST-UNIT-DEPT OCCURS 1 TO 99 TIMES
003370         DEPENDING ON DIST-UNIT-COUNT PIC X(04).
003380 01  DIST-UNIT-ENTRIES OCCURS 1 TO 99 TIMES
003390         DEPENDING ON DIST-UNIT-COUNT PIC 9(03) COMP.
003400 01  DIST-UNIT-IX               PIC 9(03) COMP VALUE 0.
003410 01  DIST-UNIT-FOUND-IX         PIC 9(03) COMP VALUE 0.
003420 01  DIST-UNIT-WANTED           PIC X(02) VALUE SPACES.
003430*--------------------------------------------------------------*
003440*  DEPARTMENT TABLE - ONE ENTRY PER PACKAGE. A BLANK CODE IS   *
003450*  THE NO-DEPARTMENT PACKAGE. THE WANT FLAGS ARE Y OR N        *
003460*--------------------------------------------------------------*
003470 01  DIST-DEPT-COUNT            PIC 9(03) COMP VALUE 0.
003480 01  DIST-DEPT-CODE OCCURS 1 TO 99 TIMES
003490         DEPENDING ON DIST-DEPT-COUNT PIC X(04).
003500 01  DIST-DEPT-CARD OCCURS 1 TO 99 TIMES
003510         DEPENDING ON DIST-DEPT-COUNT PIC X(01).
003520 01  DIST-DEPT-WANT-SECTIONS OCCURS 1 TO 99 TIMES
003530         DEPENDING ON DIST-DEPT-COUNT PIC X(01).
003540 01  DIST-DEPT-WANT-DISTRIB OCCURS 1 TO 99 TIMES
003550         DEPENDING ON DIST-DEPT-COUNT PIC X(01).
003560 01  DIST-DEPT-WANT-REJECTS OCCURS 1 TO 99 TIMES
003570         DEPENDING ON DIST-DEPT-COUNT PIC X(01).
003580 01  DIST-DEPT-WANT-EXCEPTS OCCURS 1 TO 99 TIMES
003590         DEPENDING ON DIST-DEPT-COUNT PIC X(01).
003600 01  DIST-DEPT-UNITS OCCURS 1 TO 99 TIMES
003610         DEPENDING ON DIST-DEPT-COUNT PIC 9(03) COMP.
003620 01  DIST-DEPT-ACCEPTED OCCURS 1 TO 99 TIMES
003630         DEPENDING ON DIST-DEPT-COUNT PIC 9(07) COMP.
003640 01  DIST-DEPT-REJECTED OCCURS 1 TO 99 TIMES
003650         DEPENDING ON DIST-DEPT-COUNT PIC 9(07) COMP.
003660 01  DIST-DEPT-EXCEPTIONS OCCURS 1 TO 99 TIMES
003670         DEPENDING ON DIST-DEPT-COUNT PIC 9(07) COMP.
003680 01  DIST-DEPT-TOTAL OCCURS 1 TO 99 TIMES
003690         DEPENDING ON DIST-DEPT-COUNT PIC S9(13) COMP.
003700 01  DIST-DEPT-MIN OCCURS 1 TO 99 TIMES
003710         DEPENDING ON DIST-DEPT-COUNT PIC S9(05).
003720 01  DIST-DEPT-MAX OCCURS 1 TO 99 TIMES
003730         DEPENDING ON DIST-DEPT-COUNT PIC S9(05).
003740 01  DIST-DEPT-LINES OCCURS 1 TO 99 TIMES
003750         DEPENDING ON DIST-DEPT-COUNT PIC 9(07) COMP.
003760 01  DIST-DEPT-IX               PIC 9(03) COMP VALUE 0.
003770 01  DIST-DEPT-FOUND-IX         PIC 9(03) COMP VALUE 0.
003780 01  DIST-DEPT-WANTED           PIC X(04) VALUE SPACES.
003790*--------------------------------------------------------------*
003800*  RUN UNIT TABLE - EVERY UNIT CODE SEEN ON THIS RUN, THE      *
003810*  PACKAGE IT WAS ROUTED TO, ITS CATSTATS FIGURES, AND WHAT    *
003820*  WAS ROUTED FOR IT                                           *
003830*--------------------------------------------------------------*
003840 01  DIST-RUN-COUNT             PIC 9(03) COMP VALUE 0.
003850 01  DIST-RUN-CODE OCCURS 1 TO 200 TIMES
003860         DEPENDING ON DIST-RUN-COUNT PIC X(02).
003870 01  DIST-RUN-MASTER-IX OCCURS 1 TO 200 TIMES
003880         DEPENDING ON DIST-RUN-COUNT PIC 9(03) COMP.
003890 01  DIST-RUN-DEPT-IX OCCURS 1 TO 200 TIMES
003900         DEPENDING ON DIST-RUN-COUNT PIC 9(03) COMP.
003910 01  DIST-RUN-ON-CATSTATS OCCURS 1 TO 200 TIMES
003920         DEPENDING ON DIST-RUN-COUNT PIC X(01).
003930 01  DIST-RUN-CST-COUNT OCCURS 1 TO 200 TIMES
003940         DEPENDING ON DIST-RUN-COUNT PIC 9(07).
003950 01  DIST-RUN-CST-MIN OCCURS 1 TO 200 TIMES
003960         DEPENDING ON DIST-RUN-COUNT PIC S9(05).
003970 01  DIST-RUN-CST-MAX OCCURS 1 TO 200 TIMES
003980         DEPENDING ON DIST-RUN-COUNT PIC S9(05).
003990 01  DIST-RUN-CST-MEAN OCCURS 1 TO 200 TIMES
004000         DEPENDING ON DIST-RUN-COUNT PIC S9(07)V99.
004010 01  DIST-RUN-CST-MEDIAN OCCURS 1 TO 200 TIMES
004020         DEPENDING ON DIST-RUN-COUNT PIC S9(07)V99.
004030 01  DIST-RUN-CST-STD-DEV OCCURS 1 TO 200 TIMES
004040         DEPENDING ON DIST-RUN-COUNT PIC 9(07)V99.
004050 01  DIST-RUN-ACCEPTED OCCURS 1 TO 200 TIMES
004060         DEPENDING ON DIST-RUN-COUNT PIC 9(07) COMP.
004070 01  DIST-RUN-REJECTED OCCURS 1 TO 200 TIMES
004080         DEPENDING ON DIST-RUN-COUNT PIC 9(07) COMP.
004090 01  DIST-RUN-EXCEPTIONS OCCURS 1 TO 200 TIMES
004100         DEPENDING ON DIST-RUN-COUNT PIC 9(07) COMP.
004110 01  DIST-RUN-IX                PIC 9(03) COMP VALUE 0.
004120 01  DIST-RUN-FOUND-IX          PIC 9(03) COMP VALUE 0.
004130 01  DIST-RUN-WANTED            PIC X(02) VALUE SPACES.
004140*--------------------------------------------------------------*
004150*  CURRENT CATEGORY DURING THE CATEGORY/VALUE PASS             *
004160*--------------------------------------------------------------*
004170 01  DIST-CUR-CODE              PIC X(02) VALUE SPACES.
004180 01  DIST-CUR-RUN-IX            PIC 9(03) COMP VALUE 0.
004190 01  DIST-CUR-DEPT-IX           PIC 9(03) COMP VALUE 0.
004200 01  DIST-CUR-N                 PIC 9(07) COMP VALUE 0.
004210 01  DIST-CUR-CST-N             PIC 9(07) COMP VALUE 0.
004220 01  DIST-CUR-TOTAL             PIC S9(13) COMP VALUE 0.
004230 01  DIST-CUR-FIRST             PIC S9(05) VALUE 0.
004240 01  DIST-CUR-LAST              PIC S9(05) VALUE 0.
004250 01  DIST-CUR-WIDTH             PIC 9(05) COMP VALUE 0.
004260 01  DIST-CUR-RANKS.
004270     05  DIST-CUR-T10           PIC 9(07) COMP.
004280     05  DIST-CUR-T25           PIC 9(07) COMP.
004290     05  DIST-CUR-T75           PIC 9(07) COMP.
004300     05  DIST-CUR-T90           PIC 9(07) COMP.
004310 01  DIST-CUR-PERCENTILES.
004320     05  DIST-CUR-P10           PIC S9(05).
004330     05  DIST-CUR-P25           PIC S9(05).
004340     05  DIST-CUR-P75           PIC S9(05).
004350     05  DIST-CUR-P90           PIC S9(05).
004360 01  DIST-CUR-BANDS.
004370     05  DIST-CUR-BAND OCCURS 10 TIMES PIC 9(07) COMP.
004380 01  DIST-BAND-IX               PIC 9(03) COMP VALUE 0.
004390 01  DIST-BAND-CALC             PIC S9(07) COMP VALUE 0.
004400 01  DIST-BAND-MAXC             PIC 9(07) COMP VALUE 0.
004410 01  DIST-BAND-STARS            PIC 9(03) COMP VALUE 0.
004420 01  DIST-BAND-BAR              PIC X(25).
004430 01  DIST-BAND-LOW              PIC S9(07) COMP VALUE 0.
004440 01  DIST-BAND-HIGH             PIC S9(07) COMP VALUE 0.
004450 01  DIST-IQR                   PIC S9(06) COMP VALUE 0.
004460 01  DIST-MEAN                  PIC S9(07)V99 COMP VALUE 0.
004470*--------------------------------------------------------------*
004480*  COUNTERS AND CONTROL TOTALS                                 *
004490*--------------------------------------------------------------*
004500 01  DIST-COUNTERS.
004510     05  DIST-RELEASE-SEQ       PIC 9(07) COMP VALUE 0.
004520     05  DIST-ACC-TALLIED       PIC 9(07) COMP VALUE 0.
004530     05  DIST-REJ-READ          PIC 9(07) COMP VALUE 0.
004540     05  DIST-EXC-READ          PIC 9(07) COMP VALUE 0.
004550     05  DIST-EXC-UNMATCHED     PIC 9(07) COMP VALUE 0.
004560     05  DIST-CARD-ERRORS       PIC 9(05) COMP VALUE 0.
004570     05  DIST-MASTER-DUPS       PIC 9(05) COMP VALUE 0.
004580     05  DIST-CST-MISMATCHES    PIC 9(05) COMP VALUE 0.
004590     05  DIST-NODEPT-UNITS      PIC 9(05) COMP VALUE 0.
004600     05  DIST-PKG-ACCEPTED      PIC 9(07) COMP VALUE 0.
004610     05  DIST-PKG-REJECTED      PIC 9(07) COMP VALUE 0.
004620     05  DIST-PKG-EXCEPTIONS    PIC 9(07) COMP VALUE 0.
004630     05  DIST-NOD-ACCEPTED      PIC 9(07) COMP VALUE 0.
004640     05  DIST-NOD-REJECTED      PIC 9(07) COMP VALUE 0.
004650     05  DIST-NOD-EXCEPTIONS    PIC 9(07) COMP VALUE 0.
004660     05  DIST-ALL-ACCEPTED      PIC 9(07) COMP VALUE 0.
004670     05  DIST-ALL-REJECTED      PIC 9(07) COMP VALUE 0.
004680     05  DIST-ALL-EXCEPTIONS    PIC 9(07) COMP VALUE 0.
004690 01  DIST-LETTER-IX             PIC 9(03) COMP VALUE 0.
004700*--------------------------------------------------------------*
004710*  PACKAGE LINE AND LISTING WORK FIELDS                        *
004720*--------------------------------------------------------------*
004730 01  DIST-PKG-DEPT              PIC X(04) VALUE SPACES.
004740 01  DIST-PKG-PART              PIC 9(01) VALUE 0.
004750 01  DIST-CUR-PKG-CODE          PIC X(04) VALUE SPACES.
004760 01  DIST-CUR-PKG-IX            PIC 9(03) COMP VALUE 0.
004770 01  DIST-REPORT-LINE           PIC X(80).
004780 01  DIST-OUTPUTS-TEXT          PIC X(44).
004790 01  DIST-TEXT-POINTER          PIC 9(03) COMP VALUE 1.
004800 01  DIST-UNIT-PRINT-NAME       PIC X(20) VALUE SPACES.
004810 01  DIST-REASON-TEXT           PIC X(19) VALUE SPACES.
004820 01  DIST-RESTATED-TEXT         PIC X(09) VALUE SPACES.
004830 01  DIST-COLUMN-HEADS          PIC X(28) VALUE
004840         "ACCEPTED  REJECTED  EXCEPTNS".
004850 01  DIST-EDIT-FIELDS.
004860     05  DIST-ED-DATE           PIC 9999/99/99.
004870     05  DIST-ED-BUS-DATE       PIC 9999/99/99.
004880     05  DIST-ED-COUNT          PIC ZZZZZZ9.
004890     05  DIST-ED-ACC            PIC ZZZZZZ9.
004900     05  DIST-ED-REJ            PIC ZZZZZZ9.
004910     05  DIST-ED-EXC            PIC ZZZZZZ9.
004920     05  DIST-ED-UNITS          PIC ZZ9.
004930     05  DIST-ED-ENTRIES        PIC Z9.
004940     05  DIST-ED-VALUE          PIC -ZZZZ9.
004950     05  DIST-ED-SMALLEST       PIC -ZZZZ9.
004960     05  DIST-ED-LARGEST        PIC -ZZZZ9.
004970     05  DIST-ED-MEAN           PIC -ZZZZ9.99.
004980     05  DIST-ED-MEDIAN         PIC -ZZZZ9.99.
004990     05  DIST-ED-STD-DEV        PIC ZZZZ9.99.
005000     05  DIST-ED-P10            PIC -ZZZZ9.
005010     05  DIST-ED-P25            PIC -ZZZZ9.
005020     05  DIST-ED-P75            PIC -ZZZZ9.
005030     05  DIST-ED-P90            PIC -ZZZZ9.
005040     05  DIST-ED-IQR            PIC -ZZZZZ9.
005050     05  DIST-ED-BAND-LOW       PIC -ZZZZZ9.
005060     05  DIST-ED-BAND-HIGH      PIC -ZZZZZ9.
005070     05  DIST-ED-BAND-COUNT     PIC ZZZZZZ9.
005080 PROCEDURE DIVISION.
005090*--------------------------------------------------------------*
005100*  0000-MAINLINE                                               *
005110*--------------------------------------------------------------*
005120 0000-MAINLINE.
005123     ACCEPT DIST-START-DATE FROM DATE YYYYMMDD
005126     ACCEPT DIST-START-TIME FROM TIME
005130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005140     PERFORM 1100-LOAD-BUSINESS-UNITS THRU 1100-EXIT
005150     PERFORM 1500-LOAD-CATEGORY-STATS THRU 1500-EXIT
005160     PERFORM 1300-LOAD-DISTRIBUTION-CARDS THRU 1300-EXIT
005170     PERFORM 2000-SORT-ACCEPTED-VALUES THRU 2000-EXIT
005180     PERFORM 4000-BUILD-PACKAGES THRU 4000-EXIT
005190     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT
005200     CLOSE BURST-FILE
005210     CLOSE REPORT-FILE
005220     IF DIST-OUT-OF-BALANCE
005230             OR DIST-MASTER-DUPS > 0
005240             OR DIST-CARD-ERRORS > 0
005250         MOVE 8 TO DIST-RETURN-SEVERITY
005260     ELSE
005270         IF DIST-NODEPT-UNITS > 0
005280             MOVE 4 TO DIST-RETURN-SEVERITY
005290         ELSE
005300             MOVE 0 TO DIST-RETURN-SEVERITY
005310         END-IF
005320     END-IF
005330     DISPLAY "STATDIST COMPLETE - UNITS: " DIST-RUN-COUNT
005340         " PACKAGES: " DIST-DEPT-COUNT
005350     GO TO 9999-EXIT.
005360*--------------------------------------------------------------*
005370*  1000-INITIALIZE - OPEN THE LISTING AND THE BURST FILE AND   *
005380*  PRINT THE LISTING HEADING. THE BURST FILE IS APPENDED TO,   *
005390*  SINCE EVERY RUN OF THE NIGHT ADDS ITS PACKAGES TO IT        *
005400*--------------------------------------------------------------*
005410 1000-INITIALIZE.
005420     OPEN OUTPUT REPORT-FILE
005430     IF DIST-REPORT-STATUS NOT = "00"
005440         DISPLAY "DISTLIST OPEN FAILED, STATUS "
005450             DIST-REPORT-STATUS
005460         GO TO 9999-EXIT
005470     END-IF
005480     OPEN EXTEND BURST-FILE
005490     IF DIST-BURST-STATUS = "35"
005500         OPEN OUTPUT BURST-FILE
005510     END-IF
005520     IF DIST-BURST-STATUS NOT = "00"
005530         DISPLAY "DISTBRST OPEN FAILED, STATUS "
005540             DIST-BURST-STATUS
005550         GO TO 9999-EXIT
005560     END-IF
005570     ACCEPT DIST-RUN-DATE FROM DATE YYYYMMDD
005580     MOVE DIST-RUN-DATE TO DIST-ED-DATE
005590     MOVE SPACES TO DIST-REPORT-LINE
005600     STRING "DEPARTMENT DISTRIBUTION CONTROL LISTING - PRINTED "
005610         DELIMITED BY SIZE
005620         DIST-ED-DATE DELIMITED BY SIZE
005630         INTO DIST-REPORT-LINE
005640     WRITE REPORT-LINE FROM DIST-REPORT-LINE.
005650 1000-EXIT.
005660     EXIT.
005670*--------------------------------------------------------------*
005680*  1100-LOAD-BUSINESS-UNITS - LOAD THE UNIT MASTER. WITHOUT    *
005690*  ONE, EVERY UNIT GOES TO THE NO-DEPARTMENT PACKAGE           *
005700*--------------------------------------------------------------*
005710 1100-LOAD-BUSINESS-UNITS.
005720     OPEN INPUT BUSINESS-UNIT-FILE
005730     IF DIST-UNIT-STATUS = "35"
005740         DISPLAY "BUREF NOT FOUND - NO UNIT HAS A DEPARTMENT"
005750         GO TO 1100-EXIT
005760     END-IF
005770     IF DIST-UNIT-STATUS NOT = "00"
005780         DISPLAY "BUREF OPEN FAILED, STATUS " DIST-UNIT-STATUS
005790         GO TO 9999-EXIT
005800     END-IF
005810     PERFORM 1150-LOAD-ONE-UNIT THRU 1150-EXIT
005820         UNTIL DIST-EOF
005830     CLOSE BUSINESS-UNIT-FILE
005840     SET DIST-NOT-EOF TO TRUE.
005850 1100-EXIT.
005860     EXIT.
005870*--------------------------------------------------------------*
005880*  1150-LOAD-ONE-UNIT - A CODE ALREADY LOADED IS COUNTED, NOT  *
005890*  ADDED AGAIN: ITS UNIT STAYS WITH THE FIRST DEPARTMENT AND   *
005900*  THE LISTING REPORTS THE EXTRA ENTRY                         *
005910*--------------------------------------------------------------*
005920 1150-LOAD-ONE-UNIT.
005930     READ BUSINESS-UNIT-FILE
005940         AT END
005950             SET DIST-EOF TO TRUE
005960     END-READ
005970     IF DIST-EOF OR BU-CODE = SPACES
005980         GO TO 1150-EXIT
005990     END-IF
006000     MOVE BU-CODE TO DIST-UNIT-WANTED
006010     PERFORM 1200-FIND-MASTER-UNIT THRU 1200-EXIT
006020     IF DIST-UNIT-FOUND-IX > 0
006030         ADD 1 TO DIST-UNIT-ENTRIES(DIST-UNIT-FOUND-IX)
006040         IF DIST-UNIT-ENTRIES(DIST-UNIT-FOUND-IX) = 2
006050             ADD 1 TO DIST-MASTER-DUPS
006060         END-IF
006070         GO TO 1150-EXIT
006080     END-IF
006090     IF DIST-UNIT-COUNT >= DIST-MAX-UNITS
006100         DISPLAY "MORE THAN 99 UNITS ON BUREF"
006110         GO TO 9999-EXIT
006120     END-IF
006130     ADD 1 TO DIST-UNIT-COUNT
006140     MOVE BU-CODE TO DIST-UNIT-CODE(DIST-UNIT-COUNT)
006150     MOVE BU-NAME TO DIST-UNIT-NAME(DIST-UNIT-COUNT)
006160     MOVE BU-DEPARTMENT TO DIST-UNIT-DEPT(DIST-UNIT-COUNT)
006170     MOVE 1 TO DIST-UNIT-ENTRIES(DIST-UNIT-COUNT).
006180 1150-EXIT.
006190     EXIT.
006200*--------------------------------------------------------------*
006210*  1200-FIND-MASTER-UNIT - LOOK DIST-UNIT-WANTED UP ON THE     *
006220*  UNIT MASTER TABLE (DIST-UNIT-FOUND-IX ZERO WHEN ABSENT)     *
006230*--------------------------------------------------------------*
006240 1200-FIND-MASTER-UNIT.
006250     MOVE 0 TO DIST-UNIT-FOUND-IX
006260     PERFORM 1210-TEST-ONE-UNIT THRU 1210-EXIT
006270         VARYING DIST-UNIT-IX FROM 1 BY 1
006280         UNTIL DIST-UNIT-IX > DIST-UNIT-COUNT
006290            OR DIST-UNIT-FOUND-IX > 0.
006300 1200-EXIT.
006310     EXIT.
006320 1210-TEST-ONE-UNIT.
006330     IF DIST-UNIT-CODE(DIST-UNIT-IX) = DIST-UNIT-WANTED
006340         MOVE DIST-UNIT-IX TO DIST-UNIT-FOUND-IX
006350     END-IF.
006360 1210-EXIT.
006370     EXIT.
006380*--------------------------------------------------------------*
006390*  1300-LOAD-DISTRIBUTION-CARDS - READ THE DISTCTL CARDS. WITH *
006400*  NO CONTROL FILE EVERY DEPARTMENT GETS EVERY OUTPUT          *
006410*--------------------------------------------------------------*
006420 1300-LOAD-DISTRIBUTION-CARDS.
006430     OPEN INPUT DIST-CONTROL-FILE
006440     IF DIST-CONTROL-STATUS = "35"
006450         DISPLAY "DISTCTL NOT FOUND - EVERY DEPARTMENT GETS ALL "
006460             "OUTPUTS"
006470         GO TO 1300-EXIT
006480     END-IF
006490     IF DIST-CONTROL-STATUS NOT = "00"
006500         DISPLAY "DISTCTL OPEN FAILED, STATUS "
006510             DIST-CONTROL-STATUS
006520         GO TO 9999-EXIT
006530     END-IF
006540     PERFORM 1350-LOAD-ONE-CARD THRU 1350-EXIT
006550         UNTIL DIST-EOF
006560     CLOSE DIST-CONTROL-FILE
006570     SET DIST-NOT-EOF TO TRUE.
006580 1300-EXIT.
006590     EXIT.
006600*--------------------------------------------------------------*
006610*  1350-LOAD-ONE-CARD - VALIDATE ONE CARD AND SET ITS          *
006620*  DEPARTMENT'S OUTPUTS. A CARD IN ERROR IS LISTED AND         *
006630*  IGNORED, SO ITS DEPARTMENT KEEPS THE DEFAULT OF EVERYTHING  *
006640*--------------------------------------------------------------*
006650 1350-LOAD-ONE-CARD.
006660     READ DIST-CONTROL-FILE
006670         AT END
006680             SET DIST-EOF TO TRUE
006690     END-READ
006700     IF DIST-EOF
006710         GO TO 1350-EXIT
006720     END-IF
006730     IF DISTCTL-TEXT = SPACES
006740             OR DCTL-DEPARTMENT(1:1) = '*'
006750         GO TO 1350-EXIT
006760     END-IF
006770     SET DIST-CARD-GOOD TO TRUE
006780     IF DCTL-DEPARTMENT = SPACES
006790         SET DIST-CARD-BAD TO TRUE
006800         MOVE "NO DEPARTMENT CODE" TO DIST-REASON-TEXT
006810     END-IF
006820     PERFORM 1360-CHECK-ONE-LETTER THRU 1360-EXIT
006830         VARYING DIST-LETTER-IX FROM 1 BY 1
006840         UNTIL DIST-LETTER-IX > 4
006850     IF DIST-CARD-BAD
006860         PERFORM 1390-LIST-CARD-ERROR THRU 1390-EXIT
006870         GO TO 1350-EXIT
006880     END-IF
006890     MOVE DCTL-DEPARTMENT TO DIST-DEPT-WANTED
006900     PERFORM 2200-FIND-DEPARTMENT THRU 2200-EXIT
006910     IF DIST-DEPT-FOUND-IX > 0
006920         IF DIST-DEPT-CARD(DIST-DEPT-FOUND-IX) = 'Y'
006930             MOVE "DUPLICATE CARD" TO DIST-REASON-TEXT
006940             PERFORM 1390-LIST-CARD-ERROR THRU 1390-EXIT
006950             GO TO 1350-EXIT
006960         END-IF
006970     ELSE
006980         PERFORM 2250-ADD-DEPARTMENT THRU 2250-EXIT
006990     END-IF
007000     MOVE 'Y' TO DIST-DEPT-CARD(DIST-DEPT-FOUND-IX)
007010     MOVE 'N' TO DIST-DEPT-WANT-SECTIONS(DIST-DEPT-FOUND-IX)
007020     MOVE 'N' TO DIST-DEPT-WANT-DISTRIB(DIST-DEPT-FOUND-IX)
007030     MOVE 'N' TO DIST-DEPT-WANT-REJECTS(DIST-DEPT-FOUND-IX)
007040     MOVE 'N' TO DIST-DEPT-WANT-EXCEPTS(DIST-DEPT-FOUND-IX)
007050     PERFORM 1370-APPLY-ONE-LETTER THRU 1370-EXIT
007060         VARYING DIST-LETTER-IX FROM 1 BY 1
007070         UNTIL DIST-LETTER-IX > 4.
007080 1350-EXIT.
007090     EXIT.
007100 1360-CHECK-ONE-LETTER.
007110     IF DCTL-OUTPUT(DIST-LETTER-IX) NOT = 'S'
007120             AND DCTL-OUTPUT(DIST-LETTER-IX) NOT = 'D'
007130             AND DCTL-OUTPUT(DIST-LETTER-IX) NOT = 'R'
007140             AND DCTL-OUTPUT(DIST-LETTER-IX) NOT = 'E'
007150             AND DCTL-OUTPUT(DIST-LETTER-IX) NOT = SPACE
007160         SET DIST-CARD-BAD TO TRUE
007170         MOVE "UNKNOWN OUTPUT CODE" TO DIST-REASON-TEXT
007180     END-IF.
007190 1360-EXIT.
007200     EXIT.
007210 1370-APPLY-ONE-LETTER.
007220     IF DCTL-OUTPUT(DIST-LETTER-IX) = 'S'
007230         MOVE 'Y' TO DIST-DEPT-WANT-SECTIONS(DIST-DEPT-FOUND-IX)
007240     END-IF
007250     IF DCTL-OUTPUT(DIST-LETTER-IX) = 'D'
007260         MOVE 'Y' TO DIST-DEPT-WANT-DISTRIB(DIST-DEPT-FOUND-IX)
007270     END-IF
007280     IF DCTL-OUTPUT(DIST-LETTER-IX) = 'R'
007290         MOVE 'Y' TO DIST-DEPT-WANT-REJECTS(DIST-DEPT-FOUND-IX)
007300     END-IF
007310     IF DCTL-OUTPUT(DIST-LETTER-IX) = 'E'
007320         MOVE 'Y' TO DIST-DEPT-WANT-EXCEPTS(DIST-DEPT-FOUND-IX)
007330     END-IF.
007340 1370-EXIT.
007350     EXIT.
007360*--------------------------------------------------------------*
007370*  1390-LIST-CARD-ERROR - PRINT A REJECTED DISTCTL CARD        *
007380*--------------------------------------------------------------*
007390 1390-LIST-CARD-ERROR.
007400     ADD 1 TO DIST-CARD-ERRORS
007410     IF NOT DIST-ERRHEAD-DONE
007420         SET DIST-ERRHEAD-DONE TO TRUE
007430         MOVE SPACES TO REPORT-LINE
007440         WRITE REPORT-LINE
007450         MOVE SPACES TO DIST-REPORT-LINE
007460         STRING "DISTCTL CARDS IN ERROR - IGNORED"
007470             DELIMITED BY SIZE
007480             INTO DIST-REPORT-LINE
007490         WRITE REPORT-LINE FROM DIST-REPORT-LINE
007500     END-IF
007510     MOVE SPACES TO DIST-REPORT-LINE
007520     STRING "  " DELIMITED BY SIZE
007530         DISTCTL-TEXT(1:40) DELIMITED BY SIZE
007540         "  " DELIMITED BY SIZE
007550         DIST-REASON-TEXT DELIMITED BY SIZE
007560         INTO DIST-REPORT-LINE
007570     WRITE REPORT-LINE FROM DIST-REPORT-LINE.
007580 1390-EXIT.
007590     EXIT.
007600*--------------------------------------------------------------*
007610*  1500-LOAD-CATEGORY-STATS - THE RUN'S BUSINESS DATE AND      *
007620*  ACCEPTED COUNT FROM THE SUMMARY RECORD, AND EACH UNIT'S     *
007630*  FIGURES FROM ITS CATEGORY RECORD                            *
007640*--------------------------------------------------------------*
007650 1500-LOAD-CATEGORY-STATS.
007660     OPEN INPUT CATEGORY-STATS-FILE
007670     IF DIST-CATSTAT-STATUS NOT = "00"
007680         DISPLAY "CATSTATS OPEN FAILED, STATUS "
007690             DIST-CATSTAT-STATUS
007700         GO TO 9999-EXIT
007710     END-IF
007720     PERFORM 1550-LOAD-ONE-CATSTAT THRU 1550-EXIT
007730         UNTIL DIST-EOF
007740     CLOSE CATEGORY-STATS-FILE
007750     SET DIST-NOT-EOF TO TRUE
007760     IF NOT DIST-HAVE-SUMMARY
007770         DISPLAY "CATSTATS HOLDS NO RUN SUMMARY - NOTHING "
007780             "DISTRIBUTED"
007790         GO TO 9999-EXIT
007800     END-IF
007810     MOVE SPACES TO DIST-RESTATED-TEXT
007820     IF DIST-IS-RESTATED
007830         MOVE " RESTATED" TO DIST-RESTATED-TEXT
007840     END-IF
007850     MOVE DIST-BUSINESS-DATE TO DIST-ED-BUS-DATE
007860     MOVE SPACES TO DIST-REPORT-LINE
007870     STRING "BUSINESS DATE: " DELIMITED BY SIZE
007880         DIST-ED-BUS-DATE DELIMITED BY SIZE
007890         DIST-RESTATED-TEXT DELIMITED BY SIZE
007900         INTO DIST-REPORT-LINE
007910     WRITE REPORT-LINE FROM DIST-REPORT-LINE.
007920 1500-EXIT.
007930     EXIT.
007940 1550-LOAD-ONE-CATSTAT.
007950     READ CATEGORY-STATS-FILE
007960         AT END
007970             SET DIST-EOF TO TRUE
007980     END-READ
007990     IF DIST-EOF
008000         GO TO 1550-EXIT
008010     END-IF
008020     IF CST-IS-SUMMARY
008030         SET DIST-HAVE-SUMMARY TO TRUE
008040         MOVE CST-S-DATE TO DIST-BUSINESS-DATE
008050         MOVE CST-S-COUNT TO DIST-SUMMARY-COUNT
008060         IF CST-IS-RESTATED
008070             SET DIST-IS-RESTATED TO TRUE
008080         END-IF
008090         GO TO 1550-EXIT
008100     END-IF
008110     IF NOT CST-IS-CATEGORY
008120         GO TO 1550-EXIT
008130     END-IF
008140     MOVE CST-C-CODE TO DIST-RUN-WANTED
008150     PERFORM 2300-FIND-RUN-UNIT THRU 2300-EXIT
008160     MOVE 'Y' TO DIST-RUN-ON-CATSTATS(DIST-RUN-FOUND-IX)
008170     MOVE CST-C-COUNT TO DIST-RUN-CST-COUNT(DIST-RUN-FOUND-IX)
008180     MOVE CST-C-MIN TO DIST-RUN-CST-MIN(DIST-RUN-FOUND-IX)
008190     MOVE CST-C-MAX TO DIST-RUN-CST-MAX(DIST-RUN-FOUND-IX)
008200     MOVE CST-C-MEAN TO DIST-RUN-CST-MEAN(DIST-RUN-FOUND-IX)
008210     MOVE CST-C-MEDIAN TO DIST-RUN-CST-MEDIAN(DIST-RUN-FOUND-IX)
008220     MOVE CST-C-STD-DEV
008230         TO DIST-RUN-CST-STD-DEV(DIST-RUN-FOUND-IX).
008240 1550-EXIT.
008250     EXIT.
008260*--------------------------------------------------------------*
008270*  2000-SORT-ACCEPTED-VALUES - CATEGORY/VALUE ORDER FOR THE    *
008280*  PERCENTILE AND BAND PASS, AS THE DAILY RUN DOES             *
008290*--------------------------------------------------------------*
008300 2000-SORT-ACCEPTED-VALUES.
008310     SORT SORT-FILE
008320         ON ASCENDING KEY SORT-CATEGORY
008330                          SORT-VALUE
008340         USING ACCEPTED-FILE
008350         GIVING SORTED-CATEGORY-FILE.
008360 2000-EXIT.
008370     EXIT.
008380*--------------------------------------------------------------*
008390*  2200-FIND-DEPARTMENT - LOOK DIST-DEPT-WANTED UP ON THE      *
008400*  DEPARTMENT TABLE (DIST-DEPT-FOUND-IX ZERO WHEN ABSENT)      *
008410*--------------------------------------------------------------*
008420 2200-FIND-DEPARTMENT.
008430     MOVE 0 TO DIST-DEPT-FOUND-IX
008440     PERFORM 2210-TEST-ONE-DEPARTMENT THRU 2210-EXIT
008450         VARYING DIST-DEPT-IX FROM 1 BY 1
008460         UNTIL DIST-DEPT-IX > DIST-DEPT-COUNT
008470            OR DIST-DEPT-FOUND-IX > 0.
008480 2200-EXIT.
008490     EXIT.
008500 2210-TEST-ONE-DEPARTMENT.
008510     IF DIST-DEPT-CODE(DIST-DEPT-IX) = DIST-DEPT-WANTED
008520         MOVE DIST-DEPT-IX TO DIST-DEPT-FOUND-IX
008530     END-IF.
008540 2210-EXIT.
008550     EXIT.
008560*--------------------------------------------------------------*
008570*  2250-ADD-DEPARTMENT - NEW PACKAGE FOR DIST-DEPT-WANTED,     *
008580*  RECEIVING EVERY OUTPUT UNTIL A DISTCTL CARD SAYS OTHERWISE  *
008590*--------------------------------------------------------------*
008600 2250-ADD-DEPARTMENT.
008610     IF DIST-DEPT-COUNT >= DIST-MAX-DEPTS
008620         DISPLAY "MORE THAN 99 DEPARTMENTS TO DISTRIBUTE TO"
008630         GO TO 9999-EXIT
008640     END-IF
008650     ADD 1 TO DIST-DEPT-COUNT
008660     MOVE DIST-DEPT-COUNT TO DIST-DEPT-FOUND-IX
008670     MOVE DIST-DEPT-WANTED TO DIST-DEPT-CODE(DIST-DEPT-COUNT)
008680     MOVE 'N' TO DIST-DEPT-CARD(DIST-DEPT-COUNT)
008690     MOVE 'Y' TO DIST-DEPT-WANT-SECTIONS(DIST-DEPT-COUNT)
008700     MOVE 'Y' TO DIST-DEPT-WANT-DISTRIB(DIST-DEPT-COUNT)
008710     MOVE 'Y' TO DIST-DEPT-WANT-REJECTS(DIST-DEPT-COUNT)
008720     MOVE 'Y' TO DIST-DEPT-WANT-EXCEPTS(DIST-DEPT-COUNT)
008730     MOVE 0 TO DIST-DEPT-UNITS(DIST-DEPT-COUNT)
008740     MOVE 0 TO DIST-DEPT-ACCEPTED(DIST-DEPT-COUNT)
008750     MOVE 0 TO DIST-DEPT-REJECTED(DIST-DEPT-COUNT)
008760     MOVE 0 TO DIST-DEPT-EXCEPTIONS(DIST-DEPT-COUNT)
008770     MOVE 0 TO DIST-DEPT-TOTAL(DIST-DEPT-COUNT)
008780     MOVE 0 TO DIST-DEPT-MIN(DIST-DEPT-COUNT)
008790     MOVE 0 TO DIST-DEPT-MAX(DIST-DEPT-COUNT)
008800     MOVE 0 TO DIST-DEPT-LINES(DIST-DEPT-COUNT).
008810 2250-EXIT.
008820     EXIT.
008830*--------------------------------------------------------------*
008840*  2300-FIND-RUN-UNIT - LOOK DIST-RUN-WANTED UP ON THE RUN     *
008850*  UNIT TABLE, ADDING IT (AND ROUTING IT TO ITS PACKAGE) THE   *
008860*  FIRST TIME THE CODE IS SEEN                                 *
008870*--------------------------------------------------------------*
008880 2300-FIND-RUN-UNIT.
008890     MOVE 0 TO DIST-RUN-FOUND-IX
008900     PERFORM 2310-TEST-ONE-RUN-UNIT THRU 2310-EXIT
008910         VARYING DIST-RUN-IX FROM 1 BY 1
008920         UNTIL DIST-RUN-IX > DIST-RUN-COUNT
008930            OR DIST-RUN-FOUND-IX > 0
008940     IF DIST-RUN-FOUND-IX = 0
008950         PERFORM 2350-ADD-RUN-UNIT THRU 2350-EXIT
008960     END-IF.
008970 2300-EXIT.
008980     EXIT.
008990 2310-TEST-ONE-RUN-UNIT.
009000     IF DIST-RUN-CODE(DIST-RUN-IX) = DIST-RUN-WANTED
009010         MOVE DIST-RUN-IX TO DIST-RUN-FOUND-IX
009020     END-IF.
009030 2310-EXIT.
009040     EXIT.
009050*--------------------------------------------------------------*
009060*  2350-ADD-RUN-UNIT - A UNIT GOES TO THE PACKAGE OF ITS       *
009070*  DEPARTMENT ON THE MASTER, OR TO THE NO-DEPARTMENT PACKAGE   *
009080*  (BLANK CODE) WHEN IT HAS NONE. THIS IS THE ONLY PLACE A     *
009090*  UNIT IS ROUTED, SO IT CAN LAND IN ONE PACKAGE ONLY          *
009100*--------------------------------------------------------------*
009110 2350-ADD-RUN-UNIT.
009120     IF DIST-RUN-COUNT >= DIST-MAX-RUN-UNITS
009130         DISPLAY "MORE THAN 200 UNIT CODES ON THE RUN"
009140         GO TO 9999-EXIT
009150     END-IF
009160     ADD 1 TO DIST-RUN-COUNT
009170     MOVE DIST-RUN-COUNT TO DIST-RUN-FOUND-IX
009180     MOVE DIST-RUN-WANTED TO DIST-RUN-CODE(DIST-RUN-COUNT)
009190     MOVE 'N' TO DIST-RUN-ON-CATSTATS(DIST-RUN-COUNT)
009200     MOVE 0 TO DIST-RUN-CST-COUNT(DIST-RUN-COUNT)
009210     MOVE 0 TO DIST-RUN-CST-MIN(DIST-RUN-COUNT)
009220     MOVE 0 TO DIST-RUN-CST-MAX(DIST-RUN-COUNT)
009230     MOVE 0 TO DIST-RUN-CST-MEAN(DIST-RUN-COUNT)
009240     MOVE 0 TO DIST-RUN-CST-MEDIAN(DIST-RUN-COUNT)
009250     MOVE 0 TO DIST-RUN-CST-STD-DEV(DIST-RUN-COUNT)
009260     MOVE 0 TO DIST-RUN-ACCEPTED(DIST-RUN-COUNT)
009270     MOVE 0 TO DIST-RUN-REJECTED(DIST-RUN-COUNT)
009280     MOVE 0 TO DIST-RUN-EXCEPTIONS(DIST-RUN-COUNT)
009290     MOVE DIST-RUN-WANTED TO DIST-UNIT-WANTED
009300     MOVE 0 TO DIST-UNIT-FOUND-IX
009310     IF DIST-RUN-WANTED NOT = SPACES
009320         PERFORM 1200-FIND-MASTER-UNIT THRU 1200-EXIT
009330     END-IF
009340     MOVE DIST-UNIT-FOUND-IX TO DIST-RUN-MASTER-IX(DIST-RUN-COUNT)
009350     MOVE SPACES TO DIST-DEPT-WANTED
009360     IF DIST-UNIT-FOUND-IX > 0
009370         MOVE DIST-UNIT-DEPT(DIST-UNIT-FOUND-IX)
009380             TO DIST-DEPT-WANTED
009390     END-IF
009400     IF DIST-DEPT-WANTED = SPACES
009410         ADD 1 TO DIST-NODEPT-UNITS
009420     END-IF
009430     PERFORM 2200-FIND-DEPARTMENT THRU 2200-EXIT
009440     IF DIST-DEPT-FOUND-IX = 0
009450         PERFORM 2250-ADD-DEPARTMENT THRU 2250-EXIT
009460     END-IF
009470     MOVE DIST-DEPT-FOUND-IX TO DIST-RUN-DEPT-IX(DIST-RUN-COUNT)
009480     ADD 1 TO DIST-DEPT-UNITS(DIST-DEPT-FOUND-IX).
009490 2350-EXIT.
009500     EXIT.
009510*--------------------------------------------------------------*
009520*  4000-BUILD-PACKAGES - EVERY PACKAGE LINE IS RELEASED TO THE *
009530*  SORT TAGGED WITH ITS DEPARTMENT AND PART, AND COMES BACK IN *
009540*  PACKAGE ORDER FOR THE BURST FILE                            *
009550*--------------------------------------------------------------*
009560 4000-BUILD-PACKAGES.
009570     SORT PACKAGE-SORT-FILE
009580         ON ASCENDING KEY PKG-DEPARTMENT
009590                          PKG-PART
009600                          PKG-SEQUENCE
009610         INPUT PROCEDURE 4100-RELEASE-LINES
009620             THRU 4100-EXIT
009630         OUTPUT PROCEDURE 4800-WRITE-PACKAGES
009640             THRU 4800-EXIT.
009650 4000-EXIT.
009660     EXIT.
009670*--------------------------------------------------------------*
009680*  4100-RELEASE-LINES - SORT INPUT PROCEDURE                   *
009690*--------------------------------------------------------------*
009700 4100-RELEASE-LINES.
009710     PERFORM 4200-SCAN-CATEGORY-ORDER THRU 4200-EXIT
009720     PERFORM 4500-ROUTE-REJECTS THRU 4500-EXIT
009730     PERFORM 4600-ROUTE-EXCEPTIONS THRU 4600-EXIT
009740     PERFORM 4710-RELEASE-ONE-DEPARTMENT THRU 4710-EXIT
009750         VARYING DIST-DEPT-IX FROM 1 BY 1
009760         UNTIL DIST-DEPT-IX > DIST-DEPT-COUNT.
009770 4100-EXIT.
009780     EXIT.
009790*--------------------------------------------------------------*
009800*  4200-SCAN-CATEGORY-ORDER - ONE PASS OVER THE ACCEPTED       *
009810*  VALUES IN CATEGORY/VALUE ORDER: EACH UNIT'S ACCEPTED COUNT, *
009820*  ITS PERCENTILES (NEAREST RANK ON THE CATSTATS COUNT) AND    *
009830*  ITS TEN BANDS (CATSTATS SMALLEST TO LARGEST), THEN ITS      *
009840*  SECTION FOR ITS DEPARTMENT                                  *
009850*--------------------------------------------------------------*
009860 4200-SCAN-CATEGORY-ORDER.
009870     OPEN INPUT SORTED-CATEGORY-FILE
009880     IF DIST-SRTCAT-STATUS NOT = "00"
009890         DISPLAY "SORTED-CATEGORY-FILE OPEN FAILED, STATUS "
009900             DIST-SRTCAT-STATUS
009910         GO TO 9999-EXIT
009920     END-IF
009930     SET DIST-NO-CATEGORY TO TRUE
009940     PERFORM 4210-TAKE-ONE-VALUE THRU 4210-EXIT
009950         UNTIL DIST-EOF
009960     IF DIST-IN-CATEGORY
009970         PERFORM 4300-FINISH-CATEGORY THRU 4300-EXIT
009980     END-IF
009990     CLOSE SORTED-CATEGORY-FILE
010000     SET DIST-NOT-EOF TO TRUE.
010010 4200-EXIT.
010020     EXIT.
010030 4210-TAKE-ONE-VALUE.
010040     READ SORTED-CATEGORY-FILE
010050         AT END
010060             SET DIST-EOF TO TRUE
010070     END-READ
010080     IF DIST-EOF
010090         GO TO 4210-EXIT
010100     END-IF
010110     ADD 1 TO DIST-ACC-TALLIED
010120     IF DIST-IN-CATEGORY
010130             AND SRTC-CATEGORY NOT = DIST-CUR-CODE
010140         PERFORM 4300-FINISH-CATEGORY THRU 4300-EXIT
010150     END-IF
010160     IF DIST-NO-CATEGORY
010170         PERFORM 4250-START-CATEGORY THRU 4250-EXIT
010180     END-IF
010190     ADD 1 TO DIST-CUR-N
010200     ADD SRTC-VALUE TO DIST-CUR-TOTAL
010210     MOVE SRTC-VALUE TO DIST-CUR-LAST
010220     IF DIST-CUR-N = DIST-CUR-T10
010230         MOVE SRTC-VALUE TO DIST-CUR-P10
010240     END-IF
010250     IF DIST-CUR-N = DIST-CUR-T25
010260         MOVE SRTC-VALUE TO DIST-CUR-P25
010270     END-IF
010280     IF DIST-CUR-N = DIST-CUR-T75
010290         MOVE SRTC-VALUE TO DIST-CUR-P75
010300     END-IF
010310     IF DIST-CUR-N = DIST-CUR-T90
010320         MOVE SRTC-VALUE TO DIST-CUR-P90
010330     END-IF
010340     IF DIST-CUR-WIDTH > 0
010350         COMPUTE DIST-BAND-CALC =
010360             ((SRTC-VALUE - DIST-RUN-CST-MIN(DIST-CUR-RUN-IX))
010370             / DIST-CUR-WIDTH) + 1
010380         IF DIST-BAND-CALC < 1
010390             MOVE 1 TO DIST-BAND-CALC
010400         END-IF
010410         IF DIST-BAND-CALC > 10
010420             MOVE 10 TO DIST-BAND-CALC
010430         END-IF
010440         MOVE DIST-BAND-CALC TO DIST-BAND-IX
010450         ADD 1 TO DIST-CUR-BAND(DIST-BAND-IX)
010460     END-IF.
010470 4210-EXIT.
010480     EXIT.
010490*--------------------------------------------------------------*
010500*  4250-START-CATEGORY - FIRST VALUE OF A UNIT: ROUTE THE UNIT *
010510*  AND SET UP ITS RANKS AND BAND WIDTH FROM CATSTATS           *
010520*--------------------------------------------------------------*
010530 4250-START-CATEGORY.
010540     SET DIST-IN-CATEGORY TO TRUE
010550     MOVE SRTC-CATEGORY TO DIST-CUR-CODE
010560     MOVE SRTC-CATEGORY TO DIST-RUN-WANTED
010570     PERFORM 2300-FIND-RUN-UNIT THRU 2300-EXIT
010580     MOVE DIST-RUN-FOUND-IX TO DIST-CUR-RUN-IX
010590     MOVE DIST-RUN-DEPT-IX(DIST-CUR-RUN-IX) TO DIST-CUR-DEPT-IX
010600     MOVE 0 TO DIST-CUR-N
010610     MOVE 0 TO DIST-CUR-TOTAL
010620     MOVE SRTC-VALUE TO DIST-CUR-FIRST
010630     MOVE SRTC-VALUE TO DIST-CUR-LAST
010640     INITIALIZE DIST-CUR-BANDS
010650     INITIALIZE DIST-CUR-PERCENTILES
010660     MOVE DIST-RUN-CST-COUNT(DIST-CUR-RUN-IX) TO DIST-CUR-CST-N
010670     COMPUTE DIST-CUR-T10 = ((DIST-CUR-CST-N * 10) + 99) / 100
010680     COMPUTE DIST-CUR-T25 = ((DIST-CUR-CST-N * 25) + 99) / 100
010690     COMPUTE DIST-CUR-T75 = ((DIST-CUR-CST-N * 75) + 99) / 100
010700     COMPUTE DIST-CUR-T90 = ((DIST-CUR-CST-N * 90) + 99) / 100
010710     MOVE 0 TO DIST-CUR-WIDTH
010720     IF DIST-RUN-ON-CATSTATS(DIST-CUR-RUN-IX) = 'Y'
010730         COMPUTE DIST-CUR-WIDTH =
010740             ((DIST-RUN-CST-MAX(DIST-CUR-RUN-IX)
010750             - DIST-RUN-CST-MIN(DIST-CUR-RUN-IX)) / 10) + 1
010760     END-IF.
010770 4250-EXIT.
010780     EXIT.
010790*--------------------------------------------------------------*
010800*  4300-FINISH-CATEGORY - LAST VALUE OF A UNIT: POST ITS       *
010810*  COUNTS TO ITS DEPARTMENT AND RELEASE ITS SECTION            *
010820*--------------------------------------------------------------*
010830 4300-FINISH-CATEGORY.
010840     MOVE DIST-CUR-N TO DIST-RUN-ACCEPTED(DIST-CUR-RUN-IX)
010850     IF DIST-DEPT-ACCEPTED(DIST-CUR-DEPT-IX) = 0
010860         MOVE DIST-CUR-FIRST TO DIST-DEPT-MIN(DIST-CUR-DEPT-IX)
010870         MOVE DIST-CUR-LAST TO DIST-DEPT-MAX(DIST-CUR-DEPT-IX)
010880     END-IF
010890     IF DIST-CUR-FIRST < DIST-DEPT-MIN(DIST-CUR-DEPT-IX)
010900         MOVE DIST-CUR-FIRST TO DIST-DEPT-MIN(DIST-CUR-DEPT-IX)
010910     END-IF
010920     IF DIST-CUR-LAST > DIST-DEPT-MAX(DIST-CUR-DEPT-IX)
010930         MOVE DIST-CUR-LAST TO DIST-DEPT-MAX(DIST-CUR-DEPT-IX)
010940     END-IF
010950     ADD DIST-CUR-N TO DIST-DEPT-ACCEPTED(DIST-CUR-DEPT-IX)
010960     ADD DIST-CUR-TOTAL TO DIST-DEPT-TOTAL(DIST-CUR-DEPT-IX)
010970     IF DIST-DEPT-WANT-SECTIONS(DIST-CUR-DEPT-IX) = 'Y'
010980             OR DIST-DEPT-WANT-DISTRIB(DIST-CUR-DEPT-IX) = 'Y'
010990         PERFORM 4400-RELEASE-SECTION THRU 4400-EXIT
011000     END-IF
011010     SET DIST-NO-CATEGORY TO TRUE.
011020 4300-EXIT.
011030     EXIT.
011040*--------------------------------------------------------------*
011050*  4400-RELEASE-SECTION - ONE UNIT'S SECTION IN THE SAME       *
011060*  LAYOUT AS THE DAILY REPORT: FIGURES IF THE DEPARTMENT       *
011070*  TAKES SECTIONS, BANDS IF IT TAKES DISTRIBUTIONS             *
011080*--------------------------------------------------------------*
011090 4400-RELEASE-SECTION.
011100     MOVE DIST-DEPT-CODE(DIST-CUR-DEPT-IX) TO DIST-PKG-DEPT
011110     MOVE 1 TO DIST-PKG-PART
011120     MOVE SPACES TO DIST-UNIT-PRINT-NAME
011130     IF DIST-RUN-MASTER-IX(DIST-CUR-RUN-IX) > 0
011140         MOVE DIST-UNIT-NAME(DIST-RUN-MASTER-IX(DIST-CUR-RUN-IX))
011150             TO DIST-UNIT-PRINT-NAME
011160     END-IF
011170     MOVE DIST-CUR-N TO DIST-ED-COUNT
011180     MOVE SPACES TO DIST-REPORT-LINE
011190     STRING "CATEGORY: " DELIMITED BY SIZE
011200         DIST-CUR-CODE DELIMITED BY SIZE
011210         " " DELIMITED BY SIZE
011220         DIST-UNIT-PRINT-NAME DELIMITED BY SIZE
011230         "  COUNT: " DELIMITED BY SIZE
011240         DIST-ED-COUNT DELIMITED BY SIZE
011250         INTO DIST-REPORT-LINE
011260     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
011270     IF DIST-RUN-ON-CATSTATS(DIST-CUR-RUN-IX) NOT = 'Y'
011280         MOVE SPACES TO DIST-REPORT-LINE
011290         STRING "  NO CATSTATS FIGURES FOR THIS UNIT ON THIS RUN"
011300             DELIMITED BY SIZE
011310             INTO DIST-REPORT-LINE
011320         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
011330         MOVE SPACES TO DIST-REPORT-LINE
011340         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
011350         GO TO 4400-EXIT
011360     END-IF
011370     IF DIST-DEPT-WANT-SECTIONS(DIST-CUR-DEPT-IX) = 'Y'
011380         PERFORM 4420-RELEASE-FIGURES THRU 4420-EXIT
011390     END-IF
011400     IF DIST-DEPT-WANT-DISTRIB(DIST-CUR-DEPT-IX) = 'Y'
011410         MOVE SPACES TO DIST-REPORT-LINE
011420         STRING "  FREQUENCY DISTRIBUTION" DELIMITED BY SIZE
011430             INTO DIST-REPORT-LINE
011440         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
011450         MOVE 0 TO DIST-BAND-MAXC
011460         PERFORM 4440-FIND-BUSIEST-BAND THRU 4440-EXIT
011470             VARYING DIST-BAND-IX FROM 1 BY 1
011480             UNTIL DIST-BAND-IX > 10
011490         PERFORM 4450-RELEASE-ONE-BAND THRU 4450-EXIT
011500             VARYING DIST-BAND-IX FROM 1 BY 1
011510             UNTIL DIST-BAND-IX > 10
011520     END-IF
011530     MOVE SPACES TO DIST-REPORT-LINE
011540     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT.
011550 4400-EXIT.
011560     EXIT.
011570*--------------------------------------------------------------*
011580*  4420-RELEASE-FIGURES - SMALLEST/LARGEST, MEAN/MEDIAN/STD    *
011590*  DEV, PERCENTILES AND INTERQUARTILE RANGE                    *
011600*--------------------------------------------------------------*
011610 4420-RELEASE-FIGURES.
011620     MOVE DIST-RUN-CST-MIN(DIST-CUR-RUN-IX) TO DIST-ED-SMALLEST
011630     MOVE DIST-RUN-CST-MAX(DIST-CUR-RUN-IX) TO DIST-ED-LARGEST
011640     MOVE SPACES TO DIST-REPORT-LINE
011650     STRING "  SMALLEST: " DELIMITED BY SIZE
011660         DIST-ED-SMALLEST DELIMITED BY SIZE
011670         "   LARGEST: " DELIMITED BY SIZE
011680         DIST-ED-LARGEST DELIMITED BY SIZE
011690         INTO DIST-REPORT-LINE
011700     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
011710     MOVE DIST-RUN-CST-MEAN(DIST-CUR-RUN-IX) TO DIST-ED-MEAN
011720     MOVE DIST-RUN-CST-MEDIAN(DIST-CUR-RUN-IX) TO DIST-ED-MEDIAN
011730     MOVE DIST-RUN-CST-STD-DEV(DIST-CUR-RUN-IX) TO DIST-ED-STD-DEV
011740     MOVE SPACES TO DIST-REPORT-LINE
011750     STRING "  MEAN: " DELIMITED BY SIZE
011760         DIST-ED-MEAN DELIMITED BY SIZE
011770         "   MEDIAN: " DELIMITED BY SIZE
011780         DIST-ED-MEDIAN DELIMITED BY SIZE
011790         "   STD DEV: " DELIMITED BY SIZE
011800         DIST-ED-STD-DEV DELIMITED BY SIZE
011810         INTO DIST-REPORT-LINE
011820     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
011830     MOVE DIST-CUR-P10 TO DIST-ED-P10
011840     MOVE DIST-CUR-P25 TO DIST-ED-P25
011850     MOVE DIST-CUR-P75 TO DIST-ED-P75
011860     MOVE DIST-CUR-P90 TO DIST-ED-P90
011870     MOVE SPACES TO DIST-REPORT-LINE
011880     STRING "  P10: " DELIMITED BY SIZE
011890         DIST-ED-P10 DELIMITED BY SIZE
011900         "   P25: " DELIMITED BY SIZE
011910         DIST-ED-P25 DELIMITED BY SIZE
011920         "   P75: " DELIMITED BY SIZE
011930         DIST-ED-P75 DELIMITED BY SIZE
011940         "   P90: " DELIMITED BY SIZE
011950         DIST-ED-P90 DELIMITED BY SIZE
011960         INTO DIST-REPORT-LINE
011970     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
011980     COMPUTE DIST-IQR = DIST-CUR-P75 - DIST-CUR-P25
011990     MOVE DIST-IQR TO DIST-ED-IQR
012000     MOVE SPACES TO DIST-REPORT-LINE
012010     STRING "  INTERQUARTILE RANGE: " DELIMITED BY SIZE
012020         DIST-ED-IQR DELIMITED BY SIZE
012030         INTO DIST-REPORT-LINE
012040     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT.
012050 4420-EXIT.
012060     EXIT.
012070 4440-FIND-BUSIEST-BAND.
012080     IF DIST-CUR-BAND(DIST-BAND-IX) > DIST-BAND-MAXC
012090         MOVE DIST-CUR-BAND(DIST-BAND-IX) TO DIST-BAND-MAXC
012100     END-IF.
012110 4440-EXIT.
012120     EXIT.
012130*--------------------------------------------------------------*
012140*  4450-RELEASE-ONE-BAND - ONE VALUE BAND: RANGE, COUNT, BAR   *
012150*--------------------------------------------------------------*
012160 4450-RELEASE-ONE-BAND.
012170     COMPUTE DIST-BAND-LOW = DIST-RUN-CST-MIN(DIST-CUR-RUN-IX) +
012180         ((DIST-BAND-IX - 1) * DIST-CUR-WIDTH)
012190     COMPUTE DIST-BAND-HIGH = DIST-BAND-LOW + DIST-CUR-WIDTH - 1
012200     MOVE DIST-BAND-LOW TO DIST-ED-BAND-LOW
012210     MOVE DIST-BAND-HIGH TO DIST-ED-BAND-HIGH
012220     MOVE DIST-CUR-BAND(DIST-BAND-IX) TO DIST-ED-BAND-COUNT
012230     MOVE SPACES TO DIST-BAND-BAR
012240     IF DIST-BAND-MAXC > 0 AND DIST-CUR-BAND(DIST-BAND-IX) > 0
012250         COMPUTE DIST-BAND-STARS =
012260             (DIST-CUR-BAND(DIST-BAND-IX) * 25) / DIST-BAND-MAXC
012270         IF DIST-BAND-STARS < 1
012280             MOVE 1 TO DIST-BAND-STARS
012290         END-IF
012300         IF DIST-BAND-STARS > 25
012310             MOVE 25 TO DIST-BAND-STARS
012320         END-IF
012330         MOVE ALL '*' TO DIST-BAND-BAR(1:DIST-BAND-STARS)
012340     END-IF
012350     MOVE SPACES TO DIST-REPORT-LINE
012360     STRING "  " DELIMITED BY SIZE
012370         DIST-ED-BAND-LOW DELIMITED BY SIZE
012380         " TO " DELIMITED BY SIZE
012390         DIST-ED-BAND-HIGH DELIMITED BY SIZE
012400         "  " DELIMITED BY SIZE
012410         DIST-ED-BAND-COUNT DELIMITED BY SIZE
012420         "  " DELIMITED BY SIZE
012430         DIST-BAND-BAR DELIMITED BY SIZE
012440         INTO DIST-REPORT-LINE
012450     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT.
012460 4450-EXIT.
012470     EXIT.
012480*--------------------------------------------------------------*
012490*  4500-ROUTE-REJECTS - EACH REJECTED RECORD TO THE PACKAGE OF *
012500*  ITS UNIT. A REJECT WITH A BLANK OR UNKNOWN UNIT CODE GOES   *
012510*  TO THE NO-DEPARTMENT PACKAGE                                *
012520*--------------------------------------------------------------*
012530 4500-ROUTE-REJECTS.
012540     OPEN INPUT REJECT-FILE
012550     IF DIST-REJECT-STATUS NOT = "00"
012560         DISPLAY "REJFILE OPEN FAILED, STATUS " DIST-REJECT-STATUS
012570         GO TO 9999-EXIT
012580     END-IF
012590     PERFORM 4510-ROUTE-ONE-REJECT THRU 4510-EXIT
012600         UNTIL DIST-EOF
012610     CLOSE REJECT-FILE
012620     SET DIST-NOT-EOF TO TRUE.
012630 4500-EXIT.
012640     EXIT.
012650 4510-ROUTE-ONE-REJECT.
012660     READ REJECT-FILE
012670         AT END
012680             SET DIST-EOF TO TRUE
012690     END-READ
012700     IF DIST-EOF
012710         GO TO 4510-EXIT
012720     END-IF
012730     ADD 1 TO DIST-REJ-READ
012740     MOVE REJ-CATEGORY TO DIST-RUN-WANTED
012750     PERFORM 2300-FIND-RUN-UNIT THRU 2300-EXIT
012760     ADD 1 TO DIST-RUN-REJECTED(DIST-RUN-FOUND-IX)
012770     MOVE DIST-RUN-DEPT-IX(DIST-RUN-FOUND-IX) TO DIST-DEPT-IX
012780     ADD 1 TO DIST-DEPT-REJECTED(DIST-DEPT-IX)
012790     IF DIST-DEPT-WANT-REJECTS(DIST-DEPT-IX) NOT = 'Y'
012800         GO TO 4510-EXIT
012810     END-IF
012820     MOVE DIST-DEPT-CODE(DIST-DEPT-IX) TO DIST-PKG-DEPT
012830     MOVE 3 TO DIST-PKG-PART
012840     MOVE SPACES TO DIST-REPORT-LINE
012850     STRING "  " DELIMITED BY SIZE
012860         REJ-RECORD-NUMBER DELIMITED BY SIZE
012870         "  " DELIMITED BY SIZE
012880         REJ-RAW-VALUE DELIMITED BY SIZE
012890         "  " DELIMITED BY SIZE
012900         REJ-REASON-CODE DELIMITED BY SIZE
012910         "  " DELIMITED BY SIZE
012920         REJ-REASON-TEXT DELIMITED BY SIZE
012930         "  " DELIMITED BY SIZE
012940         REJ-CATEGORY DELIMITED BY SIZE
012950         "  " DELIMITED BY SIZE
012960         REJ-SOURCE DELIMITED BY SIZE
012970         INTO DIST-REPORT-LINE
012980     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT.
012990 4510-EXIT.
013000     EXIT.
013010*--------------------------------------------------------------*
013020*  4600-ROUTE-EXCEPTIONS - AN EXCEPTION CARRIES ONLY ITS INPUT *
013030*  RECORD NUMBER, SO THE ACCEPTED FILE (SAME ORDER) IS READ    *
013040*  ALONGSIDE TO FIND ITS UNIT                                  *
013050*--------------------------------------------------------------*
013060 4600-ROUTE-EXCEPTIONS.
013070     OPEN INPUT EXCEPTIONS-FILE
013080     IF DIST-EXCEPTIONS-STATUS NOT = "00"
013090         DISPLAY "EXCPFILE OPEN FAILED, STATUS "
013100             DIST-EXCEPTIONS-STATUS
013110         GO TO 9999-EXIT
013120     END-IF
013130     OPEN INPUT ACCEPTED-FILE
013140     IF DIST-ACCEPTED-STATUS NOT = "00"
013150         DISPLAY "ACCFILE OPEN FAILED, STATUS "
013160             DIST-ACCEPTED-STATUS
013170         GO TO 9999-EXIT
013180     END-IF
013190     SET DIST-ACC-NOT-EOF TO TRUE
013200     PERFORM 4630-READ-ACCEPTED THRU 4630-EXIT
013210     PERFORM 4610-ROUTE-ONE-EXCEPTION THRU 4610-EXIT
013220         UNTIL DIST-EOF
013230     CLOSE EXCEPTIONS-FILE
013240     CLOSE ACCEPTED-FILE
013250     SET DIST-NOT-EOF TO TRUE.
013260 4600-EXIT.
013270     EXIT.
013280 4610-ROUTE-ONE-EXCEPTION.
013290     READ EXCEPTIONS-FILE
013300         AT END
013310             SET DIST-EOF TO TRUE
013320     END-READ
013330     IF DIST-EOF
013340         GO TO 4610-EXIT
013350     END-IF
013360     ADD 1 TO DIST-EXC-READ
013370     PERFORM 4630-READ-ACCEPTED THRU 4630-EXIT
013380         UNTIL DIST-ACC-EOF
013390            OR ACC-RECORD-NUMBER NOT < EXC-RECORD-NUMBER
013400     MOVE SPACES TO DIST-RUN-WANTED
013410     IF DIST-ACC-NOT-EOF
013420             AND ACC-RECORD-NUMBER = EXC-RECORD-NUMBER
013430         MOVE ACC-CATEGORY TO DIST-RUN-WANTED
013440     ELSE
013450         ADD 1 TO DIST-EXC-UNMATCHED
013460     END-IF
013470     PERFORM 2300-FIND-RUN-UNIT THRU 2300-EXIT
013480     ADD 1 TO DIST-RUN-EXCEPTIONS(DIST-RUN-FOUND-IX)
013490     MOVE DIST-RUN-DEPT-IX(DIST-RUN-FOUND-IX) TO DIST-DEPT-IX
013500     ADD 1 TO DIST-DEPT-EXCEPTIONS(DIST-DEPT-IX)
013510     IF DIST-DEPT-WANT-EXCEPTS(DIST-DEPT-IX) NOT = 'Y'
013520         GO TO 4610-EXIT
013530     END-IF
013540     MOVE DIST-DEPT-CODE(DIST-DEPT-IX) TO DIST-PKG-DEPT
013550     MOVE 5 TO DIST-PKG-PART
013560     MOVE EXC-VALUE TO DIST-ED-VALUE
013570     MOVE SPACES TO DIST-REPORT-LINE
013580     STRING "  " DELIMITED BY SIZE
013590         EXC-RECORD-NUMBER DELIMITED BY SIZE
013600         "  " DELIMITED BY SIZE
013610         DIST-ED-VALUE DELIMITED BY SIZE
013620         "  " DELIMITED BY SIZE
013630         EXC-REASON-CODE DELIMITED BY SIZE
013640         "  " DELIMITED BY SIZE
013650         EXC-REASON-TEXT DELIMITED BY SIZE
013660         "  " DELIMITED BY SIZE
013670         DIST-RUN-WANTED DELIMITED BY SIZE
013680         INTO DIST-REPORT-LINE
013690     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT.
013700 4610-EXIT.
013710     EXIT.
013720 4630-READ-ACCEPTED.
013730     READ ACCEPTED-FILE
013740         AT END
013750             SET DIST-ACC-EOF TO TRUE
013760     END-READ.
013770 4630-EXIT.
013780     EXIT.
013790*--------------------------------------------------------------*
013800*  4710-RELEASE-ONE-DEPARTMENT - THE PACKAGE HEADING, THE      *
013810*  REJECT AND EXCEPTION TITLES, AND THE DEPARTMENT SUBTOTAL,   *
013820*  NOW THAT EVERY COUNT IS KNOWN (DIST-DEPT-IX NAMES THE       *
013830*  PACKAGE)                                                    *
013840*--------------------------------------------------------------*
013850 4710-RELEASE-ONE-DEPARTMENT.
013860     MOVE DIST-DEPT-CODE(DIST-DEPT-IX) TO DIST-PKG-DEPT
013870     MOVE 0 TO DIST-PKG-PART
013880     PERFORM 5120-BUILD-OUTPUTS-TEXT THRU 5120-EXIT
013890     MOVE SPACES TO DIST-REPORT-LINE
013900     IF DIST-PKG-DEPT = SPACES
013910         STRING "UNITS WITH NO DEPARTMENT - DAILY STATISTICS FOR "
013920             DELIMITED BY SIZE
013930             "BUSINESS DATE " DELIMITED BY SIZE
013940             DIST-ED-BUS-DATE DELIMITED BY SIZE
013950             DIST-RESTATED-TEXT DELIMITED BY SIZE
013960             INTO DIST-REPORT-LINE
013970     ELSE
013980         STRING "DEPARTMENT " DELIMITED BY SIZE
013990             DIST-PKG-DEPT DELIMITED BY SIZE
014000             " - DAILY STATISTICS FOR BUSINESS DATE "
014010             DELIMITED BY SIZE
014020             DIST-ED-BUS-DATE DELIMITED BY SIZE
014030             DIST-RESTATED-TEXT DELIMITED BY SIZE
014040             INTO DIST-REPORT-LINE
014050     END-IF
014060     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014070     MOVE SPACES TO DIST-REPORT-LINE
014080     STRING "PRINTED " DELIMITED BY SIZE
014090         DIST-ED-DATE DELIMITED BY SIZE
014100         "  OUTPUTS: " DELIMITED BY SIZE
014110         DIST-OUTPUTS-TEXT DELIMITED BY SIZE
014120         INTO DIST-REPORT-LINE
014130     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014140     MOVE SPACES TO DIST-REPORT-LINE
014150     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014160     IF DIST-DEPT-UNITS(DIST-DEPT-IX) = 0
014170         STRING "NO UNITS FOR THIS DEPARTMENT ON THIS RUN"
014180             DELIMITED BY SIZE
014190             INTO DIST-REPORT-LINE
014200         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014210         MOVE SPACES TO DIST-REPORT-LINE
014220         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014230     END-IF
014240     IF DIST-DEPT-WANT-REJECTS(DIST-DEPT-IX) = 'Y'
014250         MOVE 2 TO DIST-PKG-PART
014260         IF DIST-DEPT-REJECTED(DIST-DEPT-IX) = 0
014270             STRING "REJECTED RECORDS: NONE" DELIMITED BY SIZE
014280                 INTO DIST-REPORT-LINE
014290         ELSE
014300             STRING "REJECTED RECORDS - RECORD, VALUE, REASON, "
014310                 DELIMITED BY SIZE
014320                 "UNIT, SOURCE" DELIMITED BY SIZE
014330                 INTO DIST-REPORT-LINE
014340         END-IF
014350         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014360     END-IF
014370     IF DIST-DEPT-WANT-EXCEPTS(DIST-DEPT-IX) = 'Y'
014380         MOVE 4 TO DIST-PKG-PART
014390         MOVE SPACES TO DIST-REPORT-LINE
014400         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014410         IF DIST-DEPT-EXCEPTIONS(DIST-DEPT-IX) = 0
014420             STRING "THRESHOLD EXCEPTIONS: NONE" DELIMITED BY SIZE
014430                 INTO DIST-REPORT-LINE
014440         ELSE
014450             STRING "THRESHOLD EXCEPTIONS - RECORD, VALUE, "
014460                 DELIMITED BY SIZE
014470                 "REASON, UNIT" DELIMITED BY SIZE
014480                 INTO DIST-REPORT-LINE
014490         END-IF
014500         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014510     END-IF
014520     PERFORM 4750-RELEASE-SUBTOTAL THRU 4750-EXIT.
014530 4710-EXIT.
014540     EXIT.
014550*--------------------------------------------------------------*
014560*  4750-RELEASE-SUBTOTAL - THE LAST LINES OF A PACKAGE         *
014570*--------------------------------------------------------------*
014580 4750-RELEASE-SUBTOTAL.
014590     MOVE 9 TO DIST-PKG-PART
014600     MOVE SPACES TO DIST-REPORT-LINE
014610     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014620     IF DIST-PKG-DEPT = SPACES
014630         STRING "NO-DEPARTMENT SUBTOTAL" DELIMITED BY SIZE
014640             INTO DIST-REPORT-LINE
014650     ELSE
014660         STRING "DEPARTMENT " DELIMITED BY SIZE
014670             DIST-PKG-DEPT DELIMITED BY SIZE
014680             " SUBTOTAL" DELIMITED BY SIZE
014690             INTO DIST-REPORT-LINE
014700     END-IF
014710     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014720     MOVE DIST-DEPT-UNITS(DIST-DEPT-IX) TO DIST-ED-UNITS
014730     MOVE DIST-DEPT-ACCEPTED(DIST-DEPT-IX) TO DIST-ED-ACC
014740     MOVE DIST-DEPT-REJECTED(DIST-DEPT-IX) TO DIST-ED-REJ
014750     MOVE DIST-DEPT-EXCEPTIONS(DIST-DEPT-IX) TO DIST-ED-EXC
014760     MOVE SPACES TO DIST-REPORT-LINE
014770     STRING "  UNITS: " DELIMITED BY SIZE
014780         DIST-ED-UNITS DELIMITED BY SIZE
014790         "   ACCEPTED: " DELIMITED BY SIZE
014800         DIST-ED-ACC DELIMITED BY SIZE
014810         "   REJECTED: " DELIMITED BY SIZE
014820         DIST-ED-REJ DELIMITED BY SIZE
014830         "   EXCEPTIONS: " DELIMITED BY SIZE
014840         DIST-ED-EXC DELIMITED BY SIZE
014850         INTO DIST-REPORT-LINE
014860     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
014870     IF DIST-DEPT-ACCEPTED(DIST-DEPT-IX) > 0
014880         COMPUTE DIST-MEAN = DIST-DEPT-TOTAL(DIST-DEPT-IX)
014890             / DIST-DEPT-ACCEPTED(DIST-DEPT-IX)
014900         MOVE DIST-DEPT-MIN(DIST-DEPT-IX) TO DIST-ED-SMALLEST
014910         MOVE DIST-DEPT-MAX(DIST-DEPT-IX) TO DIST-ED-LARGEST
014920         MOVE DIST-MEAN TO DIST-ED-MEAN
014930         MOVE SPACES TO DIST-REPORT-LINE
014940         STRING "  SMALLEST: " DELIMITED BY SIZE
014950             DIST-ED-SMALLEST DELIMITED BY SIZE
014960             "   LARGEST: " DELIMITED BY SIZE
014970             DIST-ED-LARGEST DELIMITED BY SIZE
014980             "   MEAN: " DELIMITED BY SIZE
014990             DIST-ED-MEAN DELIMITED BY SIZE
015000             INTO DIST-REPORT-LINE
015010         PERFORM 4900-RELEASE-LINE THRU 4900-EXIT
015020     END-IF
015030     MOVE SPACES TO DIST-REPORT-LINE
015040     PERFORM 4900-RELEASE-LINE THRU 4900-EXIT.
015050 4750-EXIT.
015060     EXIT.
015070*--------------------------------------------------------------*
015080*  4800-WRITE-PACKAGES - SORT OUTPUT PROCEDURE: EACH LINE TO   *
015090*  THE BURST FILE UNDER ITS DEPARTMENT, AND EACH PACKAGE TO    *
015100*  THE CONTROL LISTING AS IT ENDS                              *
015110*--------------------------------------------------------------*
015120 4800-WRITE-PACKAGES.
015130     MOVE SPACES TO REPORT-LINE
015140     WRITE REPORT-LINE
015150     MOVE SPACES TO DIST-REPORT-LINE
015160     STRING "PACKAGE  UNIT                    " DELIMITED BY SIZE
015170         DIST-COLUMN-HEADS DELIMITED BY SIZE
015180         INTO DIST-REPORT-LINE
015190     WRITE REPORT-LINE FROM DIST-REPORT-LINE
015200     SET DIST-NO-PACKAGE TO TRUE
015210     PERFORM 4810-WRITE-ONE-LINE THRU 4810-EXIT
015220         UNTIL DIST-EOF
015230     IF DIST-IN-PACKAGE
015240         PERFORM 5100-LIST-PACKAGE THRU 5100-EXIT
015250     END-IF
015260     SET DIST-NOT-EOF TO TRUE.
015270 4800-EXIT.
015280     EXIT.
015290 4810-WRITE-ONE-LINE.
015300     RETURN PACKAGE-SORT-FILE
015310         AT END
015320             SET DIST-EOF TO TRUE
015330     END-RETURN
015340     IF DIST-EOF
015350         GO TO 4810-EXIT
015360     END-IF
015370     IF DIST-NO-PACKAGE
015380             OR PKG-DEPARTMENT NOT = DIST-CUR-PKG-CODE
015390         IF DIST-IN-PACKAGE
015400             PERFORM 5100-LIST-PACKAGE THRU 5100-EXIT
015410         END-IF
015420         SET DIST-IN-PACKAGE TO TRUE
015430         MOVE PKG-DEPARTMENT TO DIST-CUR-PKG-CODE
015440         MOVE PKG-DEPARTMENT TO DIST-DEPT-WANTED
015450         PERFORM 2200-FIND-DEPARTMENT THRU 2200-EXIT
015460         MOVE DIST-DEPT-FOUND-IX TO DIST-CUR-PKG-IX
015470     END-IF
015480     MOVE PKG-DEPARTMENT TO BRST-DEPARTMENT
015490     MOVE PKG-LINE TO BRST-LINE
015500     WRITE BURST-RECORD
015510     IF DIST-BURST-STATUS NOT = "00"
015520         DISPLAY "DISTBRST WRITE FAILED, STATUS "
015530             DIST-BURST-STATUS
015540         GO TO 9999-EXIT
015550     END-IF
015560     ADD 1 TO DIST-DEPT-LINES(DIST-CUR-PKG-IX).
015570 4810-EXIT.
015580     EXIT.
015590*--------------------------------------------------------------*
015600*  4900-RELEASE-LINE - PASS DIST-REPORT-LINE TO THE SORT FOR   *
015610*  PACKAGE DIST-PKG-DEPT, PART DIST-PKG-PART                   *
015620*--------------------------------------------------------------*
015630 4900-RELEASE-LINE.
015640     ADD 1 TO DIST-RELEASE-SEQ
015650     MOVE DIST-PKG-DEPT TO PKG-DEPARTMENT
015660     MOVE DIST-PKG-PART TO PKG-PART
015670     MOVE DIST-RELEASE-SEQ TO PKG-SEQUENCE
015680     MOVE DIST-REPORT-LINE TO PKG-LINE
015690     RELEASE PACKAGE-SORT-RECORD
015700     MOVE SPACES TO DIST-REPORT-LINE.
015710 4900-EXIT.
015720     EXIT.
015730*--------------------------------------------------------------*
015740*  5000-WRITE-CONTROL-TOTALS - BALANCE WHAT THE PACKAGES HOLD  *
015750*  AGAINST THE RUN ITSELF                                      *
015760*--------------------------------------------------------------*
015770 5000-WRITE-CONTROL-TOTALS.
015780     COMPUTE DIST-ALL-ACCEPTED =
015790         DIST-PKG-ACCEPTED + DIST-NOD-ACCEPTED
015800     COMPUTE DIST-ALL-REJECTED =
015810         DIST-PKG-REJECTED + DIST-NOD-REJECTED
015820     COMPUTE DIST-ALL-EXCEPTIONS =
015830         DIST-PKG-EXCEPTIONS + DIST-NOD-EXCEPTIONS
015840     SET DIST-IN-BALANCE TO TRUE
015850     IF DIST-ACC-TALLIED NOT = DIST-SUMMARY-COUNT
015860             OR DIST-ALL-ACCEPTED NOT = DIST-SUMMARY-COUNT
015870             OR DIST-ALL-REJECTED NOT = DIST-REJ-READ
015880             OR DIST-ALL-EXCEPTIONS NOT = DIST-EXC-READ
015890             OR DIST-CST-MISMATCHES > 0
015900             OR DIST-EXC-UNMATCHED > 0
015910         SET DIST-OUT-OF-BALANCE TO TRUE
015920     END-IF
015930     MOVE SPACES TO REPORT-LINE
015940     WRITE REPORT-LINE
015950     MOVE SPACES TO DIST-REPORT-LINE
015960     STRING "CONTROL TOTALS                   " DELIMITED BY SIZE
015970         DIST-COLUMN-HEADS DELIMITED BY SIZE
015980         INTO DIST-REPORT-LINE
015990     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016000     MOVE DIST-SUMMARY-COUNT TO DIST-ED-ACC
016010     MOVE DIST-REJ-READ TO DIST-ED-REJ
016020     MOVE DIST-EXC-READ TO DIST-ED-EXC
016030     MOVE SPACES TO DIST-REPORT-LINE
016040     STRING "  ON THE RUN                      " DELIMITED BY SIZE
016050         DIST-ED-ACC DELIMITED BY SIZE
016060         "   " DELIMITED BY SIZE
016070         DIST-ED-REJ DELIMITED BY SIZE
016080         "   " DELIMITED BY SIZE
016090         DIST-ED-EXC DELIMITED BY SIZE
016100         INTO DIST-REPORT-LINE
016110     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016120     MOVE DIST-ACC-TALLIED TO DIST-ED-ACC
016130     MOVE SPACES TO DIST-REPORT-LINE
016140     STRING "  ON THE ACCEPTED FILE            " DELIMITED BY SIZE
016150         DIST-ED-ACC DELIMITED BY SIZE
016160         INTO DIST-REPORT-LINE
016170     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016180     MOVE DIST-PKG-ACCEPTED TO DIST-ED-ACC
016190     MOVE DIST-PKG-REJECTED TO DIST-ED-REJ
016200     MOVE DIST-PKG-EXCEPTIONS TO DIST-ED-EXC
016210     MOVE SPACES TO DIST-REPORT-LINE
016220     STRING "  IN DEPARTMENT PACKAGES          " DELIMITED BY SIZE
016230         DIST-ED-ACC DELIMITED BY SIZE
016240         "   " DELIMITED BY SIZE
016250         DIST-ED-REJ DELIMITED BY SIZE
016260         "   " DELIMITED BY SIZE
016270         DIST-ED-EXC DELIMITED BY SIZE
016280         INTO DIST-REPORT-LINE
016290     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016300     MOVE DIST-NOD-ACCEPTED TO DIST-ED-ACC
016310     MOVE DIST-NOD-REJECTED TO DIST-ED-REJ
016320     MOVE DIST-NOD-EXCEPTIONS TO DIST-ED-EXC
016330     MOVE SPACES TO DIST-REPORT-LINE
016340     STRING "  IN NO-DEPARTMENT PACKAGE        " DELIMITED BY SIZE
016350         DIST-ED-ACC DELIMITED BY SIZE
016360         "   " DELIMITED BY SIZE
016370         DIST-ED-REJ DELIMITED BY SIZE
016380         "   " DELIMITED BY SIZE
016390         DIST-ED-EXC DELIMITED BY SIZE
016400         INTO DIST-REPORT-LINE
016410     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016420     MOVE SPACES TO REPORT-LINE
016430     WRITE REPORT-LINE
016440     MOVE DIST-RUN-COUNT TO DIST-ED-COUNT
016450     MOVE SPACES TO DIST-REPORT-LINE
016460     STRING "UNITS ON RUN:      " DELIMITED BY SIZE
016470         DIST-ED-COUNT DELIMITED BY SIZE
016480         INTO DIST-REPORT-LINE
016490     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016500     COMPUTE DIST-ED-COUNT = DIST-RUN-COUNT - DIST-NODEPT-UNITS
016510     MOVE SPACES TO DIST-REPORT-LINE
016520     STRING "IN A DEPARTMENT:   " DELIMITED BY SIZE
016530         DIST-ED-COUNT DELIMITED BY SIZE
016540         INTO DIST-REPORT-LINE
016550     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016560     MOVE DIST-NODEPT-UNITS TO DIST-ED-COUNT
016570     MOVE SPACES TO DIST-REPORT-LINE
016580     STRING "NO DEPARTMENT:     " DELIMITED BY SIZE
016590         DIST-ED-COUNT DELIMITED BY SIZE
016600         INTO DIST-REPORT-LINE
016610     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016620     MOVE DIST-MASTER-DUPS TO DIST-ED-COUNT
016630     MOVE SPACES TO DIST-REPORT-LINE
016640     STRING "MASTER DUPLICATES: " DELIMITED BY SIZE
016650         DIST-ED-COUNT DELIMITED BY SIZE
016660         INTO DIST-REPORT-LINE
016670     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016680     MOVE DIST-CST-MISMATCHES TO DIST-ED-COUNT
016690     MOVE SPACES TO DIST-REPORT-LINE
016700     STRING "CATSTATS MISMATCH: " DELIMITED BY SIZE
016710         DIST-ED-COUNT DELIMITED BY SIZE
016720         INTO DIST-REPORT-LINE
016730     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016740     MOVE DIST-EXC-UNMATCHED TO DIST-ED-COUNT
016750     MOVE SPACES TO DIST-REPORT-LINE
016760     STRING "EXCEPTNS UNMATCHED:" DELIMITED BY SIZE
016770         DIST-ED-COUNT DELIMITED BY SIZE
016780         INTO DIST-REPORT-LINE
016790     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016800     MOVE DIST-CARD-ERRORS TO DIST-ED-COUNT
016810     MOVE SPACES TO DIST-REPORT-LINE
016820     STRING "DISTCTL ERRORS:    " DELIMITED BY SIZE
016830         DIST-ED-COUNT DELIMITED BY SIZE
016840         INTO DIST-REPORT-LINE
016850     WRITE REPORT-LINE FROM DIST-REPORT-LINE
016860     MOVE SPACES TO REPORT-LINE
016870     WRITE REPORT-LINE
016880     MOVE SPACES TO DIST-REPORT-LINE
016890     IF DIST-OUT-OF-BALANCE
016900         STRING "RESULT: OUT OF BALANCE - THE PACKAGES DO NOT "
016910             DELIMITED BY SIZE
016920             "ACCOUNT FOR THE RUN" DELIMITED BY SIZE
016930             INTO DIST-REPORT-LINE
016940     ELSE
016950         IF DIST-MASTER-DUPS > 0
016960             STRING "RESULT: A UNIT IS ON THE MASTER MORE THAN "
016970                 DELIMITED BY SIZE
016980                 "ONCE - SEE ABOVE" DELIMITED BY SIZE
016990                 INTO DIST-REPORT-LINE
017000         ELSE
017010             IF DIST-NODEPT-UNITS > 0
017020                 STRING "RESULT: IN BALANCE - UNITS WITH NO "
017030                     DELIMITED BY SIZE
017040                     "DEPARTMENT LISTED UNDER NONE"
017050                     DELIMITED BY SIZE
017060                     INTO DIST-REPORT-LINE
017070             ELSE
017080                 STRING "RESULT: IN BALANCE - EVERY UNIT IN "
017090                     DELIMITED BY SIZE
017100                     "EXACTLY ONE DEPARTMENT" DELIMITED BY SIZE
017110                     INTO DIST-REPORT-LINE
017120             END-IF
017130         END-IF
017140     END-IF
017150     WRITE REPORT-LINE FROM DIST-REPORT-LINE.
017160 5000-EXIT.
017170     EXIT.
017180*--------------------------------------------------------------*
017190*  5100-LIST-PACKAGE - ONE PACKAGE ON THE CONTROL LISTING: ITS *
017200*  OUTPUTS, EVERY UNIT ROUTED TO IT WITH WHAT WAS ROUTED, AND  *
017210*  ITS TOTALS (DIST-CUR-PKG-IX NAMES THE PACKAGE)              *
017220*--------------------------------------------------------------*
017230 5100-LIST-PACKAGE.
017240     MOVE DIST-CUR-PKG-IX TO DIST-DEPT-IX
017250     PERFORM 5120-BUILD-OUTPUTS-TEXT THRU 5120-EXIT
017260     MOVE SPACES TO REPORT-LINE
017270     WRITE REPORT-LINE
017280     MOVE SPACES TO DIST-REPORT-LINE
017290     IF DIST-DEPT-CODE(DIST-CUR-PKG-IX) = SPACES
017300         STRING "NONE     OUTPUTS: " DELIMITED BY SIZE
017310             DIST-OUTPUTS-TEXT DELIMITED BY "  "
017320             INTO DIST-REPORT-LINE
017330     ELSE
017340         IF DIST-DEPT-CARD(DIST-CUR-PKG-IX) = 'Y'
017350             STRING DIST-DEPT-CODE(DIST-CUR-PKG-IX)
017360                 DELIMITED BY SIZE
017370                 "     OUTPUTS: " DELIMITED BY SIZE
017380                 DIST-OUTPUTS-TEXT DELIMITED BY "  "
017390                 INTO DIST-REPORT-LINE
017400         ELSE
017410             STRING DIST-DEPT-CODE(DIST-CUR-PKG-IX)
017420                 DELIMITED BY SIZE
017430                 "     OUTPUTS: " DELIMITED BY SIZE
017440                 DIST-OUTPUTS-TEXT DELIMITED BY "  "
017450                 "  (NO DISTCTL CARD)" DELIMITED BY SIZE
017460                 INTO DIST-REPORT-LINE
017470         END-IF
017480     END-IF
017490     WRITE REPORT-LINE FROM DIST-REPORT-LINE
017500     PERFORM 5150-LIST-ONE-UNIT THRU 5150-EXIT
017510         VARYING DIST-RUN-IX FROM 1 BY 1
017520         UNTIL DIST-RUN-IX > DIST-RUN-COUNT
017530     IF DIST-DEPT-UNITS(DIST-CUR-PKG-IX) = 0
017540         MOVE SPACES TO DIST-REPORT-LINE
017550         STRING "         NO UNITS ON THIS RUN" DELIMITED BY SIZE
017560             INTO DIST-REPORT-LINE
017570         WRITE REPORT-LINE FROM DIST-REPORT-LINE
017580     END-IF
017590     MOVE DIST-DEPT-ACCEPTED(DIST-CUR-PKG-IX) TO DIST-ED-ACC
017600     MOVE DIST-DEPT-REJECTED(DIST-CUR-PKG-IX) TO DIST-ED-REJ
017610     MOVE DIST-DEPT-EXCEPTIONS(DIST-CUR-PKG-IX) TO DIST-ED-EXC
017620     MOVE DIST-DEPT-LINES(DIST-CUR-PKG-IX) TO DIST-ED-COUNT
017630     MOVE SPACES TO DIST-REPORT-LINE
017640     STRING "         PACKAGE TOTAL            " DELIMITED BY SIZE
017650         DIST-ED-ACC DELIMITED BY SIZE
017660         "   " DELIMITED BY SIZE
017670         DIST-ED-REJ DELIMITED BY SIZE
017680         "   " DELIMITED BY SIZE
017690         DIST-ED-EXC DELIMITED BY SIZE
017700         "  LINES " DELIMITED BY SIZE
017710         DIST-ED-COUNT DELIMITED BY SIZE
017720         INTO DIST-REPORT-LINE
017730     WRITE REPORT-LINE FROM DIST-REPORT-LINE
017740     IF DIST-DEPT-CODE(DIST-CUR-PKG-IX) = SPACES
017750         ADD DIST-DEPT-ACCEPTED(DIST-CUR-PKG-IX)
017760             TO DIST-NOD-ACCEPTED
017770         ADD DIST-DEPT-REJECTED(DIST-CUR-PKG-IX)
017780             TO DIST-NOD-REJECTED
017790         ADD DIST-DEPT-EXCEPTIONS(DIST-CUR-PKG-IX)
017800             TO DIST-NOD-EXCEPTIONS
017810     ELSE
017820         ADD DIST-DEPT-ACCEPTED(DIST-CUR-PKG-IX)
017830             TO DIST-PKG-ACCEPTED
017840         ADD DIST-DEPT-REJECTED(DIST-CUR-PKG-IX)
017850             TO DIST-PKG-REJECTED
017860         ADD DIST-DEPT-EXCEPTIONS(DIST-CUR-PKG-IX)
017870             TO DIST-PKG-EXCEPTIONS
017880     END-IF.
017890 5100-EXIT.
017900     EXIT.
017910*--------------------------------------------------------------*
017920*  5120-BUILD-OUTPUTS-TEXT - THE OUTPUTS DIST-DEPT-IX TAKES,   *
017930*  IN WORDS                                                    *
017940*--------------------------------------------------------------*
017950 5120-BUILD-OUTPUTS-TEXT.
017960     MOVE SPACES TO DIST-OUTPUTS-TEXT
017970     MOVE 1 TO DIST-TEXT-POINTER
017980     IF DIST-DEPT-WANT-SECTIONS(DIST-DEPT-IX) = 'Y'
017990         STRING "SECTIONS " DELIMITED BY SIZE
018000             INTO DIST-OUTPUTS-TEXT
018010             WITH POINTER DIST-TEXT-POINTER
018020     END-IF
018030     IF DIST-DEPT-WANT-DISTRIB(DIST-DEPT-IX) = 'Y'
018040         STRING "DISTRIBUTIONS " DELIMITED BY SIZE
018050             INTO DIST-OUTPUTS-TEXT
018060             WITH POINTER DIST-TEXT-POINTER
018070     END-IF
018080     IF DIST-DEPT-WANT-REJECTS(DIST-DEPT-IX) = 'Y'
018090         STRING "REJECTS " DELIMITED BY SIZE
018100             INTO DIST-OUTPUTS-TEXT
018110             WITH POINTER DIST-TEXT-POINTER
018120     END-IF
018130     IF DIST-DEPT-WANT-EXCEPTS(DIST-DEPT-IX) = 'Y'
018140         STRING "EXCEPTIONS " DELIMITED BY SIZE
018150             INTO DIST-OUTPUTS-TEXT
018160             WITH POINTER DIST-TEXT-POINTER
018170     END-IF
018180     IF DIST-TEXT-POINTER = 1
018190         MOVE "SUBTOTAL ONLY" TO DIST-OUTPUTS-TEXT
018200     END-IF.
018210 5120-EXIT.
018220     EXIT.
018230*--------------------------------------------------------------*
018240*  5150-LIST-ONE-UNIT - ONE UNIT UNDER THE PACKAGE BEING       *
018250*  LISTED, WITH WHY IT HAS NO DEPARTMENT WHERE THAT APPLIES,   *
018260*  AND ANY DISAGREEMENT WITH THE CATSTATS COUNT                *
018270*--------------------------------------------------------------*
018280 5150-LIST-ONE-UNIT.
018290     IF DIST-RUN-DEPT-IX(DIST-RUN-IX) NOT = DIST-CUR-PKG-IX
018300         GO TO 5150-EXIT
018310     END-IF
018320     MOVE SPACES TO DIST-UNIT-PRINT-NAME
018330     MOVE SPACES TO DIST-REASON-TEXT
018340     IF DIST-RUN-MASTER-IX(DIST-RUN-IX) = 0
018350         IF DIST-RUN-CODE(DIST-RUN-IX) = SPACES
018360             MOVE "(NO UNIT CODE)" TO DIST-UNIT-PRINT-NAME
018370             MOVE "  NO UNIT CODE" TO DIST-REASON-TEXT
018380         ELSE
018390             MOVE "  NOT ON MASTER" TO DIST-REASON-TEXT
018400         END-IF
018410     ELSE
018420         MOVE DIST-RUN-MASTER-IX(DIST-RUN-IX) TO DIST-UNIT-IX
018430         MOVE DIST-UNIT-NAME(DIST-UNIT-IX) TO DIST-UNIT-PRINT-NAME
018440         IF DIST-UNIT-DEPT(DIST-UNIT-IX) = SPACES
018450             MOVE "  NO DEPT ON MASTER" TO DIST-REASON-TEXT
018460         END-IF
018470         IF DIST-UNIT-ENTRIES(DIST-UNIT-IX) > 1
018480             MOVE DIST-UNIT-ENTRIES(DIST-UNIT-IX)
018490                 TO DIST-ED-ENTRIES
018500             STRING "  MASTER ENTRIES " DELIMITED BY SIZE
018510                 DIST-ED-ENTRIES DELIMITED BY SIZE
018520                 INTO DIST-REASON-TEXT
018530         END-IF
018540     END-IF
018550     MOVE DIST-RUN-ACCEPTED(DIST-RUN-IX) TO DIST-ED-ACC
018560     MOVE DIST-RUN-REJECTED(DIST-RUN-IX) TO DIST-ED-REJ
018570     MOVE DIST-RUN-EXCEPTIONS(DIST-RUN-IX) TO DIST-ED-EXC
018580     MOVE SPACES TO DIST-REPORT-LINE
018590     STRING "         " DELIMITED BY SIZE
018600         DIST-RUN-CODE(DIST-RUN-IX) DELIMITED BY SIZE
018610         " " DELIMITED BY SIZE
018620         DIST-UNIT-PRINT-NAME DELIMITED BY SIZE
018630         "  " DELIMITED BY SIZE
018640         DIST-ED-ACC DELIMITED BY SIZE
018650         "   " DELIMITED BY SIZE
018660         DIST-ED-REJ DELIMITED BY SIZE
018670         "   " DELIMITED BY SIZE
018680         DIST-ED-EXC DELIMITED BY SIZE
018690         DIST-REASON-TEXT DELIMITED BY SIZE
018700         INTO DIST-REPORT-LINE
018710     WRITE REPORT-LINE FROM DIST-REPORT-LINE
018720     IF DIST-RUN-ACCEPTED(DIST-RUN-IX) =
018730             DIST-RUN-CST-COUNT(DIST-RUN-IX)
018740         GO TO 5150-EXIT
018750     END-IF
018760     ADD 1 TO DIST-CST-MISMATCHES
018770     MOVE DIST-RUN-CST-COUNT(DIST-RUN-IX) TO DIST-ED-COUNT
018780     MOVE SPACES TO DIST-REPORT-LINE
018790     STRING "            ACCEPTED FILE " DELIMITED BY SIZE
018800         DIST-ED-ACC DELIMITED BY SIZE
018810         " AGAINST CATSTATS " DELIMITED BY SIZE
018820         DIST-ED-COUNT DELIMITED BY SIZE
018830         INTO DIST-REPORT-LINE
018840     WRITE REPORT-LINE FROM DIST-REPORT-LINE.
018850 5150-EXIT.
018860     EXIT.
018861*--------------------------------------------------------------*
018862*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
018863*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
018864*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
018865*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
018866*  CONDITION CODE                                              *
018867*--------------------------------------------------------------*
018868 9900-WRITE-STEP-TIMING.
018869     MOVE "STATDIST" TO DIST-STEP-NAME
018870     OPEN INPUT STEP-NAME-FILE
018871     IF DIST-STEPNAME-STATUS = "00"
018872         READ STEP-NAME-FILE
018873             AT END
018874                 MOVE SPACES TO STEP-NAME-RECORD
018875         END-READ
018876         IF STEP-NAME-RECORD(1:8) NOT = SPACES
018877             MOVE STEP-NAME-RECORD(1:8) TO DIST-STEP-NAME
018878         END-IF
018879         CLOSE STEP-NAME-FILE
018880     END-IF
018881     OPEN EXTEND TIMING-FILE
018882     IF DIST-TIMING-STATUS = "35"
018883         OPEN OUTPUT TIMING-FILE
018884     END-IF
018885     IF DIST-TIMING-STATUS NOT = "00"
018886         DISPLAY "JOBTIME OPEN FAILED, STATUS "
018887             DIST-TIMING-STATUS " - NO TIMING RECORDED"
018888         GO TO 9900-EXIT
018889     END-IF
018890     MOVE SPACES TO TIMING-RECORD
018891     MOVE "STATDIST" TO TIM-PROGRAM
018892     MOVE DIST-STEP-NAME TO TIM-STEP
018893     MOVE DIST-BUSINESS-DATE TO TIM-BUSINESS-DATE
018894     IF TIM-BUSINESS-DATE = 0
018895         MOVE DIST-START-DATE TO TIM-BUSINESS-DATE
018896     END-IF
018897     MOVE DIST-START-DATE TO TIM-START-DATE
018898     MOVE DIST-START-TIME TO TIM-START-TIME
018899     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
018900     ACCEPT TIM-END-TIME FROM TIME
018901     COMPUTE TIM-RECORDS = DIST-ACC-TALLIED
018902         + DIST-REJ-READ
018903         + DIST-EXC-READ
018904     MOVE DIST-RETURN-SEVERITY TO TIM-CONDITION-CODE
018905     WRITE TIMING-RECORD
018906     CLOSE TIMING-FILE.
018907 9900-EXIT.
018908     EXIT.
018909*--------------------------------------------------------------*
018910*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
018911*--------------------------------------------------------------*
018912 9999-EXIT.
018913     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
018914     MOVE DIST-RETURN-SEVERITY TO RETURN-CODE
018920     STOP RUN.
