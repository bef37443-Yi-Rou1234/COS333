000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATMNTH.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATMNTH - MONTH-END AND QUARTER-END STATISTICS             *
000090*                                                              *
000100*  THE PERIOD FIGURES WERE BEING REBUILT ON A PC BY PASTING    *
000110*  A MONTH OF EXPORTED ACCFILES TOGETHER. A MEAN OF DAILY      *
000120*  MEANS IS NOT THE MONTH'S MEAN AND A MEDIAN OF MEDIANS IS    *
000130*  NOT THE MONTH'S MEDIAN, SO THIS PROGRAM WORKS FROM THE      *
000140*  UNDERLYING VALUES: STATPROG'S 7170-APPEND-PERIOD-VALUES     *
000150*  ADDS EVERY NIGHT'S ACCEPTED VALUES TO THE PERIOD-VALUES     *
000160*  FILE (PERDFILE) STAMPED WITH THE BUSINESS DATE AND THE RUN  *
000170*  DATE/TIME. FOR THE CALENDAR MONTH (MNTHPARM TYPE M) OR THE  *
000180*  CALENDAR QUARTER ENDING IN THE GIVEN MONTH (TYPE Q) IT      *
000190*  SELECTS EVERY VALUE WHOSE BUSINESS DATE FALLS IN THE        *
000200*  PERIOD - KEEPING ONLY THE LATEST RUN OF EACH BUSINESS DATE  *
000210*  SO A RERUN OR RESTATEMENT DOES NOT COUNT A DAY TWICE - AND  *
000220*  PRINTS COUNT, SMALLEST, LARGEST, MEAN, MEDIAN, MODE WITH    *
000230*  TIES, STD DEV, P10/P25/P75/P90 AND A TEN-BAND FREQUENCY     *
000240*  DISTRIBUTION PER BUSINESS UNIT AND COMBINED, WITH THE SAME  *
000250*  ORDERED-DATA METHODS AS THE DAILY RUN. THE SAME FIGURES GO  *
000260*  TO A MACHINE-READABLE PERIOD RESULTS FILE (PERSTATS) THAT   *
000270*  THE STATEXPT STEP TURNS INTO THE TRANSFER EXTRACT.          *
000280*                                                              *
000290*  MNTHPARM IS OPTIONAL: TYPE M OR Q AND THE PERIOD-END MONTH  *
000300*  (YYYYMM). ABSENT OR BLANK MEANS A MONTH RUN FOR THE MONTH   *
000310*  BEFORE THE RUN DATE. A QUARTER RUN WITH THE MONTH LEFT TO   *
000320*  DEFAULT ONLY COMPUTES WHEN THAT MONTH ENDS A QUARTER, SO    *
000330*  THE QUARTER STEP CAN SIT IN THE MONTHLY JOB UNCHANGED.      *
000340*                                                              *
000350*  CONDITION CODES: 0 COMPLETE, 4 NOTHING TO COMPUTE (NO       *
000360*  VALUES IN THE PERIOD, OR A DEFAULTED QUARTER RUN IN A       *
000370*  MONTH THAT DOES NOT END A QUARTER), 16 FATAL.               *
000380*--------------------------------------------------------------*
000390*  MODIFICATION HISTORY                                        *
000400*--------------------------------------------------------------*
000410*  DATE       BY   DESCRIPTION                                 *
000420*  10/15/2026 JH   ORIGINAL VERSION.                           *
000430*--------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PARMS-FILE ASSIGN TO "MNTHPARM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MNTH-PARMS-STATUS.
000510
000520     SELECT PERIOD-VALUES-FILE ASSIGN TO "PERDFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS MNTH-PERIOD-STATUS.
000550
000560     SELECT BUSINESS-UNIT-FILE ASSIGN TO "BUREF"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS MNTH-UNIT-STATUS.
000590
000600     SELECT SORT-FILE ASSIGN TO "SORTWK".
000610
000620     SELECT PERIOD-WORK-FILE ASSIGN TO "MNTHWORK"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS MNTH-WORK-STATUS.
000650
000660     SELECT SORTED-VALUE-FILE ASSIGN TO "SRTVAL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS MNTH-SRTVAL-STATUS.
000690
000700     SELECT SORTED-CATEGORY-FILE ASSIGN TO "SRTCAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS MNTH-SRTCAT-STATUS.
000730
000740     SELECT REPORT-FILE ASSIGN TO "MNTHRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS MNTH-REPORT-STATUS.
000770
000780     SELECT PERIOD-STATS-FILE ASSIGN TO "PERSTATS"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS MNTH-PERSTAT-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830*--------------------------------------------------------------*
000840*  PARMS-FILE - OPTIONAL ONE-CARD PERIOD OVERRIDE: TYPE M      *
000850*  (MONTH) OR Q (QUARTER) AND THE PERIOD-END MONTH (YYYYMM)    *
000860*--------------------------------------------------------------*
000870 FD  PARMS-FILE
000880     RECORDING MODE IS F.
000890 01  PARMS-RECORD.
000900     05  MNTH-PARM-TYPE         PIC X(01).
000910     05  FILLER                 PIC X(01).
000920     05  MNTH-PARM-MONTH        PIC X(06).
000930     05  MNTH-PARM-MONTH-NUM REDEFINES MNTH-PARM-MONTH
000940                                PIC 9(06).
000950*--------------------------------------------------------------*
000960*  PERIOD-VALUES-FILE - EVERY ACCEPTED VALUE OF EVERY NIGHT,   *
000970*  AS APPENDED BY STATPROG'S 7170-APPEND-PERIOD-VALUES         *
000980*--------------------------------------------------------------*
000990 FD  PERIOD-VALUES-FILE
001000     RECORDING MODE IS F.
001010 01  PERIOD-VALUES-RECORD.
001020     05  PRV-BUSINESS-DATE      PIC 9(08).
001030     05  FILLER                 PIC X(01).
001040     05  PRV-RUN-DATE           PIC 9(08).
001050     05  FILLER                 PIC X(01).
001060     05  PRV-RUN-TIME           PIC 9(08).
001070     05  FILLER                 PIC X(01).
001080     05  PRV-RECORD-NUMBER      PIC 9(07).
001090     05  FILLER                 PIC X(01).
001100     05  PRV-VALUE              PIC S9(05)
001110         SIGN IS LEADING SEPARATE CHARACTER.
001120     05  FILLER                 PIC X(01).
001130     05  PRV-CATEGORY           PIC X(02).
001140     05  FILLER                 PIC X(01).
001150     05  PRV-SOURCE             PIC X(02).
001160*--------------------------------------------------------------*
001170*  BUSINESS-UNIT-FILE - REFERENCE MASTER, FOR UNIT NAMES       *
001180*--------------------------------------------------------------*
001190 FD  BUSINESS-UNIT-FILE
001200     RECORDING MODE IS F.
001210 01  BUSINESS-UNIT-RECORD.
001220     05  BU-CODE                PIC X(02).
001230     05  FILLER                 PIC X(01).
001240     05  BU-NAME                PIC X(20).
001250     05  FILLER                 PIC X(01).
001260     05  BU-ACTIVE-FLAG         PIC X(01).
001270     05  FILLER                 PIC X(01).
001280     05  BU-DEPARTMENT          PIC X(04).
001290*--------------------------------------------------------------*
001300*  SORT-FILE - SORT WORK FILE, SAME LAYOUT AS THE PERIOD       *
001310*  VALUES RECORD                                               *
001320*--------------------------------------------------------------*
001330 SD  SORT-FILE.
001340 01  SORT-RECORD.
001350     05  SORT-BUSINESS-DATE     PIC 9(08).
001360     05  FILLER                 PIC X(01).
001370     05  SORT-RUN-DATE          PIC 9(08).
001380     05  FILLER                 PIC X(01).
001390     05  SORT-RUN-TIME          PIC 9(08).
001400     05  FILLER                 PIC X(01).
001410     05  SORT-RECORD-NUMBER     PIC 9(07).
001420     05  FILLER                 PIC X(01).
001430     05  SORT-VALUE             PIC S9(05)
001440         SIGN IS LEADING SEPARATE CHARACTER.
001450     05  FILLER                 PIC X(01).
001460     05  SORT-CATEGORY          PIC X(02).
001470     05  FILLER                 PIC X(01).
001480     05  SORT-SOURCE            PIC X(02).
001490*--------------------------------------------------------------*
001500*  PERIOD-WORK-FILE - THE PERIOD'S VALUES, LATEST RUN OF EACH  *
001510*  BUSINESS DATE ONLY                                          *
001520*--------------------------------------------------------------*
001530 FD  PERIOD-WORK-FILE
001540     RECORDING MODE IS F.
001550 01  PERIOD-WORK-RECORD         PIC X(47).
001560*--------------------------------------------------------------*
001570*  SORTED-VALUE-FILE - THE PERIOD'S VALUES IN ASCENDING VALUE  *
001580*  ORDER FOR THE COMBINED FIGURES                              *
001590*--------------------------------------------------------------*
001600 FD  SORTED-VALUE-FILE
001610     RECORDING MODE IS F.
001620 01  SRTV-RECORD.
001630     05  SRTV-BUSINESS-DATE     PIC 9(08).
001640     05  FILLER                 PIC X(01).
001650     05  SRTV-RUN-DATE          PIC 9(08).
001660     05  FILLER                 PIC X(01).
001670     05  SRTV-RUN-TIME          PIC 9(08).
001680     05  FILLER                 PIC X(01).
001690     05  SRTV-RECORD-NUMBER     PIC 9(07).
001700     05  FILLER                 PIC X(01).
001710     05  SRTV-VALUE             PIC S9(05)
001720         SIGN IS LEADING SEPARATE CHARACTER.
001730     05  FILLER                 PIC X(01).
001740     05  SRTV-CATEGORY          PIC X(02).
001750     05  FILLER                 PIC X(01).
001760     05  SRTV-SOURCE            PIC X(02).
001770*--------------------------------------------------------------*
001780*  SORTED-CATEGORY-FILE - THE PERIOD'S VALUES IN UNIT/VALUE    *
001790*  ORDER FOR THE PER-UNIT CONTROL-BREAK SECTIONS               *
001800*--------------------------------------------------------------*
001810 FD  SORTED-CATEGORY-FILE
001820     RECORDING MODE IS F.
001830 01  SRTC-RECORD.
001840     05  SRTC-BUSINESS-DATE     PIC 9(08).
001850     05  FILLER                 PIC X(01).
001860     05  SRTC-RUN-DATE          PIC 9(08).
001870     05  FILLER                 PIC X(01).
001880     05  SRTC-RUN-TIME          PIC 9(08).
001890     05  FILLER                 PIC X(01).
001900     05  SRTC-RECORD-NUMBER     PIC 9(07).
001910     05  FILLER                 PIC X(01).
001920     05  SRTC-VALUE             PIC S9(05)
001930         SIGN IS LEADING SEPARATE CHARACTER.
001940     05  FILLER                 PIC X(01).
001950     05  SRTC-CATEGORY          PIC X(02).
001960     05  FILLER                 PIC X(01).
001970     05  SRTC-SOURCE            PIC X(02).
001980*--------------------------------------------------------------*
001990*  REPORT-FILE - PRINTED PERIOD STATISTICS                     *
002000*--------------------------------------------------------------*
002010 FD  REPORT-FILE
002020     RECORDING MODE IS F.
002030 01  REPORT-LINE PIC X(80).
002040*--------------------------------------------------------------*
002050*  PERIOD-STATS-FILE - MACHINE-READABLE PERIOD RESULTS: ONE    *
002060*  SUMMARY RECORD (TYPE M OR Q) AND ONE RECORD PER BUSINESS    *
002070*  UNIT (TYPE U), READ BY THE STATEXPT EXPORT STEP             *
002080*--------------------------------------------------------------*
002090 FD  PERIOD-STATS-FILE
002100     RECORDING MODE IS F.
002110 01  PERSTAT-SUMMARY-RECORD.
002120     05  PST-S-TYPE             PIC X(01).
002130     05  FILLER                 PIC X(01).
002140     05  PST-S-END-DATE         PIC 9(08).
002150     05  FILLER                 PIC X(01).
002160     05  PST-S-FROM-DATE        PIC 9(08).
002170     05  FILLER                 PIC X(01).
002180     05  PST-S-DAYS             PIC 9(03).
002190     05  FILLER                 PIC X(01).
002200     05  PST-S-COUNT            PIC 9(09).
002210     05  FILLER                 PIC X(01).
002220     05  PST-S-SMALLEST         PIC S9(05)
002230         SIGN IS LEADING SEPARATE CHARACTER.
002240     05  FILLER                 PIC X(01).
002250     05  PST-S-LARGEST          PIC S9(05)
002260         SIGN IS LEADING SEPARATE CHARACTER.
002270     05  FILLER                 PIC X(01).
002280     05  PST-S-MEAN             PIC S9(07)V99
002290         SIGN IS LEADING SEPARATE CHARACTER.
002300     05  FILLER                 PIC X(01).
002310     05  PST-S-MEDIAN           PIC S9(07)V99
002320         SIGN IS LEADING SEPARATE CHARACTER.
002330     05  FILLER                 PIC X(01).
002340     05  PST-S-STD-DEV          PIC 9(07)V99.
002350     05  FILLER                 PIC X(01).
002360     05  PST-S-MODE             PIC S9(05)
002370         SIGN IS LEADING SEPARATE CHARACTER.
002380     05  FILLER                 PIC X(01).
002390     05  PST-S-P10              PIC S9(05)
002400         SIGN IS LEADING SEPARATE CHARACTER.
002410     05  FILLER                 PIC X(01).
002420     05  PST-S-P25              PIC S9(05)
002430         SIGN IS LEADING SEPARATE CHARACTER.
002440     05  FILLER                 PIC X(01).
002450     05  PST-S-P75              PIC S9(05)
002460         SIGN IS LEADING SEPARATE CHARACTER.
002470     05  FILLER                 PIC X(01).
002480     05  PST-S-P90              PIC S9(05)
002490         SIGN IS LEADING SEPARATE CHARACTER.
002500 01  PERSTAT-UNIT-RECORD.
002510     05  PST-U-TYPE             PIC X(01).
002520     05  FILLER                 PIC X(01).
002530     05  PST-U-END-DATE         PIC 9(08).
002540     05  FILLER                 PIC X(01).
002550     05  PST-U-CODE             PIC X(02).
002560     05  FILLER                 PIC X(01).
002570     05  PST-U-COUNT            PIC 9(09).
002580     05  FILLER                 PIC X(01).
002590     05  PST-U-MIN              PIC S9(05)
002600         SIGN IS LEADING SEPARATE CHARACTER.
002610     05  FILLER                 PIC X(01).
002620     05  PST-U-MAX              PIC S9(05)
002630         SIGN IS LEADING SEPARATE CHARACTER.
002640     05  FILLER                 PIC X(01).
002650     05  PST-U-MEAN             PIC S9(07)V99
002660         SIGN IS LEADING SEPARATE CHARACTER.
002670     05  FILLER                 PIC X(01).
002680     05  PST-U-MEDIAN           PIC S9(07)V99
002690         SIGN IS LEADING SEPARATE CHARACTER.
002700     05  FILLER                 PIC X(01).
002710     05  PST-U-STD-DEV          PIC 9(07)V99.
002720     05  FILLER                 PIC X(01).
002730     05  PST-U-MODE             PIC S9(05)
002740         SIGN IS LEADING SEPARATE CHARACTER.
002750     05  FILLER                 PIC X(01).
002760     05  PST-U-P10              PIC S9(05)
002770         SIGN IS LEADING SEPARATE CHARACTER.
002780     05  FILLER                 PIC X(01).
002790     05  PST-U-P25              PIC S9(05)
002800         SIGN IS LEADING SEPARATE CHARACTER.
002810     05  FILLER                 PIC X(01).
002820     05  PST-U-P75              PIC S9(05)
002830         SIGN IS LEADING SEPARATE CHARACTER.
002840     05  FILLER                 PIC X(01).
002850     05  PST-U-P90              PIC S9(05)
002860         SIGN IS LEADING SEPARATE CHARACTER.
002870 WORKING-STORAGE SECTION.
002880*--------------------------------------------------------------*
002890*  STANDARD SWITCHES                                           *
002900*--------------------------------------------------------------*
002910 01  MNTH-SWITCHES.
002920     05  MNTH-EOF-SWITCH        PIC X(01) VALUE 'N'.
002930         88  MNTH-EOF                     VALUE 'Y'.
002940         88  MNTH-NOT-EOF                 VALUE 'N'.
002950     05  MNTH-MONTH-SWITCH      PIC X(01) VALUE 'N'.
002960         88  MNTH-MONTH-GIVEN             VALUE 'Y'.
002970         88  MNTH-MONTH-DEFAULTED         VALUE 'N'.
002980     05  MNTH-PERIOD-END-SWITCH PIC X(01) VALUE 'Y'.
002990         88  MNTH-IS-PERIOD-END           VALUE 'Y'.
003000         88  MNTH-NOT-PERIOD-END          VALUE 'N'.
003010     05  MNTH-MODE-LIST-SWITCH  PIC X(01) VALUE 'N'.
003020         88  MNTH-MODE-LIST-TRUNCATED     VALUE 'Y'.
003030         88  MNTH-MODE-LIST-COMPLETE      VALUE 'N'.
003040*--------------------------------------------------------------*
003050*  FILE STATUS CODES                                           *
003060*--------------------------------------------------------------*
003070 01  MNTH-FILE-STATUSES.
003080     05  MNTH-PARMS-STATUS      PIC X(02).
003090     05  MNTH-PERIOD-STATUS     PIC X(02).
003100     05  MNTH-UNIT-STATUS       PIC X(02).
003110     05  MNTH-WORK-STATUS       PIC X(02).
003120     05  MNTH-SRTVAL-STATUS     PIC X(02).
003130     05  MNTH-SRTCAT-STATUS     PIC X(02).
003140     05  MNTH-REPORT-STATUS     PIC X(02).
003150     05  MNTH-PERSTAT-STATUS    PIC X(02).
003160*--------------------------------------------------------------*
003170*  RUN OUTCOME                                                 *
003180*--------------------------------------------------------------*
003190 01  MNTH-RETURN-SEVERITY       PIC 9(02) VALUE 16.
003200*--------------------------------------------------------------*
003210*  PERIOD BOUNDARIES - TYPE M (CALENDAR MONTH) OR Q (CALENDAR  *
003220*  QUARTER ENDING IN THE PERIOD-END MONTH)                     *
003230*--------------------------------------------------------------*
003240 01  MNTH-RUN-DATE              PIC 9(08) VALUE 0.
003250 01  MNTH-RUN-DATE-PARTS REDEFINES MNTH-RUN-DATE.
003260     05  MNTH-RUN-YYYY          PIC 9(04).
003270     05  MNTH-RUN-MM            PIC 9(02).
003280     05  MNTH-RUN-DD            PIC 9(02).
003290 01  MNTH-PERIOD-TYPE           PIC X(01) VALUE 'M'.
003300     88  MNTH-PERIOD-IS-MONTH             VALUE 'M'.
003310     88  MNTH-PERIOD-IS-QUARTER           VALUE 'Q'.
003320 01  MNTH-PERIOD-MONTH          PIC 9(06) VALUE 0.
003330 01  MNTH-PERIOD-MONTH-PARTS REDEFINES MNTH-PERIOD-MONTH.
003340     05  MNTH-PERIOD-YYYY       PIC 9(04).
003350     05  MNTH-PERIOD-MM         PIC 9(02).
003360 01  MNTH-FROM-DATE             PIC 9(08) VALUE 0.
003370 01  MNTH-FROM-DATE-PARTS REDEFINES MNTH-FROM-DATE.
003380     05  MNTH-FROM-YYYY         PIC 9(04).
003390     05  MNTH-FROM-MM           PIC 9(02).
003400     05  MNTH-FROM-DD           PIC 9(02).
003410 01  MNTH-NEXT-DATE             PIC 9(08) VALUE 0.
003420 01  MNTH-NEXT-DATE-PARTS REDEFINES MNTH-NEXT-DATE.
003430     05  MNTH-NEXT-YYYY         PIC 9(04).
003440     05  MNTH-NEXT-MM           PIC 9(02).
003450     05  MNTH-NEXT-DD           PIC 9(02).
003460 01  MNTH-TO-DATE               PIC 9(08) VALUE 0.
003470 01  MNTH-WORK-DAYS             PIC 9(07) COMP VALUE 0.
003480 01  MNTH-QUARTER-REMAINDER     PIC 9(02) COMP VALUE 0.
003490 01  MNTH-QUARTER-QUOTIENT      PIC 9(02) COMP VALUE 0.
003500*--------------------------------------------------------------*
003510*  PERIOD SELECTION - THE RUN STAMP KEPT FOR THE BUSINESS DATE *
003520*  BEING RETURNED FROM THE SORT, AND THE SELECTION COUNTS      *
003530*--------------------------------------------------------------*
003540 01  MNTH-KEEP-DATE             PIC 9(08) VALUE 0.
003550 01  MNTH-KEEP-RUN-DATE         PIC 9(08) VALUE 0.
003560 01  MNTH-KEEP-RUN-TIME         PIC 9(08) VALUE 0.
003570 01  MNTH-VALUES-READ           PIC 9(09) COMP VALUE 0.
003580 01  MNTH-DAYS-COUNT            PIC 9(03) COMP VALUE 0.
003590 01  MNTH-SUPERSEDED-COUNT      PIC 9(09) COMP VALUE 0.
003600 01  MNTH-RECORD-COUNT          PIC 9(09) COMP VALUE 0.
003610*--------------------------------------------------------------*
003620*  COMBINED FIGURES                                            *
003630*--------------------------------------------------------------*
003640 01  MNTH-SMALLEST              PIC S9(05) VALUE 0.
003650 01  MNTH-LARGEST               PIC S9(05) VALUE 0.
003660 01  MNTH-MODE-VALUE            PIC S9(05) VALUE 0.
003670 01  MNTH-MODE-COUNT            PIC 9(09) COMP VALUE 0.
003680 01  MNTH-CURRENT-COUNT         PIC 9(09) COMP VALUE 0.
003690 01  MNTH-SUM-OF-VALUES         PIC S9(15) COMP VALUE 0.
003700 01  MNTH-SUM-SQUARES           PIC S9(18) COMP VALUE 0.
003710 01  MNTH-MEAN-VALUE            PIC S9(07)V99 COMP VALUE 0.
003720 01  MNTH-MEDIAN-VALUE          PIC S9(07)V99 COMP VALUE 0.
003730 01  MNTH-VARIANCE-VALUE        PIC S9(14)V9999 COMP VALUE 0.
003740 01  MNTH-STD-DEV-VALUE         PIC S9(07)V99 COMP VALUE 0.
003750*--------------------------------------------------------------*
003760*  MULTI-MODE SUPPORT - EVERY VALUE TIED FOR THE HIGHEST       *
003770*  OCCURRENCE COUNT, AS IN THE DAILY RUN: THE FULL TALLY IS    *
003780*  KEPT AND ONLY THE FIRST 9999 TIED VALUES ARE STORED         *
003790*--------------------------------------------------------------*
003800 01  MNTH-MODE-VALUES-COUNT     PIC 9(07) COMP VALUE 0.
003810 01  MNTH-MODE-STORED-COUNT     PIC 9(05) COMP VALUE 0.
003820 01  MNTH-MODE-TABLE OCCURS 9999 TIMES PIC S9(05).
003830 01  MNTH-MODE-IX               PIC 9(05) COMP VALUE 0.
003840*--------------------------------------------------------------*
003850*  ORDERED-DATA SCAN WORK FIELDS                               *
003860*--------------------------------------------------------------*
003870 01  MNTH-SCAN-ROW              PIC 9(09) COMP VALUE 0.
003880 01  MNTH-GROUP-ROW             PIC 9(09) COMP VALUE 0.
003890 01  MNTH-PREV-VALUE            PIC S9(05) VALUE 0.
003900 01  MNTH-MEDIAN-V1             PIC S9(05) VALUE 0.
003910 01  MNTH-MEDIAN-V2             PIC S9(05) VALUE 0.
003920 01  MNTH-MEDIAN-INDEX          PIC 9(09) COMP VALUE 0.
003930 01  MNTH-MEDIAN-REMAINDER      PIC 9(09) COMP VALUE 0.
003940 01  MNTH-MEDIAN-T1             PIC 9(09) COMP VALUE 0.
003950 01  MNTH-MEDIAN-T2             PIC 9(09) COMP VALUE 0.
003960*--------------------------------------------------------------*
003970*  PERCENTILE SUPPORT - NEAREST-RANK TARGET ROWS, REUSED PER   *
003980*  UNIT DURING THE SECOND UNIT PASS                            *
003990*--------------------------------------------------------------*
004000 01  MNTH-PCT-T10               PIC 9(09) COMP VALUE 0.
004010 01  MNTH-PCT-T25               PIC 9(09) COMP VALUE 0.
004020 01  MNTH-PCT-T75               PIC 9(09) COMP VALUE 0.
004030 01  MNTH-PCT-T90               PIC 9(09) COMP VALUE 0.
004040 01  MNTH-P10-VALUE             PIC S9(05) VALUE 0.
004050 01  MNTH-P25-VALUE             PIC S9(05) VALUE 0.
004060 01  MNTH-P75-VALUE             PIC S9(05) VALUE 0.
004070 01  MNTH-P90-VALUE             PIC S9(05) VALUE 0.
004080*--------------------------------------------------------------*
004090*  FREQUENCY-DISTRIBUTION SUPPORT - TEN EQUAL VALUE BANDS      *
004100*  SPANNING SMALLEST TO LARGEST                                *
004110*--------------------------------------------------------------*
004120 01  MNTH-BAND-TABLE.
004130     05  MNTH-BAND-CNT OCCURS 10 TIMES PIC 9(09) COMP.
004140 01  MNTH-BAND-MIN              PIC S9(05) VALUE 0.
004150 01  MNTH-BAND-WIDTH            PIC S9(07) COMP VALUE 1.
004160 01  MNTH-BAND-IX               PIC 9(03) COMP VALUE 0.
004170 01  MNTH-BAND-LOW              PIC S9(07) VALUE 0.
004180 01  MNTH-BAND-HIGH             PIC S9(07) VALUE 0.
004190 01  MNTH-BAND-MAXC             PIC 9(09) COMP VALUE 0.
004200 01  MNTH-BAND-STARS            PIC 9(03) COMP VALUE 0.
004210 01  MNTH-BAND-BAR              PIC X(25).
004220*--------------------------------------------------------------*
004230*  SHARED DISTRIBUTION PRINT AREA - FILLED FROM THE COMBINED   *
004240*  OR A UNIT'S FIGURES BEFORE THE COMMON PRINT PARAGRAPHS      *
004250*--------------------------------------------------------------*
004260 01  MNTH-DIST-FIELDS.
004270     05  MNTH-DIST-MIN          PIC S9(05) VALUE 0.
004280     05  MNTH-DIST-WIDTH        PIC S9(07) COMP VALUE 1.
004290     05  MNTH-DIST-CNT OCCURS 10 TIMES PIC 9(09) COMP.
004300     05  MNTH-DIST-P10          PIC S9(05) VALUE 0.
004310     05  MNTH-DIST-P25          PIC S9(05) VALUE 0.
004320     05  MNTH-DIST-P75          PIC S9(05) VALUE 0.
004330     05  MNTH-DIST-P90          PIC S9(05) VALUE 0.
004340     05  MNTH-DIST-IQR          PIC S9(06) VALUE 0.
004350*--------------------------------------------------------------*
004360*  BUSINESS-UNIT REFERENCE TABLE - FOR UNIT NAMES ONLY; AN     *
004370*  ABSENT BUREF PRINTS SECTIONS WITHOUT NAMES                  *
004380*--------------------------------------------------------------*
004390 01  MNTH-UNIT-COUNT            PIC 9(03) COMP VALUE 0.
004400 01  MNTH-UNIT-CODE OCCURS 1 TO 99 TIMES
004410         DEPENDING ON MNTH-UNIT-COUNT PIC X(02).
004420 01  MNTH-UNIT-NAME OCCURS 1 TO 99 TIMES
004430         DEPENDING ON MNTH-UNIT-COUNT PIC X(20).
004440 01  MNTH-UNIT-IX               PIC 9(03) COMP VALUE 0.
004450 01  MNTH-UNIT-FOUND-IX         PIC 9(03) COMP VALUE 0.
004460 01  MNTH-UNIT-WANTED           PIC X(02) VALUE SPACES.
004470 01  MNTH-UNIT-PRINT-NAME       PIC X(20) VALUE SPACES.
004480*--------------------------------------------------------------*
004490*  PER-UNIT CONTROL-BREAK SUPPORT - DISTINCT BUSINESS-UNIT     *
004500*  CODES IN THE PERIOD (ASCENDING FROM THE UNIT/VALUE SORT)    *
004510*  WITH EACH CODE'S RUNNING FIGURES. A UNIT'S MODE COMES FROM  *
004520*  THE SAME RUN-LENGTH COUNT AS THE COMBINED MODE; THE FIRST   *
004530*  FIVE TIED VALUES ARE KEPT FOR PRINTING                      *
004540*--------------------------------------------------------------*
004550 01  MNTH-CATEGORY-COUNT        PIC 9(03) COMP VALUE 0.
004560 01  MNTH-CAT-CODE OCCURS 1 TO 99 TIMES
004570         DEPENDING ON MNTH-CATEGORY-COUNT PIC X(02).
004580 01  MNTH-CAT-N OCCURS 1 TO 99 TIMES
004590         DEPENDING ON MNTH-CATEGORY-COUNT PIC 9(09) COMP.
004600 01  MNTH-CAT-MIN OCCURS 1 TO 99 TIMES
004610         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(05).
004620 01  MNTH-CAT-MAX OCCURS 1 TO 99 TIMES
004630         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(05).
004640 01  MNTH-CAT-TOT OCCURS 1 TO 99 TIMES
004650         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(15) COMP.
004660 01  MNTH-CAT-SQT OCCURS 1 TO 99 TIMES
004670         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(18) COMP.
004680 01  MNTH-CAT-MED OCCURS 1 TO 99 TIMES
004690         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(07)V99 COMP.
004700 01  MNTH-CAT-P10 OCCURS 1 TO 99 TIMES
004710         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(05).
004720 01  MNTH-CAT-P25 OCCURS 1 TO 99 TIMES
004730         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(05).
004740 01  MNTH-CAT-P75 OCCURS 1 TO 99 TIMES
004750         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(05).
004760 01  MNTH-CAT-P90 OCCURS 1 TO 99 TIMES
004770         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(05).
004780 01  MNTH-CAT-BWID OCCURS 1 TO 99 TIMES
004790         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(07) COMP.
004800 01  MNTH-CAT-MODE OCCURS 1 TO 99 TIMES
004810         DEPENDING ON MNTH-CATEGORY-COUNT PIC S9(05).
004820 01  MNTH-CAT-MODE-N OCCURS 1 TO 99 TIMES
004830         DEPENDING ON MNTH-CATEGORY-COUNT PIC 9(09) COMP.
004840 01  MNTH-CAT-TIES OCCURS 1 TO 99 TIMES
004850         DEPENDING ON MNTH-CATEGORY-COUNT PIC 9(07) COMP.
004860 01  MNTH-CAT-MODE-TABLE.
004870     05  MNTH-CAT-MODE-ROW OCCURS 99 TIMES.
004880         10  MNTH-CAT-MODE-LIST OCCURS 5 TIMES PIC S9(05).
004890 01  MNTH-CAT-BAND-TABLE.
004900     05  MNTH-CAT-BAND-ROW OCCURS 99 TIMES.
004910         10  MNTH-CAT-BAND OCCURS 10 TIMES PIC 9(09) COMP.
004920 01  MNTH-CAT-RUN-VALUE         PIC S9(05) VALUE 0.
004930 01  MNTH-CAT-RUN-COUNT         PIC 9(09) COMP VALUE 0.
004940 01  MNTH-CAT-IX                PIC 9(03) COMP VALUE 0.
004950 01  MNTH-CAT-RECORDS           PIC 9(09) COMP VALUE 0.
004960 01  MNTH-CAT-MEAN              PIC S9(07)V99 COMP VALUE 0.
004970 01  MNTH-CAT-VARIANCE          PIC S9(14)V9999 COMP VALUE 0.
004980 01  MNTH-CAT-STD-DEV           PIC S9(07)V99 COMP VALUE 0.
004990*--------------------------------------------------------------*
005000*  REPORT EDIT FIELDS                                          *
005010*--------------------------------------------------------------*
005020 01  MNTH-REPORT-LINE           PIC X(80).
005030 01  MNTH-EDIT-FIELDS.
005040     05  MNTH-ED-RUN-DATE       PIC 9999/99/99.
005050     05  MNTH-ED-FROM-DATE      PIC 9999/99/99.
005060     05  MNTH-ED-TO-DATE        PIC 9999/99/99.
005070     05  MNTH-ED-MONTH          PIC 9999/99.
005080     05  MNTH-ED-COUNT          PIC ZZZZZZZZ9.
005090     05  MNTH-ED-DAYS           PIC ZZ9.
005100     05  MNTH-ED-SMALLEST       PIC -ZZZZ9.
005110     05  MNTH-ED-LARGEST        PIC -ZZZZ9.
005120     05  MNTH-ED-MODE           PIC -ZZZZ9.
005130     05  MNTH-ED-MEAN           PIC -ZZZZ9.99.
005140     05  MNTH-ED-MEDIAN         PIC -ZZZZ9.99.
005150     05  MNTH-ED-STD-DEV        PIC ZZZZ9.99.
005160     05  MNTH-ED-MODE-ENTRY     PIC -ZZZZ9.
005170     05  MNTH-ED-MODE-OMITTED   PIC ZZZZZZ9.
005180     05  MNTH-ED-P10            PIC -ZZZZ9.
005190     05  MNTH-ED-P25            PIC -ZZZZ9.
005200     05  MNTH-ED-P75            PIC -ZZZZ9.
005210     05  MNTH-ED-P90            PIC -ZZZZ9.
005220     05  MNTH-ED-IQR            PIC -ZZZZZ9.
005230     05  MNTH-ED-BAND-LOW       PIC -ZZZZZ9.
005240     05  MNTH-ED-BAND-HIGH      PIC -ZZZZZ9.
005250     05  MNTH-ED-BAND-COUNT     PIC ZZZZZZZZ9.
005260 01  MNTH-PERIOD-TITLE          PIC X(08) VALUE SPACES.
005270 01  MNTH-MODE-LIST-TEXT        PIC X(60).
005280 01  MNTH-MODE-LIST-POINTER     PIC 9(03) COMP.
005290 01  MNTH-MODE-LIST-SHOWN       PIC 9(05) COMP VALUE 0.
005300 PROCEDURE DIVISION.
005310*--------------------------------------------------------------*
005320*  0000-MAINLINE                                               *
005330*--------------------------------------------------------------*
005340 0000-MAINLINE.
005350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005360     PERFORM 1050-SET-PERIOD THRU 1050-EXIT
005370     PERFORM 1100-LOAD-BUSINESS-UNITS THRU 1100-EXIT
005380     PERFORM 6000-WRITE-HEADING THRU 6000-EXIT
005390     IF MNTH-NOT-PERIOD-END
005400         MOVE MNTH-PERIOD-MONTH TO MNTH-ED-MONTH
005410         MOVE SPACES TO MNTH-REPORT-LINE
005420         STRING "MONTH " DELIMITED BY SIZE
005430             MNTH-ED-MONTH DELIMITED BY SIZE
005440             " DOES NOT END A QUARTER - NOTHING COMPUTED"
005450             DELIMITED BY SIZE
005460             INTO MNTH-REPORT-LINE
005470         WRITE REPORT-LINE FROM MNTH-REPORT-LINE
005480         CLOSE REPORT-FILE
005490         MOVE 4 TO MNTH-RETURN-SEVERITY
005500         DISPLAY "STATMNTH COMPLETE - NOT A QUARTER END"
005510         GO TO 9999-EXIT
005520     END-IF
005530     PERFORM 2000-SELECT-PERIOD-VALUES THRU 2000-EXIT
005540     PERFORM 6050-WRITE-SELECTION-LINES THRU 6050-EXIT
005550     IF MNTH-RECORD-COUNT = 0
005560         MOVE SPACES TO MNTH-REPORT-LINE
005570         STRING "NO ACCEPTED VALUES FOR THE PERIOD - "
005580             DELIMITED BY SIZE
005590             "NOTHING COMPUTED" DELIMITED BY SIZE
005600             INTO MNTH-REPORT-LINE
005610         WRITE REPORT-LINE FROM MNTH-REPORT-LINE
005620         CLOSE REPORT-FILE
005630         MOVE 4 TO MNTH-RETURN-SEVERITY
005640         DISPLAY "STATMNTH COMPLETE - NO VALUES FOR THE PERIOD"
005650         GO TO 9999-EXIT
005660     END-IF
005670     PERFORM 3000-SORT-PERIOD-VALUES THRU 3000-EXIT
005680     PERFORM 4000-SCAN-VALUE-ORDER THRU 4000-EXIT
005690     PERFORM 4500-SCAN-CATEGORY-ORDER THRU 4500-EXIT
005700     PERFORM 6500-WRITE-UNIT-SECTIONS THRU 6500-EXIT
005710     PERFORM 6800-WRITE-COMBINED-SECTION THRU 6800-EXIT
005720     PERFORM 7100-WRITE-PERIOD-STATS THRU 7100-EXIT
005730     CLOSE REPORT-FILE
005740     MOVE 0 TO MNTH-RETURN-SEVERITY
005750     DISPLAY "STATMNTH COMPLETE - VALUES: " MNTH-RECORD-COUNT
005760     GO TO 9999-EXIT.
005770*--------------------------------------------------------------*
005780*  1000-INITIALIZE - OPEN THE REPORT AND READ THE OPTIONAL     *
005790*  PERIOD CARD                                                 *
005800*--------------------------------------------------------------*
005810 1000-INITIALIZE.
005820     OPEN OUTPUT REPORT-FILE
005830     IF MNTH-REPORT-STATUS NOT = "00"
005840         DISPLAY "MNTHRPT OPEN FAILED, STATUS "
005850             MNTH-REPORT-STATUS
005860         GO TO 9999-EXIT
005870     END-IF
005880     ACCEPT MNTH-RUN-DATE FROM DATE YYYYMMDD
005890     OPEN INPUT PARMS-FILE
005900     IF MNTH-PARMS-STATUS = "00"
005910         READ PARMS-FILE
005920             AT END
005930                 CONTINUE
005940             NOT AT END
005950                 IF MNTH-PARM-TYPE = 'M' OR 'Q'
005960                     MOVE MNTH-PARM-TYPE TO MNTH-PERIOD-TYPE
005970                 END-IF
005980                 IF MNTH-PARM-MONTH-NUM IS NUMERIC
005990                         AND MNTH-PARM-MONTH-NUM > 0
006000                     MOVE MNTH-PARM-MONTH-NUM
006010                         TO MNTH-PERIOD-MONTH
006020                     SET MNTH-MONTH-GIVEN TO TRUE
006030                 END-IF
006040         END-READ
006050         CLOSE PARMS-FILE
006060     END-IF.
006070 1000-EXIT.
006080     EXIT.
006090*--------------------------------------------------------------*
006100*  1050-SET-PERIOD - DEFAULT THE PERIOD-END MONTH TO THE MONTH *
006110*  BEFORE THE RUN DATE, CHECK A QUARTER RUN ENDS A QUARTER,    *
006120*  AND WORK OUT THE FIRST AND LAST CALENDAR DATES OF THE       *
006130*  PERIOD                                                      *
006140*--------------------------------------------------------------*
006150 1050-SET-PERIOD.
006160     IF MNTH-MONTH-DEFAULTED
006170         IF MNTH-RUN-MM = 1
006180             COMPUTE MNTH-PERIOD-YYYY = MNTH-RUN-YYYY - 1
006190             MOVE 12 TO MNTH-PERIOD-MM
006200         ELSE
006210             MOVE MNTH-RUN-YYYY TO MNTH-PERIOD-YYYY
006220             COMPUTE MNTH-PERIOD-MM = MNTH-RUN-MM - 1
006230         END-IF
006240     END-IF
006250     IF MNTH-PERIOD-MM < 1 OR MNTH-PERIOD-MM > 12
006260         DISPLAY "MNTHPARM PERIOD-END MONTH INVALID: "
006270             MNTH-PERIOD-MONTH
006280         GO TO 9999-EXIT
006290     END-IF
006300     IF MNTH-PERIOD-IS-QUARTER
006310         DIVIDE MNTH-PERIOD-MM BY 3
006320             GIVING MNTH-QUARTER-QUOTIENT
006330             REMAINDER MNTH-QUARTER-REMAINDER
006340         IF MNTH-QUARTER-REMAINDER NOT = 0
006350             IF MNTH-MONTH-GIVEN
006360                 DISPLAY "MNTHPARM QUARTER MUST END IN MONTH "
006370                     "03, 06, 09 OR 12: " MNTH-PERIOD-MONTH
006380                 GO TO 9999-EXIT
006390             END-IF
006400             SET MNTH-NOT-PERIOD-END TO TRUE
006410             GO TO 1050-EXIT
006420         END-IF
006430     END-IF
006440     MOVE MNTH-PERIOD-YYYY TO MNTH-FROM-YYYY
006450     MOVE MNTH-PERIOD-MM TO MNTH-FROM-MM
006460     IF MNTH-PERIOD-IS-QUARTER
006470         SUBTRACT 2 FROM MNTH-FROM-MM
006480     END-IF
006490     MOVE 1 TO MNTH-FROM-DD
006500     IF MNTH-PERIOD-MM = 12
006510         COMPUTE MNTH-NEXT-YYYY = MNTH-PERIOD-YYYY + 1
006520         MOVE 1 TO MNTH-NEXT-MM
006530     ELSE
006540         MOVE MNTH-PERIOD-YYYY TO MNTH-NEXT-YYYY
006550         COMPUTE MNTH-NEXT-MM = MNTH-PERIOD-MM + 1
006560     END-IF
006570     MOVE 1 TO MNTH-NEXT-DD
006580     COMPUTE MNTH-WORK-DAYS =
006590         FUNCTION INTEGER-OF-DATE(MNTH-NEXT-DATE) - 1
006600     COMPUTE MNTH-TO-DATE =
006610         FUNCTION DATE-OF-INTEGER(MNTH-WORK-DAYS).
006620 1050-EXIT.
006630     EXIT.
006640*--------------------------------------------------------------*
006650*  1100-LOAD-BUSINESS-UNITS - TABLE THE UNIT NAMES FROM BUREF. *
006660*  AN ABSENT OR EMPTY FILE LEAVES THE TABLE EMPTY              *
006670*--------------------------------------------------------------*
006680 1100-LOAD-BUSINESS-UNITS.
006690     OPEN INPUT BUSINESS-UNIT-FILE
006700     IF MNTH-UNIT-STATUS NOT = "00"
006710         GO TO 1100-EXIT
006720     END-IF
006730     PERFORM 1150-LOAD-ONE-UNIT THRU 1150-EXIT
006740         UNTIL MNTH-EOF
006750     CLOSE BUSINESS-UNIT-FILE
006760     SET MNTH-NOT-EOF TO TRUE.
006770 1100-EXIT.
006780     EXIT.
006790*--------------------------------------------------------------*
006800*  1150-LOAD-ONE-UNIT - TABLE ONE REFERENCE RECORD             *
006810*--------------------------------------------------------------*
006820 1150-LOAD-ONE-UNIT.
006830     READ BUSINESS-UNIT-FILE
006840         AT END
006850             SET MNTH-EOF TO TRUE
006860     END-READ
006870     IF MNTH-EOF
006880         GO TO 1150-EXIT
006890     END-IF
006900     IF BU-CODE = SPACES
006910         GO TO 1150-EXIT
006920     END-IF
006930     IF MNTH-UNIT-COUNT >= 99
006940         DISPLAY "BUREF HAS MORE THAN 99 BUSINESS UNITS"
006950         GO TO 9999-EXIT
006960     END-IF
006970     ADD 1 TO MNTH-UNIT-COUNT
006980     MOVE BU-CODE TO MNTH-UNIT-CODE(MNTH-UNIT-COUNT)
006990     MOVE BU-NAME TO MNTH-UNIT-NAME(MNTH-UNIT-COUNT).
007000 1150-EXIT.
007010     EXIT.
007020*--------------------------------------------------------------*
007030*  1200-LOOK-UP-UNIT - LINEAR SCAN OF THE REFERENCE TABLE FOR  *
007040*  MNTH-UNIT-WANTED; LEAVES ZERO IN MNTH-UNIT-FOUND-IX WHEN    *
007050*  THE CODE IS NOT ON FILE                                     *
007060*--------------------------------------------------------------*
007070 1200-LOOK-UP-UNIT.
007080     MOVE 0 TO MNTH-UNIT-FOUND-IX
007090     PERFORM VARYING MNTH-UNIT-IX FROM 1 BY 1
007100             UNTIL MNTH-UNIT-IX > MNTH-UNIT-COUNT
007110                 OR MNTH-UNIT-FOUND-IX > 0
007120         IF MNTH-UNIT-CODE(MNTH-UNIT-IX) = MNTH-UNIT-WANTED
007130             MOVE MNTH-UNIT-IX TO MNTH-UNIT-FOUND-IX
007140         END-IF
007150     END-PERFORM.
007160 1200-EXIT.
007170     EXIT.
007180*--------------------------------------------------------------*
007190*  2000-SELECT-PERIOD-VALUES - SORT THE PERIOD'S VALUES BY     *
007200*  BUSINESS DATE, NEWEST RUN FIRST, AND KEEP ONLY EACH DATE'S  *
007210*  LATEST RUN. AN ABSENT PERIOD-VALUES FILE MEANS NO VALUES    *
007220*--------------------------------------------------------------*
007230 2000-SELECT-PERIOD-VALUES.
007240     OPEN INPUT PERIOD-VALUES-FILE
007250     IF MNTH-PERIOD-STATUS = "35"
007260         GO TO 2000-EXIT
007270     END-IF
007280     IF MNTH-PERIOD-STATUS NOT = "00"
007290         DISPLAY "PERDFILE OPEN FAILED, STATUS "
007300             MNTH-PERIOD-STATUS
007310         GO TO 9999-EXIT
007320     END-IF
007330     SORT SORT-FILE
007340         ON ASCENDING KEY SORT-BUSINESS-DATE
007350         ON DESCENDING KEY SORT-RUN-DATE
007360                           SORT-RUN-TIME
007370         ON ASCENDING KEY SORT-RECORD-NUMBER
007380         INPUT PROCEDURE 2100-RELEASE-PERIOD-VALUES
007390             THRU 2100-EXIT
007400         OUTPUT PROCEDURE 2200-KEEP-LATEST-RUNS
007410             THRU 2200-EXIT.
007420 2000-EXIT.
007430     EXIT.
007440*--------------------------------------------------------------*
007450*  2100-RELEASE-PERIOD-VALUES - SORT INPUT PROCEDURE           *
007460*--------------------------------------------------------------*
007470 2100-RELEASE-PERIOD-VALUES.
007480     PERFORM 2150-RELEASE-ONE-VALUE THRU 2150-EXIT
007490         UNTIL MNTH-EOF
007500     CLOSE PERIOD-VALUES-FILE
007510     SET MNTH-NOT-EOF TO TRUE.
007520 2100-EXIT.
007530     EXIT.
007540*--------------------------------------------------------------*
007550*  2150-RELEASE-ONE-VALUE - PASS ON A VALUE WHOSE BUSINESS     *
007560*  DATE FALLS INSIDE THE PERIOD                                *
007570*--------------------------------------------------------------*
007580 2150-RELEASE-ONE-VALUE.
007590     READ PERIOD-VALUES-FILE
007600         AT END
007610             SET MNTH-EOF TO TRUE
007620     END-READ
007630     IF MNTH-EOF
007640         GO TO 2150-EXIT
007650     END-IF
007660     ADD 1 TO MNTH-VALUES-READ
007670     IF PRV-BUSINESS-DATE < MNTH-FROM-DATE
007680             OR PRV-BUSINESS-DATE > MNTH-TO-DATE
007690         GO TO 2150-EXIT
007700     END-IF
007710     RELEASE SORT-RECORD FROM PERIOD-VALUES-RECORD.
007720 2150-EXIT.
007730     EXIT.
007740*--------------------------------------------------------------*
007750*  2200-KEEP-LATEST-RUNS - SORT OUTPUT PROCEDURE: WRITE THE    *
007760*  PERIOD WORK FILE FROM THE LATEST RUN OF EACH BUSINESS DATE  *
007770*--------------------------------------------------------------*
007780 2200-KEEP-LATEST-RUNS.
007790     OPEN OUTPUT PERIOD-WORK-FILE
007800     IF MNTH-WORK-STATUS NOT = "00"
007810         DISPLAY "MNTHWORK OPEN FAILED, STATUS "
007820             MNTH-WORK-STATUS
007830         GO TO 9999-EXIT
007840     END-IF
007850     PERFORM 2250-KEEP-ONE-VALUE THRU 2250-EXIT
007860         UNTIL MNTH-EOF
007870     CLOSE PERIOD-WORK-FILE
007880     SET MNTH-NOT-EOF TO TRUE.
007890 2200-EXIT.
007900     EXIT.
007910*--------------------------------------------------------------*
007920*  2250-KEEP-ONE-VALUE - THE FIRST RECORD OF A BUSINESS DATE   *
007930*  CARRIES ITS NEWEST RUN STAMP; RECORDS FROM ANY OLDER RUN OF *
007940*  THE SAME DATE WERE SUPERSEDED BY A RERUN OR RESTATEMENT     *
007950*--------------------------------------------------------------*
007960 2250-KEEP-ONE-VALUE.
007970     RETURN SORT-FILE
007980         AT END
007990             SET MNTH-EOF TO TRUE
008000     END-RETURN
008010     IF MNTH-EOF
008020         GO TO 2250-EXIT
008030     END-IF
008040     IF SORT-BUSINESS-DATE NOT = MNTH-KEEP-DATE
008050         MOVE SORT-BUSINESS-DATE TO MNTH-KEEP-DATE
008060         MOVE SORT-RUN-DATE TO MNTH-KEEP-RUN-DATE
008070         MOVE SORT-RUN-TIME TO MNTH-KEEP-RUN-TIME
008080         ADD 1 TO MNTH-DAYS-COUNT
008090     END-IF
008100     IF SORT-RUN-DATE NOT = MNTH-KEEP-RUN-DATE
008110             OR SORT-RUN-TIME NOT = MNTH-KEEP-RUN-TIME
008120         ADD 1 TO MNTH-SUPERSEDED-COUNT
008130         GO TO 2250-EXIT
008140     END-IF
008150     WRITE PERIOD-WORK-RECORD FROM SORT-RECORD
008160     ADD 1 TO MNTH-RECORD-COUNT.
008170 2250-EXIT.
008180     EXIT.
008190*--------------------------------------------------------------*
008200*  3000-SORT-PERIOD-VALUES - SORT THE SELECTED VALUES TWICE:   *
008210*  BY VALUE FOR THE COMBINED FIGURES AND BY UNIT/VALUE FOR     *
008220*  THE PER-UNIT SECTIONS, AS THE DAILY RUN DOES                *
008230*--------------------------------------------------------------*
008240 3000-SORT-PERIOD-VALUES.
008250     SORT SORT-FILE
008260         ON ASCENDING KEY SORT-VALUE
008270         USING PERIOD-WORK-FILE
008280         GIVING SORTED-VALUE-FILE
008290     SORT SORT-FILE
008300         ON ASCENDING KEY SORT-CATEGORY
008310                          SORT-VALUE
008320         USING PERIOD-WORK-FILE
008330         GIVING SORTED-CATEGORY-FILE.
008340 3000-EXIT.
008350     EXIT.
008360*--------------------------------------------------------------*
008370*  4000-SCAN-VALUE-ORDER - ONE PASS OVER THE VALUE-ORDERED     *
008380*  FILE GIVES SMALLEST, LARGEST, MEAN, STD DEV, MEDIAN,        *
008390*  PERCENTILES, AND THE MODE WITH EVERY TIED VALUE             *
008400*--------------------------------------------------------------*
008410 4000-SCAN-VALUE-ORDER.
008420     OPEN INPUT SORTED-VALUE-FILE
008430     IF MNTH-SRTVAL-STATUS NOT = "00"
008440         DISPLAY "SORTED-VALUE-FILE OPEN FAILED, STATUS "
008450             MNTH-SRTVAL-STATUS
008460         GO TO 9999-EXIT
008470     END-IF
008480     MOVE 0 TO MNTH-SCAN-ROW
008490     MOVE 0 TO MNTH-MODE-COUNT
008500     MOVE 0 TO MNTH-CURRENT-COUNT
008510     MOVE 0 TO MNTH-MODE-VALUES-COUNT
008520     MOVE 0 TO MNTH-MODE-STORED-COUNT
008530     MOVE 0 TO MNTH-SUM-OF-VALUES
008540     MOVE 0 TO MNTH-SUM-SQUARES
008550     DIVIDE MNTH-RECORD-COUNT BY 2 GIVING MNTH-MEDIAN-INDEX
008560         REMAINDER MNTH-MEDIAN-REMAINDER
008570     IF MNTH-MEDIAN-REMAINDER = 0
008580         MOVE MNTH-MEDIAN-INDEX TO MNTH-MEDIAN-T1
008590         COMPUTE MNTH-MEDIAN-T2 = MNTH-MEDIAN-INDEX + 1
008600     ELSE
008610         COMPUTE MNTH-MEDIAN-T1 = MNTH-MEDIAN-INDEX + 1
008620         MOVE MNTH-MEDIAN-T1 TO MNTH-MEDIAN-T2
008630     END-IF
008640     COMPUTE MNTH-PCT-T10 =
008650         ((MNTH-RECORD-COUNT * 10) + 99) / 100
008660     COMPUTE MNTH-PCT-T25 =
008670         ((MNTH-RECORD-COUNT * 25) + 99) / 100
008680     COMPUTE MNTH-PCT-T75 =
008690         ((MNTH-RECORD-COUNT * 75) + 99) / 100
008700     COMPUTE MNTH-PCT-T90 =
008710         ((MNTH-RECORD-COUNT * 90) + 99) / 100
008720     SET MNTH-NOT-EOF TO TRUE
008730     PERFORM 4100-SCAN-ONE-VALUE THRU 4100-EXIT
008740         UNTIL MNTH-EOF
008750     CLOSE SORTED-VALUE-FILE
008760     SET MNTH-NOT-EOF TO TRUE
008770     PERFORM 4200-CLOSE-MODE-RUN THRU 4200-EXIT
008780     COMPUTE MNTH-MEAN-VALUE =
008790         MNTH-SUM-OF-VALUES / MNTH-RECORD-COUNT
008800     COMPUTE MNTH-VARIANCE-VALUE =
008810         (MNTH-SUM-SQUARES / MNTH-RECORD-COUNT)
008820         - (MNTH-MEAN-VALUE * MNTH-MEAN-VALUE)
008830     IF MNTH-VARIANCE-VALUE < 0
008840         MOVE 0 TO MNTH-VARIANCE-VALUE
008850     END-IF
008860     COMPUTE MNTH-STD-DEV-VALUE =
008870         FUNCTION SQRT(MNTH-VARIANCE-VALUE)
008880     IF MNTH-MEDIAN-REMAINDER = 0
008890         COMPUTE MNTH-MEDIAN-VALUE =
008900             (MNTH-MEDIAN-V1 + MNTH-MEDIAN-V2) / 2
008910     ELSE
008920         MOVE MNTH-MEDIAN-V1 TO MNTH-MEDIAN-VALUE
008930     END-IF.
008940 4000-EXIT.
008950     EXIT.
008960*--------------------------------------------------------------*
008970*  4100-SCAN-ONE-VALUE - ROLL ONE VALUE-ORDERED RECORD INTO    *
008980*  THE RUNNING FIGURES                                         *
008990*--------------------------------------------------------------*
009000 4100-SCAN-ONE-VALUE.
009010     READ SORTED-VALUE-FILE
009020         AT END
009030             SET MNTH-EOF TO TRUE
009040     END-READ
009050     IF MNTH-EOF
009060         GO TO 4100-EXIT
009070     END-IF
009080     ADD 1 TO MNTH-SCAN-ROW
009090     IF MNTH-SCAN-ROW = 1
009100         MOVE SRTV-VALUE TO MNTH-SMALLEST
009110         MOVE SRTV-VALUE TO MNTH-PREV-VALUE
009120         MOVE 1 TO MNTH-CURRENT-COUNT
009130     ELSE
009140         IF SRTV-VALUE = MNTH-PREV-VALUE
009150             ADD 1 TO MNTH-CURRENT-COUNT
009160         ELSE
009170             PERFORM 4200-CLOSE-MODE-RUN THRU 4200-EXIT
009180             MOVE SRTV-VALUE TO MNTH-PREV-VALUE
009190             MOVE 1 TO MNTH-CURRENT-COUNT
009200         END-IF
009210     END-IF
009220     MOVE SRTV-VALUE TO MNTH-LARGEST
009230     ADD SRTV-VALUE TO MNTH-SUM-OF-VALUES
009240     COMPUTE MNTH-SUM-SQUARES = MNTH-SUM-SQUARES +
009250         (SRTV-VALUE * SRTV-VALUE)
009260     IF MNTH-SCAN-ROW = MNTH-MEDIAN-T1
009270         MOVE SRTV-VALUE TO MNTH-MEDIAN-V1
009280     END-IF
009290     IF MNTH-SCAN-ROW = MNTH-MEDIAN-T2
009300         MOVE SRTV-VALUE TO MNTH-MEDIAN-V2
009310     END-IF
009320     IF MNTH-SCAN-ROW = MNTH-PCT-T10
009330         MOVE SRTV-VALUE TO MNTH-P10-VALUE
009340     END-IF
009350     IF MNTH-SCAN-ROW = MNTH-PCT-T25
009360         MOVE SRTV-VALUE TO MNTH-P25-VALUE
009370     END-IF
009380     IF MNTH-SCAN-ROW = MNTH-PCT-T75
009390         MOVE SRTV-VALUE TO MNTH-P75-VALUE
009400     END-IF
009410     IF MNTH-SCAN-ROW = MNTH-PCT-T90
009420         MOVE SRTV-VALUE TO MNTH-P90-VALUE
009430     END-IF.
009440 4100-EXIT.
009450     EXIT.
009460*--------------------------------------------------------------*
009470*  4200-CLOSE-MODE-RUN - A RUN OF EQUAL VALUES HAS ENDED;      *
009480*  WEIGH IT AGAINST THE BEST RUN SEEN SO FAR                   *
009490*--------------------------------------------------------------*
009500 4200-CLOSE-MODE-RUN.
009510     IF MNTH-CURRENT-COUNT = 0
009520         GO TO 4200-EXIT
009530     END-IF
009540     IF MNTH-CURRENT-COUNT > MNTH-MODE-COUNT
009550         MOVE MNTH-CURRENT-COUNT TO MNTH-MODE-COUNT
009560         MOVE MNTH-PREV-VALUE TO MNTH-MODE-VALUE
009570         MOVE 1 TO MNTH-MODE-VALUES-COUNT
009580         MOVE 1 TO MNTH-MODE-STORED-COUNT
009590         MOVE MNTH-PREV-VALUE TO MNTH-MODE-TABLE(1)
009600     ELSE
009610         IF MNTH-CURRENT-COUNT = MNTH-MODE-COUNT
009620             ADD 1 TO MNTH-MODE-VALUES-COUNT
009630             IF MNTH-MODE-STORED-COUNT < 9999
009640                 ADD 1 TO MNTH-MODE-STORED-COUNT
009650                 MOVE MNTH-PREV-VALUE TO
009660                     MNTH-MODE-TABLE(MNTH-MODE-STORED-COUNT)
009670             END-IF
009680         END-IF
009690     END-IF.
009700 4200-EXIT.
009710     EXIT.
009720*--------------------------------------------------------------*
009730*  4500-SCAN-CATEGORY-ORDER - TWO PASSES OVER THE UNIT/VALUE-  *
009740*  ORDERED FILE: THE FIRST TALLIES EACH UNIT'S COUNT,          *
009750*  EXTREMES, SUMS AND MODE; THE SECOND PICKS EACH UNIT'S       *
009760*  MEDIAN AND PERCENTILES AND COUNTS THE BANDS ONCE ITS COUNT  *
009770*  IS KNOWN                                                    *
009780*--------------------------------------------------------------*
009790 4500-SCAN-CATEGORY-ORDER.
009800     MOVE 0 TO MNTH-CATEGORY-COUNT
009810     MOVE 0 TO MNTH-CAT-RUN-COUNT
009820     OPEN INPUT SORTED-CATEGORY-FILE
009830     IF MNTH-SRTCAT-STATUS NOT = "00"
009840         DISPLAY "SORTED-CATEGORY-FILE OPEN FAILED, STATUS "
009850             MNTH-SRTCAT-STATUS
009860         GO TO 9999-EXIT
009870     END-IF
009880     PERFORM 4600-TALLY-CATEGORY-ROW THRU 4600-EXIT
009890         UNTIL MNTH-EOF
009900     CLOSE SORTED-CATEGORY-FILE
009910     SET MNTH-NOT-EOF TO TRUE
009920     PERFORM 4650-CLOSE-CATEGORY-RUN THRU 4650-EXIT
009930     MOVE MNTH-SMALLEST TO MNTH-BAND-MIN
009940     COMPUTE MNTH-BAND-WIDTH =
009950         ((MNTH-LARGEST - MNTH-SMALLEST) / 10) + 1
009960     PERFORM VARYING MNTH-BAND-IX FROM 1 BY 1
009970             UNTIL MNTH-BAND-IX > 10
009980         MOVE 0 TO MNTH-BAND-CNT(MNTH-BAND-IX)
009990     END-PERFORM
010000     OPEN INPUT SORTED-CATEGORY-FILE
010010     IF MNTH-SRTCAT-STATUS NOT = "00"
010020         DISPLAY "SORTED-CATEGORY-FILE REOPEN FAILED, STATUS "
010030             MNTH-SRTCAT-STATUS
010040         GO TO 9999-EXIT
010050     END-IF
010060     MOVE 0 TO MNTH-CAT-IX
010070     MOVE 0 TO MNTH-GROUP-ROW
010080     PERFORM 4700-CAPTURE-CATEGORY-MEDIAN THRU 4700-EXIT
010090         UNTIL MNTH-EOF
010100     CLOSE SORTED-CATEGORY-FILE
010110     SET MNTH-NOT-EOF TO TRUE.
010120 4500-EXIT.
010130     EXIT.
010140*--------------------------------------------------------------*
010150*  4600-TALLY-CATEGORY-ROW - CONTROL BREAK ON THE UNIT CODE;   *
010160*  EQUAL CODES, AND EQUAL VALUES WITHIN A CODE, ARE ADJACENT   *
010170*--------------------------------------------------------------*
010180 4600-TALLY-CATEGORY-ROW.
010190     READ SORTED-CATEGORY-FILE
010200         AT END
010210             SET MNTH-EOF TO TRUE
010220     END-READ
010230     IF MNTH-EOF
010240         GO TO 4600-EXIT
010250     END-IF
010260     IF MNTH-CATEGORY-COUNT = 0
010270             OR SRTC-CATEGORY NOT =
010280                 MNTH-CAT-CODE(MNTH-CATEGORY-COUNT)
010290         PERFORM 4650-CLOSE-CATEGORY-RUN THRU 4650-EXIT
010300         IF MNTH-CATEGORY-COUNT >= 99
010310             DISPLAY "MORE THAN 99 DISTINCT CATEGORY CODES"
010320             GO TO 9999-EXIT
010330         END-IF
010340         ADD 1 TO MNTH-CATEGORY-COUNT
010350         MOVE SRTC-CATEGORY TO MNTH-CAT-CODE(MNTH-CATEGORY-COUNT)
010360         MOVE 0 TO MNTH-CAT-N(MNTH-CATEGORY-COUNT)
010370         MOVE SRTC-VALUE TO MNTH-CAT-MIN(MNTH-CATEGORY-COUNT)
010380         MOVE 0 TO MNTH-CAT-TOT(MNTH-CATEGORY-COUNT)
010390         MOVE 0 TO MNTH-CAT-SQT(MNTH-CATEGORY-COUNT)
010400         MOVE 0 TO MNTH-CAT-MED(MNTH-CATEGORY-COUNT)
010410         MOVE 0 TO MNTH-CAT-MODE-N(MNTH-CATEGORY-COUNT)
010420         MOVE 0 TO MNTH-CAT-TIES(MNTH-CATEGORY-COUNT)
010430         MOVE SRTC-VALUE TO MNTH-CAT-RUN-VALUE
010440         MOVE 0 TO MNTH-CAT-RUN-COUNT
010450     END-IF
010460     IF SRTC-VALUE NOT = MNTH-CAT-RUN-VALUE
010470         PERFORM 4650-CLOSE-CATEGORY-RUN THRU 4650-EXIT
010480         MOVE SRTC-VALUE TO MNTH-CAT-RUN-VALUE
010490         MOVE 0 TO MNTH-CAT-RUN-COUNT
010500     END-IF
010510     ADD 1 TO MNTH-CAT-RUN-COUNT
010520     ADD 1 TO MNTH-CAT-N(MNTH-CATEGORY-COUNT)
010530     MOVE SRTC-VALUE TO MNTH-CAT-MAX(MNTH-CATEGORY-COUNT)
010540     ADD SRTC-VALUE TO MNTH-CAT-TOT(MNTH-CATEGORY-COUNT)
010550     COMPUTE MNTH-CAT-SQT(MNTH-CATEGORY-COUNT) =
010560         MNTH-CAT-SQT(MNTH-CATEGORY-COUNT) +
010570         (SRTC-VALUE * SRTC-VALUE).
010580 4600-EXIT.
010590     EXIT.
010600*--------------------------------------------------------------*
010610*  4650-CLOSE-CATEGORY-RUN - A RUN OF EQUAL VALUES WITHIN THE  *
010620*  CURRENT UNIT HAS ENDED; WEIGH IT AGAINST THAT UNIT'S MODE   *
010630*--------------------------------------------------------------*
010640 4650-CLOSE-CATEGORY-RUN.
010650     IF MNTH-CAT-RUN-COUNT = 0 OR MNTH-CATEGORY-COUNT = 0
010660         GO TO 4650-EXIT
010670     END-IF
010680     MOVE MNTH-CATEGORY-COUNT TO MNTH-CAT-IX
010690     IF MNTH-CAT-RUN-COUNT > MNTH-CAT-MODE-N(MNTH-CAT-IX)
010700         MOVE MNTH-CAT-RUN-COUNT TO MNTH-CAT-MODE-N(MNTH-CAT-IX)
010710         MOVE MNTH-CAT-RUN-VALUE TO MNTH-CAT-MODE(MNTH-CAT-IX)
010720         MOVE 1 TO MNTH-CAT-TIES(MNTH-CAT-IX)
010730         MOVE MNTH-CAT-RUN-VALUE
010740             TO MNTH-CAT-MODE-LIST(MNTH-CAT-IX, 1)
010750     ELSE
010760         IF MNTH-CAT-RUN-COUNT = MNTH-CAT-MODE-N(MNTH-CAT-IX)
010770             ADD 1 TO MNTH-CAT-TIES(MNTH-CAT-IX)
010780             IF MNTH-CAT-TIES(MNTH-CAT-IX) <= 5
010790                 MOVE MNTH-CAT-RUN-VALUE TO MNTH-CAT-MODE-LIST
010800                     (MNTH-CAT-IX, MNTH-CAT-TIES(MNTH-CAT-IX))
010810             END-IF
010820         END-IF
010830     END-IF
010840     MOVE 0 TO MNTH-CAT-RUN-COUNT.
010850 4650-EXIT.
010860     EXIT.
010870*--------------------------------------------------------------*
010880*  4700-CAPTURE-CATEGORY-MEDIAN - SECOND PASS; EACH UNIT'S     *
010890*  COUNT IS NOW KNOWN, SO ITS MIDDLE ROW(S), PERCENTILE ROWS   *
010900*  AND BANDS CAN BE PICKED UP AS THEY GO BY                    *
010910*--------------------------------------------------------------*
010920 4700-CAPTURE-CATEGORY-MEDIAN.
010930     READ SORTED-CATEGORY-FILE
010940         AT END
010950             SET MNTH-EOF TO TRUE
010960     END-READ
010970     IF MNTH-EOF
010980         GO TO 4700-EXIT
010990     END-IF
011000     IF MNTH-CAT-IX = 0
011010             OR MNTH-GROUP-ROW >= MNTH-CAT-N(MNTH-CAT-IX)
011020         ADD 1 TO MNTH-CAT-IX
011030         MOVE 0 TO MNTH-GROUP-ROW
011040         DIVIDE MNTH-CAT-N(MNTH-CAT-IX) BY 2
011050             GIVING MNTH-MEDIAN-INDEX
011060             REMAINDER MNTH-MEDIAN-REMAINDER
011070         IF MNTH-MEDIAN-REMAINDER = 0
011080             MOVE MNTH-MEDIAN-INDEX TO MNTH-MEDIAN-T1
011090             COMPUTE MNTH-MEDIAN-T2 = MNTH-MEDIAN-INDEX + 1
011100         ELSE
011110             COMPUTE MNTH-MEDIAN-T1 = MNTH-MEDIAN-INDEX + 1
011120             MOVE MNTH-MEDIAN-T1 TO MNTH-MEDIAN-T2
011130         END-IF
011140         COMPUTE MNTH-PCT-T10 =
011150             ((MNTH-CAT-N(MNTH-CAT-IX) * 10) + 99) / 100
011160         COMPUTE MNTH-PCT-T25 =
011170             ((MNTH-CAT-N(MNTH-CAT-IX) * 25) + 99) / 100
011180         COMPUTE MNTH-PCT-T75 =
011190             ((MNTH-CAT-N(MNTH-CAT-IX) * 75) + 99) / 100
011200         COMPUTE MNTH-PCT-T90 =
011210             ((MNTH-CAT-N(MNTH-CAT-IX) * 90) + 99) / 100
011220         COMPUTE MNTH-CAT-BWID(MNTH-CAT-IX) =
011230             ((MNTH-CAT-MAX(MNTH-CAT-IX)
011240             - MNTH-CAT-MIN(MNTH-CAT-IX)) / 10) + 1
011250         PERFORM VARYING MNTH-BAND-IX FROM 1 BY 1
011260                 UNTIL MNTH-BAND-IX > 10
011270             MOVE 0 TO MNTH-CAT-BAND(MNTH-CAT-IX, MNTH-BAND-IX)
011280         END-PERFORM
011290     END-IF
011300     ADD 1 TO MNTH-GROUP-ROW
011310     IF MNTH-GROUP-ROW = MNTH-MEDIAN-T1
011320         MOVE SRTC-VALUE TO MNTH-MEDIAN-V1
011330     END-IF
011340     IF MNTH-GROUP-ROW = MNTH-MEDIAN-T2
011350         MOVE SRTC-VALUE TO MNTH-MEDIAN-V2
011360         IF MNTH-MEDIAN-REMAINDER = 0
011370             COMPUTE MNTH-CAT-MED(MNTH-CAT-IX) =
011380                 (MNTH-MEDIAN-V1 + MNTH-MEDIAN-V2) / 2
011390         ELSE
011400             MOVE MNTH-MEDIAN-V1 TO MNTH-CAT-MED(MNTH-CAT-IX)
011410         END-IF
011420     END-IF
011430     IF MNTH-GROUP-ROW = MNTH-PCT-T10
011440         MOVE SRTC-VALUE TO MNTH-CAT-P10(MNTH-CAT-IX)
011450     END-IF
011460     IF MNTH-GROUP-ROW = MNTH-PCT-T25
011470         MOVE SRTC-VALUE TO MNTH-CAT-P25(MNTH-CAT-IX)
011480     END-IF
011490     IF MNTH-GROUP-ROW = MNTH-PCT-T75
011500         MOVE SRTC-VALUE TO MNTH-CAT-P75(MNTH-CAT-IX)
011510     END-IF
011520     IF MNTH-GROUP-ROW = MNTH-PCT-T90
011530         MOVE SRTC-VALUE TO MNTH-CAT-P90(MNTH-CAT-IX)
011540     END-IF
011550     COMPUTE MNTH-BAND-IX =
011560         ((SRTC-VALUE - MNTH-BAND-MIN) / MNTH-BAND-WIDTH) + 1
011570     IF MNTH-BAND-IX > 10
011580         MOVE 10 TO MNTH-BAND-IX
011590     END-IF
011600     ADD 1 TO MNTH-BAND-CNT(MNTH-BAND-IX)
011610     COMPUTE MNTH-BAND-IX =
011620         ((SRTC-VALUE - MNTH-CAT-MIN(MNTH-CAT-IX))
011630         / MNTH-CAT-BWID(MNTH-CAT-IX)) + 1
011640     IF MNTH-BAND-IX > 10
011650         MOVE 10 TO MNTH-BAND-IX
011660     END-IF
011670     ADD 1 TO MNTH-CAT-BAND(MNTH-CAT-IX, MNTH-BAND-IX).
011680 4700-EXIT.
011690     EXIT.
011700*--------------------------------------------------------------*
011710*  6000-WRITE-HEADING - REPORT TITLE, PERIOD AND RUN DATE      *
011720*--------------------------------------------------------------*
011730 6000-WRITE-HEADING.
011740     MOVE SPACES TO MNTH-REPORT-LINE
011750     IF MNTH-PERIOD-IS-QUARTER
011760         MOVE "QUARTER" TO MNTH-PERIOD-TITLE
011770         STRING "QUARTER-END STATISTICS REPORT" DELIMITED BY SIZE
011780             INTO MNTH-REPORT-LINE
011790     ELSE
011800         MOVE "MONTH" TO MNTH-PERIOD-TITLE
011810         STRING "MONTH-END STATISTICS REPORT" DELIMITED BY SIZE
011820             INTO MNTH-REPORT-LINE
011830     END-IF
011840     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
011850     IF MNTH-IS-PERIOD-END
011860         MOVE MNTH-FROM-DATE TO MNTH-ED-FROM-DATE
011870         MOVE MNTH-TO-DATE TO MNTH-ED-TO-DATE
011880         MOVE SPACES TO MNTH-REPORT-LINE
011890         STRING "PERIOD: " DELIMITED BY SIZE
011900             MNTH-ED-FROM-DATE DELIMITED BY SIZE
011910             " TO " DELIMITED BY SIZE
011920             MNTH-ED-TO-DATE DELIMITED BY SIZE
011930             INTO MNTH-REPORT-LINE
011940         WRITE REPORT-LINE FROM MNTH-REPORT-LINE
011950     END-IF
011960     MOVE MNTH-RUN-DATE TO MNTH-ED-RUN-DATE
011970     MOVE SPACES TO MNTH-REPORT-LINE
011980     STRING "RUN DATE: " DELIMITED BY SIZE
011990         MNTH-ED-RUN-DATE DELIMITED BY SIZE
012000         INTO MNTH-REPORT-LINE
012010     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
012020     MOVE SPACES TO REPORT-LINE
012030     WRITE REPORT-LINE.
012040 6000-EXIT.
012050     EXIT.
012060*--------------------------------------------------------------*
012070*  6050-WRITE-SELECTION-LINES - WHAT WENT INTO THE PERIOD:     *
012080*  BUSINESS DATES FOUND, VALUES USED, AND VALUES SET ASIDE     *
012090*  BECAUSE A LATER RUN OF THE SAME DATE REPLACED THEM          *
012100*--------------------------------------------------------------*
012110 6050-WRITE-SELECTION-LINES.
012120     MOVE MNTH-DAYS-COUNT TO MNTH-ED-DAYS
012130     MOVE SPACES TO MNTH-REPORT-LINE
012140     STRING "BUSINESS DATES IN PERIOD:     " DELIMITED BY SIZE
012150         MNTH-ED-DAYS DELIMITED BY SIZE
012160         INTO MNTH-REPORT-LINE
012170     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
012180     MOVE MNTH-RECORD-COUNT TO MNTH-ED-COUNT
012190     MOVE SPACES TO MNTH-REPORT-LINE
012200     STRING "ACCEPTED VALUES USED:   " DELIMITED BY SIZE
012210         MNTH-ED-COUNT DELIMITED BY SIZE
012220         INTO MNTH-REPORT-LINE
012230     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
012240     MOVE MNTH-SUPERSEDED-COUNT TO MNTH-ED-COUNT
012250     MOVE SPACES TO MNTH-REPORT-LINE
012260     STRING "SUPERSEDED BY A RERUN:  " DELIMITED BY SIZE
012270         MNTH-ED-COUNT DELIMITED BY SIZE
012280         INTO MNTH-REPORT-LINE
012290     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
012300     MOVE SPACES TO REPORT-LINE
012310     WRITE REPORT-LINE.
012320 6050-EXIT.
012330     EXIT.
012340*--------------------------------------------------------------*
012350*  6500-WRITE-UNIT-SECTIONS - A CONTROL-BREAK SECTION FOR EACH *
012360*  BUSINESS-UNIT CODE IN THE PERIOD                            *
012370*--------------------------------------------------------------*
012380 6500-WRITE-UNIT-SECTIONS.
012390     PERFORM VARYING MNTH-CAT-IX FROM 1 BY 1
012400             UNTIL MNTH-CAT-IX > MNTH-CATEGORY-COUNT
012410         PERFORM 6600-WRITE-ONE-UNIT THRU 6600-EXIT
012420     END-PERFORM.
012430 6500-EXIT.
012440     EXIT.
012450*--------------------------------------------------------------*
012460*  6550-COMPUTE-UNIT-FIGURES - ONE UNIT'S MEAN AND STD DEV     *
012470*  FROM ITS TALLIED TOTALS (MNTH-CAT-IX NAMES THE UNIT);       *
012480*  SHARED BY THE REPORT AND THE PERSTATS RESULTS FILE          *
012490*--------------------------------------------------------------*
012500 6550-COMPUTE-UNIT-FIGURES.
012510     MOVE MNTH-CAT-N(MNTH-CAT-IX) TO MNTH-CAT-RECORDS
012520     COMPUTE MNTH-CAT-MEAN =
012530         MNTH-CAT-TOT(MNTH-CAT-IX) / MNTH-CAT-RECORDS
012540     COMPUTE MNTH-CAT-VARIANCE =
012550         (MNTH-CAT-SQT(MNTH-CAT-IX) / MNTH-CAT-RECORDS)
012560         - (MNTH-CAT-MEAN * MNTH-CAT-MEAN)
012570     IF MNTH-CAT-VARIANCE < 0
012580         MOVE 0 TO MNTH-CAT-VARIANCE
012590     END-IF
012600     COMPUTE MNTH-CAT-STD-DEV =
012610         FUNCTION SQRT(MNTH-CAT-VARIANCE).
012620 6550-EXIT.
012630     EXIT.
012640*--------------------------------------------------------------*
012650*  6600-WRITE-ONE-UNIT - FIGURES AND SECTION LINES FOR A       *
012660*  SINGLE BUSINESS-UNIT CODE                                   *
012670*--------------------------------------------------------------*
012680 6600-WRITE-ONE-UNIT.
012690     PERFORM 6550-COMPUTE-UNIT-FIGURES THRU 6550-EXIT
012700     MOVE MNTH-CAT-RECORDS TO MNTH-ED-COUNT
012710     MOVE MNTH-CAT-CODE(MNTH-CAT-IX) TO MNTH-UNIT-WANTED
012720     PERFORM 1200-LOOK-UP-UNIT THRU 1200-EXIT
012730     IF MNTH-UNIT-FOUND-IX > 0
012740         MOVE MNTH-UNIT-NAME(MNTH-UNIT-FOUND-IX)
012750             TO MNTH-UNIT-PRINT-NAME
012760     ELSE
012770         MOVE SPACES TO MNTH-UNIT-PRINT-NAME
012780     END-IF
012790     MOVE SPACES TO MNTH-REPORT-LINE
012800     STRING "UNIT: " DELIMITED BY SIZE
012810         MNTH-CAT-CODE(MNTH-CAT-IX) DELIMITED BY SIZE
012820         " " DELIMITED BY SIZE
012830         MNTH-UNIT-PRINT-NAME DELIMITED BY SIZE
012840         "  COUNT: " DELIMITED BY SIZE
012850         MNTH-ED-COUNT DELIMITED BY SIZE
012860         INTO MNTH-REPORT-LINE
012870     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
012880     MOVE MNTH-CAT-MIN(MNTH-CAT-IX) TO MNTH-ED-SMALLEST
012890     MOVE MNTH-CAT-MAX(MNTH-CAT-IX) TO MNTH-ED-LARGEST
012900     MOVE MNTH-CAT-MODE(MNTH-CAT-IX) TO MNTH-ED-MODE
012910     MOVE SPACES TO MNTH-REPORT-LINE
012920     STRING "  SMALLEST: " DELIMITED BY SIZE
012930         MNTH-ED-SMALLEST DELIMITED BY SIZE
012940         "   LARGEST: " DELIMITED BY SIZE
012950         MNTH-ED-LARGEST DELIMITED BY SIZE
012960         "   MODE: " DELIMITED BY SIZE
012970         MNTH-ED-MODE DELIMITED BY SIZE
012980         INTO MNTH-REPORT-LINE
012990     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
013000     PERFORM 6620-WRITE-UNIT-MODE-LIST THRU 6620-EXIT
013010     MOVE MNTH-CAT-MEAN TO MNTH-ED-MEAN
013020     MOVE MNTH-CAT-MED(MNTH-CAT-IX) TO MNTH-ED-MEDIAN
013030     MOVE MNTH-CAT-STD-DEV TO MNTH-ED-STD-DEV
013040     MOVE SPACES TO MNTH-REPORT-LINE
013050     STRING "  MEAN: " DELIMITED BY SIZE
013060         MNTH-ED-MEAN DELIMITED BY SIZE
013070         "   MEDIAN: " DELIMITED BY SIZE
013080         MNTH-ED-MEDIAN DELIMITED BY SIZE
013090         "   STD DEV: " DELIMITED BY SIZE
013100         MNTH-ED-STD-DEV DELIMITED BY SIZE
013110         INTO MNTH-REPORT-LINE
013120     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
013130     MOVE MNTH-CAT-P10(MNTH-CAT-IX) TO MNTH-DIST-P10
013140     MOVE MNTH-CAT-P25(MNTH-CAT-IX) TO MNTH-DIST-P25
013150     MOVE MNTH-CAT-P75(MNTH-CAT-IX) TO MNTH-DIST-P75
013160     MOVE MNTH-CAT-P90(MNTH-CAT-IX) TO MNTH-DIST-P90
013170     PERFORM 6650-WRITE-PERCENTILE-LINES THRU 6650-EXIT
013180     MOVE MNTH-CAT-MIN(MNTH-CAT-IX) TO MNTH-DIST-MIN
013190     MOVE MNTH-CAT-BWID(MNTH-CAT-IX) TO MNTH-DIST-WIDTH
013200     PERFORM VARYING MNTH-BAND-IX FROM 1 BY 1
013210             UNTIL MNTH-BAND-IX > 10
013220         MOVE MNTH-CAT-BAND(MNTH-CAT-IX, MNTH-BAND-IX)
013230             TO MNTH-DIST-CNT(MNTH-BAND-IX)
013240     END-PERFORM
013250     PERFORM 6700-WRITE-DISTRIBUTION THRU 6700-EXIT
013260     MOVE SPACES TO REPORT-LINE
013270     WRITE REPORT-LINE.
013280 6600-EXIT.
013290     EXIT.
013300*--------------------------------------------------------------*
013310*  6620-WRITE-UNIT-MODE-LIST - THE UNIT'S TIED MODE VALUES     *
013320*  (UP TO FIVE, WITH A COUNT OF ANY MORE)                      *
013330*--------------------------------------------------------------*
013340 6620-WRITE-UNIT-MODE-LIST.
013350     MOVE SPACES TO MNTH-MODE-LIST-TEXT
013360     MOVE 1 TO MNTH-MODE-LIST-POINTER
013370     PERFORM VARYING MNTH-MODE-IX FROM 1 BY 1
013380             UNTIL MNTH-MODE-IX > MNTH-CAT-TIES(MNTH-CAT-IX)
013390                 OR MNTH-MODE-IX > 5
013400         MOVE MNTH-CAT-MODE-LIST(MNTH-CAT-IX, MNTH-MODE-IX)
013410             TO MNTH-ED-MODE-ENTRY
013420         IF MNTH-MODE-IX > 1
013430             STRING " " DELIMITED BY SIZE
013440                 INTO MNTH-MODE-LIST-TEXT
013450                 WITH POINTER MNTH-MODE-LIST-POINTER
013460         END-IF
013470         STRING MNTH-ED-MODE-ENTRY DELIMITED BY SIZE
013480             INTO MNTH-MODE-LIST-TEXT
013490             WITH POINTER MNTH-MODE-LIST-POINTER
013500     END-PERFORM
013510     MOVE SPACES TO MNTH-REPORT-LINE
013520     STRING "  MODE VALUE(S): " DELIMITED BY SIZE
013530         MNTH-MODE-LIST-TEXT DELIMITED BY SIZE
013540         INTO MNTH-REPORT-LINE
013550     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
013560     IF MNTH-CAT-TIES(MNTH-CAT-IX) > 5
013570         COMPUTE MNTH-ED-MODE-OMITTED =
013580             MNTH-CAT-TIES(MNTH-CAT-IX) - 5
013590         MOVE SPACES TO MNTH-REPORT-LINE
013600         STRING "    (LIST TRUNCATED - " DELIMITED BY SIZE
013610             MNTH-ED-MODE-OMITTED DELIMITED BY SIZE
013620             " MORE TIED VALUE(S) NOT SHOWN)" DELIMITED BY SIZE
013630             INTO MNTH-REPORT-LINE
013640         WRITE REPORT-LINE FROM MNTH-REPORT-LINE
013650     END-IF.
013660 6620-EXIT.
013670     EXIT.
013680*--------------------------------------------------------------*
013690*  6650-WRITE-PERCENTILE-LINES - P10/P25/P75/P90 AND THE       *
013700*  INTERQUARTILE RANGE FROM THE SHARED DISTRIBUTION PRINT      *
013710*  AREA                                                        *
013720*--------------------------------------------------------------*
013730 6650-WRITE-PERCENTILE-LINES.
013740     MOVE MNTH-DIST-P10 TO MNTH-ED-P10
013750     MOVE MNTH-DIST-P25 TO MNTH-ED-P25
013760     MOVE MNTH-DIST-P75 TO MNTH-ED-P75
013770     MOVE MNTH-DIST-P90 TO MNTH-ED-P90
013780     MOVE SPACES TO MNTH-REPORT-LINE
013790     STRING "  P10: " DELIMITED BY SIZE
013800         MNTH-ED-P10 DELIMITED BY SIZE
013810         "   P25: " DELIMITED BY SIZE
013820         MNTH-ED-P25 DELIMITED BY SIZE
013830         "   P75: " DELIMITED BY SIZE
013840         MNTH-ED-P75 DELIMITED BY SIZE
013850         "   P90: " DELIMITED BY SIZE
013860         MNTH-ED-P90 DELIMITED BY SIZE
013870         INTO MNTH-REPORT-LINE
013880     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
013890     COMPUTE MNTH-DIST-IQR = MNTH-DIST-P75 - MNTH-DIST-P25
013900     MOVE MNTH-DIST-IQR TO MNTH-ED-IQR
013910     MOVE SPACES TO MNTH-REPORT-LINE
013920     STRING "  INTERQUARTILE RANGE: " DELIMITED BY SIZE
013930         MNTH-ED-IQR DELIMITED BY SIZE
013940         INTO MNTH-REPORT-LINE
013950     WRITE REPORT-LINE FROM MNTH-REPORT-LINE.
013960 6650-EXIT.
013970     EXIT.
013980*--------------------------------------------------------------*
013990*  6700-WRITE-DISTRIBUTION - TEN BAND LINES FROM THE SHARED    *
014000*  DISTRIBUTION PRINT AREA, EACH WITH ITS VALUE RANGE, COUNT,  *
014010*  AND A HISTOGRAM BAR SCALED TO THE BUSIEST BAND              *
014020*--------------------------------------------------------------*
014030 6700-WRITE-DISTRIBUTION.
014040     MOVE SPACES TO MNTH-REPORT-LINE
014050     STRING "  FREQUENCY DISTRIBUTION" DELIMITED BY SIZE
014060         INTO MNTH-REPORT-LINE
014070     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
014080     MOVE 0 TO MNTH-BAND-MAXC
014090     PERFORM VARYING MNTH-BAND-IX FROM 1 BY 1
014100             UNTIL MNTH-BAND-IX > 10
014110         IF MNTH-DIST-CNT(MNTH-BAND-IX) > MNTH-BAND-MAXC
014120             MOVE MNTH-DIST-CNT(MNTH-BAND-IX) TO MNTH-BAND-MAXC
014130         END-IF
014140     END-PERFORM
014150     PERFORM 6750-WRITE-ONE-BAND THRU 6750-EXIT
014160         VARYING MNTH-BAND-IX FROM 1 BY 1
014170         UNTIL MNTH-BAND-IX > 10.
014180 6700-EXIT.
014190     EXIT.
014200*--------------------------------------------------------------*
014210*  6750-WRITE-ONE-BAND - ONE VALUE BAND: RANGE, COUNT, BAR     *
014220*--------------------------------------------------------------*
014230 6750-WRITE-ONE-BAND.
014240     COMPUTE MNTH-BAND-LOW = MNTH-DIST-MIN +
014250         ((MNTH-BAND-IX - 1) * MNTH-DIST-WIDTH)
014260     COMPUTE MNTH-BAND-HIGH = MNTH-BAND-LOW + MNTH-DIST-WIDTH - 1
014270     MOVE MNTH-BAND-LOW TO MNTH-ED-BAND-LOW
014280     MOVE MNTH-BAND-HIGH TO MNTH-ED-BAND-HIGH
014290     MOVE MNTH-DIST-CNT(MNTH-BAND-IX) TO MNTH-ED-BAND-COUNT
014300     MOVE SPACES TO MNTH-BAND-BAR
014310     IF MNTH-BAND-MAXC > 0 AND MNTH-DIST-CNT(MNTH-BAND-IX) > 0
014320         COMPUTE MNTH-BAND-STARS =
014330             (MNTH-DIST-CNT(MNTH-BAND-IX) * 25) / MNTH-BAND-MAXC
014340         IF MNTH-BAND-STARS < 1
014350             MOVE 1 TO MNTH-BAND-STARS
014360         END-IF
014370         IF MNTH-BAND-STARS > 25
014380             MOVE 25 TO MNTH-BAND-STARS
014390         END-IF
014400         MOVE ALL '*' TO MNTH-BAND-BAR(1:MNTH-BAND-STARS)
014410     END-IF
014420     MOVE SPACES TO MNTH-REPORT-LINE
014430     STRING "  " DELIMITED BY SIZE
014440         MNTH-ED-BAND-LOW DELIMITED BY SIZE
014450         " TO " DELIMITED BY SIZE
014460         MNTH-ED-BAND-HIGH DELIMITED BY SIZE
014470         "  " DELIMITED BY SIZE
014480         MNTH-ED-BAND-COUNT DELIMITED BY SIZE
014490         "  " DELIMITED BY SIZE
014500         MNTH-BAND-BAR DELIMITED BY SIZE
014510         INTO MNTH-REPORT-LINE
014520     WRITE REPORT-LINE FROM MNTH-REPORT-LINE.
014530 6750-EXIT.
014540     EXIT.
014550*--------------------------------------------------------------*
014560*  6800-WRITE-COMBINED-SECTION - THE PERIOD'S FIGURES OVER     *
014570*  ALL UNITS, WITH EVERY TIED MODE VALUE                       *
014580*--------------------------------------------------------------*
014590 6800-WRITE-COMBINED-SECTION.
014600     MOVE MNTH-RECORD-COUNT TO MNTH-ED-COUNT
014610     MOVE SPACES TO MNTH-REPORT-LINE
014620     STRING "ALL UNITS COMBINED  COUNT: " DELIMITED BY SIZE
014630         MNTH-ED-COUNT DELIMITED BY SIZE
014640         INTO MNTH-REPORT-LINE
014650     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
014660     MOVE MNTH-SMALLEST TO MNTH-ED-SMALLEST
014670     MOVE MNTH-LARGEST TO MNTH-ED-LARGEST
014680     MOVE MNTH-MODE-VALUE TO MNTH-ED-MODE
014690     MOVE SPACES TO MNTH-REPORT-LINE
014700     STRING "SMALLEST: " DELIMITED BY SIZE
014710         MNTH-ED-SMALLEST DELIMITED BY SIZE
014720         "   LARGEST: " DELIMITED BY SIZE
014730         MNTH-ED-LARGEST DELIMITED BY SIZE
014740         "   MODE: " DELIMITED BY SIZE
014750         MNTH-ED-MODE DELIMITED BY SIZE
014760         INTO MNTH-REPORT-LINE
014770     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
014780     PERFORM 6850-BUILD-MODE-LIST THRU 6850-EXIT
014790     MOVE SPACES TO MNTH-REPORT-LINE
014800     STRING "MODE VALUE(S): " DELIMITED BY SIZE
014810         MNTH-MODE-LIST-TEXT DELIMITED BY SIZE
014820         INTO MNTH-REPORT-LINE
014830     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
014840     IF MNTH-MODE-LIST-TRUNCATED
014850         COMPUTE MNTH-ED-MODE-OMITTED =
014860             MNTH-MODE-VALUES-COUNT - MNTH-MODE-LIST-SHOWN
014870         MOVE SPACES TO MNTH-REPORT-LINE
014880         STRING "  (LIST TRUNCATED - " DELIMITED BY SIZE
014890             MNTH-ED-MODE-OMITTED DELIMITED BY SIZE
014900             " MORE TIED VALUE(S) NOT SHOWN)" DELIMITED BY SIZE
014910             INTO MNTH-REPORT-LINE
014920         WRITE REPORT-LINE FROM MNTH-REPORT-LINE
014930     END-IF
014940     MOVE MNTH-MEAN-VALUE TO MNTH-ED-MEAN
014950     MOVE MNTH-MEDIAN-VALUE TO MNTH-ED-MEDIAN
014960     MOVE MNTH-STD-DEV-VALUE TO MNTH-ED-STD-DEV
014970     MOVE SPACES TO MNTH-REPORT-LINE
014980     STRING "MEAN: " DELIMITED BY SIZE
014990         MNTH-ED-MEAN DELIMITED BY SIZE
015000         "   MEDIAN: " DELIMITED BY SIZE
015010         MNTH-ED-MEDIAN DELIMITED BY SIZE
015020         "   STD DEV: " DELIMITED BY SIZE
015030         MNTH-ED-STD-DEV DELIMITED BY SIZE
015040         INTO MNTH-REPORT-LINE
015050     WRITE REPORT-LINE FROM MNTH-REPORT-LINE
015060     MOVE MNTH-P10-VALUE TO MNTH-DIST-P10
015070     MOVE MNTH-P25-VALUE TO MNTH-DIST-P25
015080     MOVE MNTH-P75-VALUE TO MNTH-DIST-P75
015090     MOVE MNTH-P90-VALUE TO MNTH-DIST-P90
015100     PERFORM 6650-WRITE-PERCENTILE-LINES THRU 6650-EXIT
015110     MOVE MNTH-BAND-MIN TO MNTH-DIST-MIN
015120     MOVE MNTH-BAND-WIDTH TO MNTH-DIST-WIDTH
015130     PERFORM VARYING MNTH-BAND-IX FROM 1 BY 1
015140             UNTIL MNTH-BAND-IX > 10
015150         MOVE MNTH-BAND-CNT(MNTH-BAND-IX)
015160             TO MNTH-DIST-CNT(MNTH-BAND-IX)
015170     END-PERFORM
015180     PERFORM 6700-WRITE-DISTRIBUTION THRU 6700-EXIT.
015190 6800-EXIT.
015200     EXIT.
015210*--------------------------------------------------------------*
015220*  6850-BUILD-MODE-LIST - SPACE-SEPARATED LIST OF EVERY VALUE  *
015230*  TIED FOR THE COMBINED MODE                                  *
015240*--------------------------------------------------------------*
015250 6850-BUILD-MODE-LIST.
015260     MOVE SPACES TO MNTH-MODE-LIST-TEXT
015270     MOVE 1 TO MNTH-MODE-LIST-POINTER
015280     MOVE 0 TO MNTH-MODE-LIST-SHOWN
015290     SET MNTH-MODE-LIST-COMPLETE TO TRUE
015300     PERFORM VARYING MNTH-MODE-IX FROM 1 BY 1
015310             UNTIL MNTH-MODE-IX > MNTH-MODE-STORED-COUNT
015320                 OR MNTH-MODE-LIST-TRUNCATED
015330         MOVE MNTH-MODE-TABLE(MNTH-MODE-IX) TO MNTH-ED-MODE-ENTRY
015340         IF MNTH-MODE-IX > 1
015350             STRING " " DELIMITED BY SIZE
015360                 INTO MNTH-MODE-LIST-TEXT
015370                 WITH POINTER MNTH-MODE-LIST-POINTER
015380                 ON OVERFLOW
015390                     SET MNTH-MODE-LIST-TRUNCATED TO TRUE
015400             END-STRING
015410         END-IF
015420         IF NOT MNTH-MODE-LIST-TRUNCATED
015430             STRING MNTH-ED-MODE-ENTRY DELIMITED BY SIZE
015440                 INTO MNTH-MODE-LIST-TEXT
015450                 WITH POINTER MNTH-MODE-LIST-POINTER
015460                 ON OVERFLOW
015470                     SET MNTH-MODE-LIST-TRUNCATED TO TRUE
015480             END-STRING
015490         END-IF
015500         IF NOT MNTH-MODE-LIST-TRUNCATED
015510             ADD 1 TO MNTH-MODE-LIST-SHOWN
015520         END-IF
015530     END-PERFORM
015540     IF MNTH-MODE-LIST-SHOWN < MNTH-MODE-VALUES-COUNT
015550         SET MNTH-MODE-LIST-TRUNCATED TO TRUE
015560     END-IF.
015570 6850-EXIT.
015580     EXIT.
015590*--------------------------------------------------------------*
015600*  7100-WRITE-PERIOD-STATS - THE PERIOD'S RESULTS IN A         *
015610*  MACHINE-READABLE FILE FOR THE STATEXPT EXPORT STEP: ONE     *
015620*  SUMMARY RECORD (TYPE M OR Q) AND ONE RECORD PER UNIT        *
015630*--------------------------------------------------------------*
015640 7100-WRITE-PERIOD-STATS.
015650     OPEN OUTPUT PERIOD-STATS-FILE
015660     IF MNTH-PERSTAT-STATUS NOT = "00"
015670         DISPLAY "PERSTATS OPEN FAILED, STATUS "
015680             MNTH-PERSTAT-STATUS
015690         GO TO 9999-EXIT
015700     END-IF
015710     MOVE SPACES TO PERSTAT-SUMMARY-RECORD
015720     MOVE MNTH-PERIOD-TYPE TO PST-S-TYPE
015730     MOVE MNTH-TO-DATE TO PST-S-END-DATE
015740     MOVE MNTH-FROM-DATE TO PST-S-FROM-DATE
015750     MOVE MNTH-DAYS-COUNT TO PST-S-DAYS
015760     MOVE MNTH-RECORD-COUNT TO PST-S-COUNT
015770     MOVE MNTH-SMALLEST TO PST-S-SMALLEST
015780     MOVE MNTH-LARGEST TO PST-S-LARGEST
015790     MOVE MNTH-MEAN-VALUE TO PST-S-MEAN
015800     MOVE MNTH-MEDIAN-VALUE TO PST-S-MEDIAN
015810     MOVE MNTH-STD-DEV-VALUE TO PST-S-STD-DEV
015820     MOVE MNTH-MODE-VALUE TO PST-S-MODE
015830     MOVE MNTH-P10-VALUE TO PST-S-P10
015840     MOVE MNTH-P25-VALUE TO PST-S-P25
015850     MOVE MNTH-P75-VALUE TO PST-S-P75
015860     MOVE MNTH-P90-VALUE TO PST-S-P90
015870     WRITE PERSTAT-SUMMARY-RECORD
015880     PERFORM 7150-WRITE-ONE-UNIT-STAT THRU 7150-EXIT
015890         VARYING MNTH-CAT-IX FROM 1 BY 1
015900         UNTIL MNTH-CAT-IX > MNTH-CATEGORY-COUNT
015910     CLOSE PERIOD-STATS-FILE.
015920 7100-EXIT.
015930     EXIT.
015940*--------------------------------------------------------------*
015950*  7150-WRITE-ONE-UNIT-STAT                                    *
015960*--------------------------------------------------------------*
015970 7150-WRITE-ONE-UNIT-STAT.
015980     PERFORM 6550-COMPUTE-UNIT-FIGURES THRU 6550-EXIT
015990     MOVE SPACES TO PERSTAT-UNIT-RECORD
016000     MOVE 'U' TO PST-U-TYPE
016010     MOVE MNTH-TO-DATE TO PST-U-END-DATE
016020     MOVE MNTH-CAT-CODE(MNTH-CAT-IX) TO PST-U-CODE
016030     MOVE MNTH-CAT-RECORDS TO PST-U-COUNT
016040     MOVE MNTH-CAT-MIN(MNTH-CAT-IX) TO PST-U-MIN
016050     MOVE MNTH-CAT-MAX(MNTH-CAT-IX) TO PST-U-MAX
016060     MOVE MNTH-CAT-MEAN TO PST-U-MEAN
016070     MOVE MNTH-CAT-MED(MNTH-CAT-IX) TO PST-U-MEDIAN
016080     MOVE MNTH-CAT-STD-DEV TO PST-U-STD-DEV
016090     MOVE MNTH-CAT-MODE(MNTH-CAT-IX) TO PST-U-MODE
016100     MOVE MNTH-CAT-P10(MNTH-CAT-IX) TO PST-U-P10
016110     MOVE MNTH-CAT-P25(MNTH-CAT-IX) TO PST-U-P25
016120     MOVE MNTH-CAT-P75(MNTH-CAT-IX) TO PST-U-P75
016130     MOVE MNTH-CAT-P90(MNTH-CAT-IX) TO PST-U-P90
016140     WRITE PERSTAT-UNIT-RECORD.
016150 7150-EXIT.
016160     EXIT.
016170*--------------------------------------------------------------*
016180*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
016190*--------------------------------------------------------------*
016200 9999-EXIT.
016210     MOVE MNTH-RETURN-SEVERITY TO RETURN-CODE
016220     STOP RUN.
