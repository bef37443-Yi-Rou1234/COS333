000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATSCOR.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATSCOR - SOURCE-OFFICE DATA-QUALITY SCORECARD             *
000090*                                                              *
000100*  EVERY STATPROG RUN APPENDS ONE SRCQUAL RECORD PER           *
000110*  ORIGINATING OFFICE: ITS ACCEPTED DETAILS, THRESHOLD         *
000120*  EXCEPTIONS AND REJECTS BY REASON CODE FOR THE BUSINESS      *
000130*  DATE, STAMPED WITH THE RUN DATE AND TIME. WHEN A DATE IS    *
000140*  RUN MORE THAN ONCE (A RERUN OR A RESTATEMENT) ONLY THE      *
000150*  LATEST RUN OF THE DATE COUNTS. THIS PROGRAM SCORES EACH     *
000160*  OFFICE ON THE SOURCE MASTER (AND ANY CODE FOUND THAT IS     *
000170*  NOT ON IT) FOR ONE CALENDAR MONTH AGAINST THE MONTH         *
000180*  BEFORE:                                                     *
000190*    - OFFICES RANKED BY DETAIL VOLUME (ACCEPTED PLUS          *
000200*      REJECTED), WITH THE CHANGE ON THE PRIOR MONTH           *
000210*    - REJECT RATE IN TOTAL AND BY REASON CODE                 *
000220*    - THRESHOLD-EXCEPTION RATE, AND FROM THE FEED REGISTRY    *
000230*      THE FEEDS STAGED LATE, HELD, OR MISSING (BUSINESS DAYS  *
000240*      ON WHICH AN ACTIVE OFFICE STAGED NO FEED)               *
000250*    - THE WORST OFFENDERS BY REJECT RATE WITH THEIR MOVEMENT  *
000260*      SINCE THE PRIOR MONTH AND THE OFFICE CONTACT            *
000270*                                                              *
000280*  SCORPARM IS OPTIONAL: THE MONTH TO SCORE AS YYYYMM IN       *
000290*  COLUMNS 1-6. WITHOUT IT THE MONTH BEFORE THE RUN DATE IS    *
000300*  SCORED. BUSINESS DAYS COME FROM THE BUSINESS CALENDAR;      *
000310*  A MONTH WITH NO CALENDAR ENTRIES COUNTS MONDAY TO FRIDAY.   *
000320*                                                              *
000330*  CONDITION CODES: 0 CLEAN, 4 NO QUALITY RECORDS FOR THE      *
000340*  MONTH, SOURCE CODES NOT ON THE SOURCE MASTER, OR UNUSABLE   *
000350*  QUALITY RECORDS, 16 FATAL.                                  *
000360*--------------------------------------------------------------*
000370*  MODIFICATION HISTORY                                        *
000380*--------------------------------------------------------------*
000390*  DATE       BY   DESCRIPTION                                 *
000400*  10/15/2026 JH   ORIGINAL VERSION.                           *
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARMS-FILE ASSIGN TO "SCORPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS SCOR-PARMS-STATUS.
000490
000500     SELECT QUALITY-FILE ASSIGN TO "SRCQUAL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SCOR-QUALITY-STATUS.
000530
000540     SELECT SOURCE-FILE ASSIGN TO "SRCREF"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SCOR-SOURCE-STATUS.
000570
000580     SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS FREG-KEY
000620         FILE STATUS IS SCOR-REGISTRY-STATUS.
000630
000640     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SCOR-CALENDAR-STATUS.
000670
000680     SELECT REPORT-FILE ASSIGN TO "SCORRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS SCOR-REPORT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730*--------------------------------------------------------------*
000740*  PARMS-FILE - OPTIONAL CARD: THE MONTH TO SCORE (YYYYMM)     *
000750*--------------------------------------------------------------*
000760 FD  PARMS-FILE
000770     RECORDING MODE IS F.
000780 01  PARMS-RECORD.
000790     05  SCOR-PARM-MONTH        PIC X(06).
000800     05  SCOR-PARM-MONTH-NUM REDEFINES SCOR-PARM-MONTH
000810                                PIC 9(06).
000820     05  FILLER                 PIC X(74).
000830*--------------------------------------------------------------*
000840*  QUALITY-FILE - ONE RECORD PER OFFICE PER STATPROG RUN, IN   *
000850*  STATPROG'S REJECT REASON ORDER SEQ1 TYP1 NUM1 RNG1 CAT1     *
000860*  CAT2 CAT3                                                   *
000870*--------------------------------------------------------------*
000880 FD  QUALITY-FILE
000890     RECORDING MODE IS F.
000900 01  QUALITY-RECORD.
000910     05  SQ-BUSINESS-DATE       PIC 9(08).
000920     05  FILLER                 PIC X(01).
000930     05  SQ-RUN-DATE            PIC 9(08).
000940     05  FILLER                 PIC X(01).
000950     05  SQ-RUN-TIME            PIC 9(08).
000960     05  FILLER                 PIC X(01).
000970     05  SQ-SOURCE              PIC X(02).
000980     05  FILLER                 PIC X(01).
000990     05  SQ-ACCEPTED            PIC 9(07).
001000     05  FILLER                 PIC X(01).
001010     05  SQ-EXCEPTIONS          PIC 9(07).
001020     05  SQ-REJECT-REASON OCCURS 7 TIMES.
001030         10  FILLER             PIC X(01).
001040         10  SQ-REJECT-COUNT    PIC 9(07).
001050*--------------------------------------------------------------*
001060*  SOURCE-FILE - THE SOURCE-OFFICE REFERENCE MASTER            *
001070*  MAINTAINED BY STATSRC                                       *
001080*--------------------------------------------------------------*
001090 FD  SOURCE-FILE
001100     RECORDING MODE IS F.
001110 01  SOURCE-RECORD.
001120     05  SRC-CODE               PIC X(02).
001130     05  FILLER                 PIC X(01).
001140     05  SRC-NAME               PIC X(20).
001150     05  FILLER                 PIC X(01).
001160     05  SRC-ACTIVE-FLAG        PIC X(01).
001170     05  FILLER                 PIC X(01).
001180     05  SRC-CONTACT            PIC X(30).
001190*--------------------------------------------------------------*
001200*  FEED-REGISTRY-FILE - ONE RECORD PER OFFICE FEED PER         *
001210*  BUSINESS DATE, AS WRITTEN BY STATPREP                       *
001220*--------------------------------------------------------------*
001230 FD  FEED-REGISTRY-FILE
001240     RECORDING MODE IS F.
001250 01  FEED-REGISTRY-RECORD.
001260     05  FREG-KEY.
001270         10  FREG-SOURCE        PIC X(02).
001280         10  FILLER             PIC X(01).
001290         10  FREG-BUSINESS-DATE PIC 9(08).
001300     05  FILLER                 PIC X(01).
001310     05  FREG-DECLARED-COUNT    PIC 9(07).
001320     05  FILLER                 PIC X(01).
001330     05  FREG-HAS-DECLARED      PIC X(01).
001340     05  FILLER                 PIC X(01).
001350     05  FREG-STAGED-COUNT      PIC 9(07).
001360     05  FILLER                 PIC X(01).
001370     05  FREG-HASH-TOTAL        PIC S9(11)
001380         SIGN IS LEADING SEPARATE CHARACTER.
001390     05  FILLER                 PIC X(01).
001400     05  FREG-STAGE-DATE        PIC 9(08).
001410     05  FILLER                 PIC X(01).
001420     05  FREG-STAGE-TIME        PIC 9(08).
001430     05  FILLER                 PIC X(01).
001440     05  FREG-DISPOSITION       PIC X(01).
001450         88  FREG-HELD                    VALUE 'H'.
001460     05  FILLER                 PIC X(01).
001470     05  FREG-DUP-REASON        PIC X(01).
001480     05  FILLER                 PIC X(01).
001490     05  FREG-DUP-OF-DATE       PIC 9(08).
001500*--------------------------------------------------------------*
001510*  CALENDAR-FILE - THE BUSINESS CALENDAR MAINTAINED BY         *
001520*  STATCAL, ONE RECORD PER DATE IN DATE ORDER                  *
001530*--------------------------------------------------------------*
001540 FD  CALENDAR-FILE
001550     RECORDING MODE IS F.
001560 01  CALENDAR-RECORD.
001570     05  CAL-DATE               PIC 9(08).
001580     05  FILLER                 PIC X(01).
001590     05  CAL-DAY-TYPE           PIC X(01).
001600         88  CAL-BUSINESS-DAY             VALUE 'B'.
001610     05  FILLER                 PIC X(01).
001620     05  CAL-PERIOD-END         PIC X(01).
001630     05  FILLER                 PIC X(01).
001640     05  CAL-DESCRIPTION        PIC X(20).
001650*--------------------------------------------------------------*
001660*  REPORT-FILE - THE MONTHLY SCORECARD                         *
001670*--------------------------------------------------------------*
001680 FD  REPORT-FILE
001690     RECORDING MODE IS F.
001700 01  REPORT-LINE PIC X(80).
001710 WORKING-STORAGE SECTION.
001720*--------------------------------------------------------------*
001730*  STANDARD SWITCHES                                           *
001740*--------------------------------------------------------------*
001750 01  SCOR-SWITCHES.
001760     05  SCOR-EOF-SWITCH        PIC X(01) VALUE 'N'.
001770         88  SCOR-EOF                     VALUE 'Y'.
001780         88  SCOR-NOT-EOF                 VALUE 'N'.
001790     05  SCOR-VALID-SWITCH      PIC X(01) VALUE 'N'.
001800         88  SCOR-RECORD-VALID            VALUE 'Y'.
001810         88  SCOR-RECORD-INVALID          VALUE 'N'.
001820     05  SCOR-MONTH-SWITCH      PIC X(01) VALUE 'N'.
001830         88  SCOR-MONTH-GIVEN             VALUE 'Y'.
001840         88  SCOR-MONTH-DEFAULTED         VALUE 'N'.
001850     05  SCOR-MASTER-SWITCH     PIC X(01) VALUE 'N'.
001860         88  SCOR-MASTER-LOADED           VALUE 'Y'.
001870         88  SCOR-NO-MASTER               VALUE 'N'.
001880     05  SCOR-REGISTRY-SWITCH   PIC X(01) VALUE 'N'.
001890         88  SCOR-REGISTRY-READ           VALUE 'Y'.
001900         88  SCOR-NO-REGISTRY             VALUE 'N'.
001910*--------------------------------------------------------------*
001920*  FILE STATUS CODES                                           *
001930*--------------------------------------------------------------*
001940 01  SCOR-FILE-STATUSES.
001950     05  SCOR-PARMS-STATUS      PIC X(02).
001960     05  SCOR-QUALITY-STATUS    PIC X(02).
001970     05  SCOR-SOURCE-STATUS     PIC X(02).
001980     05  SCOR-REGISTRY-STATUS   PIC X(02).
001990     05  SCOR-CALENDAR-STATUS   PIC X(02).
002000     05  SCOR-REPORT-STATUS     PIC X(02).
002010*--------------------------------------------------------------*
002020*  SCORING CONTROL - A FEED IS LATE WHEN STAGED MORE THAN      *
002030*  SCOR-LATE-DAYS AFTER ITS BUSINESS DATE; THE WORST-OFFENDER  *
002040*  LIST STOPS AFTER SCOR-WORST-LIMIT OFFICES                   *
002050*--------------------------------------------------------------*
002060 77  SCOR-LATE-DAYS             PIC 9(02) VALUE 1.
002070 77  SCOR-WORST-LIMIT           PIC 9(03) VALUE 10.
002080 77  SCOR-MAX-OFFICES           PIC 9(03) VALUE 99.
002090 77  SCOR-MAX-DAYS              PIC 9(03) VALUE 62.
002100 77  SCOR-REASON-COUNT          PIC 9(01) VALUE 7.
002110*--------------------------------------------------------------*
002120*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
002130*  ONLY WHEN THE SCORECARD IS COMPLETE                         *
002140*--------------------------------------------------------------*
002150 01  SCOR-RETURN-SEVERITY       PIC 9(02) VALUE 16.
002160*--------------------------------------------------------------*
002170*  RUN DATE AND THE TWO MONTHS SCORED - ENTRY 1 IS THE PRIOR   *
002180*  MONTH, ENTRY 2 THE MONTH BEING SCORED. FIRST, LAST AND      *
002190*  DUE-LAST ARE DAY NUMBERS; DUE-LAST IS THE LAST DAY A FEED   *
002200*  COULD YET HAVE BEEN STAGED (NO LATER THAN YESTERDAY)        *
002210*--------------------------------------------------------------*
002220 01  SCOR-RUN-DATE              PIC 9(08) VALUE 0.
002230 01  SCOR-RUN-DATE-PARTS REDEFINES SCOR-RUN-DATE.
002240     05  SCOR-RUN-YYYY          PIC 9(04).
002250     05  SCOR-RUN-MM            PIC 9(02).
002260     05  SCOR-RUN-DD            PIC 9(02).
002270 01  SCOR-RUN-DAY               PIC 9(07) COMP VALUE 0.
002280 01  SCOR-MONTH-WORK            PIC 9(06) VALUE 0.
002290 01  SCOR-MONTH-WORK-PARTS REDEFINES SCOR-MONTH-WORK.
002300     05  SCOR-MONTH-WORK-YYYY   PIC 9(04).
002310     05  SCOR-MONTH-WORK-MM     PIC 9(02).
002320 01  SCOR-MONTH-TABLE.
002330     05  SCOR-MONTH-ENTRY OCCURS 2 TIMES.
002340         10  SCOR-MONTH         PIC 9(06).
002350         10  SCOR-MONTH-FIRST   PIC 9(07) COMP.
002360         10  SCOR-MONTH-LAST    PIC 9(07) COMP.
002370         10  SCOR-MONTH-DUE-LAST PIC 9(07) COMP.
002380         10  SCOR-BUS-DAYS      PIC 9(03) COMP.
002390         10  SCOR-CAL-DAYS      PIC 9(03) COMP.
002400         10  SCOR-MONTH-USED    PIC 9(07) COMP.
002410 01  SCOR-MX                    PIC 9(01) COMP VALUE 0.
002420 01  SCOR-DATE-WORK             PIC 9(08) VALUE 0.
002430 01  SCOR-DATE-PARTS REDEFINES SCOR-DATE-WORK.
002440     05  SCOR-DATE-YYYY         PIC 9(04).
002450     05  SCOR-DATE-MM           PIC 9(02).
002460     05  SCOR-DATE-DD           PIC 9(02).
002470*--------------------------------------------------------------*
002480*  DAY TABLE - ONE ENTRY PER CALENDAR DAY FROM THE FIRST OF    *
002490*  THE PRIOR MONTH TO THE END OF THE SCORED MONTH: THE RUN     *
002500*  STAMP (RUN DATE AND TIME) OF THE LATEST STATPROG RUN OF     *
002510*  THE DATE, AND WHETHER THE DATE IS A BUSINESS DAY            *
002520*--------------------------------------------------------------*
002530 01  SCOR-DAY-COUNT             PIC 9(03) COMP VALUE 0.
002540 01  SCOR-DAY-TABLE.
002550     05  SCOR-DAY-ENTRY OCCURS 62 TIMES.
002560         10  SCOR-DAY-LATEST    PIC 9(16) COMP.
002570         10  SCOR-DAY-BUS-FLAG  PIC X(01).
002580             88  SCOR-DAY-IS-BUSINESS     VALUE 'Y'.
002590 01  SCOR-DX                    PIC 9(03) COMP VALUE 0.
002600 01  SCOR-DAY-OFFSET            PIC S9(07) COMP VALUE 0.
002610 01  SCOR-REC-DAY               PIC 9(07) COMP VALUE 0.
002620 01  SCOR-REC-STAMP             PIC 9(16) COMP VALUE 0.
002630 01  SCOR-STAGE-DAY             PIC 9(07) COMP VALUE 0.
002640 01  SCOR-WEEKDAY               PIC 9(01) COMP VALUE 0.
002650 01  SCOR-WEEK-COUNT            PIC 9(07) COMP VALUE 0.
002660*--------------------------------------------------------------*
002670*  OFFICE TABLE - THE SOURCE MASTER IN FILE ORDER, THEN ANY    *
002680*  CODE MET ON SRCQUAL OR THE FEED REGISTRY THAT IS NOT ON     *
002690*  IT. THE MONTH GROUP IS KEPT FOR BOTH MONTHS. RATES ARE      *
002700*  PERCENTAGES TO ONE DECIMAL. A RANK OF ZERO MEANS NOT        *
002710*  RANKED (NO DETAILS IN THAT MONTH)                           *
002720*--------------------------------------------------------------*
002730 01  SCOR-OFFICE-COUNT          PIC 9(03) COMP VALUE 0.
002740 01  SCOR-OFFICE-TABLE.
002750     05  SCOR-OFFICE OCCURS 99 TIMES.
002760         10  SCOR-OFF-CODE      PIC X(02).
002770         10  SCOR-OFF-NAME      PIC X(20).
002780         10  SCOR-OFF-CONTACT   PIC X(30).
002790         10  SCOR-OFF-FLAG      PIC X(01).
002800             88  SCOR-OFF-ACTIVE          VALUE 'A'.
002810         10  SCOR-OFF-SHOW      PIC X(01).
002820             88  SCOR-OFF-SHOWN           VALUE 'Y'.
002830         10  SCOR-OFF-VOL-RANK  PIC 9(03) COMP.
002840         10  SCOR-OFF-PRIOR-VOL-RANK PIC 9(03) COMP.
002850         10  SCOR-OFF-RATE-RANK PIC 9(03) COMP.
002860         10  SCOR-OFF-PRIOR-RATE-RANK PIC 9(03) COMP.
002870         10  SCOR-OFF-MONTH OCCURS 2 TIMES.
002880             15  SCOR-OM-ACCEPTED PIC 9(09) COMP.
002890             15  SCOR-OM-EXCEPTIONS PIC 9(09) COMP.
002900             15  SCOR-OM-REJECTED PIC 9(09) COMP.
002910             15  SCOR-OM-REJECT OCCURS 7 TIMES
002920                                PIC 9(09) COMP.
002930             15  SCOR-OM-VOLUME PIC 9(09) COMP.
002940             15  SCOR-OM-REJ-RATE PIC 9(03)V9(01) COMP.
002950             15  SCOR-OM-EXC-RATE PIC 9(03)V9(01) COMP.
002960             15  SCOR-OM-FEEDS  PIC 9(05) COMP.
002970             15  SCOR-OM-HELD   PIC 9(05) COMP.
002980             15  SCOR-OM-LATE   PIC 9(05) COMP.
002990             15  SCOR-OM-FEED-DAYS PIC 9(05) COMP.
003000             15  SCOR-OM-MISSING PIC 9(05) COMP.
003010 01  SCOR-IX                    PIC 9(03) COMP VALUE 0.
003020 01  SCOR-JX                    PIC 9(03) COMP VALUE 0.
003030 01  SCOR-FOUND-IX              PIC 9(03) COMP VALUE 0.
003040 01  SCOR-RANK-IX               PIC 9(03) COMP VALUE 0.
003050 01  SCOR-RSN-IX                PIC 9(01) COMP VALUE 0.
003060 01  SCOR-OFF-WANTED            PIC X(02) VALUE SPACES.
003070*--------------------------------------------------------------*
003080*  REJECT REASON CODES IN SRCQUAL ORDER, WITH THE REPORT       *
003090*  COLUMN OF EACH                                              *
003100*--------------------------------------------------------------*
003110 01  SCOR-REASON-LIST           PIC X(28)
003120         VALUE "SEQ1TYP1NUM1RNG1CAT1CAT2CAT3".
003130 01  SCOR-REASON-TABLE REDEFINES SCOR-REASON-LIST.
003140     05  SCOR-REASON            PIC X(04) OCCURS 7 TIMES.
003150 01  SCOR-REASON-COLUMN         PIC 9(02) COMP VALUE 0.
003160*--------------------------------------------------------------*
003170*  RUN COUNTERS                                                *
003180*--------------------------------------------------------------*
003190 01  SCOR-COUNTERS.
003200     05  SCOR-READ-COUNT        PIC 9(07) COMP VALUE 0.
003210     05  SCOR-BAD-COUNT         PIC 9(07) COMP VALUE 0.
003220     05  SCOR-USED-COUNT        PIC 9(07) COMP VALUE 0.
003230     05  SCOR-SUPERSEDED-COUNT  PIC 9(07) COMP VALUE 0.
003240     05  SCOR-FEED-COUNT        PIC 9(07) COMP VALUE 0.
003250     05  SCOR-UNKNOWN-COUNT     PIC 9(05) COMP VALUE 0.
003260     05  SCOR-OVERFLOW-COUNT    PIC 9(07) COMP VALUE 0.
003270     05  SCOR-WORST-PRINTED     PIC 9(03) COMP VALUE 0.
003280*--------------------------------------------------------------*
003290*  REPORT WORK FIELDS                                          *
003300*--------------------------------------------------------------*
003310 01  SCOR-WORK-RATE             PIC 9(03)V9(01) COMP VALUE 0.
003320 01  SCOR-CHANGE-PCT            PIC S9(05)V9(01) COMP VALUE 0.
003330 01  SCOR-CHANGE-POINTS         PIC S9(03)V9(01) COMP VALUE 0.
003340 01  SCOR-CHANGE-TEXT           PIC X(08) VALUE SPACES.
003350 01  SCOR-PRIOR-RANK-TEXT       PIC X(03) VALUE SPACES.
003360 01  SCOR-PRIOR-RATE-TEXT       PIC X(05) VALUE SPACES.
003370 01  SCOR-POINTS-TEXT           PIC X(06) VALUE SPACES.
003380 01  SCOR-MOVEMENT-TEXT         PIC X(06) VALUE SPACES.
003390 01  SCOR-REPORT-LINE           PIC X(80).
003400 01  SCOR-EDIT-FIELDS.
003410     05  SCOR-ED-DATE           PIC 9999/99/99.
003420     05  SCOR-ED-MONTH          PIC 9999/99.
003430     05  SCOR-ED-PRIOR-MONTH    PIC 9999/99.
003440     05  SCOR-ED-RANK           PIC ZZ9.
003450     05  SCOR-ED-DAYS           PIC ZZ9.
003460     05  SCOR-ED-PRIOR-DAYS     PIC ZZ9.
003470     05  SCOR-ED-VOLUME         PIC ZZZ,ZZZ,ZZ9.
003480     05  SCOR-ED-PRIOR-VOLUME   PIC ZZZ,ZZZ,ZZ9.
003490     05  SCOR-ED-CHANGE-PCT     PIC +++++9.9.
003500     05  SCOR-ED-RATE           PIC ZZ9.9.
003510     05  SCOR-ED-PRIOR-RATE     PIC ZZ9.9.
003520     05  SCOR-ED-POINTS         PIC +++9.9.
003530     05  SCOR-ED-FEEDS          PIC ZZZ9.
003540     05  SCOR-ED-PRIOR-FEEDS    PIC ZZZ9.
003550     05  SCOR-ED-LATE           PIC ZZZ9.
003560     05  SCOR-ED-PRIOR-LATE     PIC ZZZ9.
003570     05  SCOR-ED-MISSING        PIC ZZZ9.
003580     05  SCOR-ED-PRIOR-MISSING  PIC ZZZ9.
003590     05  SCOR-ED-HELD           PIC ZZZ9.
003600     05  SCOR-ED-PRIOR-HELD     PIC ZZZ9.
003610     05  SCOR-ED-COUNT          PIC ZZZZZZ9.
003620 PROCEDURE DIVISION.
003630*--------------------------------------------------------------*
003640*  0000-MAINLINE                                               *
003650*--------------------------------------------------------------*
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003680     PERFORM 1100-SET-MONTHS THRU 1100-EXIT
003690     PERFORM 1200-LOAD-SOURCE-MASTER THRU 1200-EXIT
003700     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
003710     PERFORM 1400-WRITE-HEADING THRU 1400-EXIT
003720     PERFORM 2000-FIND-LATEST-RUNS THRU 2000-EXIT
003730     PERFORM 3000-ACCUMULATE THRU 3000-EXIT
003740     PERFORM 3500-COUNT-FEEDS THRU 3500-EXIT
003750     PERFORM 4000-SCORE-OFFICES THRU 4000-EXIT
003760     IF SCOR-MONTH-USED(2) = 0
003770         MOVE SPACES TO REPORT-LINE
003780         WRITE REPORT-LINE
003790         MOVE SPACES TO SCOR-REPORT-LINE
003800         STRING "NO SRCQUAL RECORDS FOR " DELIMITED BY SIZE
003810             SCOR-ED-MONTH DELIMITED BY SIZE
003820             " - DETAIL FIGURES ARE ZERO" DELIMITED BY SIZE
003830             INTO SCOR-REPORT-LINE
003840         WRITE REPORT-LINE FROM SCOR-REPORT-LINE
003850     END-IF
003860     PERFORM 5000-REPORT-VOLUME THRU 5000-EXIT
003870     PERFORM 5500-REPORT-REJECTS THRU 5500-EXIT
003880     PERFORM 6000-REPORT-TIMELINESS THRU 6000-EXIT
003890     PERFORM 6500-REPORT-WORST THRU 6500-EXIT
003900     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT
003910     CLOSE REPORT-FILE
003920     IF SCOR-MONTH-USED(2) = 0
003930             OR SCOR-UNKNOWN-COUNT > 0
003940             OR SCOR-BAD-COUNT > 0
003950         MOVE 4 TO SCOR-RETURN-SEVERITY
003960     ELSE
003970         MOVE 0 TO SCOR-RETURN-SEVERITY
003980     END-IF
003990     DISPLAY "STATSCOR COMPLETE - MONTH: " SCOR-MONTH(2)
004000         " OFFICES: " SCOR-OFFICE-COUNT
004010     GO TO 9999-EXIT.
004020*--------------------------------------------------------------*
004030*  1000-INITIALIZE - OPEN THE REPORT AND READ THE OPTIONAL     *
004040*  MONTH CARD                                                  *
004050*--------------------------------------------------------------*
004060 1000-INITIALIZE.
004070     OPEN OUTPUT REPORT-FILE
004080     IF SCOR-REPORT-STATUS NOT = "00"
004090         DISPLAY "SCORRPT OPEN FAILED, STATUS "
004100             SCOR-REPORT-STATUS
004110         GO TO 9999-EXIT
004120     END-IF
004130     ACCEPT SCOR-RUN-DATE FROM DATE YYYYMMDD
004140     COMPUTE SCOR-RUN-DAY =
004150         FUNCTION INTEGER-OF-DATE(SCOR-RUN-DATE)
004160     INITIALIZE SCOR-MONTH-TABLE
004170     INITIALIZE SCOR-DAY-TABLE
004180     INITIALIZE SCOR-OFFICE-TABLE
004190     OPEN INPUT PARMS-FILE
004200     IF SCOR-PARMS-STATUS = "00"
004210         READ PARMS-FILE
004220             AT END
004230                 CONTINUE
004240             NOT AT END
004250                 IF SCOR-PARM-MONTH-NUM IS NUMERIC
004260                         AND SCOR-PARM-MONTH-NUM > 0
004270                     MOVE SCOR-PARM-MONTH-NUM TO SCOR-MONTH(2)
004280                     SET SCOR-MONTH-GIVEN TO TRUE
004290                 END-IF
004300         END-READ
004310         CLOSE PARMS-FILE
004320     END-IF.
004330 1000-EXIT.
004340     EXIT.
004350*--------------------------------------------------------------*
004360*  1100-SET-MONTHS - DEFAULT THE MONTH TO THE ONE BEFORE THE   *
004370*  RUN DATE, TAKE THE MONTH BEFORE IT FOR COMPARISON, AND      *
004380*  WORK OUT THE DAYS EACH COVERS                               *
004390*--------------------------------------------------------------*
004400 1100-SET-MONTHS.
004410     IF SCOR-MONTH-DEFAULTED
004420         IF SCOR-RUN-MM = 1
004430             COMPUTE SCOR-MONTH-WORK-YYYY = SCOR-RUN-YYYY - 1
004440             MOVE 12 TO SCOR-MONTH-WORK-MM
004450         ELSE
004460             MOVE SCOR-RUN-YYYY TO SCOR-MONTH-WORK-YYYY
004470             COMPUTE SCOR-MONTH-WORK-MM = SCOR-RUN-MM - 1
004480         END-IF
004490         MOVE SCOR-MONTH-WORK TO SCOR-MONTH(2)
004500     END-IF
004510     MOVE SCOR-MONTH(2) TO SCOR-MONTH-WORK
004520     IF SCOR-MONTH-WORK-MM < 1 OR SCOR-MONTH-WORK-MM > 12
004530             OR SCOR-MONTH-WORK-YYYY < 1601
004540         DISPLAY "SCORPARM MONTH INVALID: " SCOR-MONTH(2)
004550         GO TO 9999-EXIT
004560     END-IF
004570     IF SCOR-MONTH-WORK-MM = 1
004580         SUBTRACT 1 FROM SCOR-MONTH-WORK-YYYY
004590         MOVE 12 TO SCOR-MONTH-WORK-MM
004600     ELSE
004610         SUBTRACT 1 FROM SCOR-MONTH-WORK-MM
004620     END-IF
004630     MOVE SCOR-MONTH-WORK TO SCOR-MONTH(1)
004640     PERFORM 1150-SET-MONTH-DAYS THRU 1150-EXIT
004650         VARYING SCOR-MX FROM 1 BY 1
004660         UNTIL SCOR-MX > 2
004670     IF SCOR-MONTH-FIRST(1) < 2
004680         DISPLAY "SCORPARM MONTH INVALID: " SCOR-MONTH(2)
004690         GO TO 9999-EXIT
004700     END-IF
004710     COMPUTE SCOR-DAY-COUNT =
004720         SCOR-MONTH-LAST(2) - SCOR-MONTH-FIRST(1) + 1
004730     MOVE SCOR-MONTH(2) TO SCOR-ED-MONTH
004740     MOVE SCOR-MONTH(1) TO SCOR-ED-PRIOR-MONTH.
004750 1100-EXIT.
004760     EXIT.
004770*--------------------------------------------------------------*
004780*  1150-SET-MONTH-DAYS - FIRST, LAST AND LAST-DUE DAY NUMBERS  *
004790*  OF ONE MONTH                                                *
004800*--------------------------------------------------------------*
004810 1150-SET-MONTH-DAYS.
004820     MOVE SCOR-MONTH(SCOR-MX) TO SCOR-MONTH-WORK
004830     MOVE SCOR-MONTH-WORK-YYYY TO SCOR-DATE-YYYY
004840     MOVE SCOR-MONTH-WORK-MM TO SCOR-DATE-MM
004850     MOVE 1 TO SCOR-DATE-DD
004860     COMPUTE SCOR-MONTH-FIRST(SCOR-MX) =
004870         FUNCTION INTEGER-OF-DATE(SCOR-DATE-WORK)
004880     IF SCOR-MONTH-WORK-MM = 12
004890         COMPUTE SCOR-DATE-YYYY = SCOR-MONTH-WORK-YYYY + 1
004900         MOVE 1 TO SCOR-DATE-MM
004910     ELSE
004920         COMPUTE SCOR-DATE-MM = SCOR-MONTH-WORK-MM + 1
004930     END-IF
004940     COMPUTE SCOR-MONTH-LAST(SCOR-MX) =
004950         FUNCTION INTEGER-OF-DATE(SCOR-DATE-WORK) - 1
004960     MOVE SCOR-MONTH-LAST(SCOR-MX) TO SCOR-MONTH-DUE-LAST(SCOR-MX)
004970     IF SCOR-RUN-DAY - 1 < SCOR-MONTH-DUE-LAST(SCOR-MX)
004980         COMPUTE SCOR-MONTH-DUE-LAST(SCOR-MX) = SCOR-RUN-DAY - 1
004990     END-IF.
005000 1150-EXIT.
005010     EXIT.
005020*--------------------------------------------------------------*
005030*  1200-LOAD-SOURCE-MASTER - EVERY OFFICE ON THE SOURCE        *
005040*  MASTER TAKES A PLACE IN THE OFFICE TABLE. WITHOUT THE       *
005050*  MASTER THE OFFICES ARE THE CODES FOUND, UNNAMED, AND NONE   *
005060*  IS EXPECTED TO FEED DAILY                                   *
005070*--------------------------------------------------------------*
005080 1200-LOAD-SOURCE-MASTER.
005090     OPEN INPUT SOURCE-FILE
005100     IF SCOR-SOURCE-STATUS = "35"
005110         GO TO 1200-EXIT
005120     END-IF
005130     IF SCOR-SOURCE-STATUS NOT = "00"
005140         DISPLAY "SRCREF OPEN FAILED, STATUS "
005150             SCOR-SOURCE-STATUS
005160         GO TO 9999-EXIT
005170     END-IF
005180     SET SCOR-NOT-EOF TO TRUE
005190     PERFORM 1210-LOAD-ONE-SOURCE THRU 1210-EXIT
005200         UNTIL SCOR-EOF
005210     CLOSE SOURCE-FILE
005220     IF SCOR-OFFICE-COUNT > 0
005230         SET SCOR-MASTER-LOADED TO TRUE
005240     END-IF.
005250 1200-EXIT.
005260     EXIT.
005270 1210-LOAD-ONE-SOURCE.
005280     READ SOURCE-FILE
005290         AT END
005300             SET SCOR-EOF TO TRUE
005310             GO TO 1210-EXIT
005320     END-READ
005330     IF SRC-CODE = SPACES
005340         GO TO 1210-EXIT
005350     END-IF
005360     IF SCOR-OFFICE-COUNT >= SCOR-MAX-OFFICES
005370         DISPLAY "SRCREF HAS MORE THAN " SCOR-MAX-OFFICES
005380             " OFFICES"
005390         GO TO 9999-EXIT
005400     END-IF
005410     ADD 1 TO SCOR-OFFICE-COUNT
005420     MOVE SRC-CODE TO SCOR-OFF-CODE(SCOR-OFFICE-COUNT)
005430     MOVE SRC-NAME TO SCOR-OFF-NAME(SCOR-OFFICE-COUNT)
005440     MOVE SRC-CONTACT TO SCOR-OFF-CONTACT(SCOR-OFFICE-COUNT)
005450     MOVE SRC-ACTIVE-FLAG TO SCOR-OFF-FLAG(SCOR-OFFICE-COUNT).
005460 1210-EXIT.
005470     EXIT.
005480*--------------------------------------------------------------*
005490*  1300-LOAD-CALENDAR - MARK THE BUSINESS DAYS OF BOTH         *
005500*  MONTHS FROM THE BUSINESS CALENDAR. A MONTH THE CALENDAR     *
005510*  DOES NOT COVER (OR NO CALENDAR AT ALL) TAKES MONDAY TO      *
005520*  FRIDAY. THEN COUNT THE BUSINESS DAYS DUE IN EACH MONTH      *
005530*--------------------------------------------------------------*
005540 1300-LOAD-CALENDAR.
005550     OPEN INPUT CALENDAR-FILE
005560     IF SCOR-CALENDAR-STATUS = "00"
005570         SET SCOR-NOT-EOF TO TRUE
005580         PERFORM 1310-READ-ONE-CAL-DAY THRU 1310-EXIT
005590             UNTIL SCOR-EOF
005600         CLOSE CALENDAR-FILE
005610     ELSE
005620         IF SCOR-CALENDAR-STATUS NOT = "35"
005630             DISPLAY "BUSCAL OPEN FAILED, STATUS "
005640                 SCOR-CALENDAR-STATUS
005650             GO TO 9999-EXIT
005660         END-IF
005670     END-IF
005680     PERFORM 1350-FLAG-WEEKDAYS THRU 1350-EXIT
005690         VARYING SCOR-MX FROM 1 BY 1
005700         UNTIL SCOR-MX > 2
005710     PERFORM 1360-COUNT-BUSINESS-DAY THRU 1360-EXIT
005720         VARYING SCOR-DX FROM 1 BY 1
005730         UNTIL SCOR-DX > SCOR-DAY-COUNT.
005740 1300-EXIT.
005750     EXIT.
005760 1310-READ-ONE-CAL-DAY.
005770     READ CALENDAR-FILE
005780         AT END
005790             SET SCOR-EOF TO TRUE
005800             GO TO 1310-EXIT
005810     END-READ
005820     IF CAL-DATE NOT NUMERIC
005830         GO TO 1310-EXIT
005840     END-IF
005850     MOVE CAL-DATE TO SCOR-DATE-WORK
005860     PERFORM 8000-FIND-DAY THRU 8000-EXIT
005870     IF SCOR-DX = 0
005880         GO TO 1310-EXIT
005890     END-IF
005900     ADD 1 TO SCOR-CAL-DAYS(SCOR-MX)
005910     IF CAL-BUSINESS-DAY
005920         MOVE 'Y' TO SCOR-DAY-BUS-FLAG(SCOR-DX)
005930     END-IF.
005940 1310-EXIT.
005950     EXIT.
005960*--------------------------------------------------------------*
005970*  1350-FLAG-WEEKDAYS - A MONTH WITH NO CALENDAR ENTRIES       *
005980*  TAKES EVERY MONDAY TO FRIDAY AS A BUSINESS DAY              *
005990*--------------------------------------------------------------*
006000 1350-FLAG-WEEKDAYS.
006010     IF SCOR-CAL-DAYS(SCOR-MX) > 0
006020         GO TO 1350-EXIT
006030     END-IF
006040     PERFORM 1355-FLAG-ONE-WEEKDAY THRU 1355-EXIT
006050         VARYING SCOR-REC-DAY FROM SCOR-MONTH-FIRST(SCOR-MX) BY 1
006060         UNTIL SCOR-REC-DAY > SCOR-MONTH-LAST(SCOR-MX).
006070 1350-EXIT.
006080     EXIT.
006090 1355-FLAG-ONE-WEEKDAY.
006100     DIVIDE SCOR-REC-DAY BY 7 GIVING SCOR-WEEK-COUNT
006110         REMAINDER SCOR-WEEKDAY
006120     IF SCOR-WEEKDAY = 6 OR SCOR-WEEKDAY = 0
006130         GO TO 1355-EXIT
006140     END-IF
006150     COMPUTE SCOR-DX = SCOR-REC-DAY - SCOR-MONTH-FIRST(1) + 1
006160     MOVE 'Y' TO SCOR-DAY-BUS-FLAG(SCOR-DX).
006170 1355-EXIT.
006180     EXIT.
006190*--------------------------------------------------------------*
006200*  1360-COUNT-BUSINESS-DAY - A BUSINESS DAY IS DUE ONCE IT     *
006210*  HAS PASSED                                                  *
006220*--------------------------------------------------------------*
006230 1360-COUNT-BUSINESS-DAY.
006240     IF NOT SCOR-DAY-IS-BUSINESS(SCOR-DX)
006250         GO TO 1360-EXIT
006260     END-IF
006270     COMPUTE SCOR-REC-DAY = SCOR-MONTH-FIRST(1) + SCOR-DX - 1
006280     IF SCOR-REC-DAY < SCOR-MONTH-FIRST(2)
006290         MOVE 1 TO SCOR-MX
006300     ELSE
006310         MOVE 2 TO SCOR-MX
006320     END-IF
006330     IF SCOR-REC-DAY <= SCOR-MONTH-DUE-LAST(SCOR-MX)
006340         ADD 1 TO SCOR-BUS-DAYS(SCOR-MX)
006350     END-IF.
006360 1360-EXIT.
006370     EXIT.
006380*--------------------------------------------------------------*
006390*  1400-WRITE-HEADING - MONTHS COMPARED AND BUSINESS DAYS DUE  *
006400*--------------------------------------------------------------*
006410 1400-WRITE-HEADING.
006420     MOVE SPACES TO SCOR-REPORT-LINE
006430     STRING "SOURCE-OFFICE DATA-QUALITY SCORECARD - "
006440         DELIMITED BY SIZE
006450         SCOR-ED-MONTH DELIMITED BY SIZE
006460         INTO SCOR-REPORT-LINE
006470     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
006480     MOVE SCOR-RUN-DATE TO SCOR-ED-DATE
006490     MOVE SPACES TO SCOR-REPORT-LINE
006500     STRING "RUN DATE: " DELIMITED BY SIZE
006510         SCOR-ED-DATE DELIMITED BY SIZE
006520         "   COMPARED WITH: " DELIMITED BY SIZE
006530         SCOR-ED-PRIOR-MONTH DELIMITED BY SIZE
006540         INTO SCOR-REPORT-LINE
006550     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
006560     MOVE SCOR-BUS-DAYS(2) TO SCOR-ED-DAYS
006570     MOVE SCOR-BUS-DAYS(1) TO SCOR-ED-PRIOR-DAYS
006580     MOVE SPACES TO SCOR-REPORT-LINE
006590     STRING "BUSINESS DAYS DUE: " DELIMITED BY SIZE
006600         SCOR-ED-DAYS DELIMITED BY SIZE
006610         "   PRIOR MONTH: " DELIMITED BY SIZE
006620         SCOR-ED-PRIOR-DAYS DELIMITED BY SIZE
006630         INTO SCOR-REPORT-LINE
006640     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
006650     IF SCOR-MONTH-DUE-LAST(2) < SCOR-MONTH-LAST(2)
006660         MOVE SPACES TO SCOR-REPORT-LINE
006670         STRING "MONTH NOT YET COMPLETE - FEEDS COUNTED TO "
006680             DELIMITED BY SIZE
006690             "YESTERDAY" DELIMITED BY SIZE
006700             INTO SCOR-REPORT-LINE
006710         WRITE REPORT-LINE FROM SCOR-REPORT-LINE
006720     END-IF
006730     PERFORM 1410-NOTE-NO-CALENDAR THRU 1410-EXIT
006740         VARYING SCOR-MX FROM 2 BY -1
006750         UNTIL SCOR-MX < 1
006760     IF SCOR-NO-MASTER
006770         MOVE SPACES TO SCOR-REPORT-LINE
006780         STRING "NO SOURCE MASTER - OFFICES ARE UNNAMED AND "
006790             DELIMITED BY SIZE
006800             "MISSING FEEDS ARE NOT COUNTED" DELIMITED BY SIZE
006810             INTO SCOR-REPORT-LINE
006820         WRITE REPORT-LINE FROM SCOR-REPORT-LINE
006830     END-IF.
006840 1400-EXIT.
006850     EXIT.
006860 1410-NOTE-NO-CALENDAR.
006870     IF SCOR-CAL-DAYS(SCOR-MX) > 0
006880         GO TO 1410-EXIT
006890     END-IF
006900     MOVE SCOR-MONTH(SCOR-MX) TO SCOR-ED-PRIOR-MONTH
006910     MOVE SPACES TO SCOR-REPORT-LINE
006920     STRING "NO BUSINESS CALENDAR FOR " DELIMITED BY SIZE
006930         SCOR-ED-PRIOR-MONTH DELIMITED BY SIZE
006940         " - MONDAY TO FRIDAY COUNTED" DELIMITED BY SIZE
006950         INTO SCOR-REPORT-LINE
006960     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
006970     MOVE SCOR-MONTH(1) TO SCOR-ED-PRIOR-MONTH.
006980 1410-EXIT.
006990     EXIT.
007000*--------------------------------------------------------------*
007010*  2000-FIND-LATEST-RUNS - FIRST PASS OF SRCQUAL: THE LATEST   *
007020*  RUN STAMP OF EVERY BUSINESS DATE IN THE TWO MONTHS. AN      *
007030*  ABSENT DATASET IS TREATED AS AN EMPTY ONE                   *
007040*--------------------------------------------------------------*
007050 2000-FIND-LATEST-RUNS.
007060     OPEN INPUT QUALITY-FILE
007070     IF SCOR-QUALITY-STATUS = "35"
007080         GO TO 2000-EXIT
007090     END-IF
007100     IF SCOR-QUALITY-STATUS NOT = "00"
007110         DISPLAY "SRCQUAL OPEN FAILED, STATUS "
007120             SCOR-QUALITY-STATUS
007130         GO TO 9999-EXIT
007140     END-IF
007150     SET SCOR-NOT-EOF TO TRUE
007160     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
007170         UNTIL SCOR-EOF
007180     CLOSE QUALITY-FILE.
007190 2000-EXIT.
007200     EXIT.
007210 2100-SCAN-ONE-RECORD.
007220     READ QUALITY-FILE
007230         AT END
007240             SET SCOR-EOF TO TRUE
007250             GO TO 2100-EXIT
007260     END-READ
007270     ADD 1 TO SCOR-READ-COUNT
007280     PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
007290     IF SCOR-RECORD-INVALID
007300         ADD 1 TO SCOR-BAD-COUNT
007310         GO TO 2100-EXIT
007320     END-IF
007330     IF SCOR-DX = 0
007340         GO TO 2100-EXIT
007350     END-IF
007360     IF SCOR-REC-STAMP > SCOR-DAY-LATEST(SCOR-DX)
007370         MOVE SCOR-REC-STAMP TO SCOR-DAY-LATEST(SCOR-DX)
007380     END-IF.
007390 2100-EXIT.
007400     EXIT.
007410*--------------------------------------------------------------*
007420*  2200-CHECK-RECORD - A RECORD IS USABLE WHEN ITS DATES AND   *
007430*  COUNTS ARE NUMERIC AND ITS BUSINESS DATE IS A REAL DATE.    *
007440*  SETS THE RUN STAMP, AND THE DAY AND MONTH ENTRIES (DAY      *
007450*  ZERO WHEN THE DATE FALLS OUTSIDE THE TWO MONTHS)            *
007460*--------------------------------------------------------------*
007470 2200-CHECK-RECORD.
007480     SET SCOR-RECORD-INVALID TO TRUE
007490     MOVE 0 TO SCOR-DX
007500     IF SQ-BUSINESS-DATE NOT NUMERIC
007510             OR SQ-RUN-DATE NOT NUMERIC
007520             OR SQ-RUN-TIME NOT NUMERIC
007530             OR SQ-ACCEPTED NOT NUMERIC
007540             OR SQ-EXCEPTIONS NOT NUMERIC
007550         GO TO 2200-EXIT
007560     END-IF
007570     SET SCOR-RECORD-VALID TO TRUE
007580     PERFORM 2250-CHECK-ONE-REASON THRU 2250-EXIT
007590         VARYING SCOR-RSN-IX FROM 1 BY 1
007600         UNTIL SCOR-RSN-IX > SCOR-REASON-COUNT
007610     IF SCOR-RECORD-INVALID
007620         GO TO 2200-EXIT
007630     END-IF
007640     SET SCOR-RECORD-INVALID TO TRUE
007650     MOVE SQ-BUSINESS-DATE TO SCOR-DATE-WORK
007660     PERFORM 8000-FIND-DAY THRU 8000-EXIT
007670     IF SCOR-REC-DAY = 0
007680         GO TO 2200-EXIT
007690     END-IF
007700     COMPUTE SCOR-REC-STAMP =
007710         SQ-RUN-DATE * 100000000 + SQ-RUN-TIME
007720     SET SCOR-RECORD-VALID TO TRUE.
007730 2200-EXIT.
007740     EXIT.
007750*--------------------------------------------------------------*
007760*  2250-CHECK-ONE-REASON - A NON-NUMERIC REJECT COUNT MAKES    *
007770*  THE RECORD UNUSABLE                                         *
007780*--------------------------------------------------------------*
007790 2250-CHECK-ONE-REASON.
007800     IF SQ-REJECT-COUNT(SCOR-RSN-IX) NOT NUMERIC
007810         SET SCOR-RECORD-INVALID TO TRUE
007820     END-IF.
007830 2250-EXIT.
007840     EXIT.
007850*--------------------------------------------------------------*
007860*  3000-ACCUMULATE - SECOND PASS OF SRCQUAL: ADD EVERY RECORD  *
007870*  FROM THE LATEST RUN OF ITS DATE TO ITS OFFICE AND MONTH.    *
007880*  RECORDS FROM AN EARLIER RUN OF THE SAME DATE HAVE BEEN      *
007890*  SUPERSEDED AND ARE ONLY COUNTED                             *
007900*--------------------------------------------------------------*
007910 3000-ACCUMULATE.
007920     IF SCOR-READ-COUNT = 0
007930         GO TO 3000-EXIT
007940     END-IF
007950     OPEN INPUT QUALITY-FILE
007960     IF SCOR-QUALITY-STATUS NOT = "00"
007970         DISPLAY "SRCQUAL REOPEN FAILED, STATUS "
007980             SCOR-QUALITY-STATUS
007990         GO TO 9999-EXIT
008000     END-IF
008010     SET SCOR-NOT-EOF TO TRUE
008020     PERFORM 3100-ADD-ONE-RECORD THRU 3100-EXIT
008030         UNTIL SCOR-EOF
008040     CLOSE QUALITY-FILE.
008050 3000-EXIT.
008060     EXIT.
008070 3100-ADD-ONE-RECORD.
008080     READ QUALITY-FILE
008090         AT END
008100             SET SCOR-EOF TO TRUE
008110             GO TO 3100-EXIT
008120     END-READ
008130     PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
008140     IF SCOR-RECORD-INVALID OR SCOR-DX = 0
008150         GO TO 3100-EXIT
008160     END-IF
008170     IF SCOR-REC-STAMP NOT = SCOR-DAY-LATEST(SCOR-DX)
008180         ADD 1 TO SCOR-SUPERSEDED-COUNT
008190         GO TO 3100-EXIT
008200     END-IF
008210     MOVE SQ-SOURCE TO SCOR-OFF-WANTED
008220     PERFORM 3900-FIND-OFFICE THRU 3900-EXIT
008230     IF SCOR-FOUND-IX = 0
008240         ADD 1 TO SCOR-OVERFLOW-COUNT
008250         GO TO 3100-EXIT
008260     END-IF
008270     ADD 1 TO SCOR-USED-COUNT
008280     ADD 1 TO SCOR-MONTH-USED(SCOR-MX)
008290     ADD SQ-ACCEPTED TO SCOR-OM-ACCEPTED(SCOR-FOUND-IX, SCOR-MX)
008300     ADD SQ-EXCEPTIONS
008310         TO SCOR-OM-EXCEPTIONS(SCOR-FOUND-IX, SCOR-MX)
008320     PERFORM 3150-ADD-ONE-REASON THRU 3150-EXIT
008330         VARYING SCOR-RSN-IX FROM 1 BY 1
008340         UNTIL SCOR-RSN-IX > SCOR-REASON-COUNT.
008350 3100-EXIT.
008360     EXIT.
008370 3150-ADD-ONE-REASON.
008380     ADD SQ-REJECT-COUNT(SCOR-RSN-IX)
008390         TO SCOR-OM-REJECT(SCOR-FOUND-IX, SCOR-MX, SCOR-RSN-IX)
008400     ADD SQ-REJECT-COUNT(SCOR-RSN-IX)
008410         TO SCOR-OM-REJECTED(SCOR-FOUND-IX, SCOR-MX).
008420 3150-EXIT.
008430     EXIT.
008440*--------------------------------------------------------------*
008450*  3500-COUNT-FEEDS - EVERY FEED ON THE REGISTRY FOR A         *
008460*  BUSINESS DATE IN THE TWO MONTHS: FEEDS STAGED, HELD, AND    *
008470*  STAGED LATE, AND THE BUSINESS DAYS ON WHICH THE OFFICE      *
008480*  STAGED A FEED THAT WAS NOT HELD. NO REGISTRY MEANS NO       *
008490*  FEED FIGURES                                                *
008500*--------------------------------------------------------------*
008510 3500-COUNT-FEEDS.
008520     OPEN INPUT FEED-REGISTRY-FILE
008530     IF SCOR-REGISTRY-STATUS = "35"
008540         GO TO 3500-EXIT
008550     END-IF
008560     IF SCOR-REGISTRY-STATUS NOT = "00"
008570         DISPLAY "FEEDREG OPEN FAILED, STATUS "
008580             SCOR-REGISTRY-STATUS
008590         GO TO 9999-EXIT
008600     END-IF
008610     SET SCOR-REGISTRY-READ TO TRUE
008620     SET SCOR-NOT-EOF TO TRUE
008630     PERFORM 3600-COUNT-ONE-FEED THRU 3600-EXIT
008640         UNTIL SCOR-EOF
008650     CLOSE FEED-REGISTRY-FILE.
008660 3500-EXIT.
008670     EXIT.
008680 3600-COUNT-ONE-FEED.
008690     READ FEED-REGISTRY-FILE
008700         AT END
008710             SET SCOR-EOF TO TRUE
008720             GO TO 3600-EXIT
008730     END-READ
008740     IF FREG-BUSINESS-DATE NOT NUMERIC
008750         GO TO 3600-EXIT
008760     END-IF
008770     MOVE FREG-BUSINESS-DATE TO SCOR-DATE-WORK
008780     PERFORM 8000-FIND-DAY THRU 8000-EXIT
008790     IF SCOR-DX = 0
008800         GO TO 3600-EXIT
008810     END-IF
008820     MOVE FREG-SOURCE TO SCOR-OFF-WANTED
008830     PERFORM 3900-FIND-OFFICE THRU 3900-EXIT
008840     IF SCOR-FOUND-IX = 0
008850         ADD 1 TO SCOR-OVERFLOW-COUNT
008860         GO TO 3600-EXIT
008870     END-IF
008880     ADD 1 TO SCOR-FEED-COUNT
008890     ADD 1 TO SCOR-OM-FEEDS(SCOR-FOUND-IX, SCOR-MX)
008900     IF FREG-HELD
008910         ADD 1 TO SCOR-OM-HELD(SCOR-FOUND-IX, SCOR-MX)
008920     ELSE
008930         IF SCOR-DAY-IS-BUSINESS(SCOR-DX)
008940             ADD 1 TO SCOR-OM-FEED-DAYS(SCOR-FOUND-IX, SCOR-MX)
008950         END-IF
008960     END-IF
008970     IF FREG-STAGE-DATE NOT NUMERIC
008980         GO TO 3600-EXIT
008990     END-IF
009000     MOVE FREG-STAGE-DATE TO SCOR-DATE-WORK
009010     IF SCOR-DATE-YYYY < 1601
009020             OR SCOR-DATE-MM < 1 OR SCOR-DATE-MM > 12
009030             OR SCOR-DATE-DD < 1 OR SCOR-DATE-DD > 31
009040         GO TO 3600-EXIT
009050     END-IF
009060     COMPUTE SCOR-STAGE-DAY =
009070         FUNCTION INTEGER-OF-DATE(SCOR-DATE-WORK)
009080     IF SCOR-STAGE-DAY > SCOR-REC-DAY + SCOR-LATE-DAYS
009090         ADD 1 TO SCOR-OM-LATE(SCOR-FOUND-IX, SCOR-MX)
009100     END-IF.
009110 3600-EXIT.
009120     EXIT.
009130*--------------------------------------------------------------*
009140*  3900-FIND-OFFICE - THE OFFICE TABLE ENTRY FOR               *
009150*  SCOR-OFF-WANTED, ADDED WHEN THE CODE IS NOT THERE YET. A    *
009160*  CODE THAT IS NOT ON THE SOURCE MASTER IS COUNTED. ZERO      *
009170*  WHEN THE TABLE IS FULL                                      *
009180*--------------------------------------------------------------*
009190 3900-FIND-OFFICE.
009200     MOVE 0 TO SCOR-FOUND-IX
009210     PERFORM 3950-MATCH-ONE-OFFICE THRU 3950-EXIT
009220         VARYING SCOR-IX FROM 1 BY 1
009230         UNTIL SCOR-IX > SCOR-OFFICE-COUNT
009240             OR SCOR-FOUND-IX > 0
009250     IF SCOR-FOUND-IX > 0
009260         GO TO 3900-EXIT
009270     END-IF
009280     IF SCOR-OFFICE-COUNT >= SCOR-MAX-OFFICES
009290         GO TO 3900-EXIT
009300     END-IF
009310     ADD 1 TO SCOR-OFFICE-COUNT
009320     MOVE SCOR-OFFICE-COUNT TO SCOR-FOUND-IX
009330     MOVE SCOR-OFF-WANTED TO SCOR-OFF-CODE(SCOR-FOUND-IX)
009340     MOVE SPACES TO SCOR-OFF-CONTACT(SCOR-FOUND-IX)
009350     MOVE 'U' TO SCOR-OFF-FLAG(SCOR-FOUND-IX)
009360     IF SCOR-OFF-WANTED = SPACES
009370         MOVE "(NO SOURCE LINE)" TO SCOR-OFF-NAME(SCOR-FOUND-IX)
009380         GO TO 3900-EXIT
009390     END-IF
009400     IF SCOR-NO-MASTER
009410         MOVE SPACES TO SCOR-OFF-NAME(SCOR-FOUND-IX)
009420         GO TO 3900-EXIT
009430     END-IF
009440     MOVE "NOT ON SOURCE MASTER" TO SCOR-OFF-NAME(SCOR-FOUND-IX)
009450     ADD 1 TO SCOR-UNKNOWN-COUNT.
009460 3900-EXIT.
009470     EXIT.
009480 3950-MATCH-ONE-OFFICE.
009490     IF SCOR-OFF-CODE(SCOR-IX) = SCOR-OFF-WANTED
009500         MOVE SCOR-IX TO SCOR-FOUND-IX
009510     END-IF.
009520 3950-EXIT.
009530     EXIT.
009540*--------------------------------------------------------------*
009550*  4000-SCORE-OFFICES - VOLUMES, RATES AND MISSING FEEDS FOR   *
009560*  EVERY OFFICE IN BOTH MONTHS, THEN THE RANKINGS              *
009570*--------------------------------------------------------------*
009580 4000-SCORE-OFFICES.
009590     PERFORM 4100-SCORE-ONE-OFFICE THRU 4100-EXIT
009600         VARYING SCOR-IX FROM 1 BY 1
009610         UNTIL SCOR-IX > SCOR-OFFICE-COUNT
009620     PERFORM 4200-RANK-ONE-OFFICE THRU 4200-EXIT
009630         VARYING SCOR-IX FROM 1 BY 1
009640         UNTIL SCOR-IX > SCOR-OFFICE-COUNT.
009650 4000-EXIT.
009660     EXIT.
009670*--------------------------------------------------------------*
009680*  4100-SCORE-ONE-OFFICE - AN OFFICE IS SHOWN WHEN IT IS       *
009690*  ACTIVE ON THE MASTER OR HAS ANY DETAILS OR FEEDS IN         *
009700*  EITHER MONTH                                                *
009710*--------------------------------------------------------------*
009720 4100-SCORE-ONE-OFFICE.
009730     PERFORM 4150-SCORE-ONE-MONTH THRU 4150-EXIT
009740         VARYING SCOR-MX FROM 1 BY 1
009750         UNTIL SCOR-MX > 2
009760     IF SCOR-OFF-ACTIVE(SCOR-IX)
009770             OR SCOR-OM-VOLUME(SCOR-IX, 1) > 0
009780             OR SCOR-OM-VOLUME(SCOR-IX, 2) > 0
009790             OR SCOR-OM-FEEDS(SCOR-IX, 1) > 0
009800             OR SCOR-OM-FEEDS(SCOR-IX, 2) > 0
009810         MOVE 'Y' TO SCOR-OFF-SHOW(SCOR-IX)
009820     END-IF.
009830 4100-EXIT.
009840     EXIT.
009850*--------------------------------------------------------------*
009860*  4150-SCORE-ONE-MONTH - VOLUME IS EVERY DETAIL THE OFFICE    *
009870*  SENT (ACCEPTED PLUS REJECTED). THE REJECT RATE IS OF        *
009880*  VOLUME, THE EXCEPTION RATE OF ACCEPTED DETAILS. AN ACTIVE   *
009890*  OFFICE MISSES EVERY BUSINESS DAY DUE WITHOUT A FEED THAT    *
009900*  WAS STAGED; WITHOUT A REGISTRY NOTHING IS COUNTED MISSING   *
009910*--------------------------------------------------------------*
009920 4150-SCORE-ONE-MONTH.
009930     COMPUTE SCOR-OM-VOLUME(SCOR-IX, SCOR-MX) =
009940         SCOR-OM-ACCEPTED(SCOR-IX, SCOR-MX)
009950         + SCOR-OM-REJECTED(SCOR-IX, SCOR-MX)
009960     IF SCOR-OM-VOLUME(SCOR-IX, SCOR-MX) > 0
009970         COMPUTE SCOR-OM-REJ-RATE(SCOR-IX, SCOR-MX) ROUNDED =
009980             SCOR-OM-REJECTED(SCOR-IX, SCOR-MX) * 100
009990             / SCOR-OM-VOLUME(SCOR-IX, SCOR-MX)
010000     END-IF
010010     IF SCOR-OM-ACCEPTED(SCOR-IX, SCOR-MX) > 0
010020         COMPUTE SCOR-OM-EXC-RATE(SCOR-IX, SCOR-MX) ROUNDED =
010030             SCOR-OM-EXCEPTIONS(SCOR-IX, SCOR-MX) * 100
010040             / SCOR-OM-ACCEPTED(SCOR-IX, SCOR-MX)
010050     END-IF
010060     IF SCOR-OFF-ACTIVE(SCOR-IX)
010070             AND SCOR-REGISTRY-READ
010080             AND SCOR-BUS-DAYS(SCOR-MX)
010090                 > SCOR-OM-FEED-DAYS(SCOR-IX, SCOR-MX)
010100         COMPUTE SCOR-OM-MISSING(SCOR-IX, SCOR-MX) =
010110             SCOR-BUS-DAYS(SCOR-MX)
010120             - SCOR-OM-FEED-DAYS(SCOR-IX, SCOR-MX)
010130     END-IF.
010140 4150-EXIT.
010150     EXIT.
010160*--------------------------------------------------------------*
010170*  4200-RANK-ONE-OFFICE - RANK 1 IS THE LARGEST VOLUME, OR     *
010180*  THE HIGHEST REJECT RATE; OFFICES EQUAL ON THE FIGURE SHARE  *
010190*  A RANK. AN OFFICE WITH NO DETAILS IN A MONTH HAS NO RATE    *
010200*  RANK FOR IT, NOR A PRIOR VOLUME RANK                        *
010210*--------------------------------------------------------------*
010220 4200-RANK-ONE-OFFICE.
010230     IF NOT SCOR-OFF-SHOWN(SCOR-IX)
010240         GO TO 4200-EXIT
010250     END-IF
010260     MOVE 1 TO SCOR-OFF-VOL-RANK(SCOR-IX)
010270     IF SCOR-OM-VOLUME(SCOR-IX, 1) > 0
010280         MOVE 1 TO SCOR-OFF-PRIOR-VOL-RANK(SCOR-IX)
010290         MOVE 1 TO SCOR-OFF-PRIOR-RATE-RANK(SCOR-IX)
010300     END-IF
010310     IF SCOR-OM-VOLUME(SCOR-IX, 2) > 0
010320         MOVE 1 TO SCOR-OFF-RATE-RANK(SCOR-IX)
010330     END-IF
010340     PERFORM 4250-COMPARE-ONE-OFFICE THRU 4250-EXIT
010350         VARYING SCOR-JX FROM 1 BY 1
010360         UNTIL SCOR-JX > SCOR-OFFICE-COUNT.
010370 4200-EXIT.
010380     EXIT.
010390 4250-COMPARE-ONE-OFFICE.
010400     IF NOT SCOR-OFF-SHOWN(SCOR-JX)
010410         GO TO 4250-EXIT
010420     END-IF
010430     IF SCOR-OM-VOLUME(SCOR-JX, 2) > SCOR-OM-VOLUME(SCOR-IX, 2)
010440         ADD 1 TO SCOR-OFF-VOL-RANK(SCOR-IX)
010450     END-IF
010460     IF SCOR-OFF-PRIOR-VOL-RANK(SCOR-IX) > 0
010470             AND SCOR-OM-VOLUME(SCOR-JX, 1)
010480                 > SCOR-OM-VOLUME(SCOR-IX, 1)
010490         ADD 1 TO SCOR-OFF-PRIOR-VOL-RANK(SCOR-IX)
010500     END-IF
010510     IF SCOR-OFF-RATE-RANK(SCOR-IX) > 0
010520             AND SCOR-OM-VOLUME(SCOR-JX, 2) > 0
010530             AND SCOR-OM-REJ-RATE(SCOR-JX, 2)
010540                 > SCOR-OM-REJ-RATE(SCOR-IX, 2)
010550         ADD 1 TO SCOR-OFF-RATE-RANK(SCOR-IX)
010560     END-IF
010570     IF SCOR-OFF-PRIOR-RATE-RANK(SCOR-IX) > 0
010580             AND SCOR-OM-VOLUME(SCOR-JX, 1) > 0
010590             AND SCOR-OM-REJ-RATE(SCOR-JX, 1)
010600                 > SCOR-OM-REJ-RATE(SCOR-IX, 1)
010610         ADD 1 TO SCOR-OFF-PRIOR-RATE-RANK(SCOR-IX)
010620     END-IF.
010630 4250-EXIT.
010640     EXIT.
010650*--------------------------------------------------------------*
010660*  5000-REPORT-VOLUME - EVERY OFFICE SHOWN, LARGEST VOLUME     *
010670*  FIRST, WITH THE CHANGE ON THE PRIOR MONTH                   *
010680*--------------------------------------------------------------*
010690 5000-REPORT-VOLUME.
010700     MOVE SPACES TO REPORT-LINE
010710     WRITE REPORT-LINE
010720     MOVE SPACES TO SCOR-REPORT-LINE
010730     STRING "OFFICES BY VOLUME - DETAILS RECEIVED (ACCEPTED "
010740         DELIMITED BY SIZE
010750         "PLUS REJECTED)" DELIMITED BY SIZE
010760         INTO SCOR-REPORT-LINE
010770     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
010780     MOVE SPACES TO SCOR-REPORT-LINE
010790     STRING "                               THIS MONT"
010800         DELIMITED BY SIZE
010810         "H PRIOR MONTH   CHANGE PRIOR"
010820         DELIMITED BY SIZE
010830         INTO SCOR-REPORT-LINE
010840     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
010850     MOVE SPACES TO SCOR-REPORT-LINE
010860     STRING "RNK SRC  OFFICE NAME              DETAIL"
010870         DELIMITED BY SIZE
010880         "S     DETAILS        %  RANK"
010890         DELIMITED BY SIZE
010900         INTO SCOR-REPORT-LINE
010910     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
010920     PERFORM 5100-VOLUME-AT-RANK THRU 5100-EXIT
010930         VARYING SCOR-RANK-IX FROM 1 BY 1
010940         UNTIL SCOR-RANK-IX > SCOR-OFFICE-COUNT.
010950 5000-EXIT.
010960     EXIT.
010970 5100-VOLUME-AT-RANK.
010980     PERFORM 5200-PRINT-VOLUME-LINE THRU 5200-EXIT
010990         VARYING SCOR-IX FROM 1 BY 1
011000         UNTIL SCOR-IX > SCOR-OFFICE-COUNT.
011010 5100-EXIT.
011020     EXIT.
011030 5200-PRINT-VOLUME-LINE.
011040     IF NOT SCOR-OFF-SHOWN(SCOR-IX)
011050             OR SCOR-OFF-VOL-RANK(SCOR-IX) NOT = SCOR-RANK-IX
011060         GO TO 5200-EXIT
011070     END-IF
011080     MOVE SCOR-OFF-VOL-RANK(SCOR-IX) TO SCOR-ED-RANK
011090     MOVE SCOR-OM-VOLUME(SCOR-IX, 2) TO SCOR-ED-VOLUME
011100     MOVE SCOR-OM-VOLUME(SCOR-IX, 1) TO SCOR-ED-PRIOR-VOLUME
011110     IF SCOR-OM-VOLUME(SCOR-IX, 1) = 0
011120         MOVE "     NEW" TO SCOR-CHANGE-TEXT
011130         MOVE "  -" TO SCOR-PRIOR-RANK-TEXT
011140     ELSE
011150         COMPUTE SCOR-CHANGE-PCT ROUNDED =
011160             (SCOR-OM-VOLUME(SCOR-IX, 2)
011170             - SCOR-OM-VOLUME(SCOR-IX, 1)) * 100
011180             / SCOR-OM-VOLUME(SCOR-IX, 1)
011190         MOVE SCOR-CHANGE-PCT TO SCOR-ED-CHANGE-PCT
011200         MOVE SCOR-ED-CHANGE-PCT TO SCOR-CHANGE-TEXT
011210         MOVE SCOR-OFF-PRIOR-VOL-RANK(SCOR-IX) TO SCOR-ED-RANK
011220         MOVE SCOR-ED-RANK TO SCOR-PRIOR-RANK-TEXT
011230         MOVE SCOR-OFF-VOL-RANK(SCOR-IX) TO SCOR-ED-RANK
011240     END-IF
011250     MOVE SPACES TO SCOR-REPORT-LINE
011260     STRING SCOR-ED-RANK DELIMITED BY SIZE
011270         "  " DELIMITED BY SIZE
011280         SCOR-OFF-CODE(SCOR-IX) DELIMITED BY SIZE
011290         "  " DELIMITED BY SIZE
011300         SCOR-OFF-NAME(SCOR-IX) DELIMITED BY SIZE
011310         " " DELIMITED BY SIZE
011320         SCOR-ED-VOLUME DELIMITED BY SIZE
011330         " " DELIMITED BY SIZE
011340         SCOR-ED-PRIOR-VOLUME DELIMITED BY SIZE
011350         " " DELIMITED BY SIZE
011360         SCOR-CHANGE-TEXT DELIMITED BY SIZE
011370         "   " DELIMITED BY SIZE
011380         SCOR-PRIOR-RANK-TEXT DELIMITED BY SIZE
011390         INTO SCOR-REPORT-LINE
011400     WRITE REPORT-LINE FROM SCOR-REPORT-LINE.
011410 5200-EXIT.
011420     EXIT.
011430*--------------------------------------------------------------*
011440*  5500-REPORT-REJECTS - REJECT RATE IN TOTAL AND BY REASON    *
011450*  CODE, AS A PERCENTAGE OF THE OFFICE'S VOLUME, IN VOLUME     *
011460*  ORDER, WITH THE CHANGE IN POINTS ON THE PRIOR MONTH         *
011470*--------------------------------------------------------------*
011480 5500-REPORT-REJECTS.
011490     MOVE SPACES TO REPORT-LINE
011500     WRITE REPORT-LINE
011510     MOVE SPACES TO SCOR-REPORT-LINE
011520     STRING "REJECT RATE BY REASON - PERCENT OF DETAILS RECEIVED"
011530         DELIMITED BY SIZE
011540         INTO SCOR-REPORT-LINE
011550     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
011560     MOVE SPACES TO SCOR-REPORT-LINE
011570     STRING "SRC TOTAL  SEQ1  TYP1  NUM1  RNG1  CAT1 "
011580         DELIMITED BY SIZE
011590         " CAT2  CAT3  PRIOR CHANGE"
011600         DELIMITED BY SIZE
011610         INTO SCOR-REPORT-LINE
011620     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
011630     PERFORM 5600-REJECTS-AT-RANK THRU 5600-EXIT
011640         VARYING SCOR-RANK-IX FROM 1 BY 1
011650         UNTIL SCOR-RANK-IX > SCOR-OFFICE-COUNT
011660     MOVE SPACES TO SCOR-REPORT-LINE
011670     STRING "SEQ1 OUTSIDE A HEADER GROUP  TYP1 NOT A DETAIL "
011680         DELIMITED BY SIZE
011690         "RECORD  NUM1 NOT NUMERIC" DELIMITED BY SIZE
011700         INTO SCOR-REPORT-LINE
011710     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
011720     MOVE SPACES TO SCOR-REPORT-LINE
011730     STRING "RNG1 OUT OF RANGE  CAT1 NO CATEGORY  "
011740         DELIMITED BY SIZE
011750         "CAT2 NOT ON UNIT FILE  CAT3 UNIT INACTIVE"
011760         DELIMITED BY SIZE
011770         INTO SCOR-REPORT-LINE
011780     WRITE REPORT-LINE FROM SCOR-REPORT-LINE.
011790 5500-EXIT.
011800     EXIT.
011810 5600-REJECTS-AT-RANK.
011820     PERFORM 5650-PRINT-REJECT-LINE THRU 5650-EXIT
011830         VARYING SCOR-IX FROM 1 BY 1
011840         UNTIL SCOR-IX > SCOR-OFFICE-COUNT.
011850 5600-EXIT.
011860     EXIT.
011870 5650-PRINT-REJECT-LINE.
011880     IF NOT SCOR-OFF-SHOWN(SCOR-IX)
011890             OR SCOR-OFF-VOL-RANK(SCOR-IX) NOT = SCOR-RANK-IX
011900         GO TO 5650-EXIT
011910     END-IF
011920     MOVE SCOR-OM-REJ-RATE(SCOR-IX, 2) TO SCOR-ED-RATE
011930     MOVE SPACES TO SCOR-REPORT-LINE
011940     STRING SCOR-OFF-CODE(SCOR-IX) DELIMITED BY SIZE
011950         "  " DELIMITED BY SIZE
011960         SCOR-ED-RATE DELIMITED BY SIZE
011970         INTO SCOR-REPORT-LINE
011980     PERFORM 5660-EDIT-ONE-REASON THRU 5660-EXIT
011990         VARYING SCOR-RSN-IX FROM 1 BY 1
012000         UNTIL SCOR-RSN-IX > SCOR-REASON-COUNT
012010     PERFORM 8100-EDIT-PRIOR-RATE THRU 8100-EXIT
012020     MOVE SCOR-PRIOR-RATE-TEXT TO SCOR-REPORT-LINE(54:5)
012030     MOVE SCOR-POINTS-TEXT TO SCOR-REPORT-LINE(60:6)
012040     WRITE REPORT-LINE FROM SCOR-REPORT-LINE.
012050 5650-EXIT.
012060     EXIT.
012070 5660-EDIT-ONE-REASON.
012080     MOVE 0 TO SCOR-WORK-RATE
012090     IF SCOR-OM-VOLUME(SCOR-IX, 2) > 0
012100         COMPUTE SCOR-WORK-RATE ROUNDED =
012110             SCOR-OM-REJECT(SCOR-IX, 2, SCOR-RSN-IX) * 100
012120             / SCOR-OM-VOLUME(SCOR-IX, 2)
012130     END-IF
012140     MOVE SCOR-WORK-RATE TO SCOR-ED-RATE
012150     COMPUTE SCOR-REASON-COLUMN = 11 + (SCOR-RSN-IX - 1) * 6
012160     MOVE SCOR-ED-RATE TO SCOR-REPORT-LINE(SCOR-REASON-COLUMN:5).
012170 5660-EXIT.
012180     EXIT.
012190*--------------------------------------------------------------*
012200*  6000-REPORT-TIMELINESS - EXCEPTION RATE AND THE FEED        *
012210*  REGISTRY FIGURES FOR EACH OFFICE, IN VOLUME ORDER           *
012220*--------------------------------------------------------------*
012230 6000-REPORT-TIMELINESS.
012240     MOVE SPACES TO REPORT-LINE
012250     WRITE REPORT-LINE
012260     MOVE SPACES TO SCOR-REPORT-LINE
012270     STRING "EXCEPTIONS AND FEED TIMELINESS" DELIMITED BY SIZE
012280         INTO SCOR-REPORT-LINE
012290     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
012300     IF SCOR-NO-REGISTRY
012310         MOVE SPACES TO SCOR-REPORT-LINE
012320         STRING "NO FEED REGISTRY - FEED FIGURES ARE ZERO"
012330             DELIMITED BY SIZE
012340             INTO SCOR-REPORT-LINE
012350         WRITE REPORT-LINE FROM SCOR-REPORT-LINE
012360     END-IF
012370     MOVE SPACES TO SCOR-REPORT-LINE
012380     STRING "    EXCEPTION %   LATE FEEDS   MISSING  "
012390         DELIMITED BY SIZE
012400         "    HELD FEEDS   FEEDS STAGED"
012410         DELIMITED BY SIZE
012420         INTO SCOR-REPORT-LINE
012430     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
012440     MOVE SPACES TO SCOR-REPORT-LINE
012450     STRING "SRC   NOW PRIOR    NOW PRIOR    NOW PRIO"
012460         DELIMITED BY SIZE
012470         "R    NOW PRIOR    NOW PRIOR"
012480         DELIMITED BY SIZE
012490         INTO SCOR-REPORT-LINE
012500     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
012510     PERFORM 6050-TIMELINESS-AT-RANK THRU 6050-EXIT
012520         VARYING SCOR-RANK-IX FROM 1 BY 1
012530         UNTIL SCOR-RANK-IX > SCOR-OFFICE-COUNT
012540     MOVE SCOR-LATE-DAYS TO SCOR-ED-DAYS
012550     MOVE SPACES TO SCOR-REPORT-LINE
012560     STRING "LATE = STAGED MORE THAN" DELIMITED BY SIZE
012570         SCOR-ED-DAYS DELIMITED BY SIZE
012580         " DAY(S) AFTER THE BUSINESS DATE  MISSING = "
012590         DELIMITED BY SIZE
012600         "BUSINESS" DELIMITED BY SIZE
012610         INTO SCOR-REPORT-LINE
012620     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
012630     MOVE SPACES TO SCOR-REPORT-LINE
012640     STRING "DAYS DUE WITH NO FEED STAGED (ACTIVE OFFICES)"
012650         DELIMITED BY SIZE
012660         INTO SCOR-REPORT-LINE
012670     WRITE REPORT-LINE FROM SCOR-REPORT-LINE.
012680 6000-EXIT.
012690     EXIT.
012700 6050-TIMELINESS-AT-RANK.
012710     PERFORM 6100-PRINT-TIMELINESS-LINE THRU 6100-EXIT
012720         VARYING SCOR-IX FROM 1 BY 1
012730         UNTIL SCOR-IX > SCOR-OFFICE-COUNT.
012740 6050-EXIT.
012750     EXIT.
012760 6100-PRINT-TIMELINESS-LINE.
012770     IF NOT SCOR-OFF-SHOWN(SCOR-IX)
012780             OR SCOR-OFF-VOL-RANK(SCOR-IX) NOT = SCOR-RANK-IX
012790         GO TO 6100-EXIT
012800     END-IF
012810     MOVE SCOR-OM-EXC-RATE(SCOR-IX, 2) TO SCOR-ED-RATE
012820     MOVE SCOR-OM-EXC-RATE(SCOR-IX, 1) TO SCOR-ED-PRIOR-RATE
012830     MOVE SCOR-OM-LATE(SCOR-IX, 2) TO SCOR-ED-LATE
012840     MOVE SCOR-OM-LATE(SCOR-IX, 1) TO SCOR-ED-PRIOR-LATE
012850     MOVE SCOR-OM-MISSING(SCOR-IX, 2) TO SCOR-ED-MISSING
012860     MOVE SCOR-OM-MISSING(SCOR-IX, 1) TO SCOR-ED-PRIOR-MISSING
012870     MOVE SCOR-OM-HELD(SCOR-IX, 2) TO SCOR-ED-HELD
012880     MOVE SCOR-OM-HELD(SCOR-IX, 1) TO SCOR-ED-PRIOR-HELD
012890     MOVE SCOR-OM-FEEDS(SCOR-IX, 2) TO SCOR-ED-FEEDS
012900     MOVE SCOR-OM-FEEDS(SCOR-IX, 1) TO SCOR-ED-PRIOR-FEEDS
012910     MOVE SPACES TO SCOR-REPORT-LINE
012920     STRING SCOR-OFF-CODE(SCOR-IX) DELIMITED BY SIZE
012930         "  " DELIMITED BY SIZE
012940         SCOR-ED-RATE DELIMITED BY SIZE
012950         " " DELIMITED BY SIZE
012960         SCOR-ED-PRIOR-RATE DELIMITED BY SIZE
012970         "   " DELIMITED BY SIZE
012980         SCOR-ED-LATE DELIMITED BY SIZE
012990         "  " DELIMITED BY SIZE
013000         SCOR-ED-PRIOR-LATE DELIMITED BY SIZE
013010         "   " DELIMITED BY SIZE
013020         SCOR-ED-MISSING DELIMITED BY SIZE
013030         "  " DELIMITED BY SIZE
013040         SCOR-ED-PRIOR-MISSING DELIMITED BY SIZE
013050         "   " DELIMITED BY SIZE
013060         SCOR-ED-HELD DELIMITED BY SIZE
013070         "  " DELIMITED BY SIZE
013080         SCOR-ED-PRIOR-HELD DELIMITED BY SIZE
013090         "   " DELIMITED BY SIZE
013100         SCOR-ED-FEEDS DELIMITED BY SIZE
013110         "  " DELIMITED BY SIZE
013120         SCOR-ED-PRIOR-FEEDS DELIMITED BY SIZE
013130         INTO SCOR-REPORT-LINE
013140     WRITE REPORT-LINE FROM SCOR-REPORT-LINE.
013150 6100-EXIT.
013160     EXIT.
013170*--------------------------------------------------------------*
013180*  6500-REPORT-WORST - THE OFFICES WITH THE HIGHEST REJECT     *
013190*  RATE THIS MONTH, FOR OPERATIONS TO TAKE UP WITH THE         *
013200*  OFFICE, WITH THE MOVEMENT SINCE THE PRIOR MONTH AND THE     *
013210*  OFFICE CONTACT. OFFICES SHARING THE LAST RANK SHOWN ARE     *
013220*  ALL LISTED                                                  *
013230*--------------------------------------------------------------*
013240 6500-REPORT-WORST.
013250     MOVE SPACES TO REPORT-LINE
013260     WRITE REPORT-LINE
013270     MOVE SCOR-WORST-LIMIT TO SCOR-ED-RANK
013280     MOVE SPACES TO SCOR-REPORT-LINE
013290     STRING "WORST OFFENDERS - TOP" DELIMITED BY SIZE
013300         SCOR-ED-RANK DELIMITED BY SIZE
013310         " OFFICES BY REJECT RATE" DELIMITED BY SIZE
013320         INTO SCOR-REPORT-LINE
013330     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
013340     MOVE SPACES TO SCOR-REPORT-LINE
013350     STRING "                              REJECT PRI"
013360         DELIMITED BY SIZE
013370         "OR  CHANGE  PRIOR"
013380         DELIMITED BY SIZE
013390         INTO SCOR-REPORT-LINE
013400     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
013410     MOVE SPACES TO SCOR-REPORT-LINE
013420     STRING "RNK SRC  OFFICE NAME          RATE%  RAT"
013430         DELIMITED BY SIZE
013440         "E%  POINTS   RNK  MOVE"
013450         DELIMITED BY SIZE
013460         INTO SCOR-REPORT-LINE
013470     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
013480     MOVE 0 TO SCOR-WORST-PRINTED
013490     PERFORM 6600-WORST-AT-RANK THRU 6600-EXIT
013500         VARYING SCOR-RANK-IX FROM 1 BY 1
013510         UNTIL SCOR-RANK-IX > SCOR-OFFICE-COUNT
013520             OR SCOR-WORST-PRINTED >= SCOR-WORST-LIMIT
013530     IF SCOR-WORST-PRINTED = 0
013540         MOVE SPACES TO SCOR-REPORT-LINE
013550         STRING "NO OFFICE HAD REJECTED DETAILS IN "
013560             DELIMITED BY SIZE
013570             SCOR-ED-MONTH DELIMITED BY SIZE
013580             INTO SCOR-REPORT-LINE
013590         WRITE REPORT-LINE FROM SCOR-REPORT-LINE
013600     END-IF.
013610 6500-EXIT.
013620     EXIT.
013630 6600-WORST-AT-RANK.
013640     PERFORM 6700-PRINT-WORST-LINE THRU 6700-EXIT
013650         VARYING SCOR-IX FROM 1 BY 1
013660         UNTIL SCOR-IX > SCOR-OFFICE-COUNT.
013670 6600-EXIT.
013680     EXIT.
013690*--------------------------------------------------------------*
013700*  6700-PRINT-WORST-LINE - MOVEMENT IS WORSE OR BETTER BY THE  *
013710*  CHANGE IN REJECT RATE; NEW WHEN THE OFFICE SENT NOTHING IN  *
013720*  THE PRIOR MONTH                                             *
013730*--------------------------------------------------------------*
013740 6700-PRINT-WORST-LINE.
013750     IF SCOR-OFF-RATE-RANK(SCOR-IX) NOT = SCOR-RANK-IX
013760             OR SCOR-OM-REJ-RATE(SCOR-IX, 2) = 0
013770         GO TO 6700-EXIT
013780     END-IF
013790     ADD 1 TO SCOR-WORST-PRINTED
013800     MOVE SCOR-OM-REJ-RATE(SCOR-IX, 2) TO SCOR-ED-RATE
013810     PERFORM 8100-EDIT-PRIOR-RATE THRU 8100-EXIT
013820     IF SCOR-OFF-PRIOR-RATE-RANK(SCOR-IX) = 0
013830         MOVE "  -" TO SCOR-PRIOR-RANK-TEXT
013840         MOVE "NEW" TO SCOR-MOVEMENT-TEXT
013850     ELSE
013860         MOVE SCOR-OFF-PRIOR-RATE-RANK(SCOR-IX) TO SCOR-ED-RANK
013870         MOVE SCOR-ED-RANK TO SCOR-PRIOR-RANK-TEXT
013880         EVALUATE TRUE
013890             WHEN SCOR-CHANGE-POINTS > 0
013900                 MOVE "WORSE" TO SCOR-MOVEMENT-TEXT
013910             WHEN SCOR-CHANGE-POINTS < 0
013920                 MOVE "BETTER" TO SCOR-MOVEMENT-TEXT
013930             WHEN OTHER
013940                 MOVE "SAME" TO SCOR-MOVEMENT-TEXT
013950         END-EVALUATE
013960     END-IF
013970     MOVE SCOR-OFF-RATE-RANK(SCOR-IX) TO SCOR-ED-RANK
013980     MOVE SPACES TO SCOR-REPORT-LINE
013990     STRING SCOR-ED-RANK DELIMITED BY SIZE
014000         "  " DELIMITED BY SIZE
014010         SCOR-OFF-CODE(SCOR-IX) DELIMITED BY SIZE
014020         "  " DELIMITED BY SIZE
014030         SCOR-OFF-NAME(SCOR-IX) DELIMITED BY SIZE
014040         " " DELIMITED BY SIZE
014050         SCOR-ED-RATE DELIMITED BY SIZE
014060         "  " DELIMITED BY SIZE
014070         SCOR-PRIOR-RATE-TEXT DELIMITED BY SIZE
014080         "  " DELIMITED BY SIZE
014090         SCOR-POINTS-TEXT DELIMITED BY SIZE
014100         "   " DELIMITED BY SIZE
014110         SCOR-PRIOR-RANK-TEXT DELIMITED BY SIZE
014120         "  " DELIMITED BY SIZE
014130         SCOR-MOVEMENT-TEXT DELIMITED BY SIZE
014140         INTO SCOR-REPORT-LINE
014150     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014160     MOVE SPACES TO SCOR-REPORT-LINE
014170     IF SCOR-OFF-CONTACT(SCOR-IX) = SPACES
014180         STRING "         CONTACT: NONE ON THE SOURCE MASTER"
014190             DELIMITED BY SIZE
014200             INTO SCOR-REPORT-LINE
014210     ELSE
014220         STRING "         CONTACT: " DELIMITED BY SIZE
014230             SCOR-OFF-CONTACT(SCOR-IX) DELIMITED BY SIZE
014240             INTO SCOR-REPORT-LINE
014250     END-IF
014260     WRITE REPORT-LINE FROM SCOR-REPORT-LINE.
014270 6700-EXIT.
014280     EXIT.
014290*--------------------------------------------------------------*
014300*  7900-WRITE-TOTALS - RUN TOTALS                              *
014310*--------------------------------------------------------------*
014320 7900-WRITE-TOTALS.
014330     MOVE SPACES TO REPORT-LINE
014340     WRITE REPORT-LINE
014350     MOVE SCOR-READ-COUNT TO SCOR-ED-COUNT
014360     MOVE SPACES TO SCOR-REPORT-LINE
014370     STRING "SRCQUAL RECORDS READ:     " DELIMITED BY SIZE
014380         SCOR-ED-COUNT DELIMITED BY SIZE
014390         INTO SCOR-REPORT-LINE
014400     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014410     MOVE SCOR-USED-COUNT TO SCOR-ED-COUNT
014420     MOVE SPACES TO SCOR-REPORT-LINE
014430     STRING "LATEST-RUN RECORDS USED:  " DELIMITED BY SIZE
014440         SCOR-ED-COUNT DELIMITED BY SIZE
014450         INTO SCOR-REPORT-LINE
014460     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014470     MOVE SCOR-SUPERSEDED-COUNT TO SCOR-ED-COUNT
014480     MOVE SPACES TO SCOR-REPORT-LINE
014490     STRING "SUPERSEDED BY A RERUN:    " DELIMITED BY SIZE
014500         SCOR-ED-COUNT DELIMITED BY SIZE
014510         INTO SCOR-REPORT-LINE
014520     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014530     MOVE SCOR-BAD-COUNT TO SCOR-ED-COUNT
014540     MOVE SPACES TO SCOR-REPORT-LINE
014550     STRING "UNUSABLE RECORDS:         " DELIMITED BY SIZE
014560         SCOR-ED-COUNT DELIMITED BY SIZE
014570         INTO SCOR-REPORT-LINE
014580     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014590     MOVE SCOR-FEED-COUNT TO SCOR-ED-COUNT
014600     MOVE SPACES TO SCOR-REPORT-LINE
014610     STRING "REGISTRY FEEDS COUNTED:   " DELIMITED BY SIZE
014620         SCOR-ED-COUNT DELIMITED BY SIZE
014630         INTO SCOR-REPORT-LINE
014640     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014650     MOVE SCOR-UNKNOWN-COUNT TO SCOR-ED-COUNT
014660     MOVE SPACES TO SCOR-REPORT-LINE
014670     STRING "CODES NOT ON THE MASTER:  " DELIMITED BY SIZE
014680         SCOR-ED-COUNT DELIMITED BY SIZE
014690         INTO SCOR-REPORT-LINE
014700     WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014710     IF SCOR-OVERFLOW-COUNT > 0
014720         MOVE SCOR-OVERFLOW-COUNT TO SCOR-ED-COUNT
014730         MOVE SPACES TO SCOR-REPORT-LINE
014740         STRING "SKIPPED - TOO MANY CODES: " DELIMITED BY SIZE
014750             SCOR-ED-COUNT DELIMITED BY SIZE
014760             INTO SCOR-REPORT-LINE
014770         WRITE REPORT-LINE FROM SCOR-REPORT-LINE
014780     END-IF.
014790 7900-EXIT.
014800     EXIT.
014810*--------------------------------------------------------------*
014820*  8000-FIND-DAY - DAY NUMBER OF SCOR-DATE-WORK (ZERO WHEN IT  *
014830*  IS NOT A REAL DATE) AND ITS DAY-TABLE ENTRY AND MONTH       *
014840*  (ZERO WHEN OUTSIDE THE TWO MONTHS)                          *
014850*--------------------------------------------------------------*
014860 8000-FIND-DAY.
014870     MOVE 0 TO SCOR-REC-DAY
014880     MOVE 0 TO SCOR-DX
014890     IF SCOR-DATE-YYYY < 1601
014900             OR SCOR-DATE-MM < 1 OR SCOR-DATE-MM > 12
014910             OR SCOR-DATE-DD < 1 OR SCOR-DATE-DD > 31
014920         GO TO 8000-EXIT
014930     END-IF
014940     COMPUTE SCOR-REC-DAY =
014950         FUNCTION INTEGER-OF-DATE(SCOR-DATE-WORK)
014960     COMPUTE SCOR-DAY-OFFSET = SCOR-REC-DAY - SCOR-MONTH-FIRST(1)
014970     IF SCOR-REC-DAY = 0
014980             OR SCOR-DAY-OFFSET < 0
014990             OR SCOR-DAY-OFFSET >= SCOR-DAY-COUNT
015000         GO TO 8000-EXIT
015010     END-IF
015020     COMPUTE SCOR-DX = SCOR-DAY-OFFSET + 1
015030     IF SCOR-REC-DAY < SCOR-MONTH-FIRST(2)
015040         MOVE 1 TO SCOR-MX
015050     ELSE
015060         MOVE 2 TO SCOR-MX
015070     END-IF.
015080 8000-EXIT.
015090     EXIT.
015100*--------------------------------------------------------------*
015110*  8100-EDIT-PRIOR-RATE - THE PRIOR MONTH'S REJECT RATE AND    *
015120*  THE CHANGE IN POINTS, OR DASHES WHEN THE OFFICE SENT        *
015130*  NOTHING IN THE PRIOR MONTH                                  *
015140*--------------------------------------------------------------*
015150 8100-EDIT-PRIOR-RATE.
015160     MOVE 0 TO SCOR-CHANGE-POINTS
015170     IF SCOR-OM-VOLUME(SCOR-IX, 1) = 0
015180         MOVE "    -" TO SCOR-PRIOR-RATE-TEXT
015190         MOVE "     -" TO SCOR-POINTS-TEXT
015200         GO TO 8100-EXIT
015210     END-IF
015220     MOVE SCOR-OM-REJ-RATE(SCOR-IX, 1) TO SCOR-ED-PRIOR-RATE
015230     MOVE SCOR-ED-PRIOR-RATE TO SCOR-PRIOR-RATE-TEXT
015240     COMPUTE SCOR-CHANGE-POINTS =
015250         SCOR-OM-REJ-RATE(SCOR-IX, 2)
015260         - SCOR-OM-REJ-RATE(SCOR-IX, 1)
015270     MOVE SCOR-CHANGE-POINTS TO SCOR-ED-POINTS
015280     MOVE SCOR-ED-POINTS TO SCOR-POINTS-TEXT.
015290 8100-EXIT.
015300     EXIT.
015310*--------------------------------------------------------------*
015320*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
015330*--------------------------------------------------------------*
015340 9999-EXIT.
015350     MOVE SCOR-RETURN-SEVERITY TO RETURN-CODE
015360     STOP RUN.
