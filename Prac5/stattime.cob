000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATTIME.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATTIME - BATCH-WINDOW TIMING AND SLA REPORT               *
000090*                                                              *
000100*  EVERY PROGRAM IN THE NIGHTLY STREAM APPENDS ONE RECORD TO   *
000110*  THE SHARED JOB-TIMING DATASET (JOBTIME) AS ITS STEP ENDS:   *
000120*  PROGRAM, STEP, BUSINESS DATE, START AND END DATE/TIME,      *
000130*  RECORDS PROCESSED AND CONDITION CODE. THIS PROGRAM READS    *
000140*  THAT DATASET AND REPORTS ON THE BATCH WINDOW.               *
000150*                                                              *
000160*  A RECORD BELONGS TO THE NIGHT ITS STEP STARTED ON; A STEP   *
000170*  STARTING BEFORE THE NOON CUT-OVER BELONGS TO THE NIGHT      *
000180*  BEFORE, SO A JOB RUNNING THROUGH MIDNIGHT STAYS ONE NIGHT.  *
000190*  THE REPORT COVERS THE LATEST NIGHT ON THE DATASET AND THE   *
000200*  TRAILING WEEKS BEFORE IT:                                   *
000210*    - EVERY STEP OF THE LATEST NIGHT WITH ITS ELAPSED         *
000220*      SECONDS, RECORDS PER SECOND, AND ITS CHANGE AGAINST THE *
000230*      AVERAGE FOR THE SAME PROGRAM AND STEP OVER THE TRAILING *
000240*      NIGHTS                                                  *
000250*    - EACH NIGHT'S FIRST START, CRITICAL-PATH FINISH (THE     *
000260*      LATEST END OF ANY STEP) AND WINDOW, FLAGGED WHEN THE    *
000270*      FINISH IS PAST THE SLA CUT-OFF ON THE FOLLOWING MORNING *
000280*    - A WEEK-BY-WEEK TREND OF THE AVERAGE WINDOW AND FINISH   *
000290*      AND THE NIGHTS PAST THE CUT-OFF                         *
000300*  A STEP RESTARTED IN THE SAME NIGHT SHOWS ONCE PER RUN.      *
000310*                                                              *
000320*  CONDITION CODES: 0 CLEAN, 4 THE LATEST NIGHT FINISHED PAST  *
000330*  THE SLA CUT-OFF, OR UNUSABLE TIMING RECORDS, OR NO TIMING   *
000340*  RECORDS AT ALL, 16 FATAL.                                   *
000350*--------------------------------------------------------------*
000360*  MODIFICATION HISTORY                                        *
000370*--------------------------------------------------------------*
000380*  DATE       BY   DESCRIPTION                                 *
000390*  10/15/2026 JH   ORIGINAL VERSION.                           *
000400*--------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TIMR-TIMING-STATUS.
000480
000490     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS TIMR-STEPNAME-STATUS.
000520
000530     SELECT REPORT-FILE ASSIGN TO "TIMERPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS TIMR-REPORT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*--------------------------------------------------------------*
000590*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
000600*  PER STEP, APPENDED AS THE STEP ENDS                         *
000610*--------------------------------------------------------------*
000620 FD  TIMING-FILE
000630     RECORDING MODE IS F.
000640 01  TIMING-RECORD.
000650     05  TIM-PROGRAM            PIC X(08).
000660     05  FILLER                 PIC X(01).
000670     05  TIM-STEP               PIC X(08).
000680     05  FILLER                 PIC X(01).
000690     05  TIM-BUSINESS-DATE      PIC 9(08).
000700     05  FILLER                 PIC X(01).
000710     05  TIM-START-DATE         PIC 9(08).
000720     05  TIM-START-TIME         PIC 9(08).
000730     05  FILLER                 PIC X(01).
000740     05  TIM-END-DATE           PIC 9(08).
000750     05  TIM-END-TIME           PIC 9(08).
000760     05  FILLER                 PIC X(01).
000770     05  TIM-RECORDS            PIC 9(09).
000780     05  FILLER                 PIC X(01).
000790     05  TIM-CONDITION-CODE     PIC 9(04).
000800*--------------------------------------------------------------*
000810*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
000820*--------------------------------------------------------------*
000830 FD  STEP-NAME-FILE
000840     RECORDING MODE IS F.
000850 01  STEP-NAME-RECORD           PIC X(80).
000860*--------------------------------------------------------------*
000870*  REPORT-FILE - BATCH-WINDOW REPORT                           *
000880*--------------------------------------------------------------*
000890 FD  REPORT-FILE
000900     RECORDING MODE IS F.
000910 01  REPORT-LINE PIC X(80).
000920 WORKING-STORAGE SECTION.
000930*--------------------------------------------------------------*
000940*  STANDARD SWITCHES                                           *
000950*--------------------------------------------------------------*
000960 01  TIMR-SWITCHES.
000970     05  TIMR-EOF-SWITCH        PIC X(01) VALUE 'N'.
000980         88  TIMR-EOF                     VALUE 'Y'.
000990         88  TIMR-NOT-EOF                 VALUE 'N'.
001000     05  TIMR-VALID-SWITCH      PIC X(01) VALUE 'N'.
001010         88  TIMR-RECORD-VALID            VALUE 'Y'.
001020         88  TIMR-RECORD-INVALID          VALUE 'N'.
001030     05  TIMR-LATEST-SLA-SWITCH PIC X(01) VALUE 'N'.
001040         88  TIMR-LATEST-LATE             VALUE 'Y'.
001050         88  TIMR-LATEST-ON-TIME          VALUE 'N'.
001060*--------------------------------------------------------------*
001070*  FILE STATUS CODES                                           *
001080*--------------------------------------------------------------*
001090 01  TIMR-FILE-STATUSES.
001100     05  TIMR-TIMING-STATUS     PIC X(02).
001110     05  TIMR-STEPNAME-STATUS   PIC X(02).
001120     05  TIMR-REPORT-STATUS     PIC X(02).
001130*--------------------------------------------------------------*
001140*  SLA AND REPORTING CONTROL - THE ONLINE DAY STARTS AT THE    *
001150*  CUT-OFF ON THE MORNING AFTER THE NIGHT. THE TREND COVERS    *
001160*  TIMR-TREND-WEEKS WEEKS ENDING ON THE LATEST NIGHT (AT MOST  *
001170*  EIGHT, THE SIZE OF THE NIGHT TABLE)                         *
001180*--------------------------------------------------------------*
001190 01  TIMR-SLA-CUTOFF.
001200     05  TIMR-SLA-HH            PIC 9(02) VALUE 06.
001210     05  TIMR-SLA-MM            PIC 9(02) VALUE 00.
001220 77  TIMR-NIGHT-CUTOVER-HH      PIC 9(02) VALUE 12.
001230 77  TIMR-TREND-WEEKS           PIC 9(02) VALUE 4.
001240 77  TIMR-SECONDS-PER-DAY       PIC 9(05) VALUE 86400.
001250*--------------------------------------------------------------*
001260*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001270*  ONLY WHEN THE REPORT IS COMPLETE                            *
001280*--------------------------------------------------------------*
001290 01  TIMR-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001300*--------------------------------------------------------------*
001310*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
001320*--------------------------------------------------------------*
001330 01  TIMR-START-DATE            PIC 9(08) VALUE 0.
001340 01  TIMR-START-TIME            PIC 9(08) VALUE 0.
001350 01  TIMR-STEP-NAME             PIC X(08) VALUE SPACES.
001360*--------------------------------------------------------------*
001370*  IN-CORE STEP TABLE - EVERY USABLE RECORD IN THE WINDOW.     *
001380*  START AND END ARE SECONDS FROM THE START OF THE DAY         *
001390*  NUMBERING, SO A STEP RUNNING THROUGH MIDNIGHT SUBTRACTS     *
001400*  CLEANLY                                                     *
001410*--------------------------------------------------------------*
001420 01  TIMR-ROW-COUNT             PIC 9(05) COMP VALUE 0.
001430 01  TIMR-ROW-PROGRAM OCCURS 1 TO 2999 TIMES
001440         DEPENDING ON TIMR-ROW-COUNT PIC X(08).
001450 01  TIMR-ROW-STEP OCCURS 1 TO 2999 TIMES
001460         DEPENDING ON TIMR-ROW-COUNT PIC X(08).
001470 01  TIMR-ROW-BUS-DATE OCCURS 1 TO 2999 TIMES
001480         DEPENDING ON TIMR-ROW-COUNT PIC 9(08).
001490 01  TIMR-ROW-NIGHT OCCURS 1 TO 2999 TIMES
001500         DEPENDING ON TIMR-ROW-COUNT PIC 9(07) COMP.
001510 01  TIMR-ROW-START OCCURS 1 TO 2999 TIMES
001520         DEPENDING ON TIMR-ROW-COUNT PIC 9(11) COMP.
001530 01  TIMR-ROW-END OCCURS 1 TO 2999 TIMES
001540         DEPENDING ON TIMR-ROW-COUNT PIC 9(11) COMP.
001550 01  TIMR-ROW-RECORDS OCCURS 1 TO 2999 TIMES
001560         DEPENDING ON TIMR-ROW-COUNT PIC 9(09) COMP.
001570 01  TIMR-ROW-CC OCCURS 1 TO 2999 TIMES
001580         DEPENDING ON TIMR-ROW-COUNT PIC 9(04).
001590 01  TIMR-IX                    PIC 9(05) COMP VALUE 0.
001600 01  TIMR-JX                    PIC 9(05) COMP VALUE 0.
001610*--------------------------------------------------------------*
001620*  NIGHT TABLE - ONE ENTRY PER NIGHT IN THE WINDOW, OLDEST     *
001630*  FIRST. FINISH IS SECONDS FROM MIDNIGHT AT THE START OF THE  *
001640*  NIGHT'S DATE, SO A FINISH NEXT MORNING IS OVER 86400        *
001650*--------------------------------------------------------------*
001660 77  TIMR-MAX-NIGHTS            PIC 9(03) VALUE 56.
001670 01  TIMR-NIGHT-TABLE.
001680     05  TIMR-NIGHT-ENTRY OCCURS 56 TIMES.
001690         10  TIMR-NT-FIRST-START PIC 9(11) COMP.
001700         10  TIMR-NT-LAST-END   PIC 9(11) COMP.
001710         10  TIMR-NT-LAST-STEP  PIC X(08).
001720         10  TIMR-NT-STEPS      PIC 9(05) COMP.
001730         10  TIMR-NT-WINDOW     PIC 9(07) COMP.
001740         10  TIMR-NT-FINISH     PIC 9(07) COMP.
001750         10  TIMR-NT-SLA-SWITCH PIC X(01).
001760             88  TIMR-NT-LATE             VALUE 'Y'.
001770 01  TIMR-NX                    PIC 9(03) COMP VALUE 0.
001780 01  TIMR-WX                    PIC 9(03) COMP VALUE 0.
001790*--------------------------------------------------------------*
001800*  WINDOW CONTROL                                              *
001810*--------------------------------------------------------------*
001820 01  TIMR-LATEST-NIGHT          PIC 9(07) COMP VALUE 0.
001830 01  TIMR-FIRST-NIGHT           PIC 9(07) COMP VALUE 0.
001840 01  TIMR-WINDOW-NIGHTS         PIC 9(03) COMP VALUE 0.
001850 01  TIMR-SLA-DEADLINE          PIC 9(07) COMP VALUE 0.
001860 01  TIMR-NIGHT-DAY             PIC 9(07) COMP VALUE 0.
001870*--------------------------------------------------------------*
001880*  THE TIMING RECORD BEING CHECKED                             *
001890*--------------------------------------------------------------*
001900 01  TIMR-REC-START-DAY         PIC 9(07) COMP VALUE 0.
001910 01  TIMR-REC-END-DAY           PIC 9(07) COMP VALUE 0.
001920 01  TIMR-REC-NIGHT             PIC 9(07) COMP VALUE 0.
001930 01  TIMR-REC-START             PIC 9(11) COMP VALUE 0.
001940 01  TIMR-REC-END               PIC 9(11) COMP VALUE 0.
001950 01  TIMR-DATE-WORK             PIC 9(08).
001960 01  TIMR-DATE-PARTS REDEFINES TIMR-DATE-WORK.
001970     05  TIMR-DATE-YYYY         PIC 9(04).
001980     05  TIMR-DATE-MM           PIC 9(02).
001990     05  TIMR-DATE-DD           PIC 9(02).
002000 01  TIMR-TIME-WORK             PIC 9(08).
002010 01  TIMR-TIME-PARTS REDEFINES TIMR-TIME-WORK.
002020     05  TIMR-TIME-HH           PIC 9(02).
002030     05  TIMR-TIME-MM           PIC 9(02).
002040     05  TIMR-TIME-SS           PIC 9(02).
002050     05  TIMR-TIME-HS           PIC 9(02).
002060*--------------------------------------------------------------*
002070*  RUN COUNTERS                                                *
002080*--------------------------------------------------------------*
002090 01  TIMR-COUNTERS.
002100     05  TIMR-READ-COUNT        PIC 9(07) COMP VALUE 0.
002110     05  TIMR-BAD-COUNT         PIC 9(07) COMP VALUE 0.
002120     05  TIMR-WINDOW-COUNT      PIC 9(07) COMP VALUE 0.
002130     05  TIMR-OVERFLOW-COUNT    PIC 9(07) COMP VALUE 0.
002140     05  TIMR-NIGHTS-RUN        PIC 9(05) COMP VALUE 0.
002150     05  TIMR-NIGHTS-LATE       PIC 9(05) COMP VALUE 0.
002160*--------------------------------------------------------------*
002170*  STEP AND WEEK WORK FIELDS                                   *
002180*--------------------------------------------------------------*
002190 01  TIMR-ELAPSED               PIC 9(07) COMP VALUE 0.
002200 01  TIMR-RATE                  PIC 9(09) COMP VALUE 0.
002210 01  TIMR-AVG-SUM               PIC 9(11) COMP VALUE 0.
002220 01  TIMR-AVG-COUNT             PIC 9(05) COMP VALUE 0.
002230 01  TIMR-AVG-SECS              PIC 9(07) COMP VALUE 0.
002240 01  TIMR-CHANGE-PCT            PIC S9(05) COMP VALUE 0.
002250 01  TIMR-OVERRUN               PIC 9(07) COMP VALUE 0.
002260 01  TIMR-WEEK-FIRST-NX         PIC 9(03) COMP VALUE 0.
002270 01  TIMR-WEEK-LAST-NX          PIC 9(03) COMP VALUE 0.
002280 01  TIMR-WEEK-NIGHTS           PIC 9(03) COMP VALUE 0.
002290 01  TIMR-WEEK-LATE             PIC 9(03) COMP VALUE 0.
002300 01  TIMR-WEEK-WINDOW-SUM       PIC 9(09) COMP VALUE 0.
002310 01  TIMR-WEEK-FINISH-SUM       PIC 9(09) COMP VALUE 0.
002320 01  TIMR-WEEK-AVG-WINDOW       PIC 9(07) COMP VALUE 0.
002330 01  TIMR-PRIOR-AVG-WINDOW      PIC 9(07) COMP VALUE 0.
002340 01  TIMR-CHANGE-MINUTES        PIC S9(05) COMP VALUE 0.
002350*--------------------------------------------------------------*
002360*  CLOCK AND DURATION FORMATTING                               *
002370*--------------------------------------------------------------*
002380 01  TIMR-CLOCK-SECS            PIC 9(11) COMP VALUE 0.
002390 01  TIMR-CLOCK-DAY             PIC 9(07) COMP VALUE 0.
002400 01  TIMR-CLOCK-REST            PIC 9(05) COMP VALUE 0.
002410 01  TIMR-CLOCK-TEXT.
002420     05  TIMR-CLOCK-HH          PIC 9(02).
002430     05  FILLER                 PIC X(01) VALUE ':'.
002440     05  TIMR-CLOCK-MM          PIC 9(02).
002450     05  FILLER                 PIC X(01) VALUE ':'.
002460     05  TIMR-CLOCK-SS          PIC 9(02).
002470 01  TIMR-DURATION-SECS         PIC 9(09) COMP VALUE 0.
002480 01  TIMR-DURATION-HOURS        PIC 9(05) COMP VALUE 0.
002490 01  TIMR-DURATION-REST         PIC 9(05) COMP VALUE 0.
002500 01  TIMR-DURATION-TEXT.
002510     05  TIMR-DURATION-HH       PIC ZZ9.
002520     05  FILLER                 PIC X(01) VALUE ':'.
002530     05  TIMR-DURATION-MM       PIC 9(02).
002540*--------------------------------------------------------------*
002550*  REPORT WORK FIELDS                                          *
002560*--------------------------------------------------------------*
002570 01  TIMR-RUN-DATE              PIC 9(08).
002580 01  TIMR-SLA-TEXT              PIC X(11) VALUE SPACES.
002590 01  TIMR-REPORT-LINE           PIC X(80).
002600 01  TIMR-EDIT-FIELDS.
002610     05  TIMR-ED-DATE           PIC 9999/99/99.
002620     05  TIMR-ED-FINISH-DATE    PIC 9999/99/99.
002630     05  TIMR-ED-SECS           PIC ZZZZZ9.
002640     05  TIMR-ED-RECORDS        PIC ZZZZZZZZ9.
002650     05  TIMR-ED-RATE           PIC ZZZZZZ9.
002660     05  TIMR-ED-CC             PIC ZZZ9.
002670     05  TIMR-ED-AVG            PIC ZZZZZ9.
002680     05  TIMR-ED-CHANGE         PIC ----9.
002690     05  TIMR-ED-STEPS          PIC ZZZZ9.
002700     05  TIMR-ED-COUNT          PIC ZZZZZZ9.
002710     05  TIMR-ED-MINUTES        PIC ----9.
002720 01  TIMR-START-TEXT            PIC X(08).
002730 01  TIMR-FINISH-TEXT           PIC X(08).
002740 PROCEDURE DIVISION.
002750*--------------------------------------------------------------*
002760*  0000-MAINLINE                                               *
002770*--------------------------------------------------------------*
002780 0000-MAINLINE.
002790     ACCEPT TIMR-START-DATE FROM DATE YYYYMMDD
002800     ACCEPT TIMR-START-TIME FROM TIME
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002820     PERFORM 2000-FIND-LATEST-NIGHT THRU 2000-EXIT
002830     IF TIMR-LATEST-NIGHT = 0
002840         MOVE SPACES TO REPORT-LINE
002850         WRITE REPORT-LINE
002860         MOVE SPACES TO TIMR-REPORT-LINE
002870         STRING "NO USABLE TIMING RECORDS ON JOBTIME"
002880             DELIMITED BY SIZE
002890             INTO TIMR-REPORT-LINE
002900         WRITE REPORT-LINE FROM TIMR-REPORT-LINE
002910         PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT
002920         CLOSE REPORT-FILE
002930         MOVE 4 TO TIMR-RETURN-SEVERITY
002940         DISPLAY "STATTIME COMPLETE - NO USABLE TIMING RECORDS"
002950         GO TO 9999-EXIT
002960     END-IF
002970     PERFORM 3000-LOAD-WINDOW THRU 3000-EXIT
002980     PERFORM 4000-REPORT-LATEST-NIGHT THRU 4000-EXIT
002990     PERFORM 5000-REPORT-NIGHTS THRU 5000-EXIT
003000     PERFORM 6000-REPORT-WEEKS THRU 6000-EXIT
003010     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT
003020     CLOSE REPORT-FILE
003030     IF TIMR-LATEST-LATE
003040             OR TIMR-BAD-COUNT > 0
003050         MOVE 4 TO TIMR-RETURN-SEVERITY
003060     ELSE
003070         MOVE 0 TO TIMR-RETURN-SEVERITY
003080     END-IF
003090     DISPLAY "STATTIME COMPLETE - NIGHTS: " TIMR-NIGHTS-RUN
003100         " PAST SLA: " TIMR-NIGHTS-LATE
003110     GO TO 9999-EXIT.
003120*--------------------------------------------------------------*
003130*  1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS HEADING     *
003140*--------------------------------------------------------------*
003150 1000-INITIALIZE.
003160     OPEN OUTPUT REPORT-FILE
003170     IF TIMR-REPORT-STATUS NOT = "00"
003180         DISPLAY "TIMERPT OPEN FAILED, STATUS "
003190             TIMR-REPORT-STATUS
003200         GO TO 9999-EXIT
003210     END-IF
003220     IF TIMR-TREND-WEEKS < 1
003230             OR TIMR-TREND-WEEKS * 7 > TIMR-MAX-NIGHTS
003240         DISPLAY "TREND WEEKS MUST BE 1 THROUGH 8"
003250         GO TO 9999-EXIT
003260     END-IF
003270     COMPUTE TIMR-WINDOW-NIGHTS = TIMR-TREND-WEEKS * 7
003280     COMPUTE TIMR-SLA-DEADLINE = TIMR-SECONDS-PER-DAY
003290         + TIMR-SLA-HH * 3600 + TIMR-SLA-MM * 60
003300     INITIALIZE TIMR-NIGHT-TABLE
003310     MOVE TIMR-START-DATE TO TIMR-RUN-DATE
003320     MOVE TIMR-RUN-DATE TO TIMR-ED-DATE
003330     MOVE SPACES TO TIMR-REPORT-LINE
003340     STRING "BATCH WINDOW TIMING AND SLA REPORT - "
003350         DELIMITED BY SIZE
003360         TIMR-ED-DATE DELIMITED BY SIZE
003370         INTO TIMR-REPORT-LINE
003380     WRITE REPORT-LINE FROM TIMR-REPORT-LINE.
003390 1000-EXIT.
003400     EXIT.
003410*--------------------------------------------------------------*
003420*  2000-FIND-LATEST-NIGHT - FIRST PASS: THE NEWEST NIGHT ON    *
003430*  THE DATASET ENDS THE REPORTING WINDOW. AN ABSENT DATASET    *
003440*  IS TREATED AS AN EMPTY ONE                                  *
003450*--------------------------------------------------------------*
003460 2000-FIND-LATEST-NIGHT.
003470     OPEN INPUT TIMING-FILE
003480     IF TIMR-TIMING-STATUS = "35"
003490         GO TO 2000-EXIT
003500     END-IF
003510     IF TIMR-TIMING-STATUS NOT = "00"
003520         DISPLAY "JOBTIME OPEN FAILED, STATUS "
003530             TIMR-TIMING-STATUS
003540         GO TO 9999-EXIT
003550     END-IF
003560     SET TIMR-NOT-EOF TO TRUE
003570     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
003580         UNTIL TIMR-EOF
003590     CLOSE TIMING-FILE.
003600 2000-EXIT.
003610     EXIT.
003620 2100-SCAN-ONE-RECORD.
003630     READ TIMING-FILE
003640         AT END
003650             SET TIMR-EOF TO TRUE
003660             GO TO 2100-EXIT
003670     END-READ
003680     ADD 1 TO TIMR-READ-COUNT
003690     PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
003700     IF TIMR-RECORD-INVALID
003710         ADD 1 TO TIMR-BAD-COUNT
003720         GO TO 2100-EXIT
003730     END-IF
003740     IF TIMR-REC-NIGHT > TIMR-LATEST-NIGHT
003750         MOVE TIMR-REC-NIGHT TO TIMR-LATEST-NIGHT
003760     END-IF.
003770 2100-EXIT.
003780     EXIT.
003790*--------------------------------------------------------------*
003800*  2200-CHECK-RECORD - A RECORD IS USABLE WHEN ITS DATES AND   *
003810*  TIMES ARE REAL AND IT DID NOT END BEFORE IT STARTED. SETS   *
003820*  THE START AND END SECONDS AND THE NIGHT IT BELONGS TO       *
003830*--------------------------------------------------------------*
003840 2200-CHECK-RECORD.
003850     SET TIMR-RECORD-INVALID TO TRUE
003860     IF TIM-START-DATE NOT NUMERIC
003870             OR TIM-START-TIME NOT NUMERIC
003880             OR TIM-END-DATE NOT NUMERIC
003890             OR TIM-END-TIME NOT NUMERIC
003900             OR TIM-RECORDS NOT NUMERIC
003910             OR TIM-CONDITION-CODE NOT NUMERIC
003920         GO TO 2200-EXIT
003930     END-IF
003940     MOVE TIM-START-DATE TO TIMR-DATE-WORK
003950     IF TIMR-DATE-YYYY < 1601
003960             OR TIMR-DATE-MM < 1 OR TIMR-DATE-MM > 12
003970             OR TIMR-DATE-DD < 1 OR TIMR-DATE-DD > 31
003980         GO TO 2200-EXIT
003990     END-IF
004000     COMPUTE TIMR-REC-START-DAY =
004010         FUNCTION INTEGER-OF-DATE(TIMR-DATE-WORK)
004020     MOVE TIM-START-TIME TO TIMR-TIME-WORK
004030     IF TIMR-TIME-HH > 23 OR TIMR-TIME-MM > 59
004040             OR TIMR-TIME-SS > 59
004050         GO TO 2200-EXIT
004060     END-IF
004070     COMPUTE TIMR-REC-START =
004080         TIMR-REC-START-DAY * TIMR-SECONDS-PER-DAY
004090         + TIMR-TIME-HH * 3600 + TIMR-TIME-MM * 60 + TIMR-TIME-SS
004100     MOVE TIMR-REC-START-DAY TO TIMR-REC-NIGHT
004110     IF TIMR-TIME-HH < TIMR-NIGHT-CUTOVER-HH
004120         SUBTRACT 1 FROM TIMR-REC-NIGHT
004130     END-IF
004140     MOVE TIM-END-DATE TO TIMR-DATE-WORK
004150     IF TIMR-DATE-YYYY < 1601
004160             OR TIMR-DATE-MM < 1 OR TIMR-DATE-MM > 12
004170             OR TIMR-DATE-DD < 1 OR TIMR-DATE-DD > 31
004180         GO TO 2200-EXIT
004190     END-IF
004200     COMPUTE TIMR-REC-END-DAY =
004210         FUNCTION INTEGER-OF-DATE(TIMR-DATE-WORK)
004220     MOVE TIM-END-TIME TO TIMR-TIME-WORK
004230     IF TIMR-TIME-HH > 23 OR TIMR-TIME-MM > 59
004240             OR TIMR-TIME-SS > 59
004250         GO TO 2200-EXIT
004260     END-IF
004270     COMPUTE TIMR-REC-END =
004280         TIMR-REC-END-DAY * TIMR-SECONDS-PER-DAY
004290         + TIMR-TIME-HH * 3600 + TIMR-TIME-MM * 60 + TIMR-TIME-SS
004300     IF TIMR-REC-START-DAY = 0 OR TIMR-REC-END-DAY = 0
004310             OR TIMR-REC-END < TIMR-REC-START
004320         GO TO 2200-EXIT
004330     END-IF
004340     SET TIMR-RECORD-VALID TO TRUE.
004350 2200-EXIT.
004360     EXIT.
004370*--------------------------------------------------------------*
004380*  3000-LOAD-WINDOW - SECOND PASS: EVERY USABLE RECORD FROM    *
004390*  THE FIRST NIGHT OF THE WINDOW ON GOES INTO THE STEP TABLE   *
004400*  AND IS ADDED TO ITS NIGHT                                   *
004410*--------------------------------------------------------------*
004420 3000-LOAD-WINDOW.
004430     COMPUTE TIMR-FIRST-NIGHT =
004440         TIMR-LATEST-NIGHT - TIMR-WINDOW-NIGHTS + 1
004450     OPEN INPUT TIMING-FILE
004460     IF TIMR-TIMING-STATUS NOT = "00"
004470         DISPLAY "JOBTIME REOPEN FAILED, STATUS "
004480             TIMR-TIMING-STATUS
004490         GO TO 9999-EXIT
004500     END-IF
004510     SET TIMR-NOT-EOF TO TRUE
004520     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
004530         UNTIL TIMR-EOF
004540     CLOSE TIMING-FILE.
004550 3000-EXIT.
004560     EXIT.
004570 3100-LOAD-ONE-RECORD.
004580     READ TIMING-FILE
004590         AT END
004600             SET TIMR-EOF TO TRUE
004610             GO TO 3100-EXIT
004620     END-READ
004630     PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
004640     IF TIMR-RECORD-INVALID
004650         GO TO 3100-EXIT
004660     END-IF
004670     IF TIMR-REC-NIGHT < TIMR-FIRST-NIGHT
004680         GO TO 3100-EXIT
004690     END-IF
004700     ADD 1 TO TIMR-WINDOW-COUNT
004710     PERFORM 3200-ADD-TO-NIGHT THRU 3200-EXIT
004720     IF TIMR-ROW-COUNT >= 2999
004730         ADD 1 TO TIMR-OVERFLOW-COUNT
004740         GO TO 3100-EXIT
004750     END-IF
004760     ADD 1 TO TIMR-ROW-COUNT
004770     MOVE TIM-PROGRAM TO TIMR-ROW-PROGRAM(TIMR-ROW-COUNT)
004780     MOVE TIM-STEP TO TIMR-ROW-STEP(TIMR-ROW-COUNT)
004790     MOVE TIM-BUSINESS-DATE TO TIMR-ROW-BUS-DATE(TIMR-ROW-COUNT)
004800     MOVE TIMR-REC-NIGHT TO TIMR-ROW-NIGHT(TIMR-ROW-COUNT)
004810     MOVE TIMR-REC-START TO TIMR-ROW-START(TIMR-ROW-COUNT)
004820     MOVE TIMR-REC-END TO TIMR-ROW-END(TIMR-ROW-COUNT)
004830     MOVE TIM-RECORDS TO TIMR-ROW-RECORDS(TIMR-ROW-COUNT)
004840     MOVE TIM-CONDITION-CODE TO TIMR-ROW-CC(TIMR-ROW-COUNT).
004850 3100-EXIT.
004860     EXIT.
004870*--------------------------------------------------------------*
004880*  3200-ADD-TO-NIGHT - WIDEN THE NIGHT'S WINDOW TO TAKE IN     *
004890*  THIS STEP; THE STEP ENDING LAST IS THE NIGHT'S CRITICAL     *
004900*  PATH                                                        *
004910*--------------------------------------------------------------*
004920 3200-ADD-TO-NIGHT.
004930     COMPUTE TIMR-NX = TIMR-REC-NIGHT - TIMR-FIRST-NIGHT + 1
004940     ADD 1 TO TIMR-NT-STEPS(TIMR-NX)
004950     IF TIMR-NT-FIRST-START(TIMR-NX) = 0
004960             OR TIMR-REC-START < TIMR-NT-FIRST-START(TIMR-NX)
004970         MOVE TIMR-REC-START TO TIMR-NT-FIRST-START(TIMR-NX)
004980     END-IF
004990     IF TIMR-REC-END >= TIMR-NT-LAST-END(TIMR-NX)
005000         MOVE TIMR-REC-END TO TIMR-NT-LAST-END(TIMR-NX)
005010         MOVE TIM-STEP TO TIMR-NT-LAST-STEP(TIMR-NX)
005020     END-IF.
005030 3200-EXIT.
005040     EXIT.
005050*--------------------------------------------------------------*
005060*  4000-REPORT-LATEST-NIGHT - EVERY STEP OF THE LATEST NIGHT   *
005070*  IN THE ORDER IT RAN, AGAINST ITS TRAILING AVERAGE           *
005080*--------------------------------------------------------------*
005090 4000-REPORT-LATEST-NIGHT.
005100     MOVE SPACES TO REPORT-LINE
005110     WRITE REPORT-LINE
005120     COMPUTE TIMR-DATE-WORK =
005130         FUNCTION DATE-OF-INTEGER(TIMR-LATEST-NIGHT)
005140     MOVE TIMR-DATE-WORK TO TIMR-ED-DATE
005150     MOVE SPACES TO TIMR-REPORT-LINE
005160     STRING "STEP TIMINGS FOR THE NIGHT OF " DELIMITED BY SIZE
005170         TIMR-ED-DATE DELIMITED BY SIZE
005180         INTO TIMR-REPORT-LINE
005190     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
005200     MOVE SPACES TO TIMR-REPORT-LINE
005210     STRING "STEP     PROGRAM  BUS DATE START      SECS   RECORDS"
005220         DELIMITED BY SIZE
005230         " REC/SEC   CC   AVG  CHG%" DELIMITED BY SIZE
005240         INTO TIMR-REPORT-LINE
005250     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
005260     PERFORM 4100-REPORT-ONE-STEP THRU 4100-EXIT
005270         VARYING TIMR-IX FROM 1 BY 1
005280         UNTIL TIMR-IX > TIMR-ROW-COUNT.
005290 4000-EXIT.
005300     EXIT.
005310*--------------------------------------------------------------*
005320*  4100-REPORT-ONE-STEP - ELAPSED SECONDS, THROUGHPUT (A STEP  *
005330*  UNDER ONE SECOND IS RATED AS ONE SECOND), AND THE CHANGE    *
005340*  AGAINST THE SAME PROGRAM AND STEP ON THE TRAILING NIGHTS    *
005350*--------------------------------------------------------------*
005360 4100-REPORT-ONE-STEP.
005370     IF TIMR-ROW-NIGHT(TIMR-IX) NOT = TIMR-LATEST-NIGHT
005380         GO TO 4100-EXIT
005390     END-IF
005400     COMPUTE TIMR-ELAPSED =
005410         TIMR-ROW-END(TIMR-IX) - TIMR-ROW-START(TIMR-IX)
005420     IF TIMR-ELAPSED > 0
005430         COMPUTE TIMR-RATE =
005440             TIMR-ROW-RECORDS(TIMR-IX) / TIMR-ELAPSED
005450     ELSE
005460         MOVE TIMR-ROW-RECORDS(TIMR-IX) TO TIMR-RATE
005470     END-IF
005480     MOVE 0 TO TIMR-AVG-SUM
005490     MOVE 0 TO TIMR-AVG-COUNT
005500     PERFORM 4200-ADD-TRAILING THRU 4200-EXIT
005510         VARYING TIMR-JX FROM 1 BY 1
005520         UNTIL TIMR-JX > TIMR-ROW-COUNT
005530     MOVE TIMR-ROW-START(TIMR-IX) TO TIMR-CLOCK-SECS
005540     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
005550     MOVE TIMR-CLOCK-TEXT TO TIMR-START-TEXT
005560     MOVE TIMR-ELAPSED TO TIMR-ED-SECS
005570     MOVE TIMR-ROW-RECORDS(TIMR-IX) TO TIMR-ED-RECORDS
005580     MOVE TIMR-RATE TO TIMR-ED-RATE
005590     MOVE TIMR-ROW-CC(TIMR-IX) TO TIMR-ED-CC
005600     MOVE SPACES TO TIMR-REPORT-LINE
005610     STRING TIMR-ROW-STEP(TIMR-IX) DELIMITED BY SIZE
005620         " " DELIMITED BY SIZE
005630         TIMR-ROW-PROGRAM(TIMR-IX) DELIMITED BY SIZE
005640         " " DELIMITED BY SIZE
005650         TIMR-ROW-BUS-DATE(TIMR-IX) DELIMITED BY SIZE
005660         " " DELIMITED BY SIZE
005670         TIMR-START-TEXT DELIMITED BY SIZE
005680         " " DELIMITED BY SIZE
005690         TIMR-ED-SECS DELIMITED BY SIZE
005700         " " DELIMITED BY SIZE
005710         TIMR-ED-RECORDS DELIMITED BY SIZE
005720         " " DELIMITED BY SIZE
005730         TIMR-ED-RATE DELIMITED BY SIZE
005740         " " DELIMITED BY SIZE
005750         TIMR-ED-CC DELIMITED BY SIZE
005760         INTO TIMR-REPORT-LINE
005770     IF TIMR-AVG-COUNT > 0
005780         COMPUTE TIMR-AVG-SECS ROUNDED =
005790             TIMR-AVG-SUM / TIMR-AVG-COUNT
005800         MOVE TIMR-AVG-SECS TO TIMR-ED-AVG
005810         MOVE TIMR-ED-AVG TO TIMR-REPORT-LINE(67:6)
005820         IF TIMR-AVG-SECS > 0
005830             COMPUTE TIMR-CHANGE-PCT ROUNDED =
005840                 (TIMR-ELAPSED - TIMR-AVG-SECS) * 100
005850                 / TIMR-AVG-SECS
005860             MOVE TIMR-CHANGE-PCT TO TIMR-ED-CHANGE
005870             MOVE TIMR-ED-CHANGE TO TIMR-REPORT-LINE(74:5)
005880             MOVE "%" TO TIMR-REPORT-LINE(79:1)
005890         END-IF
005900     ELSE
005910         MOVE "NEW" TO TIMR-REPORT-LINE(70:3)
005920     END-IF
005930     WRITE REPORT-LINE FROM TIMR-REPORT-LINE.
005940 4100-EXIT.
005950     EXIT.
005960 4200-ADD-TRAILING.
005970     IF TIMR-ROW-NIGHT(TIMR-JX) < TIMR-LATEST-NIGHT
005980             AND TIMR-ROW-PROGRAM(TIMR-JX) =
005990                 TIMR-ROW-PROGRAM(TIMR-IX)
006000             AND TIMR-ROW-STEP(TIMR-JX) = TIMR-ROW-STEP(TIMR-IX)
006010         COMPUTE TIMR-AVG-SUM = TIMR-AVG-SUM
006020             + TIMR-ROW-END(TIMR-JX) - TIMR-ROW-START(TIMR-JX)
006030         ADD 1 TO TIMR-AVG-COUNT
006040     END-IF.
006050 4200-EXIT.
006060     EXIT.
006070*--------------------------------------------------------------*
006080*  5000-REPORT-NIGHTS - EACH NIGHT OF THE WINDOW, OLDEST       *
006090*  FIRST: FIRST START, CRITICAL-PATH FINISH, WINDOW, AND THE   *
006100*  SLA                                                         *
006110*--------------------------------------------------------------*
006120 5000-REPORT-NIGHTS.
006130     MOVE SPACES TO REPORT-LINE
006140     WRITE REPORT-LINE
006150     MOVE SPACES TO TIMR-REPORT-LINE
006160     STRING "NIGHTLY BATCH WINDOW - SLA CUT-OFF "
006170         DELIMITED BY SIZE
006180         TIMR-SLA-HH DELIMITED BY SIZE
006190         ":" DELIMITED BY SIZE
006200         TIMR-SLA-MM DELIMITED BY SIZE
006210         " THE NEXT MORNING" DELIMITED BY SIZE
006220         INTO TIMR-REPORT-LINE
006230     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
006240     MOVE SPACES TO TIMR-REPORT-LINE
006250     STRING "NIGHT OF    FIRST START  CRITICAL-PATH FINISH"
006260         DELIMITED BY SIZE
006270         "  LAST STEP WINDOW STEPS  SLA" DELIMITED BY SIZE
006280         INTO TIMR-REPORT-LINE
006290     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
006300     PERFORM 5100-REPORT-ONE-NIGHT THRU 5100-EXIT
006310         VARYING TIMR-NX FROM 1 BY 1
006320         UNTIL TIMR-NX > TIMR-WINDOW-NIGHTS.
006330 5000-EXIT.
006340     EXIT.
006350*--------------------------------------------------------------*
006360*  5100-REPORT-ONE-NIGHT - A NIGHT IS PAST THE SLA WHEN ITS    *
006370*  LAST STEP ENDED AFTER THE CUT-OFF ON THE FOLLOWING MORNING  *
006380*--------------------------------------------------------------*
006390 5100-REPORT-ONE-NIGHT.
006400     COMPUTE TIMR-NIGHT-DAY = TIMR-FIRST-NIGHT + TIMR-NX - 1
006410     COMPUTE TIMR-DATE-WORK =
006420         FUNCTION DATE-OF-INTEGER(TIMR-NIGHT-DAY)
006430     MOVE TIMR-DATE-WORK TO TIMR-ED-DATE
006440     MOVE SPACES TO TIMR-REPORT-LINE
006450     IF TIMR-NT-STEPS(TIMR-NX) = 0
006460         STRING TIMR-ED-DATE DELIMITED BY SIZE
006470             "  NO STEPS RECORDED" DELIMITED BY SIZE
006480             INTO TIMR-REPORT-LINE
006490         WRITE REPORT-LINE FROM TIMR-REPORT-LINE
006500         GO TO 5100-EXIT
006510     END-IF
006520     ADD 1 TO TIMR-NIGHTS-RUN
006530     COMPUTE TIMR-NT-WINDOW(TIMR-NX) =
006540         TIMR-NT-LAST-END(TIMR-NX) - TIMR-NT-FIRST-START(TIMR-NX)
006550     COMPUTE TIMR-NT-FINISH(TIMR-NX) = TIMR-NT-LAST-END(TIMR-NX)
006560         - TIMR-NIGHT-DAY * TIMR-SECONDS-PER-DAY
006570     MOVE SPACES TO TIMR-SLA-TEXT
006580     IF TIMR-NT-FINISH(TIMR-NX) > TIMR-SLA-DEADLINE
006590         MOVE 'Y' TO TIMR-NT-SLA-SWITCH(TIMR-NX)
006600         ADD 1 TO TIMR-NIGHTS-LATE
006610         IF TIMR-NX = TIMR-WINDOW-NIGHTS
006620             SET TIMR-LATEST-LATE TO TRUE
006630         END-IF
006640         COMPUTE TIMR-DURATION-SECS =
006650             TIMR-NT-FINISH(TIMR-NX) - TIMR-SLA-DEADLINE
006660         PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
006670         STRING "LATE " DELIMITED BY SIZE
006680             TIMR-DURATION-TEXT DELIMITED BY SIZE
006690             INTO TIMR-SLA-TEXT
006700     ELSE
006710         MOVE 'N' TO TIMR-NT-SLA-SWITCH(TIMR-NX)
006720         MOVE "MET" TO TIMR-SLA-TEXT
006730     END-IF
006740     MOVE TIMR-NT-FIRST-START(TIMR-NX) TO TIMR-CLOCK-SECS
006750     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
006760     MOVE TIMR-CLOCK-TEXT TO TIMR-START-TEXT
006770     MOVE TIMR-NT-LAST-END(TIMR-NX) TO TIMR-CLOCK-SECS
006780     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
006790     MOVE TIMR-CLOCK-TEXT TO TIMR-FINISH-TEXT
006800     COMPUTE TIMR-DATE-WORK =
006810         FUNCTION DATE-OF-INTEGER(TIMR-CLOCK-DAY)
006820     MOVE TIMR-DATE-WORK TO TIMR-ED-FINISH-DATE
006830     MOVE TIMR-NT-WINDOW(TIMR-NX) TO TIMR-DURATION-SECS
006840     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
006850     MOVE TIMR-NT-STEPS(TIMR-NX) TO TIMR-ED-STEPS
006860     MOVE SPACES TO TIMR-REPORT-LINE
006870     STRING TIMR-ED-DATE DELIMITED BY SIZE
006880         "  " DELIMITED BY SIZE
006890         TIMR-START-TEXT DELIMITED BY SIZE
006900         "     " DELIMITED BY SIZE
006910         TIMR-ED-FINISH-DATE DELIMITED BY SIZE
006920         " " DELIMITED BY SIZE
006930         TIMR-FINISH-TEXT DELIMITED BY SIZE
006940         "  " DELIMITED BY SIZE
006950         TIMR-NT-LAST-STEP(TIMR-NX) DELIMITED BY SIZE
006960         " " DELIMITED BY SIZE
006970         TIMR-DURATION-TEXT DELIMITED BY SIZE
006980         " " DELIMITED BY SIZE
006990         TIMR-ED-STEPS DELIMITED BY SIZE
007000         "  " DELIMITED BY SIZE
007010         TIMR-SLA-TEXT DELIMITED BY SIZE
007020         INTO TIMR-REPORT-LINE
007030     WRITE REPORT-LINE FROM TIMR-REPORT-LINE.
007040 5100-EXIT.
007050     EXIT.
007060*--------------------------------------------------------------*
007070*  6000-REPORT-WEEKS - THE TREND: ONE LINE PER WEEK OF THE     *
007080*  WINDOW, OLDEST FIRST, WITH THE CHANGE IN AVERAGE WINDOW     *
007090*  FROM THE WEEK BEFORE                                        *
007100*--------------------------------------------------------------*
007110 6000-REPORT-WEEKS.
007120     MOVE SPACES TO REPORT-LINE
007130     WRITE REPORT-LINE
007140     MOVE SPACES TO TIMR-REPORT-LINE
007150     STRING "WEEKLY TREND" DELIMITED BY SIZE
007160         INTO TIMR-REPORT-LINE
007170     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
007180     MOVE SPACES TO TIMR-REPORT-LINE
007190     STRING "WEEK ENDING  NIGHTS  AVG WINDOW  AVG FINISH"
007200         DELIMITED BY SIZE
007210         "  PAST SLA  CHG MINS" DELIMITED BY SIZE
007220         INTO TIMR-REPORT-LINE
007230     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
007240     MOVE 0 TO TIMR-PRIOR-AVG-WINDOW
007250     PERFORM 6100-REPORT-ONE-WEEK THRU 6100-EXIT
007260         VARYING TIMR-WX FROM 1 BY 1
007270         UNTIL TIMR-WX > TIMR-TREND-WEEKS.
007280 6000-EXIT.
007290     EXIT.
007300 6100-REPORT-ONE-WEEK.
007310     COMPUTE TIMR-WEEK-FIRST-NX = (TIMR-WX - 1) * 7 + 1
007320     COMPUTE TIMR-WEEK-LAST-NX = TIMR-WX * 7
007330     MOVE 0 TO TIMR-WEEK-NIGHTS
007340     MOVE 0 TO TIMR-WEEK-LATE
007350     MOVE 0 TO TIMR-WEEK-WINDOW-SUM
007360     MOVE 0 TO TIMR-WEEK-FINISH-SUM
007370     PERFORM 6200-ADD-NIGHT-TO-WEEK THRU 6200-EXIT
007380         VARYING TIMR-NX FROM TIMR-WEEK-FIRST-NX BY 1
007390         UNTIL TIMR-NX > TIMR-WEEK-LAST-NX
007400     COMPUTE TIMR-NIGHT-DAY =
007410         TIMR-FIRST-NIGHT + TIMR-WEEK-LAST-NX - 1
007420     COMPUTE TIMR-DATE-WORK =
007430         FUNCTION DATE-OF-INTEGER(TIMR-NIGHT-DAY)
007440     MOVE TIMR-DATE-WORK TO TIMR-ED-DATE
007450     MOVE SPACES TO TIMR-REPORT-LINE
007460     IF TIMR-WEEK-NIGHTS = 0
007470         STRING TIMR-ED-DATE DELIMITED BY SIZE
007480             "   NO STEPS RECORDED" DELIMITED BY SIZE
007490             INTO TIMR-REPORT-LINE
007500         WRITE REPORT-LINE FROM TIMR-REPORT-LINE
007510         GO TO 6100-EXIT
007520     END-IF
007530     COMPUTE TIMR-WEEK-AVG-WINDOW ROUNDED =
007540         TIMR-WEEK-WINDOW-SUM / TIMR-WEEK-NIGHTS
007550     MOVE TIMR-WEEK-AVG-WINDOW TO TIMR-DURATION-SECS
007560     PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
007570     COMPUTE TIMR-CLOCK-SECS ROUNDED =
007580         TIMR-WEEK-FINISH-SUM / TIMR-WEEK-NIGHTS
007590     PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
007600     MOVE TIMR-WEEK-NIGHTS TO TIMR-ED-STEPS
007610     MOVE TIMR-WEEK-LATE TO TIMR-ED-COUNT
007620     STRING TIMR-ED-DATE DELIMITED BY SIZE
007630         "   " DELIMITED BY SIZE
007640         TIMR-ED-STEPS DELIMITED BY SIZE
007650         "      " DELIMITED BY SIZE
007660         TIMR-DURATION-TEXT DELIMITED BY SIZE
007670         "    " DELIMITED BY SIZE
007680         TIMR-CLOCK-TEXT DELIMITED BY SIZE
007690         "   " DELIMITED BY SIZE
007700         TIMR-ED-COUNT DELIMITED BY SIZE
007710         INTO TIMR-REPORT-LINE
007720     IF TIMR-PRIOR-AVG-WINDOW > 0
007730         COMPUTE TIMR-CHANGE-MINUTES ROUNDED =
007740             (TIMR-WEEK-AVG-WINDOW - TIMR-PRIOR-AVG-WINDOW) / 60
007750         MOVE TIMR-CHANGE-MINUTES TO TIMR-ED-MINUTES
007760         MOVE TIMR-ED-MINUTES TO TIMR-REPORT-LINE(58:5)
007770     END-IF
007780     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
007790     MOVE TIMR-WEEK-AVG-WINDOW TO TIMR-PRIOR-AVG-WINDOW.
007800 6100-EXIT.
007810     EXIT.
007820*--------------------------------------------------------------*
007830*  6200-ADD-NIGHT-TO-WEEK - THE AVERAGE FINISH IS TAKEN FROM   *
007840*  MIDNIGHT AT THE START OF EACH NIGHT, SO FINISHES EITHER     *
007850*  SIDE OF MIDNIGHT AVERAGE CORRECTLY                          *
007860*--------------------------------------------------------------*
007870 6200-ADD-NIGHT-TO-WEEK.
007880     IF TIMR-NT-STEPS(TIMR-NX) = 0
007890         GO TO 6200-EXIT
007900     END-IF
007910     ADD 1 TO TIMR-WEEK-NIGHTS
007920     ADD TIMR-NT-WINDOW(TIMR-NX) TO TIMR-WEEK-WINDOW-SUM
007930     ADD TIMR-NT-FINISH(TIMR-NX) TO TIMR-WEEK-FINISH-SUM
007940     IF TIMR-NT-LATE(TIMR-NX)
007950         ADD 1 TO TIMR-WEEK-LATE
007960     END-IF.
007970 6200-EXIT.
007980     EXIT.
007990*--------------------------------------------------------------*
008000*  7900-WRITE-TOTALS - RUN TOTALS                              *
008010*--------------------------------------------------------------*
008020 7900-WRITE-TOTALS.
008030     MOVE SPACES TO REPORT-LINE
008040     WRITE REPORT-LINE
008050     MOVE TIMR-READ-COUNT TO TIMR-ED-COUNT
008060     MOVE SPACES TO TIMR-REPORT-LINE
008070     STRING "TIMING RECORDS READ:   " DELIMITED BY SIZE
008080         TIMR-ED-COUNT DELIMITED BY SIZE
008090         INTO TIMR-REPORT-LINE
008100     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
008110     MOVE TIMR-BAD-COUNT TO TIMR-ED-COUNT
008120     MOVE SPACES TO TIMR-REPORT-LINE
008130     STRING "NOT USABLE:            " DELIMITED BY SIZE
008140         TIMR-ED-COUNT DELIMITED BY SIZE
008150         INTO TIMR-REPORT-LINE
008160     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
008170     MOVE TIMR-WINDOW-COUNT TO TIMR-ED-COUNT
008180     MOVE SPACES TO TIMR-REPORT-LINE
008190     STRING "IN THE WINDOW:         " DELIMITED BY SIZE
008200         TIMR-ED-COUNT DELIMITED BY SIZE
008210         INTO TIMR-REPORT-LINE
008220     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
008230     IF TIMR-OVERFLOW-COUNT > 0
008240         MOVE TIMR-OVERFLOW-COUNT TO TIMR-ED-COUNT
008250         MOVE SPACES TO TIMR-REPORT-LINE
008260         STRING "LEFT OUT OF STEP AVGS: " DELIMITED BY SIZE
008270             TIMR-ED-COUNT DELIMITED BY SIZE
008280             INTO TIMR-REPORT-LINE
008290         WRITE REPORT-LINE FROM TIMR-REPORT-LINE
008300     END-IF
008310     MOVE TIMR-NIGHTS-RUN TO TIMR-ED-COUNT
008320     MOVE SPACES TO TIMR-REPORT-LINE
008330     STRING "NIGHTS WITH STEPS:     " DELIMITED BY SIZE
008340         TIMR-ED-COUNT DELIMITED BY SIZE
008350         INTO TIMR-REPORT-LINE
008360     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
008370     MOVE TIMR-NIGHTS-LATE TO TIMR-ED-COUNT
008380     MOVE SPACES TO TIMR-REPORT-LINE
008390     STRING "NIGHTS PAST SLA:       " DELIMITED BY SIZE
008400         TIMR-ED-COUNT DELIMITED BY SIZE
008410         INTO TIMR-REPORT-LINE
008420     WRITE REPORT-LINE FROM TIMR-REPORT-LINE
008430     IF TIMR-LATEST-LATE
008440         MOVE SPACES TO TIMR-REPORT-LINE
008450         STRING "*** THE LATEST NIGHT FINISHED PAST THE SLA"
008460             DELIMITED BY SIZE
008470             " CUT-OFF" DELIMITED BY SIZE
008480             INTO TIMR-REPORT-LINE
008490         WRITE REPORT-LINE FROM TIMR-REPORT-LINE
008500     END-IF.
008510 7900-EXIT.
008520     EXIT.
008530*--------------------------------------------------------------*
008540*  8100-FORMAT-CLOCK - TIME OF DAY OF TIMR-CLOCK-SECS AS       *
008550*  HH:MM:SS                                                    *
008560*--------------------------------------------------------------*
008570 8100-FORMAT-CLOCK.
008580     DIVIDE TIMR-CLOCK-SECS BY TIMR-SECONDS-PER-DAY
008590         GIVING TIMR-CLOCK-DAY REMAINDER TIMR-CLOCK-REST
008600     DIVIDE TIMR-CLOCK-REST BY 3600
008610         GIVING TIMR-CLOCK-HH REMAINDER TIMR-CLOCK-REST
008620     DIVIDE TIMR-CLOCK-REST BY 60
008630         GIVING TIMR-CLOCK-MM REMAINDER TIMR-CLOCK-SS.
008640 8100-EXIT.
008650     EXIT.
008660*--------------------------------------------------------------*
008670*  8200-FORMAT-DURATION - TIMR-DURATION-SECS AS HOURS:MINUTES  *
008680*--------------------------------------------------------------*
008690 8200-FORMAT-DURATION.
008700     DIVIDE TIMR-DURATION-SECS BY 3600
008710         GIVING TIMR-DURATION-HOURS REMAINDER TIMR-DURATION-REST
008720     MOVE TIMR-DURATION-HOURS TO TIMR-DURATION-HH
008730     DIVIDE TIMR-DURATION-REST BY 60
008740         GIVING TIMR-DURATION-MM.
008750 8200-EXIT.
008760     EXIT.
008770*--------------------------------------------------------------*
008780*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
008790*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
008800*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
008810*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
008820*  CONDITION CODE                                              *
008830*--------------------------------------------------------------*
008840 9900-WRITE-STEP-TIMING.
008850     MOVE "STATTIME" TO TIMR-STEP-NAME
008860     OPEN INPUT STEP-NAME-FILE
008870     IF TIMR-STEPNAME-STATUS = "00"
008880         READ STEP-NAME-FILE
008890             AT END
008900                 MOVE SPACES TO STEP-NAME-RECORD
008910         END-READ
008920         IF STEP-NAME-RECORD(1:8) NOT = SPACES
008930             MOVE STEP-NAME-RECORD(1:8) TO TIMR-STEP-NAME
008940         END-IF
008950         CLOSE STEP-NAME-FILE
008960     END-IF
008970     OPEN EXTEND TIMING-FILE
008980     IF TIMR-TIMING-STATUS = "35"
008990         OPEN OUTPUT TIMING-FILE
009000     END-IF
009010     IF TIMR-TIMING-STATUS NOT = "00"
009020         DISPLAY "JOBTIME OPEN FAILED, STATUS "
009030             TIMR-TIMING-STATUS " - NO TIMING RECORDED"
009040         GO TO 9900-EXIT
009050     END-IF
009060     MOVE SPACES TO TIMING-RECORD
009070     MOVE "STATTIME" TO TIM-PROGRAM
009080     MOVE TIMR-STEP-NAME TO TIM-STEP
009090     MOVE TIMR-START-DATE TO TIM-BUSINESS-DATE
009100     MOVE TIMR-START-DATE TO TIM-START-DATE
009110     MOVE TIMR-START-TIME TO TIM-START-TIME
009120     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
009130     ACCEPT TIM-END-TIME FROM TIME
009140     MOVE TIMR-READ-COUNT TO TIM-RECORDS
009150     MOVE TIMR-RETURN-SEVERITY TO TIM-CONDITION-CODE
009160     WRITE TIMING-RECORD
009170     CLOSE TIMING-FILE.
009180 9900-EXIT.
009190     EXIT.
009200*--------------------------------------------------------------*
009210*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
009220*--------------------------------------------------------------*
009230 9999-EXIT.
009240     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
009250     MOVE TIMR-RETURN-SEVERITY TO RETURN-CODE
009260     STOP RUN.
