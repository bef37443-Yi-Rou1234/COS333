000210*                                                              *
000220*  CONDITION CODES: 0 COMPLETE, 4 NO AUDIT RECORD FOR THE     *
000230*  RUN DATE (MODE/REJECTED COLUMNS LEFT EMPTY), 16 FATAL.     *
000231*                                                              *
000232*  A RESTATEMENT RUN OF STATPROG TYPES ITS SUMMARY RECORD R;   *
000233*  ITS ROWS ARE LABELLED RESTATED AND RESTATEDCAT IN PLACE OF  *
000234*  SUMMARY AND CATEGORY SO FINANCE REPLACES THE FIGURES        *
000235*  ALREADY LOADED FOR THAT DATE RATHER THAN ADDING TO THEM.    *
000236*                                                              *
000237*  MONTH, QUARTER, MONTHCAT AND QUARTERCAT ROWS ALSO CARRY THE *
000238*  PERIOD'S 10TH, 25TH, 75TH AND 90TH PERCENTILES AS FOUR MORE *
000239*  COLUMNS (P10,P25,P75,P90) AFTER THE EMPTY REJECTED COLUMN;  *
000240*  DAILY AND RESTATED ROWS END AT REJECTED.                    *
000241*--------------------------------------------------------------*
000250*  MODIFICATION HISTORY                                        *
000260*--------------------------------------------------------------*
000270*  DATE       BY   DESCRIPTION                                 *
000280*  09/02/2026 JH   ORIGINAL VERSION.                           *
000281*  10/15/2026 JH   ALSO EXPORTS THE MONTH/QUARTER-END          *
000282*                  RESULTS STATMNTH WRITES (PERSTATS, READ     *
000283*                  THROUGH THE CATSTATS DD): A MONTH OR        *
000284*                  QUARTER ROW WITH THE PERIOD'S OWN MODE IN   *
000285*                  PLACE OF THE AUDIT LOOKUP, AND A MONTHCAT   *
000286*                  OR QUARTERCAT ROW PER BUSINESS UNIT.        *
000287*  10/15/2026 JH   A RESTATED SUMMARY (TYPE R) EXPORTS AS A    *
000288*                  RESTATED ROW AND ITS CATEGORIES AS          *
000289*                  RESTATEDCAT ROWS, REPLACING THE DATE'S      *
000290*                  FIGURES AT FINANCE RATHER THAN ADDING.      *
000291*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD  *
000292*                  (PROGRAM, STEP, BUSINESS DATE, START AND    *
000293*                  END TIMESTAMPS, RECORDS PROCESSED,          *
000294*                  CONDITION CODE) TO THE SHARED JOB-TIMING    *
000295*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-   *
000296*                  WINDOW REPORT. THE STEP NAME COMES FROM THE *
000297*                  ONE-CARD STEPNAME DD.                       *
000298*  10/15/2026 JH   MONTH/QUARTER AND MONTHCAT/QUARTERCAT ROWS  *
000299*                  ADD THE PERIOD'S P10, P25, P75 AND P90 FROM *
000300*                  THE PERSTATS RECORD AS FOUR COLUMNS AFTER   *
000301*                  REJECTED; THE HEADING ROW NAMES THEM.       *
000302*--------------------------------------------------------------*
000303 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000440     SELECT EXPORT-FILE ASSIGN TO "EXPFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS EXPT-EXPORT-STATUS.
000461
000462     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000463         ORGANIZATION IS LINE SEQUENTIAL
000464         FILE STATUS IS EXPT-TIMING-STATUS.
000465
000466     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS EXPT-STEPNAME-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490*--------------------------------------------------------------*
000540     RECORDING MODE IS F.
000550 01  CATSTAT-SUMMARY-RECORD.
000560     05  CST-S-TYPE             PIC X(01).
000566         88  CST-IS-SUMMARY             VALUE 'S' 'R'.
000572         88  CST-IS-RESTATED            VALUE 'R'.
000580         88  CST-IS-CATEGORY            VALUE 'C'.
000582         88  CST-IS-PERIOD              VALUE 'M' 'Q'.
000584         88  CST-IS-QUARTER             VALUE 'Q'.
000586         88  CST-IS-PERIOD-UNIT         VALUE 'U'.
000590     05  FILLER                 PIC X(01).
000600     05  CST-S-DATE             PIC 9(08).
000610     05  FILLER                 PIC X(01).
000970     05  FILLER                 PIC X(01).
000980     05  CST-C-STD-DEV          PIC 9(07)V99.
000990*--------------------------------------------------------------*
000991*  PERIOD RECORDS - THE SAME FILE AS WRITTEN BY STATMNTH'S     *
000992*  7100-WRITE-PERIOD-STATS: ONE MONTH OR QUARTER SUMMARY       *
000993*  RECORD AND ONE RECORD PER BUSINESS UNIT                     *
000994*--------------------------------------------------------------*
000995 01  PERSTAT-SUMMARY-RECORD.
000996     05  PST-S-TYPE             PIC X(01).
000997     05  FILLER                 PIC X(01).
000998     05  PST-S-END-DATE         PIC 9(08).
000999     05  FILLER                 PIC X(01).
001000     05  PST-S-FROM-DATE        PIC 9(08).
001001     05  FILLER                 PIC X(01).
001002     05  PST-S-DAYS             PIC 9(03).
001003     05  FILLER                 PIC X(01).
001004     05  PST-S-COUNT            PIC 9(09).
001005     05  FILLER                 PIC X(01).
001006     05  PST-S-SMALLEST         PIC S9(05)
001007         SIGN IS LEADING SEPARATE CHARACTER.
001008     05  FILLER                 PIC X(01).
001009     05  PST-S-LARGEST          PIC S9(05)
001010         SIGN IS LEADING SEPARATE CHARACTER.
001011     05  FILLER                 PIC X(01).
001012     05  PST-S-MEAN             PIC S9(07)V99
001013         SIGN IS LEADING SEPARATE CHARACTER.
001014     05  FILLER                 PIC X(01).
001015     05  PST-S-MEDIAN           PIC S9(07)V99
001016         SIGN IS LEADING SEPARATE CHARACTER.
001017     05  FILLER                 PIC X(01).
001018     05  PST-S-STD-DEV          PIC 9(07)V99.
001019     05  FILLER                 PIC X(01).
001020     05  PST-S-MODE             PIC S9(05)
001021         SIGN IS LEADING SEPARATE CHARACTER.
001022     05  FILLER                 PIC X(01).
001023     05  PST-S-P10              PIC S9(05)
001024         SIGN IS LEADING SEPARATE CHARACTER.
001025     05  FILLER                 PIC X(01).
001026     05  PST-S-P25              PIC S9(05)
001027         SIGN IS LEADING SEPARATE CHARACTER.
001028     05  FILLER                 PIC X(01).
001029     05  PST-S-P75              PIC S9(05)
001030         SIGN IS LEADING SEPARATE CHARACTER.
001031     05  FILLER                 PIC X(01).
001032     05  PST-S-P90              PIC S9(05)
001033         SIGN IS LEADING SEPARATE CHARACTER.
001034 01  PERSTAT-UNIT-RECORD.
001035     05  PST-U-TYPE             PIC X(01).
001036     05  FILLER                 PIC X(01).
001037     05  PST-U-END-DATE         PIC 9(08).
001038     05  FILLER                 PIC X(01).
001039     05  PST-U-CODE             PIC X(02).
001040     05  FILLER                 PIC X(01).
001041     05  PST-U-COUNT            PIC 9(09).
001042     05  FILLER                 PIC X(01).
001043     05  PST-U-MIN              PIC S9(05)
001044         SIGN IS LEADING SEPARATE CHARACTER.
001045     05  FILLER                 PIC X(01).
001046     05  PST-U-MAX              PIC S9(05)
001047         SIGN IS LEADING SEPARATE CHARACTER.
001048     05  FILLER                 PIC X(01).
001049     05  PST-U-MEAN             PIC S9(07)V99
001050         SIGN IS LEADING SEPARATE CHARACTER.
001051     05  FILLER                 PIC X(01).
001052     05  PST-U-MEDIAN           PIC S9(07)V99
001053         SIGN IS LEADING SEPARATE CHARACTER.
001054     05  FILLER                 PIC X(01).
001055     05  PST-U-STD-DEV          PIC 9(07)V99.
001056     05  FILLER                 PIC X(01).
001057     05  PST-U-MODE             PIC S9(05)
001058         SIGN IS LEADING SEPARATE CHARACTER.
001059     05  FILLER                 PIC X(01).
001060     05  PST-U-P10              PIC S9(05)
001061         SIGN IS LEADING SEPARATE CHARACTER.
001062     05  FILLER                 PIC X(01).
001063     05  PST-U-P25              PIC S9(05)
001064         SIGN IS LEADING SEPARATE CHARACTER.
001065     05  FILLER                 PIC X(01).
001066     05  PST-U-P75              PIC S9(05)
001067         SIGN IS LEADING SEPARATE CHARACTER.
001068     05  FILLER                 PIC X(01).
001069     05  PST-U-P90              PIC S9(05)
001070         SIGN IS LEADING SEPARATE CHARACTER.
001071*--------------------------------------------------------------*
001072*  AUDIT-FILE - KEYED RUN DATE PLUS RUN TIME; THE LAST RECORD  *
001073*  FOR THE RUN DATE SUPPLIES THE MODE AND REJECTED COUNT       *
001074*--------------------------------------------------------------*
001075 FD  AUDIT-FILE
001076     RECORDING MODE IS F.
001077 01  AUDIT-RECORD.
001078     05  AUD-KEY.
001079         10  AUD-RUN-DATE       PIC 9(08).
001080         10  FILLER             PIC X(01).
001090         10  AUD-RUN-TIME       PIC 9(08).
001100     05  FILLER                 PIC X(01).
001280 FD  EXPORT-FILE
001290     RECORDING MODE IS F.
001300 01  EXPORT-RECORD              PIC X(132).
001301*--------------------------------------------------------------*
001302*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
001303*  PER STEP, APPENDED AS THE STEP ENDS                         *
001304*--------------------------------------------------------------*
001305 FD  TIMING-FILE
001306     RECORDING MODE IS F.
001307 01  TIMING-RECORD.
001308     05  TIM-PROGRAM            PIC X(08).
001309     05  FILLER                 PIC X(01).
001310     05  TIM-STEP               PIC X(08).
001311     05  FILLER                 PIC X(01).
001312     05  TIM-BUSINESS-DATE      PIC 9(08).
001313     05  FILLER                 PIC X(01).
001314     05  TIM-START-DATE         PIC 9(08).
001315     05  TIM-START-TIME         PIC 9(08).
001316     05  FILLER                 PIC X(01).
001317     05  TIM-END-DATE           PIC 9(08).
001318     05  TIM-END-TIME           PIC 9(08).
001319     05  FILLER                 PIC X(01).
001320     05  TIM-RECORDS            PIC 9(09).
001321     05  FILLER                 PIC X(01).
001322     05  TIM-CONDITION-CODE     PIC 9(04).
001323*--------------------------------------------------------------*
001324*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
001325*--------------------------------------------------------------*
001326 FD  STEP-NAME-FILE
001327     RECORDING MODE IS F.
001328 01  STEP-NAME-RECORD           PIC X(80).
001329 WORKING-STORAGE SECTION.
001330*--------------------------------------------------------------*
001331*  STANDARD SWITCHES                                           *
001340*--------------------------------------------------------------*
001350 01  EXPT-SWITCHES.
001360     05  EXPT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001490     05  EXPT-CATSTAT-STATUS    PIC X(02).
001500     05  EXPT-AUDIT-STATUS      PIC X(02).
001510     05  EXPT-EXPORT-STATUS     PIC X(02).
001513     05  EXPT-TIMING-STATUS     PIC X(02).
001516     05  EXPT-STEPNAME-STATUS   PIC X(02).
001520*--------------------------------------------------------------*
001530*  RUN OUTCOME                                                 *
001540*--------------------------------------------------------------*
001550 01  EXPT-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001551*--------------------------------------------------------------*
001552*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
001553*--------------------------------------------------------------*
001554 01  EXPT-START-DATE            PIC 9(08) VALUE 0.
001555 01  EXPT-START-TIME            PIC 9(08) VALUE 0.
001556 01  EXPT-STEP-NAME             PIC X(08) VALUE SPACES.
001560*--------------------------------------------------------------*
001570*  RUN COUNTERS AND AUDIT CARRYOVER                            *
001580*--------------------------------------------------------------*
001600 01  EXPT-RUN-DATE              PIC 9(08) VALUE 0.
001610 01  EXPT-AUDIT-MODE            PIC S9(05) VALUE 0.
001620 01  EXPT-AUDIT-REJECTED        PIC 9(07) VALUE 0.
001622 01  EXPT-PERIOD-LABEL          PIC X(10) VALUE SPACES.
001624 01  EXPT-PERIOD-UNIT-LABEL     PIC X(10) VALUE SPACES.
001626 01  EXPT-SUMMARY-LABEL         PIC X(11) VALUE "SUMMARY".
001628 01  EXPT-CATEGORY-LABEL        PIC X(11) VALUE "CATEGORY".
001630*--------------------------------------------------------------*
001640*  EXPORT FIELD PICTURES - EXPLICIT SIGN AND DECIMAL POINT,    *
001650*  ZERO FILLED, SO EVERY ROW PARSES THE SAME WAY               *
001740     05  EXPT-XP-STD-DEV        PIC 9999999.99.
001750     05  EXPT-XP-MODE           PIC +99999.
001760     05  EXPT-XP-REJECTED       PIC 9(07).
001761     05  EXPT-XP-PERIOD-COUNT   PIC 9(09).
001762     05  EXPT-XP-P10            PIC +99999.
001763     05  EXPT-XP-P25            PIC +99999.
001764     05  EXPT-XP-P75            PIC +99999.
001765     05  EXPT-XP-P90            PIC +99999.
001770 01  EXPT-EXPORT-LINE           PIC X(132).
001780 PROCEDURE DIVISION.
001790*--------------------------------------------------------------*
001800*  0000-MAINLINE                                               *
001810*--------------------------------------------------------------*
001820 0000-MAINLINE.
001823     ACCEPT EXPT-START-DATE FROM DATE YYYYMMDD
001826     ACCEPT EXPT-START-TIME FROM TIME
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001840     PERFORM 2000-EXPORT-RESULTS THRU 2000-EXIT
001850     CLOSE CATEGORY-STATS-FILE
002160     END-IF
002170     MOVE SPACES TO EXPORT-RECORD
002180     MOVE "TYPE,DATE,CODE,COUNT,MIN,MAX,MEAN,MEDIAN,STDDEV,MODE
002190-        ",REJECTED,P10,P25,P75,P90" TO EXPORT-RECORD
002200     WRITE EXPORT-RECORD
002210     ADD 1 TO EXPT-ROWS-WRITTEN.
002220 1000-EXIT.
002440         PERFORM 3000-WRITE-SUMMARY-ROW THRU 3000-EXIT
002450         GO TO 2100-EXIT
002460     END-IF
002461     IF CST-IS-PERIOD
002462         PERFORM 5000-WRITE-PERIOD-ROW THRU 5000-EXIT
002463         GO TO 2100-EXIT
002464     END-IF
002465     IF CST-IS-PERIOD-UNIT
002466         PERFORM 5100-WRITE-PERIOD-UNIT-ROW THRU 5100-EXIT
002467         GO TO 2100-EXIT
002468     END-IF
002470     IF CST-C-TYPE = 'C'
002480         PERFORM 4000-WRITE-CATEGORY-ROW THRU 4000-EXIT
002490     END-IF.
002550*--------------------------------------------------------------*
002560 3000-WRITE-SUMMARY-ROW.
002570     SET EXPT-SUMMARY-SEEN TO TRUE
002571     IF CST-IS-RESTATED
002572         MOVE "RESTATED" TO EXPT-SUMMARY-LABEL
002573         MOVE "RESTATEDCAT" TO EXPT-CATEGORY-LABEL
002574     ELSE
002575         MOVE "SUMMARY" TO EXPT-SUMMARY-LABEL
002576         MOVE "CATEGORY" TO EXPT-CATEGORY-LABEL
002577     END-IF
002580     MOVE CST-S-DATE TO EXPT-RUN-DATE
002590     PERFORM 3100-FIND-AUDIT-RECORD THRU 3100-EXIT
002600     MOVE CST-S-DATE TO EXPT-XP-DATE
002680     IF EXPT-AUDIT-FOUND
002690         MOVE EXPT-AUDIT-MODE TO EXPT-XP-MODE
002700         MOVE EXPT-AUDIT-REJECTED TO EXPT-XP-REJECTED
002706         STRING EXPT-SUMMARY-LABEL DELIMITED BY SPACE
002712             "," DELIMITED BY SIZE
002720             EXPT-XP-DATE DELIMITED BY SIZE
002730             ",," DELIMITED BY SIZE
002740             EXPT-XP-COUNT DELIMITED BY SIZE
002880             EXPT-XP-REJECTED DELIMITED BY SIZE
002890             INTO EXPT-EXPORT-LINE
002900     ELSE
002906         STRING EXPT-SUMMARY-LABEL DELIMITED BY SPACE
002912             "," DELIMITED BY SIZE
002920             EXPT-XP-DATE DELIMITED BY SIZE
002930             ",," DELIMITED BY SIZE
002940             EXPT-XP-COUNT DELIMITED BY SIZE
003680     MOVE CST-C-MEDIAN TO EXPT-XP-MEDIAN
003690     MOVE CST-C-STD-DEV TO EXPT-XP-STD-DEV
003700     MOVE SPACES TO EXPT-EXPORT-LINE
003706     STRING EXPT-CATEGORY-LABEL DELIMITED BY SPACE
003712         "," DELIMITED BY SIZE
003720         EXPT-XP-DATE DELIMITED BY SIZE
003730         "," DELIMITED BY SIZE
003740         CST-C-CODE DELIMITED BY SIZE
003920 4000-EXIT.
003930     EXIT.
003940*--------------------------------------------------------------*
003950*  5000-WRITE-PERIOD-ROW - THE MONTH OR QUARTER FIGURES. THE   *
003960*  PERIOD RECORD CARRIES ITS OWN MODE AND THERE IS NO AUDIT    *
003970*  RECORD FOR A PERIOD, SO NO LOOKUP IS MADE AND THE REJECTED  *
003980*  COLUMN IS LEFT EMPTY. THE PERIOD'S P10/P25/P75/P90 FOLLOW   *
003990*--------------------------------------------------------------*
004000 5000-WRITE-PERIOD-ROW.
004010     SET EXPT-SUMMARY-SEEN TO TRUE
004020     SET EXPT-AUDIT-FOUND TO TRUE
004030     IF CST-IS-QUARTER
004040         MOVE "QUARTER" TO EXPT-PERIOD-LABEL
004050         MOVE "QUARTERCAT" TO EXPT-PERIOD-UNIT-LABEL
004060     ELSE
004070         MOVE "MONTH" TO EXPT-PERIOD-LABEL
004080         MOVE "MONTHCAT" TO EXPT-PERIOD-UNIT-LABEL
004090     END-IF
004100     MOVE PST-S-END-DATE TO EXPT-XP-DATE
004110     MOVE PST-S-COUNT TO EXPT-XP-PERIOD-COUNT
004120     MOVE PST-S-SMALLEST TO EXPT-XP-MIN
004130     MOVE PST-S-LARGEST TO EXPT-XP-MAX
004140     MOVE PST-S-MEAN TO EXPT-XP-MEAN
004150     MOVE PST-S-MEDIAN TO EXPT-XP-MEDIAN
004160     MOVE PST-S-STD-DEV TO EXPT-XP-STD-DEV
004170     MOVE PST-S-MODE TO EXPT-XP-MODE
004180     MOVE PST-S-P10 TO EXPT-XP-P10
004190     MOVE PST-S-P25 TO EXPT-XP-P25
004200     MOVE PST-S-P75 TO EXPT-XP-P75
004210     MOVE PST-S-P90 TO EXPT-XP-P90
004220     MOVE SPACES TO EXPT-EXPORT-LINE
004230     STRING EXPT-PERIOD-LABEL DELIMITED BY SPACE
004240         "," DELIMITED BY SIZE
004250         EXPT-XP-DATE DELIMITED BY SIZE
004260         ",," DELIMITED BY SIZE
004270         EXPT-XP-PERIOD-COUNT DELIMITED BY SIZE
004280         "," DELIMITED BY SIZE
004290         EXPT-XP-MIN DELIMITED BY SIZE
004300         "," DELIMITED BY SIZE
004310         EXPT-XP-MAX DELIMITED BY SIZE
004320         "," DELIMITED BY SIZE
004330         EXPT-XP-MEAN DELIMITED BY SIZE
004340         "," DELIMITED BY SIZE
004350         EXPT-XP-MEDIAN DELIMITED BY SIZE
004360         "," DELIMITED BY SIZE
004370         EXPT-XP-STD-DEV DELIMITED BY SIZE
004380         "," DELIMITED BY SIZE
004390         EXPT-XP-MODE DELIMITED BY SIZE
004400         "," DELIMITED BY SIZE
004410         "," DELIMITED BY SIZE
004420         EXPT-XP-P10 DELIMITED BY SIZE
004430         "," DELIMITED BY SIZE
004440         EXPT-XP-P25 DELIMITED BY SIZE
004450         "," DELIMITED BY SIZE
004460         EXPT-XP-P75 DELIMITED BY SIZE
004470         "," DELIMITED BY SIZE
004480         EXPT-XP-P90 DELIMITED BY SIZE
004490         INTO EXPT-EXPORT-LINE
004500     MOVE EXPT-EXPORT-LINE TO EXPORT-RECORD
004510     WRITE EXPORT-RECORD
004520     ADD 1 TO EXPT-ROWS-WRITTEN.
004530 5000-EXIT.
004540     EXIT.
004550*--------------------------------------------------------------*
004560*  5100-WRITE-PERIOD-UNIT-ROW - ONE BUSINESS UNIT'S FIGURES    *
004570*  FOR THE MONTH OR QUARTER, WITH THE UNIT'S OWN MODE AND      *
004580*  PERCENTILES                                                 *
004590*--------------------------------------------------------------*
004600 5100-WRITE-PERIOD-UNIT-ROW.
004610     IF EXPT-PERIOD-UNIT-LABEL = SPACES
004620         MOVE "MONTHCAT" TO EXPT-PERIOD-UNIT-LABEL
004630     END-IF
004640     MOVE PST-U-END-DATE TO EXPT-XP-DATE
004650     MOVE PST-U-COUNT TO EXPT-XP-PERIOD-COUNT
004660     MOVE PST-U-MIN TO EXPT-XP-MIN
004670     MOVE PST-U-MAX TO EXPT-XP-MAX
004680     MOVE PST-U-MEAN TO EXPT-XP-MEAN
004690     MOVE PST-U-MEDIAN TO EXPT-XP-MEDIAN
004700     MOVE PST-U-STD-DEV TO EXPT-XP-STD-DEV
004710     MOVE PST-U-MODE TO EXPT-XP-MODE
004720     MOVE PST-U-P10 TO EXPT-XP-P10
004730     MOVE PST-U-P25 TO EXPT-XP-P25
004740     MOVE PST-U-P75 TO EXPT-XP-P75
004750     MOVE PST-U-P90 TO EXPT-XP-P90
004760     MOVE SPACES TO EXPT-EXPORT-LINE
004770     STRING EXPT-PERIOD-UNIT-LABEL DELIMITED BY SPACE
004780         "," DELIMITED BY SIZE
004790         EXPT-XP-DATE DELIMITED BY SIZE
004800         "," DELIMITED BY SIZE
004810         PST-U-CODE DELIMITED BY SIZE
004820         "," DELIMITED BY SIZE
004830         EXPT-XP-PERIOD-COUNT DELIMITED BY SIZE
004840         "," DELIMITED BY SIZE
004850         EXPT-XP-MIN DELIMITED BY SIZE
004860         "," DELIMITED BY SIZE
004870         EXPT-XP-MAX DELIMITED BY SIZE
004880         "," DELIMITED BY SIZE
004890         EXPT-XP-MEAN DELIMITED BY SIZE
004900         "," DELIMITED BY SIZE
004910         EXPT-XP-MEDIAN DELIMITED BY SIZE
004920         "," DELIMITED BY SIZE
004930         EXPT-XP-STD-DEV DELIMITED BY SIZE
004940         "," DELIMITED BY SIZE
004950         EXPT-XP-MODE DELIMITED BY SIZE
004960         "," DELIMITED BY SIZE
004970         "," DELIMITED BY SIZE
004980         EXPT-XP-P10 DELIMITED BY SIZE
004990         "," DELIMITED BY SIZE
005000         EXPT-XP-P25 DELIMITED BY SIZE
005010         "," DELIMITED BY SIZE
005020         EXPT-XP-P75 DELIMITED BY SIZE
005030         "," DELIMITED BY SIZE
005040         EXPT-XP-P90 DELIMITED BY SIZE
005050         INTO EXPT-EXPORT-LINE
005060     MOVE EXPT-EXPORT-LINE TO EXPORT-RECORD
005070     WRITE EXPORT-RECORD
005080     ADD 1 TO EXPT-ROWS-WRITTEN.
005090 5100-EXIT.
005100     EXIT.
005110*--------------------------------------------------------------*
005120*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
005130*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
005140*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
005150*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
005160*  CONDITION CODE                                              *
005170*--------------------------------------------------------------*
005180 9900-WRITE-STEP-TIMING.
005190     MOVE "STATEXPT" TO EXPT-STEP-NAME
005200     OPEN INPUT STEP-NAME-FILE
005210     IF EXPT-STEPNAME-STATUS = "00"
005220         READ STEP-NAME-FILE
005230             AT END
005240                 MOVE SPACES TO STEP-NAME-RECORD
005250         END-READ
005260         IF STEP-NAME-RECORD(1:8) NOT = SPACES
005270             MOVE STEP-NAME-RECORD(1:8) TO EXPT-STEP-NAME
005280         END-IF
005290         CLOSE STEP-NAME-FILE
005300     END-IF
005310     OPEN EXTEND TIMING-FILE
005320     IF EXPT-TIMING-STATUS = "35"
005330         OPEN OUTPUT TIMING-FILE
005340     END-IF
005350     IF EXPT-TIMING-STATUS NOT = "00"
005360         DISPLAY "JOBTIME OPEN FAILED, STATUS "
005370             EXPT-TIMING-STATUS " - NO TIMING RECORDED"
005380         GO TO 9900-EXIT
005390     END-IF
005400     MOVE SPACES TO TIMING-RECORD
005410     MOVE "STATEXPT" TO TIM-PROGRAM
005420     MOVE EXPT-STEP-NAME TO TIM-STEP
005430     MOVE EXPT-RUN-DATE TO TIM-BUSINESS-DATE
005440     IF TIM-BUSINESS-DATE = 0
005450         MOVE EXPT-START-DATE TO TIM-BUSINESS-DATE
005460     END-IF
005470     MOVE EXPT-START-DATE TO TIM-START-DATE
005480     MOVE EXPT-START-TIME TO TIM-START-TIME
005490     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
005500     ACCEPT TIM-END-TIME FROM TIME
005510     MOVE EXPT-ROWS-WRITTEN TO TIM-RECORDS
005520     MOVE EXPT-RETURN-SEVERITY TO TIM-CONDITION-CODE
005530     WRITE TIMING-RECORD
005540     CLOSE TIMING-FILE.
005550 9900-EXIT.
005560     EXIT.
005570*--------------------------------------------------------------*
005580*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
005590*--------------------------------------------------------------*
005600 9999-EXIT.
005610     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
005620     MOVE EXPT-RETURN-SEVERITY TO RETURN-CODE
005630     STOP RUN.
