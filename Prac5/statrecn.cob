000150*    - EVERY EXTRACT DATE HAS EXACTLY ONE PUBLISHED RESULT     *
000160*      ON PROD.DAILY.RUNCTL (NONE SKIPPED, NONE SCORED         *
000170*      TWICE), AND EVERY PUBLISHED RUN HAS AN EXTRACT          *
000172*    - EVERY BUSINESS DAY IN THE WINDOW HAS AN EXTRACT (A      *
000174*      HOLIDAY OR NON-BUSINESS DAY ON THE BUSINESS CALENDAR    *
000176*      IS NOT EXPECTED TO HAVE ONE)                            *
000180*    - EVERY SUMMARY LINE HAS ITS AUDIT RECORD AND EVERY      *
000190*      AUDIT RECORD ITS SUMMARY LINE                           *
000200*    - A HISTORY RECORD EXISTS FOR EVERY PUBLISHED RUN DATE    *
000410*                  UNPUBLISHED RAISED THREE FALSE              *
000420*                  DISCREPANCIES AGAINST A RUN THAT            *
000430*                  PUBLISHED.                                  *
000431*  10/15/2026 JH   EVERY BUSINESS DAY ON THE BUSINESS CALENDAR *
000432*                  (BUSCAL, MAINTAINED BY STATCAL) INSIDE THE  *
000433*                  WINDOW MUST HAVE AN EXTRACT GENERATION; A   *
000434*                  HOLIDAY OR NON-BUSINESS DAY WITHOUT ONE IS  *
000435*                  LISTED AS NO EXTRACT EXPECTED, NOT AS A     *
000436*                  MISSED DAY. NO CALENDAR, NO CHECK. A        *
000437*                  RESTATEMENT'S SUMMARY LINE (SOURCE          *
000438*                  RESTATE, FROM THE STATRSTM JOB) IS LISTED   *
000439*                  BUT NOT CREDITED AS A SECOND PUBLICATION    *
000440*                  OF ITS DATE, AND ITS REJECTED COUNT STAYS   *
000441*                  OUT OF THE REJECT TIE-OUT - ITS REJECTS ARE *
000442*                  NOT ON THE WEEK'S REJECTS GENERATIONS.      *
000443*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD  *
000444*                  (PROGRAM, STEP, BUSINESS DATE, START AND    *
000445*                  END TIMESTAMPS, RECORDS PROCESSED,          *
000446*                  CONDITION CODE) TO THE SHARED JOB-TIMING    *
000447*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-   *
000448*                  WINDOW REPORT. THE STEP NAME COMES FROM THE *
000449*                  ONE-CARD STEPNAME DD.                       *
000450*--------------------------------------------------------------*
000451 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000730     SELECT REPORT-FILE ASSIGN TO "RECNRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS RECN-REPORT-STATUS.
000751
000752     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000753         ORGANIZATION IS LINE SEQUENTIAL
000754         FILE STATUS IS RECN-CALENDAR-STATUS.
000755
000756     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000757         ORGANIZATION IS LINE SEQUENTIAL
000758         FILE STATUS IS RECN-TIMING-STATUS.
000759
000760     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000761         ORGANIZATION IS LINE SEQUENTIAL
000762         FILE STATUS IS RECN-STEPNAME-STATUS.
000763 DATA DIVISION.
000770 FILE SECTION.
000780*--------------------------------------------------------------*
000790*  EXTRACT-FILE - THE WEEK'S EXTRACT GENERATIONS CONCATENATED; *
001740 FD  REPORT-FILE
001750     RECORDING MODE IS F.
001760 01  REPORT-LINE PIC X(80).
001761*--------------------------------------------------------------*
001762*  CALENDAR-FILE - THE BUSINESS CALENDAR MAINTAINED BY         *
001763*  STATCAL, ONE RECORD PER CALENDAR DATE IN DATE ORDER         *
001764*--------------------------------------------------------------*
001765 FD  CALENDAR-FILE
001766     RECORDING MODE IS F.
001767 01  CALENDAR-RECORD.
001768     05  CAL-DATE               PIC 9(08).
001769     05  FILLER                 PIC X(01).
001770     05  CAL-DAY-TYPE           PIC X(01).
001771         88  CAL-BUSINESS-DAY             VALUE 'B'.
001772         88  CAL-HOLIDAY                  VALUE 'H'.
001773     05  FILLER                 PIC X(01).
001774     05  CAL-PERIOD-END         PIC X(01).
001775     05  FILLER                 PIC X(01).
001776     05  CAL-DESCRIPTION        PIC X(20).
001777*--------------------------------------------------------------*
001778*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
001779*  PER STEP, APPENDED AS THE STEP ENDS                         *
001780*--------------------------------------------------------------*
001781 FD  TIMING-FILE
001782     RECORDING MODE IS F.
001783 01  TIMING-RECORD.
001784     05  TIM-PROGRAM            PIC X(08).
001785     05  FILLER                 PIC X(01).
001786     05  TIM-STEP               PIC X(08).
001787     05  FILLER                 PIC X(01).
001788     05  TIM-BUSINESS-DATE      PIC 9(08).
001789     05  FILLER                 PIC X(01).
001790     05  TIM-START-DATE         PIC 9(08).
001791     05  TIM-START-TIME         PIC 9(08).
001792     05  FILLER                 PIC X(01).
001793     05  TIM-END-DATE           PIC 9(08).
001794     05  TIM-END-TIME           PIC 9(08).
001795     05  FILLER                 PIC X(01).
001796     05  TIM-RECORDS            PIC 9(09).
001797     05  FILLER                 PIC X(01).
001798     05  TIM-CONDITION-CODE     PIC 9(04).
001799*--------------------------------------------------------------*
001800*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
001801*--------------------------------------------------------------*
001802 FD  STEP-NAME-FILE
001803     RECORDING MODE IS F.
001804 01  STEP-NAME-RECORD           PIC X(80).
001805 WORKING-STORAGE SECTION.
001806*--------------------------------------------------------------*
001807*  STANDARD SWITCHES                                           *
001808*--------------------------------------------------------------*
001810 01  RECN-SWITCHES.
001820     05  RECN-EOF-SWITCH        PIC X(01) VALUE 'N'.
001830         88  RECN-EOF                     VALUE 'Y'.
001950     05  RECN-HISTORY-STATUS    PIC X(02).
001960     05  RECN-REJECT-STATUS     PIC X(02).
001970     05  RECN-REPORT-STATUS     PIC X(02).
001972     05  RECN-CALENDAR-STATUS   PIC X(02).
001974     05  RECN-TIMING-STATUS     PIC X(02).
001976     05  RECN-STEPNAME-STATUS   PIC X(02).
001980*--------------------------------------------------------------*
001990*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
002000*  ONLY WHEN THE RECONCILIATION COMPLETES                      *
002010*--------------------------------------------------------------*
002020 01  RECN-RETURN-SEVERITY       PIC 9(02) VALUE 16.
002021*--------------------------------------------------------------*
002022*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
002023*--------------------------------------------------------------*
002024 01  RECN-START-DATE            PIC 9(08) VALUE 0.
002025 01  RECN-START-TIME            PIC 9(08) VALUE 0.
002026 01  RECN-STEP-NAME             PIC X(08) VALUE SPACES.
002030*--------------------------------------------------------------*
002040*  DISTINCT EXTRACT BUSINESS DATES AND THEIR PUBLISHED-RUN     *
002050*  TALLIES (A GDG HOLDS AT MOST 35 GENERATIONS)                *
002160 01  RECN-WINDOW-TO             PIC 9(08) VALUE 0.
002170*--------------------------------------------------------------*
002180*  SUMMARY LINES INSIDE THE WINDOW                             *
002185*  (PUBLISHED FLAG Y, N, OR R FOR A RESTATEMENT)               *
002190*--------------------------------------------------------------*
002200 01  RECN-RUN-COUNT             PIC 9(03) COMP VALUE 0.
002210 01  RECN-RUN-DATE-TAB OCCURS 1 TO 999 TIMES
002320 01  RECN-DISCREPANCY-COUNT     PIC 9(05) COMP VALUE 0.
002330 01  RECN-AUDIT-REJECTED        PIC 9(09) COMP VALUE 0.
002340 01  RECN-REJECT-RECORDS        PIC 9(09) COMP VALUE 0.
002345 01  RECN-NON-BUSINESS-DAYS     PIC 9(05) COMP VALUE 0.
002350*--------------------------------------------------------------*
002360*  REPORT WORK FIELDS                                          *
002370*--------------------------------------------------------------*
002480*  0000-MAINLINE                                               *
002490*--------------------------------------------------------------*
002500 0000-MAINLINE.
002503     ACCEPT RECN-START-DATE FROM DATE YYYYMMDD
002506     ACCEPT RECN-START-TIME FROM TIME
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     PERFORM 2000-SCAN-EXTRACTS THRU 2000-EXIT
002530     IF RECN-EXT-COUNT = 0 AND RECN-UNDATED-GROUPS = 0
002630     END-IF
002640     PERFORM 3000-LOAD-SUMMARIES THRU 3000-EXIT
002650     PERFORM 4000-CHECK-EXTRACT-DATES THRU 4000-EXIT
002655     PERFORM 4500-CHECK-BUSINESS-DAYS THRU 4500-EXIT
002660     PERFORM 5000-CHECK-AUDIT THRU 5000-EXIT
002670     PERFORM 6000-CHECK-HISTORY THRU 6000-EXIT
002680     PERFORM 7000-CHECK-REJECT-COUNTS THRU 7000-EXIT
004240     IF RECN-RUN-UNPUBLISHED
004250         GO TO 3100-EXIT
004260     END-IF
004261     IF RUNS-INPUT-SOURCE = "RESTATE"
004262         MOVE 'R' TO RECN-RUN-PUB-TAB(RECN-RUN-COUNT)
004263         MOVE RUNS-RUN-DATE TO RECN-ED-DATE
004264         MOVE SPACES TO RECN-REPORT-LINE
004265         STRING "RESTATEMENT OF " DELIMITED BY SIZE
004266             RECN-ED-DATE DELIMITED BY SIZE
004267             " - NOT COUNTED AS A SECOND PUBLICATION"
004268             DELIMITED BY SIZE
004269             INTO RECN-REPORT-LINE
004270         WRITE REPORT-LINE FROM RECN-REPORT-LINE
004271         GO TO 3100-EXIT
004272     END-IF
004273     MOVE 0 TO RECN-EXT-FOUND-IX
004280     PERFORM VARYING RECN-EXT-IX FROM 1 BY 1
004290             UNTIL RECN-EXT-IX > RECN-EXT-COUNT
004300                 OR RECN-EXT-FOUND-IX > 0
004910     END-IF
004920     WRITE REPORT-LINE FROM RECN-REPORT-LINE.
004930 4100-EXIT.
004931     EXIT.
004932*--------------------------------------------------------------*
004933*  4500-CHECK-BUSINESS-DAYS - WALK THE BUSINESS CALENDAR       *
004934*  ACROSS THE WINDOW: A BUSINESS DAY WITH NO EXTRACT DATE WAS  *
004935*  MISSED; A HOLIDAY OR NON-BUSINESS DAY WITH NONE IS LISTED   *
004936*  AS EXPECTED AND IS NOT A DISCREPANCY                        *
004937*--------------------------------------------------------------*
004938 4500-CHECK-BUSINESS-DAYS.
004939     OPEN INPUT CALENDAR-FILE
004940     IF RECN-CALENDAR-STATUS = "35"
004941         MOVE SPACES TO RECN-REPORT-LINE
004942         STRING "NO BUSINESS CALENDAR - BUSINESS-DAY COVERAGE "
004943             DELIMITED BY SIZE
004944             "NOT CHECKED" DELIMITED BY SIZE
004945             INTO RECN-REPORT-LINE
004946         WRITE REPORT-LINE FROM RECN-REPORT-LINE
004947         GO TO 4500-EXIT
004948     END-IF
004949     IF RECN-CALENDAR-STATUS NOT = "00"
004950         DISPLAY "BUSCAL OPEN FAILED, STATUS "
004951             RECN-CALENDAR-STATUS
004952         GO TO 9999-EXIT
004953     END-IF
004954     PERFORM 4600-CHECK-ONE-CALENDAR-DAY THRU 4600-EXIT
004955         UNTIL RECN-EOF
004956     CLOSE CALENDAR-FILE
004957     SET RECN-NOT-EOF TO TRUE
004958     IF RECN-NON-BUSINESS-DAYS > 0
004959         MOVE RECN-NON-BUSINESS-DAYS TO RECN-ED-COUNT
004960         MOVE SPACES TO RECN-REPORT-LINE
004961         STRING "HOLIDAY/NON-BUSINESS DAYS IN WINDOW (NO "
004962             DELIMITED BY SIZE
004963             "EXTRACT EXPECTED): " DELIMITED BY SIZE
004964             RECN-ED-COUNT DELIMITED BY SIZE
004965             INTO RECN-REPORT-LINE
004966         WRITE REPORT-LINE FROM RECN-REPORT-LINE
004967     END-IF.
004968 4500-EXIT.
004969     EXIT.
004970*--------------------------------------------------------------*
004971*  4600-CHECK-ONE-CALENDAR-DAY                                 *
004972*--------------------------------------------------------------*
004973 4600-CHECK-ONE-CALENDAR-DAY.
004974     READ CALENDAR-FILE
004975         AT END
004976             SET RECN-EOF TO TRUE
004977     END-READ
004978     IF RECN-EOF
004979         GO TO 4600-EXIT
004980     END-IF
004981     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE < RECN-WINDOW-FROM
004982         GO TO 4600-EXIT
004983     END-IF
004984     IF CAL-DATE > RECN-WINDOW-TO
004985         SET RECN-EOF TO TRUE
004986         GO TO 4600-EXIT
004987     END-IF
004988     MOVE 0 TO RECN-EXT-FOUND-IX
004989     PERFORM 4650-MATCH-ONE-EXTRACT THRU 4650-EXIT
004990         VARYING RECN-EXT-IX FROM 1 BY 1
004991         UNTIL RECN-EXT-IX > RECN-EXT-COUNT
004992             OR RECN-EXT-FOUND-IX > 0
004993     IF RECN-EXT-FOUND-IX > 0
004994         GO TO 4600-EXIT
004995     END-IF
004996     MOVE CAL-DATE TO RECN-ED-DATE
004997     MOVE SPACES TO RECN-REPORT-LINE
004998     IF CAL-BUSINESS-DAY
004999         ADD 1 TO RECN-DISCREPANCY-COUNT
005000         STRING "BUSINESS DAY " DELIMITED BY SIZE
005001             RECN-ED-DATE DELIMITED BY SIZE
005002             " HAS NO EXTRACT GENERATION - MISSED"
005003             DELIMITED BY SIZE
005004             INTO RECN-REPORT-LINE
005005     ELSE
005006         ADD 1 TO RECN-NON-BUSINESS-DAYS
005007         IF CAL-HOLIDAY
005008             STRING "HOLIDAY " DELIMITED BY SIZE
005009                 RECN-ED-DATE DELIMITED BY SIZE
005010                 " - NO EXTRACT EXPECTED  " DELIMITED BY SIZE
005011                 CAL-DESCRIPTION DELIMITED BY SIZE
005012                 INTO RECN-REPORT-LINE
005013         ELSE
005014             STRING "NON-BUSINESS DAY " DELIMITED BY SIZE
005015                 RECN-ED-DATE DELIMITED BY SIZE
005016                 " - NO EXTRACT EXPECTED" DELIMITED BY SIZE
005017                 INTO RECN-REPORT-LINE
005018         END-IF
005019     END-IF
005020     WRITE REPORT-LINE FROM RECN-REPORT-LINE.
005021 4600-EXIT.
005022     EXIT.
005023*--------------------------------------------------------------*
005024*  4650-MATCH-ONE-EXTRACT                                      *
005025*--------------------------------------------------------------*
005026 4650-MATCH-ONE-EXTRACT.
005027     IF RECN-EXT-DATE(RECN-EXT-IX) = CAL-DATE
005028         MOVE RECN-EXT-IX TO RECN-EXT-FOUND-IX
005029     END-IF.
005030 4650-EXIT.
005031     EXIT.
005032*--------------------------------------------------------------*
005033*  5000-CHECK-AUDIT - EVERY SUMMARY LINE HAS ITS AUDIT RECORD  *
005034*  (AND THE PUBLISHED ONES CONTRIBUTE THEIR REJECTED COUNT TO  *
005035*  THE REJECT TIE-OUT), AND EVERY AUDIT RECORD IN THE WINDOW   *
005036*  HAS ITS SUMMARY LINE                                        *
005037*--------------------------------------------------------------*
005038 5000-CHECK-AUDIT.
005039     OPEN INPUT AUDIT-FILE
005040     IF RECN-AUDIT-STATUS NOT = "00"
005041         DISPLAY "AUDIT-FILE OPEN FAILED, STATUS "
005050             RECN-AUDIT-STATUS
005060         GO TO 9999-EXIT
005070     END-IF
007200 8000-EXIT.
007210     EXIT.
007220*--------------------------------------------------------------*
007230*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
007240*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
007250*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
007260*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
007270*  CONDITION CODE                                              *
007280*--------------------------------------------------------------*
007290 9900-WRITE-STEP-TIMING.
007300     MOVE "STATRECN" TO RECN-STEP-NAME
007310     OPEN INPUT STEP-NAME-FILE
007320     IF RECN-STEPNAME-STATUS = "00"
007330         READ STEP-NAME-FILE
007340             AT END
007350                 MOVE SPACES TO STEP-NAME-RECORD
007360         END-READ
007370         IF STEP-NAME-RECORD(1:8) NOT = SPACES
007380             MOVE STEP-NAME-RECORD(1:8) TO RECN-STEP-NAME
007390         END-IF
007400         CLOSE STEP-NAME-FILE
007410     END-IF
007420     OPEN EXTEND TIMING-FILE
007430     IF RECN-TIMING-STATUS = "35"
007440         OPEN OUTPUT TIMING-FILE
007450     END-IF
007460     IF RECN-TIMING-STATUS NOT = "00"
007470         DISPLAY "JOBTIME OPEN FAILED, STATUS "
007480             RECN-TIMING-STATUS " - NO TIMING RECORDED"
007490         GO TO 9900-EXIT
007500     END-IF
007510     MOVE SPACES TO TIMING-RECORD
007520     MOVE "STATRECN" TO TIM-PROGRAM
007530     MOVE RECN-STEP-NAME TO TIM-STEP
007540     MOVE RECN-WINDOW-TO TO TIM-BUSINESS-DATE
007550     IF TIM-BUSINESS-DATE = 0
007560         MOVE RECN-START-DATE TO TIM-BUSINESS-DATE
007570     END-IF
007580     MOVE RECN-START-DATE TO TIM-START-DATE
007590     MOVE RECN-START-TIME TO TIM-START-TIME
007600     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
007610     ACCEPT TIM-END-TIME FROM TIME
007620     COMPUTE TIM-RECORDS = RECN-RUN-COUNT
007630         + RECN-REJECT-RECORDS
007640     MOVE RECN-RETURN-SEVERITY TO TIM-CONDITION-CODE
007650     WRITE TIMING-RECORD
007660     CLOSE TIMING-FILE.
007670 9900-EXIT.
007680     EXIT.
007690*--------------------------------------------------------------*
007700*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
007710*--------------------------------------------------------------*
007720 9999-EXIT.
007730     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
007740     MOVE RECN-RETURN-SEVERITY TO RETURN-CODE
007750     STOP RUN.
