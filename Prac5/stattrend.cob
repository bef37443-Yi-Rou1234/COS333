000360*                  STILL TRENDS SMALLEST/LARGEST ONLY; THE    *
000370*                  NEW FIELDS FEED THE ANOMALY AND EXPORT     *
000380*                  STEPS.                                     *
000381*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD *
000382*                  (PROGRAM, STEP, BUSINESS DATE, START AND   *
000383*                  END TIMESTAMPS, RECORDS PROCESSED,         *
000384*                  CONDITION CODE) TO THE SHARED JOB-TIMING   *
000385*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-  *
000386*                  WINDOW REPORT. THE STEP NAME COMES FROM    *
000387*                  THE ONE-CARD STEPNAME DD.                  *
000390*--------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000500     SELECT REPORT-FILE ASSIGN TO "TRNDRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS TRND-REPORT-STATUS.
000521
000522     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS TRND-TIMING-STATUS.
000525
000526     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS TRND-STEPNAME-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*--------------------------------------------------------------*
000850 FD  REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  REPORT-LINE PIC X(80).
000871*--------------------------------------------------------------*
000872*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
000873*  PER STEP, APPENDED AS THE STEP ENDS                         *
000874*--------------------------------------------------------------*
000875 FD  TIMING-FILE
000876     RECORDING MODE IS F.
000877 01  TIMING-RECORD.
000878     05  TIM-PROGRAM            PIC X(08).
000879     05  FILLER                 PIC X(01).
000880     05  TIM-STEP               PIC X(08).
000881     05  FILLER                 PIC X(01).
000882     05  TIM-BUSINESS-DATE      PIC 9(08).
000883     05  FILLER                 PIC X(01).
000884     05  TIM-START-DATE         PIC 9(08).
000885     05  TIM-START-TIME         PIC 9(08).
000886     05  FILLER                 PIC X(01).
000887     05  TIM-END-DATE           PIC 9(08).
000888     05  TIM-END-TIME           PIC 9(08).
000889     05  FILLER                 PIC X(01).
000890     05  TIM-RECORDS            PIC 9(09).
000891     05  FILLER                 PIC X(01).
000892     05  TIM-CONDITION-CODE     PIC 9(04).
000893*--------------------------------------------------------------*
000894*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
000895*--------------------------------------------------------------*
000896 FD  STEP-NAME-FILE
000897     RECORDING MODE IS F.
000898 01  STEP-NAME-RECORD           PIC X(80).
000899 WORKING-STORAGE SECTION.
000900*--------------------------------------------------------------*
000901*  STANDARD SWITCHES                                           *
000910*--------------------------------------------------------------*
000920 01  TRND-SWITCHES.
000930     05  TRND-EOF-SWITCH        PIC X(01) VALUE 'N'.
001020 01  TRND-FILE-STATUSES.
001030     05  TRND-HISTORY-STATUS    PIC X(02).
001040     05  TRND-REPORT-STATUS     PIC X(02).
001043     05  TRND-TIMING-STATUS     PIC X(02).
001046     05  TRND-STEPNAME-STATUS   PIC X(02).
001050*--------------------------------------------------------------*
001060*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001070*  ONLY WHEN THE TREND RUN COMPLETES                           *
001080*--------------------------------------------------------------*
001090 01  TRND-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001091*--------------------------------------------------------------*
001092*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
001093*--------------------------------------------------------------*
001094 01  TRND-START-DATE            PIC 9(08) VALUE 0.
001095 01  TRND-START-TIME            PIC 9(08) VALUE 0.
001096 01  TRND-STEP-NAME             PIC X(08) VALUE SPACES.
001100*--------------------------------------------------------------*
001110*  RUN COUNTERS AND PRIOR-RUN CARRYOVER                        *
001120*--------------------------------------------------------------*
002010*  0000-MAINLINE                                               *
002020*--------------------------------------------------------------*
002030 0000-MAINLINE.
002033     ACCEPT TRND-START-DATE FROM DATE YYYYMMDD
002036     ACCEPT TRND-START-TIME FROM TIME
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
002060         UNTIL TRND-EOF
004800 5000-EXIT.
004810     EXIT.
004820*--------------------------------------------------------------*
004821*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
004822*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
004823*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
004824*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
004825*  CONDITION CODE                                              *
004826*--------------------------------------------------------------*
004827 9900-WRITE-STEP-TIMING.
004828     MOVE "STATTRND" TO TRND-STEP-NAME
004829     OPEN INPUT STEP-NAME-FILE
004830     IF TRND-STEPNAME-STATUS = "00"
004831         READ STEP-NAME-FILE
004832             AT END
004833                 MOVE SPACES TO STEP-NAME-RECORD
004834         END-READ
004835         IF STEP-NAME-RECORD(1:8) NOT = SPACES
004836             MOVE STEP-NAME-RECORD(1:8) TO TRND-STEP-NAME
004837         END-IF
004838         CLOSE STEP-NAME-FILE
004839     END-IF
004840     OPEN EXTEND TIMING-FILE
004841     IF TRND-TIMING-STATUS = "35"
004842         OPEN OUTPUT TIMING-FILE
004843     END-IF
004844     IF TRND-TIMING-STATUS NOT = "00"
004845         DISPLAY "JOBTIME OPEN FAILED, STATUS "
004846             TRND-TIMING-STATUS " - NO TIMING RECORDED"
004847         GO TO 9900-EXIT
004848     END-IF
004849     MOVE SPACES TO TIMING-RECORD
004850     MOVE "STATTRND" TO TIM-PROGRAM
004851     MOVE TRND-STEP-NAME TO TIM-STEP
004852     MOVE TRND-START-DATE TO TIM-BUSINESS-DATE
004853     MOVE TRND-START-DATE TO TIM-START-DATE
004854     MOVE TRND-START-TIME TO TIM-START-TIME
004855     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
004856     ACCEPT TIM-END-TIME FROM TIME
004857     MOVE TRND-RUNS-READ TO TIM-RECORDS
004858     MOVE TRND-RETURN-SEVERITY TO TIM-CONDITION-CODE
004859     WRITE TIMING-RECORD
004860     CLOSE TIMING-FILE.
004861 9900-EXIT.
004862     EXIT.
004863*--------------------------------------------------------------*
004864*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
004865*--------------------------------------------------------------*
004866 9999-EXIT.
004867     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
004868     MOVE TRND-RETURN-SEVERITY TO RETURN-CODE
004870     STOP RUN.
