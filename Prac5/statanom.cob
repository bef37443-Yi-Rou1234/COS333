000180*  SAME NIGHT, NOT THE FOLLOWING MONDAY WHEN STATTREND        *
000190*  FINALLY SHOWS THE BAD WEDNESDAY.                           *
000200*                                                              *
000201*  A RUN ON THE FIRST BUSINESS DAY AFTER A HOLIDAY ON THE      *
000202*  BUSINESS CALENDAR (BUSCAL) CARRIES THE HOLIDAY'S BACKLOG    *
000203*  AND IS GRADED ONLY AGAINST EARLIER POST-HOLIDAY RUNS;       *
000204*  THOSE RUNS ARE LIKEWISE KEPT OUT OF THE ORDINARY WINDOWS.   *
000205*                                                              *
000210*  CONDITION CODES: 0 WITHIN TOLERANCE (OR TOO LITTLE         *
000220*  HISTORY TO JUDGE), 4 DRIFT AGAINST THE 28-RUN WINDOW       *
000230*  ONLY, 8 DRIFT AGAINST THE 7-RUN WINDOW - PAGE THE          *
000236*  SCHEDULER, 16 FATAL. TOO FEW COMPARABLE RUNS FOR THE        *
000242*  7-RUN WINDOW IS GRADED 0.                                   *
000250*--------------------------------------------------------------*
000260*  MODIFICATION HISTORY                                        *
000270*--------------------------------------------------------------*
000280*  DATE       BY   DESCRIPTION                                 *
000290*  09/02/2026 JH   ORIGINAL VERSION.                           *
000291*  10/15/2026 JH   POST-HOLIDAY RUNS GRADED SEPARATELY USING   *
000292*                  THE BUSINESS CALENDAR.                      *
000293*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD  *
000294*                  (PROGRAM, STEP, BUSINESS DATE, START AND    *
000295*                  END TIMESTAMPS, RECORDS PROCESSED,          *
000296*                  CONDITION CODE) TO THE SHARED JOB-TIMING    *
000297*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-   *
000298*                  WINDOW REPORT. THE STEP NAME COMES FROM THE *
000299*                  ONE-CARD STEPNAME DD.                       *
000300*--------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000450     SELECT REPORT-FILE ASSIGN TO "ANOMRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ANOM-REPORT-STATUS.
000471
000472     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000473         ORGANIZATION IS LINE SEQUENTIAL
000474         FILE STATUS IS ANOM-CALENDAR-STATUS.
000475
000476     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000477         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS ANOM-TIMING-STATUS.
000479
000480     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000481         ORGANIZATION IS LINE SEQUENTIAL
000482         FILE STATUS IS ANOM-STEPNAME-STATUS.
000483 DATA DIVISION.
000490 FILE SECTION.
000500*--------------------------------------------------------------*
000510*  HISTORY-FILE - ONE RECORD PER RUN DATE, AS WRITTEN BY       *
001080 FD  REPORT-FILE
001090     RECORDING MODE IS F.
001100 01  REPORT-LINE PIC X(80).
001101*--------------------------------------------------------------*
001102*  CALENDAR-FILE - THE BUSINESS CALENDAR MAINTAINED BY         *
001103*  STATCAL; ONLY ITS HOLIDAYS ARE USED HERE                    *
001104*--------------------------------------------------------------*
001105 FD  CALENDAR-FILE
001106     RECORDING MODE IS F.
001107 01  CALENDAR-RECORD.
001108     05  CAL-DATE               PIC 9(08).
001109     05  FILLER                 PIC X(01).
001110     05  CAL-DAY-TYPE           PIC X(01).
001111         88  CAL-HOLIDAY                  VALUE 'H'.
001112     05  FILLER                 PIC X(01).
001113     05  CAL-PERIOD-END         PIC X(01).
001114     05  FILLER                 PIC X(01).
001115     05  CAL-DESCRIPTION        PIC X(20).
001116*--------------------------------------------------------------*
001117*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
001118*  PER STEP, APPENDED AS THE STEP ENDS                         *
001119*--------------------------------------------------------------*
001120 FD  TIMING-FILE
001121     RECORDING MODE IS F.
001122 01  TIMING-RECORD.
001123     05  TIM-PROGRAM            PIC X(08).
001124     05  FILLER                 PIC X(01).
001125     05  TIM-STEP               PIC X(08).
001126     05  FILLER                 PIC X(01).
001127     05  TIM-BUSINESS-DATE      PIC 9(08).
001128     05  FILLER                 PIC X(01).
001129     05  TIM-START-DATE         PIC 9(08).
001130     05  TIM-START-TIME         PIC 9(08).
001131     05  FILLER                 PIC X(01).
001132     05  TIM-END-DATE           PIC 9(08).
001133     05  TIM-END-TIME           PIC 9(08).
001134     05  FILLER                 PIC X(01).
001135     05  TIM-RECORDS            PIC 9(09).
001136     05  FILLER                 PIC X(01).
001137     05  TIM-CONDITION-CODE     PIC 9(04).
001138*--------------------------------------------------------------*
001139*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
001140*--------------------------------------------------------------*
001141 FD  STEP-NAME-FILE
001142     RECORDING MODE IS F.
001143 01  STEP-NAME-RECORD           PIC X(80).
001144 WORKING-STORAGE SECTION.
001145*--------------------------------------------------------------*
001146*  STANDARD SWITCHES                                           *
001147*--------------------------------------------------------------*
001150 01  ANOM-SWITCHES.
001160     05  ANOM-EOF-SWITCH        PIC X(01) VALUE 'N'.
001170         88  ANOM-EOF                     VALUE 'Y'.
001260     05  ANOM-HISTORY-STATUS    PIC X(02).
001270     05  ANOM-PARAMETER-STATUS  PIC X(02).
001280     05  ANOM-REPORT-STATUS     PIC X(02).
001282     05  ANOM-CALENDAR-STATUS   PIC X(02).
001284     05  ANOM-TIMING-STATUS     PIC X(02).
001286     05  ANOM-STEPNAME-STATUS   PIC X(02).
001290*--------------------------------------------------------------*
001300*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001310*  ONLY WHEN THE CHECK COMPLETES                               *
001320*--------------------------------------------------------------*
001330 01  ANOM-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001331*--------------------------------------------------------------*
001332*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
001333*--------------------------------------------------------------*
001334 01  ANOM-START-DATE            PIC 9(08) VALUE 0.
001335 01  ANOM-START-TIME            PIC 9(08) VALUE 0.
001336 01  ANOM-STEP-NAME             PIC X(08) VALUE SPACES.
001340*--------------------------------------------------------------*
001350*  TOLERANCES - LOADED FROM THE PARAMETER RECORD, WITH THE     *
001360*  SAME 25 PCT DEFAULTS STATPARM COMPILES IN                   *
001390 01  ANOM-RANGE-TOL             PIC 9(03) VALUE 25.
001400 01  ANOM-COUNT-TOL             PIC 9(03) VALUE 25.
001410*--------------------------------------------------------------*
001411*  HOLIDAYS FROM THE BUSINESS CALENDAR, IN DATE ORDER          *
001412*--------------------------------------------------------------*
001413 01  ANOM-HOLIDAY-COUNT         PIC 9(05) COMP VALUE 0.
001414 01  ANOM-HOLIDAY-IX            PIC 9(05) COMP VALUE 0.
001415 01  ANOM-HOLIDAY-TABLE.
001416     05  ANOM-HOLIDAY-DATE      PIC 9(08) OCCURS 1000 TIMES.
001417 01  ANOM-PREV-DATE             PIC 9(08) VALUE 0.
001418*--------------------------------------------------------------*
001419*  RUN CLASS - A POST-HOLIDAY RUN IS ONE WITH A HOLIDAY        *
001420*  BETWEEN IT AND THE RUN BEFORE IT ON HISTORY                 *
001421*--------------------------------------------------------------*
001422 01  ANOM-REC-CLASS             PIC 9(01) VALUE 1.
001423     88  ANOM-REC-NORMAL                  VALUE 1.
001424     88  ANOM-REC-POST-HOLIDAY            VALUE 2.
001425 01  ANOM-TEST-CLASS            PIC 9(01) VALUE 1.
001426     88  ANOM-TEST-NORMAL                 VALUE 1.
001427     88  ANOM-TEST-POST-HOLIDAY           VALUE 2.
001428*--------------------------------------------------------------*
001429*  29-SLOT RING OF THE MOST RECENT RUNS - 28 TRAILING RUNS     *
001430*  PLUS THE RUN UNDER TEST - IN THE STYLE OF STATTREND'S       *
001436*  MOVING-AVERAGE RING. ONE RING PER RUN CLASS (1 ORDINARY,    *
001442*  2 POST-HOLIDAY)                                             *
001450*--------------------------------------------------------------*
001460 01  ANOM-RING-TABLE.
001467     05  ANOM-CLASS OCCURS 2 TIMES.
001474         10  ANOM-CLASS-RUNS    PIC 9(07) COMP.
001481         10  ANOM-RING OCCURS 29 TIMES.
001488             15  ANOM-RING-MEAN  PIC S9(07)V99 COMP.
001495             15  ANOM-RING-RANGE PIC S9(06) COMP.
001502             15  ANOM-RING-COUNT PIC 9(07) COMP.
001510 01  ANOM-RUNS-READ             PIC 9(07) COMP VALUE 0.
001520 01  ANOM-RING-OFFSET           PIC 9(05) COMP VALUE 0.
001530 01  ANOM-RING-POS              PIC 9(07) COMP VALUE 0.
001990*  0000-MAINLINE                                               *
002000*--------------------------------------------------------------*
002010 0000-MAINLINE.
002013     ACCEPT ANOM-START-DATE FROM DATE YYYYMMDD
002016     ACCEPT ANOM-START-TIME FROM TIME
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002030     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
002040     IF ANOM-RUNS-READ = 0
002350             ANOM-HISTORY-STATUS
002360         GO TO 9999-EXIT
002370     END-IF
002373     MOVE 0 TO ANOM-CLASS-RUNS(1)
002376     MOVE 0 TO ANOM-CLASS-RUNS(2)
002380     PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT
002390     ACCEPT ANOM-RUN-DATE FROM DATE YYYYMMDD
002400     MOVE ANOM-RUN-DATE TO ANOM-ED-DATE
002440         INTO ANOM-REPORT-LINE
002450     WRITE REPORT-LINE FROM ANOM-REPORT-LINE
002460     MOVE SPACES TO REPORT-LINE
002466     WRITE REPORT-LINE
002472     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500*--------------------------------------------------------------*
002750 1100-EXIT.
002760     EXIT.
002770*--------------------------------------------------------------*
002771*  1200-LOAD-HOLIDAYS - TABLE THE HOLIDAYS ON THE BUSINESS     *
002772*  CALENDAR. WITHOUT A CALENDAR EVERY RUN IS GRADED AS AN      *
002773*  ORDINARY RUN                                                *
002774*--------------------------------------------------------------*
002775 1200-LOAD-HOLIDAYS.
002776     OPEN INPUT CALENDAR-FILE
002777     IF ANOM-CALENDAR-STATUS = "35"
002778         MOVE SPACES TO ANOM-REPORT-LINE
002779         STRING "NO BUSINESS CALENDAR - POST-HOLIDAY RUNS "
002780             DELIMITED BY SIZE
002781             "NOT SEPARATED" DELIMITED BY SIZE
002782             INTO ANOM-REPORT-LINE
002783         WRITE REPORT-LINE FROM ANOM-REPORT-LINE
002784         MOVE SPACES TO REPORT-LINE
002785         WRITE REPORT-LINE
002786         GO TO 1200-EXIT
002787     END-IF
002788     IF ANOM-CALENDAR-STATUS NOT = "00"
002789         DISPLAY "BUSCAL OPEN FAILED, STATUS "
002790             ANOM-CALENDAR-STATUS
002791         GO TO 9999-EXIT
002792     END-IF
002793     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
002794         UNTIL ANOM-EOF
002795     CLOSE CALENDAR-FILE
002796     SET ANOM-NOT-EOF TO TRUE.
002797 1200-EXIT.
002798     EXIT.
002799*--------------------------------------------------------------*
002800*  1210-READ-CALENDAR - TABLE ONE CALENDAR DAY IF IT IS A      *
002801*  HOLIDAY                                                     *
002802*--------------------------------------------------------------*
002803 1210-READ-CALENDAR.
002804     READ CALENDAR-FILE
002805         AT END
002806             SET ANOM-EOF TO TRUE
002807     END-READ
002808     IF ANOM-EOF
002809         GO TO 1210-EXIT
002810     END-IF
002811     IF NOT CAL-HOLIDAY
002812         GO TO 1210-EXIT
002813     END-IF
002814     IF ANOM-HOLIDAY-COUNT NOT < 1000
002815         DISPLAY "BUSCAL HOLDS MORE THAN 1000 HOLIDAYS"
002816         GO TO 9999-EXIT
002817     END-IF
002818     ADD 1 TO ANOM-HOLIDAY-COUNT
002819     MOVE CAL-DATE TO ANOM-HOLIDAY-DATE(ANOM-HOLIDAY-COUNT).
002820 1210-EXIT.
002821     EXIT.
002822*--------------------------------------------------------------*
002823*  2000-READ-HISTORY - FILE EVERY RUN IN THE RING IN DATE      *
002824*  ORDER; THE LAST ONE READ IS THE RUN UNDER TEST              *
002825*--------------------------------------------------------------*
002826 2000-READ-HISTORY.
002827     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
002830         UNTIL ANOM-EOF
002840     CLOSE HISTORY-FILE
002850     SET ANOM-NOT-EOF TO TRUE.
002860 2000-EXIT.
002870     EXIT.
002880*--------------------------------------------------------------*
002890*  2100-READ-ONE-RUN - RING ONE HISTORY RECORD IN ITS CLASS'S  *
002900*  RING AND REMEMBER IT AS THE NEWEST SEEN SO FAR              *
002910*--------------------------------------------------------------*
002920 2100-READ-ONE-RUN.
002930     READ HISTORY-FILE
002980         GO TO 2100-EXIT
002990     END-IF
003000     ADD 1 TO ANOM-RUNS-READ
003001     SET ANOM-REC-NORMAL TO TRUE
003002     IF ANOM-PREV-DATE > 0
003003         PERFORM 2150-CHECK-HOLIDAY THRU 2150-EXIT
003004             VARYING ANOM-HOLIDAY-IX FROM 1 BY 1
003005             UNTIL ANOM-HOLIDAY-IX > ANOM-HOLIDAY-COUNT
003006                OR ANOM-REC-POST-HOLIDAY
003007     END-IF
003008     MOVE HIST-RUN-DATE TO ANOM-PREV-DATE
003009     ADD 1 TO ANOM-CLASS-RUNS(ANOM-REC-CLASS)
003010     COMPUTE ANOM-RING-POS = ANOM-CLASS-RUNS(ANOM-REC-CLASS) - 1
003020     DIVIDE ANOM-RING-POS BY 29 GIVING ANOM-RING-QUOTIENT
003030         REMAINDER ANOM-RING-SLOT
003040     ADD 1 TO ANOM-RING-SLOT
003047     MOVE HIST-MEAN
003054         TO ANOM-RING-MEAN(ANOM-REC-CLASS, ANOM-RING-SLOT)
003061     COMPUTE ANOM-RING-RANGE(ANOM-REC-CLASS, ANOM-RING-SLOT) =
003070         HIST-LARGEST - HIST-SMALLEST
003075     MOVE HIST-RECORD-COUNT
003080         TO ANOM-RING-COUNT(ANOM-REC-CLASS, ANOM-RING-SLOT)
003085     MOVE ANOM-REC-CLASS TO ANOM-TEST-CLASS
003090     MOVE HIST-RUN-DATE TO ANOM-TEST-DATE
003100     MOVE HIST-MEAN TO ANOM-TEST-MEAN
003110     COMPUTE ANOM-TEST-RANGE = HIST-LARGEST - HIST-SMALLEST
003130 2100-EXIT.
003140     EXIT.
003150*--------------------------------------------------------------*
003152*  2150-CHECK-HOLIDAY - A HOLIDAY AFTER THE PREVIOUS RUN AND   *
003154*  BEFORE THIS ONE MAKES THIS A POST-HOLIDAY RUN               *
003156*--------------------------------------------------------------*
003158 2150-CHECK-HOLIDAY.
003160     IF ANOM-HOLIDAY-DATE(ANOM-HOLIDAY-IX) > ANOM-PREV-DATE
003162         AND ANOM-HOLIDAY-DATE(ANOM-HOLIDAY-IX) < HIST-RUN-DATE
003164         SET ANOM-REC-POST-HOLIDAY TO TRUE
003166     END-IF.
003168 2150-EXIT.
003170     EXIT.
003172*--------------------------------------------------------------*
003174*  2500-SUM-TRAILING-N - SUM THE N RUNS OF THE SAME CLASS      *
003176*  IMMEDIATELY BEFORE THE RUN UNDER TEST (N ARRIVES IN         *
003178*  ANOM-WINDOW-N)                                              *
003180*--------------------------------------------------------------*
003190 2500-SUM-TRAILING-N.
003200     MOVE 0 TO ANOM-SUM-MEAN
003230     PERFORM VARYING ANOM-RING-OFFSET FROM 1 BY 1
003240             UNTIL ANOM-RING-OFFSET > ANOM-WINDOW-N
003250         COMPUTE ANOM-RING-QUOTIENT =
003256             ANOM-CLASS-RUNS(ANOM-TEST-CLASS) - 1
003262             - ANOM-RING-OFFSET
003270         DIVIDE ANOM-RING-QUOTIENT BY 29
003280             GIVING ANOM-RING-QUOTIENT
003290             REMAINDER ANOM-RING-SLOT
003300         ADD 1 TO ANOM-RING-SLOT
003305         ADD ANOM-RING-MEAN(ANOM-TEST-CLASS, ANOM-RING-SLOT)
003310             TO ANOM-SUM-MEAN
003315         ADD ANOM-RING-RANGE(ANOM-TEST-CLASS, ANOM-RING-SLOT)
003320             TO ANOM-SUM-RANGE
003325         ADD ANOM-RING-COUNT(ANOM-TEST-CLASS, ANOM-RING-SLOT)
003330             TO ANOM-SUM-COUNT
003340     END-PERFORM.
003350 2500-EXIT.
003360     EXIT.
003370*--------------------------------------------------------------*
003377*  3000-CHECK-NEWEST-RUN - FORM THE TRAILING WINDOWS FROM      *
003384*  RUNS OF THE SAME CLASS AND CHECK EACH MEASURE OF THE RUN    *
003391*  UNDER TEST AGAINST THEM                                     *
003400*--------------------------------------------------------------*
003410 3000-CHECK-NEWEST-RUN.
003420     MOVE ANOM-TEST-DATE TO ANOM-ED-DATE
003530     WRITE REPORT-LINE FROM ANOM-REPORT-LINE
003540     MOVE SPACES TO REPORT-LINE
003550     WRITE REPORT-LINE
003560     IF ANOM-TEST-POST-HOLIDAY
003570         MOVE SPACES TO ANOM-REPORT-LINE
003572         STRING "POST-HOLIDAY RUN - COMPARED ONLY WITH EARLIER "
003574             DELIMITED BY SIZE
003576             "POST-HOLIDAY RUNS" DELIMITED BY SIZE
003578             INTO ANOM-REPORT-LINE
003580         WRITE REPORT-LINE FROM ANOM-REPORT-LINE
003582     END-IF
003584     IF ANOM-CLASS-RUNS(ANOM-TEST-CLASS) < 8
003586         MOVE SPACES TO ANOM-REPORT-LINE
003588         STRING "FEWER THAN 8 COMPARABLE RUNS - "
003590             DELIMITED BY SIZE
003600             "TOO LITTLE TRAILING DATA TO JUDGE DRIFT"
003610             DELIMITED BY SIZE
003890     MOVE ANOM-AVG7-COUNT TO ANOM-CHK-AVG
003900     MOVE ANOM-COUNT-TOL TO ANOM-CHK-TOL
003910     PERFORM 3500-CHECK-ONE-MEASURE THRU 3500-EXIT
003920     IF ANOM-CLASS-RUNS(ANOM-TEST-CLASS) < 29
003930         MOVE SPACES TO ANOM-REPORT-LINE
003940         STRING "FEWER THAN 29 COMPARABLE RUNS - "
003950             DELIMITED BY SIZE
003960             "28-RUN WINDOW NOT FORMED" DELIMITED BY SIZE
003970             INTO ANOM-REPORT-LINE
005200 4000-EXIT.
005210     EXIT.
005220*--------------------------------------------------------------*
005230*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
005240*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
005250*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
005260*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
005270*  CONDITION CODE                                              *
005280*--------------------------------------------------------------*
005290 9900-WRITE-STEP-TIMING.
005300     MOVE "STATANOM" TO ANOM-STEP-NAME
005310     OPEN INPUT STEP-NAME-FILE
005320     IF ANOM-STEPNAME-STATUS = "00"
005330         READ STEP-NAME-FILE
005340             AT END
005350                 MOVE SPACES TO STEP-NAME-RECORD
005360         END-READ
005370         IF STEP-NAME-RECORD(1:8) NOT = SPACES
005380             MOVE STEP-NAME-RECORD(1:8) TO ANOM-STEP-NAME
005390         END-IF
005400         CLOSE STEP-NAME-FILE
005410     END-IF
005420     OPEN EXTEND TIMING-FILE
005430     IF ANOM-TIMING-STATUS = "35"
005440         OPEN OUTPUT TIMING-FILE
005450     END-IF
005460     IF ANOM-TIMING-STATUS NOT = "00"
005470         DISPLAY "JOBTIME OPEN FAILED, STATUS "
005480             ANOM-TIMING-STATUS " - NO TIMING RECORDED"
005490         GO TO 9900-EXIT
005500     END-IF
005510     MOVE SPACES TO TIMING-RECORD
005520     MOVE "STATANOM" TO TIM-PROGRAM
005530     MOVE ANOM-STEP-NAME TO TIM-STEP
005540     MOVE ANOM-TEST-DATE TO TIM-BUSINESS-DATE
005550     IF TIM-BUSINESS-DATE = 0
005560         MOVE ANOM-START-DATE TO TIM-BUSINESS-DATE
005570     END-IF
005580     MOVE ANOM-START-DATE TO TIM-START-DATE
005590     MOVE ANOM-START-TIME TO TIM-START-TIME
005600     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
005610     ACCEPT TIM-END-TIME FROM TIME
005620     MOVE ANOM-RUNS-READ TO TIM-RECORDS
005630     MOVE ANOM-RETURN-SEVERITY TO TIM-CONDITION-CODE
005640     WRITE TIMING-RECORD
005650     CLOSE TIMING-FILE.
005660 9900-EXIT.
005670     EXIT.
005680*--------------------------------------------------------------*
005690*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
005700*--------------------------------------------------------------*
005710 9999-EXIT.
005720     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
005730     MOVE ANOM-RETURN-SEVERITY TO RETURN-CODE
005740     STOP RUN.
