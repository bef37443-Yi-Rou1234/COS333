000290*  SEEN, 8 SERVICE LEVEL MISSED (A DATE WITH NO RUN, A FATAL  *
000300*  OR OUT-OF-BALANCE OUTCOME, OR A SUMMARY/AUDIT MISMATCH),   *
000310*  16 FATAL.                                                  *
000313*  A HOLIDAY OR NON-BUSINESS DAY ON THE BUSINESS CALENDAR IS   *
000316*  NOT EXPECTED TO HAVE A RUN AND IS NOT A DATE WITH NO RUN.   *
000320*--------------------------------------------------------------*
000330*  MODIFICATION HISTORY                                        *
000340*--------------------------------------------------------------*
000455*                  WEEK CC 4 - THEY PREVIOUSLY FELL INTO AN   *
000456*                  UNPRINTED OTHER BUCKET AND A SEVERITY-8    *
000457*                  RUN COULD STILL GRADE A CLEAN WEEK.        *
000458*  10/15/2026 JH   THE WEEK'S DATES ARE LOOKED UP ON THE       *
000459*                  BUSINESS CALENDAR (BUSCAL, MAINTAINED BY    *
000460*                  STATCAL). A HOLIDAY OR NON-BUSINESS DAY     *
000461*                  WITH NO RUN IS PRINTED AS SUCH AND NO       *
000462*                  LONGER COUNTS AS A MISSED DAY, SO A BANK    *
000463*                  HOLIDAY NO LONGER GRADES THE WEEK CC 8.     *
000464*                  WITH NO CALENDAR EVERY DATE IS EXPECTED,    *
000465*                  AS BEFORE.                                  *
000466*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD  *
000467*                  (PROGRAM, STEP, BUSINESS DATE, START AND    *
000468*                  END TIMESTAMPS, RECORDS PROCESSED,          *
000469*                  CONDITION CODE) TO THE SHARED JOB-TIMING    *
000470*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-   *
000471*                  WINDOW REPORT. THE STEP NAME COMES FROM THE *
000472*                  ONE-CARD STEPNAME DD.                       *
000473*--------------------------------------------------------------*
000474 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000650     SELECT REPORT-FILE ASSIGN TO "DGSTRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS DGST-REPORT-STATUS.
000671
000672     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000673         ORGANIZATION IS LINE SEQUENTIAL
000674         FILE STATUS IS DGST-CALENDAR-STATUS.
000675
000676     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000677         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS DGST-TIMING-STATUS.
000679
000680     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000681         ORGANIZATION IS LINE SEQUENTIAL
000682         FILE STATUS IS DGST-STEPNAME-STATUS.
000683 DATA DIVISION.
000690 FILE SECTION.
000700*--------------------------------------------------------------*
000710*  SUMMARY-FILE - ONE MACHINE-READABLE LINE PER RUN, AS        *
001300 FD  REPORT-FILE
001310     RECORDING MODE IS F.
001320 01  REPORT-LINE PIC X(80).
001321*--------------------------------------------------------------*
001322*  CALENDAR-FILE - THE BUSINESS CALENDAR MAINTAINED BY         *
001323*  STATCAL, ONE RECORD PER CALENDAR DATE IN DATE ORDER         *
001324*--------------------------------------------------------------*
001325 FD  CALENDAR-FILE
001326     RECORDING MODE IS F.
001327 01  CALENDAR-RECORD.
001328     05  CAL-DATE               PIC 9(08).
001329     05  FILLER                 PIC X(01).
001330     05  CAL-DAY-TYPE           PIC X(01).
001331     05  FILLER                 PIC X(01).
001332     05  CAL-PERIOD-END         PIC X(01).
001333     05  FILLER                 PIC X(01).
001334     05  CAL-DESCRIPTION        PIC X(20).
001335*--------------------------------------------------------------*
001336*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
001337*  PER STEP, APPENDED AS THE STEP ENDS                         *
001338*--------------------------------------------------------------*
001339 FD  TIMING-FILE
001340     RECORDING MODE IS F.
001341 01  TIMING-RECORD.
001342     05  TIM-PROGRAM            PIC X(08).
001343     05  FILLER                 PIC X(01).
001344     05  TIM-STEP               PIC X(08).
001345     05  FILLER                 PIC X(01).
001346     05  TIM-BUSINESS-DATE      PIC 9(08).
001347     05  FILLER                 PIC X(01).
001348     05  TIM-START-DATE         PIC 9(08).
001349     05  TIM-START-TIME         PIC 9(08).
001350     05  FILLER                 PIC X(01).
001351     05  TIM-END-DATE           PIC 9(08).
001352     05  TIM-END-TIME           PIC 9(08).
001353     05  FILLER                 PIC X(01).
001354     05  TIM-RECORDS            PIC 9(09).
001355     05  FILLER                 PIC X(01).
001356     05  TIM-CONDITION-CODE     PIC 9(04).
001357*--------------------------------------------------------------*
001358*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
001359*--------------------------------------------------------------*
001360 FD  STEP-NAME-FILE
001361     RECORDING MODE IS F.
001362 01  STEP-NAME-RECORD           PIC X(80).
001363 WORKING-STORAGE SECTION.
001364*--------------------------------------------------------------*
001365*  STANDARD SWITCHES                                           *
001366*--------------------------------------------------------------*
001370 01  DGST-SWITCHES.
001380     05  DGST-EOF-SWITCH        PIC X(01) VALUE 'N'.
001390         88  DGST-EOF                     VALUE 'Y'.
001490     05  DGST-AUDIT-STATUS      PIC X(02).
001500     05  DGST-PARMS-STATUS      PIC X(02).
001510     05  DGST-REPORT-STATUS     PIC X(02).
001512     05  DGST-CALENDAR-STATUS   PIC X(02).
001514     05  DGST-TIMING-STATUS     PIC X(02).
001516     05  DGST-STEPNAME-STATUS   PIC X(02).
001520*--------------------------------------------------------------*
001530*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001540*  ONLY WHEN THE DIGEST COMPLETES                              *
001550*--------------------------------------------------------------*
001560 01  DGST-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001561*--------------------------------------------------------------*
001562*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
001563*--------------------------------------------------------------*
001564 01  DGST-START-DATE            PIC 9(08) VALUE 0.
001565 01  DGST-START-TIME            PIC 9(08) VALUE 0.
001566 01  DGST-STEP-NAME             PIC X(08) VALUE SPACES.
001570*--------------------------------------------------------------*
001580*  THE WEEK UNDER REPORT AND THE WEEK BEFORE IT                *
001590*--------------------------------------------------------------*
001650 01  DGST-PRIOR-FROM-DATE       PIC 9(08) VALUE 0.
001660 01  DGST-PRIOR-TO-DATE         PIC 9(08) VALUE 0.
001670*--------------------------------------------------------------*
001676*  PER-DAY ACCUMULATORS - SLOT 1 IS THE FROM DATE. THE DAY     *
001682*  TYPE IS THE BUSINESS CALENDAR'S (B WHEN THERE IS NONE)      *
001690*--------------------------------------------------------------*
001700 01  DGST-DAY-TABLE.
001710     05  DGST-DAY OCCURS 7 TIMES.
001740         10  DGST-DAY-ACC       PIC 9(09) COMP.
001750         10  DGST-DAY-REJ       PIC 9(09) COMP.
001760         10  DGST-DAY-EXC       PIC 9(09) COMP.
001762         10  DGST-DAY-TYPE      PIC X(01).
001764             88  DGST-DAY-IS-BUSINESS     VALUE 'B'.
001766             88  DGST-DAY-IS-HOLIDAY      VALUE 'H'.
001768         10  DGST-DAY-DESC      PIC X(20).
001770 01  DGST-DAY-IX                PIC 9(03) COMP VALUE 0.
001780*--------------------------------------------------------------*
001790*  OUTCOME TALLIES FOR THE WEEK                                *
002150 01  DGST-NO-SUMMARY-COUNT      PIC 9(05) COMP VALUE 0.
002160 01  DGST-MISSING-DAY-COUNT     PIC 9(05) COMP VALUE 0.
002170 01  DGST-RESTART-DAY-COUNT     PIC 9(05) COMP VALUE 0.
002175 01  DGST-NON-BUSINESS-COUNT    PIC 9(05) COMP VALUE 0.
002180*--------------------------------------------------------------*
002190*  REPORT WORK FIELDS                                          *
002200*--------------------------------------------------------------*
002370*  0000-MAINLINE                                               *
002380*--------------------------------------------------------------*
002390 0000-MAINLINE.
002393     ACCEPT DGST-START-DATE FROM DATE YYYYMMDD
002396     ACCEPT DGST-START-TIME FROM TIME
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002410     PERFORM 2000-TALLY-SUMMARY-LINES THRU 2000-EXIT
002420     PERFORM 3000-CROSS-CHECK-AUDIT THRU 3000-EXIT
003030         MOVE 0 TO DGST-DAY-ACC(DGST-DAY-IX)
003040         MOVE 0 TO DGST-DAY-REJ(DGST-DAY-IX)
003050         MOVE 0 TO DGST-DAY-EXC(DGST-DAY-IX)
003053         MOVE 'B' TO DGST-DAY-TYPE(DGST-DAY-IX)
003056         MOVE SPACES TO DGST-DAY-DESC(DGST-DAY-IX)
003060     END-PERFORM
003065     PERFORM 1200-LOAD-CALENDAR-DAYS THRU 1200-EXIT
003070     OPEN INPUT SUMMARY-FILE
003080     IF DGST-SUMMARY-STATUS NOT = "00"
003090         DISPLAY "RUNSUMM OPEN FAILED, STATUS "
003700         MOVE RUNS-RUN-DATE TO DGST-TO-DATE
003710     END-IF.
003720 1150-EXIT.
003721     EXIT.
003722*--------------------------------------------------------------*
003723*  1200-LOAD-CALENDAR-DAYS - STAMP EACH DAY OF THE WEEK WITH   *
003724*  ITS BUSINESS-CALENDAR TYPE; NO CALENDAR LEAVES EVERY DAY A  *
003725*  BUSINESS DAY                                                *
003726*--------------------------------------------------------------*
003727 1200-LOAD-CALENDAR-DAYS.
003728     OPEN INPUT CALENDAR-FILE
003729     IF DGST-CALENDAR-STATUS = "35"
003730         GO TO 1200-EXIT
003731     END-IF
003732     IF DGST-CALENDAR-STATUS NOT = "00"
003733         DISPLAY "BUSCAL OPEN FAILED, STATUS "
003734             DGST-CALENDAR-STATUS
003735         GO TO 9999-EXIT
003736     END-IF
003737     PERFORM 1250-LOAD-ONE-CALENDAR-DAY THRU 1250-EXIT
003738         UNTIL DGST-EOF
003739     CLOSE CALENDAR-FILE
003740     SET DGST-NOT-EOF TO TRUE.
003741 1200-EXIT.
003742     EXIT.
003743*--------------------------------------------------------------*
003744*  1250-LOAD-ONE-CALENDAR-DAY                                  *
003745*--------------------------------------------------------------*
003746 1250-LOAD-ONE-CALENDAR-DAY.
003747     READ CALENDAR-FILE
003748         AT END
003749             SET DGST-EOF TO TRUE
003750     END-READ
003751     IF DGST-EOF
003752         GO TO 1250-EXIT
003753     END-IF
003754     IF CAL-DATE IS NOT NUMERIC OR CAL-DATE < DGST-FROM-DATE
003755         GO TO 1250-EXIT
003756     END-IF
003757     IF CAL-DATE > DGST-TO-DATE
003758         SET DGST-EOF TO TRUE
003759         GO TO 1250-EXIT
003760     END-IF
003761     COMPUTE DGST-WORK-DAYS =
003762         FUNCTION INTEGER-OF-DATE(CAL-DATE)
003763     COMPUTE DGST-DAY-IX =
003764         DGST-WORK-DAYS - DGST-FROM-DAYS + 1
003765     MOVE CAL-DAY-TYPE TO DGST-DAY-TYPE(DGST-DAY-IX)
003766     MOVE CAL-DESCRIPTION TO DGST-DAY-DESC(DGST-DAY-IX).
003767 1250-EXIT.
003768     EXIT.
003769*--------------------------------------------------------------*
003770*  2000-TALLY-SUMMARY-LINES - ONE PASS OVER THE WHOLE RUNCTL   *
003771*  DATASET: WEEK LINES FEED THE DAY TABLE, OUTCOME TALLIES,    *
003772*  AND THE AUDIT CROSS-CHECK TABLE; PRIOR-WEEK LINES FEED      *
003780*  THE WEEK-OVER-WEEK RATE                                     *
003790*--------------------------------------------------------------*
003800 2000-TALLY-SUMMARY-LINES.
005570 4100-WRITE-ONE-DAY.
005580     MOVE DGST-DAY-DATE(DGST-DAY-IX) TO DGST-ED-DATE
005590     IF DGST-DAY-RUNS(DGST-DAY-IX) = 0
005591             AND NOT DGST-DAY-IS-BUSINESS(DGST-DAY-IX)
005592         ADD 1 TO DGST-NON-BUSINESS-COUNT
005593         MOVE SPACES TO DGST-REPORT-LINE
005594         IF DGST-DAY-IS-HOLIDAY(DGST-DAY-IX)
005595             STRING DGST-ED-DATE DELIMITED BY SIZE
005596                 "  HOLIDAY - NO RUN EXPECTED  " DELIMITED BY SIZE
005597                 DGST-DAY-DESC(DGST-DAY-IX) DELIMITED BY SIZE
005598                 INTO DGST-REPORT-LINE
005599         ELSE
005600             STRING DGST-ED-DATE DELIMITED BY SIZE
005601                 "  NON-BUSINESS DAY - NO RUN EXPECTED"
005602                 DELIMITED BY SIZE
005603                 INTO DGST-REPORT-LINE
005604         END-IF
005605         WRITE REPORT-LINE FROM DGST-REPORT-LINE
005606         GO TO 4100-EXIT
005607     END-IF
005608     IF DGST-DAY-RUNS(DGST-DAY-IX) = 0
005609         ADD 1 TO DGST-MISSING-DAY-COUNT
005610         MOVE SPACES TO DGST-REPORT-LINE
005620         STRING DGST-ED-DATE DELIMITED BY SIZE
005630             "  *** NO RUN THIS DATE" DELIMITED BY SIZE
006760         "  EXC " DELIMITED BY SIZE
006770         DGST-ED-COUNT-3 DELIMITED BY SIZE
006780         INTO DGST-REPORT-LINE
006781     WRITE REPORT-LINE FROM DGST-REPORT-LINE
006782     IF DGST-NON-BUSINESS-COUNT > 0
006783         MOVE DGST-NON-BUSINESS-COUNT TO DGST-ED-COUNT
006784         MOVE SPACES TO DGST-REPORT-LINE
006785         STRING "HOLIDAY/NON-BUSINESS DAYS (NO RUN EXPECTED) "
006786             DELIMITED BY SIZE
006787             DGST-ED-COUNT DELIMITED BY SIZE
006788             INTO DGST-REPORT-LINE
006789         WRITE REPORT-LINE FROM DGST-REPORT-LINE
006790     END-IF.
006800 5000-EXIT.
006810     EXIT.
006820*--------------------------------------------------------------*
007140 6000-EXIT.
007150     EXIT.
007160*--------------------------------------------------------------*
007170*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
007180*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
007190*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
007200*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
007210*  CONDITION CODE                                              *
007220*--------------------------------------------------------------*
007230 9900-WRITE-STEP-TIMING.
007240     MOVE "STATDGST" TO DGST-STEP-NAME
007250     OPEN INPUT STEP-NAME-FILE
007260     IF DGST-STEPNAME-STATUS = "00"
007270         READ STEP-NAME-FILE
007280             AT END
007290                 MOVE SPACES TO STEP-NAME-RECORD
007300         END-READ
007310         IF STEP-NAME-RECORD(1:8) NOT = SPACES
007320             MOVE STEP-NAME-RECORD(1:8) TO DGST-STEP-NAME
007330         END-IF
007340         CLOSE STEP-NAME-FILE
007350     END-IF
007360     OPEN EXTEND TIMING-FILE
007370     IF DGST-TIMING-STATUS = "35"
007380         OPEN OUTPUT TIMING-FILE
007390     END-IF
007400     IF DGST-TIMING-STATUS NOT = "00"
007410         DISPLAY "JOBTIME OPEN FAILED, STATUS "
007420             DGST-TIMING-STATUS " - NO TIMING RECORDED"
007430         GO TO 9900-EXIT
007440     END-IF
007450     MOVE SPACES TO TIMING-RECORD
007460     MOVE "STATDGST" TO TIM-PROGRAM
007470     MOVE DGST-STEP-NAME TO TIM-STEP
007480     MOVE DGST-TO-DATE TO TIM-BUSINESS-DATE
007490     IF TIM-BUSINESS-DATE = 0
007500         MOVE DGST-START-DATE TO TIM-BUSINESS-DATE
007510     END-IF
007520     MOVE DGST-START-DATE TO TIM-START-DATE
007530     MOVE DGST-START-TIME TO TIM-START-TIME
007540     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
007550     ACCEPT TIM-END-TIME FROM TIME
007560     MOVE DGST-RUN-COUNT TO TIM-RECORDS
007570     MOVE DGST-RETURN-SEVERITY TO TIM-CONDITION-CODE
007580     WRITE TIMING-RECORD
007590     CLOSE TIMING-FILE.
007600 9900-EXIT.
007610     EXIT.
007620*--------------------------------------------------------------*
007630*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
007640*--------------------------------------------------------------*
007650 9999-EXIT.
007660     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
007670     MOVE DGST-RETURN-SEVERITY TO RETURN-CODE
007680     STOP RUN.
