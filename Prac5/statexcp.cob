000290*                  FAILED MASTER WRITE LOOKED LIKE A CLEAN     *
000300*                  RUN WHILE THE STEP STILL CATALOGED AN       *
000310*                  EMPTY MASTER GENERATION.                    *
000311*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD  *
000312*                  (PROGRAM, STEP, BUSINESS DATE, START AND    *
000313*                  END TIMESTAMPS, RECORDS PROCESSED,          *
000314*                  CONDITION CODE) TO THE SHARED JOB-TIMING    *
000315*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-   *
000316*                  WINDOW REPORT. THE STEP NAME COMES FROM THE *
000317*                  ONE-CARD STEPNAME DD.                       *
000320*--------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000530     SELECT REPORT-FILE ASSIGN TO "AGERPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS EXCM-REPORT-STATUS.
000551
000552     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS EXCM-TIMING-STATUS.
000555
000556     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS EXCM-STEPNAME-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*--------------------------------------------------------------*
001320 FD  REPORT-FILE
001330     RECORDING MODE IS F.
001340 01  REPORT-LINE PIC X(80).
001341*--------------------------------------------------------------*
001342*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
001343*  PER STEP, APPENDED AS THE STEP ENDS                         *
001344*--------------------------------------------------------------*
001345 FD  TIMING-FILE
001346     RECORDING MODE IS F.
001347 01  TIMING-RECORD.
001348     05  TIM-PROGRAM            PIC X(08).
001349     05  FILLER                 PIC X(01).
001350     05  TIM-STEP               PIC X(08).
001351     05  FILLER                 PIC X(01).
001352     05  TIM-BUSINESS-DATE      PIC 9(08).
001353     05  FILLER                 PIC X(01).
001354     05  TIM-START-DATE         PIC 9(08).
001355     05  TIM-START-TIME         PIC 9(08).
001356     05  FILLER                 PIC X(01).
001357     05  TIM-END-DATE           PIC 9(08).
001358     05  TIM-END-TIME           PIC 9(08).
001359     05  FILLER                 PIC X(01).
001360     05  TIM-RECORDS            PIC 9(09).
001361     05  FILLER                 PIC X(01).
001362     05  TIM-CONDITION-CODE     PIC 9(04).
001363*--------------------------------------------------------------*
001364*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
001365*--------------------------------------------------------------*
001366 FD  STEP-NAME-FILE
001367     RECORDING MODE IS F.
001368 01  STEP-NAME-RECORD           PIC X(80).
001369 WORKING-STORAGE SECTION.
001370*--------------------------------------------------------------*
001371*  STANDARD SWITCHES                                           *
001380*--------------------------------------------------------------*
001390 01  EXCM-SWITCHES.
001400     05  EXCM-EOF-SWITCH        PIC X(01) VALUE 'N'.
001520     05  EXCM-NEW-MASTER-STATUS PIC X(02).
001530     05  EXCM-RESOLUTION-STATUS PIC X(02).
001540     05  EXCM-REPORT-STATUS     PIC X(02).
001543     05  EXCM-TIMING-STATUS     PIC X(02).
001546     05  EXCM-STEPNAME-STATUS   PIC X(02).
001550*--------------------------------------------------------------*
001560*  ESCALATION CONTROL                                          *
001570*--------------------------------------------------------------*
001610*  ONLY WHEN THE MERGE COMPLETES                               *
001620*--------------------------------------------------------------*
001630 01  EXCM-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001631*--------------------------------------------------------------*
001632*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
001633*--------------------------------------------------------------*
001634 01  EXCM-START-DATE            PIC 9(08) VALUE 0.
001635 01  EXCM-START-TIME            PIC 9(08) VALUE 0.
001636 01  EXCM-STEP-NAME             PIC X(08) VALUE SPACES.
001640*--------------------------------------------------------------*
001650*  IN-CORE MASTER TABLE - THE WHOLE TRACKED POPULATION.        *
001660*  EXCEPTIONS ARE A FOLLOW-UP WORKLIST, NOT A VOLUME FILE;     *
002270*  0000-MAINLINE                                               *
002280*--------------------------------------------------------------*
002290 0000-MAINLINE.
002293     ACCEPT EXCM-START-DATE FROM DATE YYYYMMDD
002296     ACCEPT EXCM-START-TIME FROM TIME
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310     PERFORM 2000-LOAD-RESOLUTIONS THRU 2000-EXIT
002320     PERFORM 3000-LOAD-OLD-MASTER THRU 3000-EXIT
005750 6100-EXIT.
005760     EXIT.
005770*--------------------------------------------------------------*
005771*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
005772*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
005773*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
005774*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
005775*  CONDITION CODE                                              *
005776*--------------------------------------------------------------*
005777 9900-WRITE-STEP-TIMING.
005778     MOVE "STATEXCP" TO EXCM-STEP-NAME
005779     OPEN INPUT STEP-NAME-FILE
005780     IF EXCM-STEPNAME-STATUS = "00"
005781         READ STEP-NAME-FILE
005782             AT END
005783                 MOVE SPACES TO STEP-NAME-RECORD
005784         END-READ
005785         IF STEP-NAME-RECORD(1:8) NOT = SPACES
005786             MOVE STEP-NAME-RECORD(1:8) TO EXCM-STEP-NAME
005787         END-IF
005788         CLOSE STEP-NAME-FILE
005789     END-IF
005790     OPEN EXTEND TIMING-FILE
005791     IF EXCM-TIMING-STATUS = "35"
005792         OPEN OUTPUT TIMING-FILE
005793     END-IF
005794     IF EXCM-TIMING-STATUS NOT = "00"
005795         DISPLAY "JOBTIME OPEN FAILED, STATUS "
005796             EXCM-TIMING-STATUS " - NO TIMING RECORDED"
005797         GO TO 9900-EXIT
005798     END-IF
005799     MOVE SPACES TO TIMING-RECORD
005800     MOVE "STATEXCP" TO TIM-PROGRAM
005801     MOVE EXCM-STEP-NAME TO TIM-STEP
005802     MOVE EXCM-START-DATE TO TIM-BUSINESS-DATE
005803     MOVE EXCM-START-DATE TO TIM-START-DATE
005804     MOVE EXCM-START-TIME TO TIM-START-TIME
005805     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
005806     ACCEPT TIM-END-TIME FROM TIME
005807     COMPUTE TIM-RECORDS = EXCM-CARRIED-COUNT
005808         + EXCM-NEW-COUNT
005809     MOVE EXCM-RETURN-SEVERITY TO TIM-CONDITION-CODE
005810     WRITE TIMING-RECORD
005811     CLOSE TIMING-FILE.
005812 9900-EXIT.
005813     EXIT.
005814*--------------------------------------------------------------*
005815*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
005816*--------------------------------------------------------------*
005817 9999-EXIT.
005818     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
005819     MOVE EXCM-RETURN-SEVERITY TO RETURN-CODE
005820     STOP RUN.
