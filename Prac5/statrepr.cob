000520*                  EXTRACT'S), SO A RECYCLE GROUP              *
000530*                  CONCATENATED BEHIND IT NEVER OVERRIDES      *
000540*                  THE FEED'S OWN DATE.                        *
000541*  10/15/2026 JH   EVERY RECYCLED REJECT IS MARKED RECYCLED ON *
000542*                  THE STATPROG DETAIL STORE (DTLFILE) UNDER   *
000543*                  THE BUSINESS DATE GIVEN ON THE REPRDATE     *
000544*                  CARD, SO A LATER INQUIRY SHOWS IT WAS       *
000545*                  REPAIRED. THE STORED DETAIL MUST STILL BE   *
000546*                  THE SAME REJECT (REASON, SOURCE AND VALUE); *
000547*                  ONE THAT IS NOT, OR IS NOT ON THE STORE, IS *
000548*                  LISTED AND ENDS THE STEP CC 4. WITH NO CARD *
000549*                  NOTHING IS MARKED; A CARD THAT IS NOT A     *
000550*                  DATE IS FATAL.                              *
000551*--------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 INPUT-OUTPUT SECTION.
000720     SELECT REPORT-FILE ASSIGN TO "REPRRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS REPR-REPORT-STATUS.
000741
000742     SELECT REPAIR-DATE-FILE ASSIGN TO "REPRDATE"
000743         ORGANIZATION IS LINE SEQUENTIAL
000744         FILE STATUS IS REPR-DATE-CARD-STATUS.
000745
000746     SELECT DETAIL-STORE-FILE ASSIGN TO "DTLFILE"
000747         ORGANIZATION IS INDEXED
000748         ACCESS MODE IS RANDOM
000749         RECORD KEY IS DTL-KEY
000750         FILE STATUS IS REPR-DETAIL-STATUS.
000751 DATA DIVISION.
000760 FILE SECTION.
000770*--------------------------------------------------------------*
000780*  REJECT-FILE - DETAIL RECORDS THAT FAILED STATPROG'S         *
001330 FD  REPORT-FILE
001340     RECORDING MODE IS F.
001350 01  REPORT-LINE PIC X(80).
001351*--------------------------------------------------------------*
001352*  REPAIR-DATE-FILE - ONE CARD: THE BUSINESS DATE OF THE       *
001353*  REJECTS BEING REPAIRED (YYYYMMDD, COLUMNS 1-8)              *
001354*--------------------------------------------------------------*
001355 FD  REPAIR-DATE-FILE
001356     RECORDING MODE IS F.
001357 01  REPAIR-DATE-RECORD.
001358     05  RDT-BUSINESS-DATE      PIC X(08).
001359     05  RDT-BUSINESS-DATE-NUM REDEFINES RDT-BUSINESS-DATE
001360                                PIC 9(08).
001361     05  FILLER                 PIC X(72).
001362*--------------------------------------------------------------*
001363*  DETAIL-STORE-FILE - STATPROG'S KEYED DETAIL STORE (BUSINESS *
001364*  DATE PLUS INPUT RECORD NUMBER); A RECYCLED REJECT IS MARKED *
001365*--------------------------------------------------------------*
001366 FD  DETAIL-STORE-FILE
001367     RECORDING MODE IS F.
001368 01  DETAIL-STORE-RECORD.
001369     05  DTL-KEY.
001370         10  DTL-BUSINESS-DATE  PIC 9(08).
001371         10  DTL-RECORD-NUMBER  PIC 9(07).
001372     05  FILLER                 PIC X(01).
001373     05  DTL-VALUE-X            PIC X(06).
001374     05  FILLER                 PIC X(01).
001375     05  DTL-CATEGORY           PIC X(02).
001376     05  FILLER                 PIC X(01).
001377     05  DTL-SOURCE             PIC X(02).
001378     05  FILLER                 PIC X(01).
001379     05  DTL-DISPOSITION        PIC X(01).
001380         88  DTL-IS-REJECTED              VALUE 'R'.
001381     05  FILLER                 PIC X(01).
001382     05  DTL-REASON-CODE        PIC X(04).
001383     05  FILLER                 PIC X(01).
001384     05  DTL-REASON-TEXT        PIC X(35).
001385     05  FILLER                 PIC X(01).
001386     05  DTL-RUN-DATE           PIC 9(08).
001387     05  DTL-RUN-TIME           PIC 9(08).
001388     05  FILLER                 PIC X(01).
001389     05  DTL-RECYCLED-FLAG      PIC X(01).
001390     05  FILLER                 PIC X(01).
001391     05  DTL-RECYCLED-DATE      PIC 9(08).
001392 WORKING-STORAGE SECTION.
001393*--------------------------------------------------------------*
001394*  STANDARD SWITCHES                                           *
001395*--------------------------------------------------------------*
001400 01  REPR-SWITCHES.
001410     05  REPR-EOF-SWITCH        PIC X(01) VALUE 'N'.
001420         88  REPR-EOF                     VALUE 'Y'.
001440     05  REPR-MATCH-SWITCH      PIC X(01) VALUE 'N'.
001450         88  REPR-MATCH-FOUND             VALUE 'Y'.
001460         88  REPR-NO-MATCH                VALUE 'N'.
001462     05  REPR-STORE-SWITCH      PIC X(01) VALUE 'N'.
001464         88  REPR-STORE-OPEN              VALUE 'Y'.
001466         88  REPR-STORE-CLOSED            VALUE 'N'.
001470*--------------------------------------------------------------*
001480*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001490*  ONLY WHEN THE REPAIR RUN COMPLETES                          *
001570     05  REPR-CORRECTION-STATUS PIC X(02).
001580     05  REPR-RECYCLE-STATUS    PIC X(02).
001590     05  REPR-REPORT-STATUS     PIC X(02).
001593     05  REPR-DATE-CARD-STATUS  PIC X(02).
001596     05  REPR-DETAIL-STATUS     PIC X(02).
001600*--------------------------------------------------------------*
001610*  IN-CORE CORRECTIONS TABLE, LOADED ONCE AND MATCHED AGAINST  *
001620*  EVERY REJECT RECORD                                         *
001810 01  REPR-UNUSED-COUNT          PIC 9(05) COMP VALUE 0.
001820 01  REPR-BAD-CORR-COUNT        PIC 9(05) COMP VALUE 0.
001830 01  REPR-RECYCLE-HASH          PIC S9(11) COMP VALUE 0.
001831 01  REPR-MARKED-COUNT          PIC 9(07) COMP VALUE 0.
001832 01  REPR-NOT-MARKED-COUNT      PIC 9(07) COMP VALUE 0.
001833*--------------------------------------------------------------*
001834*  DETAIL STORE MARKING - BUSINESS DATE FROM THE REPRDATE CARD *
001835*--------------------------------------------------------------*
001836 01  REPR-BUSINESS-DATE         PIC 9(08) VALUE 0.
001837 01  REPR-NOT-MARKED-REASON     PIC X(30) VALUE SPACES.
001840*--------------------------------------------------------------*
001850*  REPORT WORK FIELDS                                          *
001860*--------------------------------------------------------------*
001910     05  REPR-ED-RECORD-NO      PIC ZZZZZZ9.
001920     05  REPR-ED-COUNT          PIC ZZZZZZ9.
001930     05  REPR-ED-VALUE          PIC -ZZZZ9.
001935     05  REPR-ED-BUS-DATE       PIC 9999/99/99.
001940 PROCEDURE DIVISION.
001950*--------------------------------------------------------------*
001960*  0000-MAINLINE                                               *
001970*--------------------------------------------------------------*
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001995     PERFORM 7000-OPEN-DETAIL-STORE THRU 7000-EXIT
002000     PERFORM 2000-LOAD-CORRECTIONS THRU 2000-EXIT
002010     PERFORM 3000-COUNT-MATCHES THRU 3000-EXIT
002020     PERFORM 4000-WRITE-RECYCLE-FILE THRU 4000-EXIT
002030     PERFORM 5000-REPORT-UNUSED THRU 5000-EXIT
002040     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
002044     IF REPR-STORE-OPEN
002048         CLOSE DETAIL-STORE-FILE
002052     END-IF
002056     IF REPR-UNMATCHED-COUNT > 0 OR REPR-NOT-MARKED-COUNT > 0
002060         MOVE 4 TO REPR-RETURN-SEVERITY
002070     ELSE
002080         MOVE 0 TO REPR-RETURN-SEVERITY
004090         ADD REPR-CORR-VALUE(REPR-MATCH-IX)
004100             TO REPR-RECYCLE-HASH
004110         MOVE 'Y' TO REPR-CORR-USED(REPR-MATCH-IX)
004115         PERFORM 7100-MARK-RECYCLED THRU 7100-EXIT
004120     ELSE
004130         ADD 1 TO REPR-UNMATCHED-COUNT
004140         MOVE REJ-RECORD-NUMBER TO REPR-ED-RECORD-NO
004910         REPR-ED-COUNT DELIMITED BY SIZE
004920         INTO REPR-REPORT-LINE
004930     WRITE REPORT-LINE FROM REPR-REPORT-LINE
004931     IF REPR-STORE-OPEN
004932         MOVE REPR-MARKED-COUNT TO REPR-ED-COUNT
004933         MOVE SPACES TO REPR-REPORT-LINE
004934         STRING "MARKED ON DTLFILE:   " DELIMITED BY SIZE
004935             REPR-ED-COUNT DELIMITED BY SIZE
004936             INTO REPR-REPORT-LINE
004937         WRITE REPORT-LINE FROM REPR-REPORT-LINE
004938         MOVE REPR-NOT-MARKED-COUNT TO REPR-ED-COUNT
004939         MOVE SPACES TO REPR-REPORT-LINE
004940         STRING "NOT MARKED:          " DELIMITED BY SIZE
004941             REPR-ED-COUNT DELIMITED BY SIZE
004942             INTO REPR-REPORT-LINE
004943         WRITE REPORT-LINE FROM REPR-REPORT-LINE
004944     END-IF
004945     IF REPR-RECYCLED-COUNT = 0
004950         MOVE SPACES TO REPR-REPORT-LINE
004960         STRING "NOTHING TO RECYCLE - RCYFILE IS EMPTY"
004970             DELIMITED BY SIZE
005010 6000-EXIT.
005020     EXIT.
005030*--------------------------------------------------------------*
005040*  7000-OPEN-DETAIL-STORE - READ THE REPRDATE CARD AND OPEN    *
005050*  THE DETAIL STORE FOR MARKING. NO CARD, OR NO STORE YET,     *
005060*  MEANS NOTHING IS MARKED; THE REPAIR ITSELF GOES AHEAD       *
005070*--------------------------------------------------------------*
005080 7000-OPEN-DETAIL-STORE.
005090     MOVE SPACES TO REPAIR-DATE-RECORD
005100     OPEN INPUT REPAIR-DATE-FILE
005110     IF REPR-DATE-CARD-STATUS = "00"
005120         READ REPAIR-DATE-FILE
005130             AT END
005140                 MOVE SPACES TO REPAIR-DATE-RECORD
005150         END-READ
005160         CLOSE REPAIR-DATE-FILE
005170     END-IF
005180     IF RDT-BUSINESS-DATE = SPACES
005190         MOVE SPACES TO REPR-REPORT-LINE
005200         STRING "NO REPRDATE CARD - RECYCLED REJECTS NOT MARKED "
005210             DELIMITED BY SIZE
005220             "ON DTLFILE" DELIMITED BY SIZE
005230             INTO REPR-REPORT-LINE
005240         WRITE REPORT-LINE FROM REPR-REPORT-LINE
005250         GO TO 7000-EXIT
005260     END-IF
005270     IF RDT-BUSINESS-DATE-NUM IS NOT NUMERIC
005280             OR RDT-BUSINESS-DATE-NUM = 0
005290         DISPLAY "REPRDATE CARD IS NOT A YYYYMMDD DATE: "
005300             RDT-BUSINESS-DATE
005310         GO TO 9999-EXIT
005320     END-IF
005330     MOVE RDT-BUSINESS-DATE-NUM TO REPR-BUSINESS-DATE
005340     MOVE REPR-BUSINESS-DATE TO REPR-ED-BUS-DATE
005350     OPEN I-O DETAIL-STORE-FILE
005360     IF REPR-DETAIL-STATUS = "35"
005370         MOVE SPACES TO REPR-REPORT-LINE
005380         STRING "DTLFILE ABSENT - RECYCLED REJECTS NOT MARKED"
005390             DELIMITED BY SIZE
005400             INTO REPR-REPORT-LINE
005410         WRITE REPORT-LINE FROM REPR-REPORT-LINE
005420         GO TO 7000-EXIT
005430     END-IF
005440     IF REPR-DETAIL-STATUS NOT = "00"
005450         DISPLAY "DTLFILE OPEN FAILED, STATUS "
005460             REPR-DETAIL-STATUS
005470         GO TO 9999-EXIT
005480     END-IF
005490     SET REPR-STORE-OPEN TO TRUE
005500     MOVE SPACES TO REPR-REPORT-LINE
005510     STRING "REJECTS OF BUSINESS DATE " DELIMITED BY SIZE
005520         REPR-ED-BUS-DATE DELIMITED BY SIZE
005530         " - RECYCLED ONES ARE MARKED ON DTLFILE"
005540             DELIMITED BY SIZE
005550         INTO REPR-REPORT-LINE
005560     WRITE REPORT-LINE FROM REPR-REPORT-LINE
005570     MOVE SPACES TO REPORT-LINE
005580     WRITE REPORT-LINE.
005590 7000-EXIT.
005600     EXIT.
005610*--------------------------------------------------------------*
005620*  7100-MARK-RECYCLED - MARK THE RECYCLED REJECT ON THE DETAIL *
005630*  STORE, PROVIDED THE STORED DETAIL IS STILL THAT REJECT      *
005640*--------------------------------------------------------------*
005650 7100-MARK-RECYCLED.
005660     IF REPR-STORE-CLOSED
005670         GO TO 7100-EXIT
005680     END-IF
005690     MOVE REPR-BUSINESS-DATE TO DTL-BUSINESS-DATE
005700     MOVE REJ-RECORD-NUMBER TO DTL-RECORD-NUMBER
005710     READ DETAIL-STORE-FILE
005720         INVALID KEY
005730             MOVE "NOT ON DTLFILE FOR THE DATE"
005740                 TO REPR-NOT-MARKED-REASON
005750             PERFORM 7150-LIST-NOT-MARKED THRU 7150-EXIT
005760             GO TO 7100-EXIT
005770     END-READ
005780     IF REPR-DETAIL-STATUS NOT = "00"
005790         MOVE "DTLFILE READ FAILED"
005800             TO REPR-NOT-MARKED-REASON
005810         PERFORM 7150-LIST-NOT-MARKED THRU 7150-EXIT
005820         GO TO 7100-EXIT
005830     END-IF
005840     IF NOT DTL-IS-REJECTED
005850             OR DTL-REASON-CODE NOT = REJ-REASON-CODE
005860             OR DTL-SOURCE NOT = REJ-SOURCE
005870             OR DTL-VALUE-X NOT = REJ-RAW-VALUE
005880         MOVE "DTLFILE HOLDS ANOTHER DETAIL"
005890             TO REPR-NOT-MARKED-REASON
005900         PERFORM 7150-LIST-NOT-MARKED THRU 7150-EXIT
005910         GO TO 7100-EXIT
005920     END-IF
005930     MOVE 'Y' TO DTL-RECYCLED-FLAG
005940     MOVE REPR-RUN-DATE TO DTL-RECYCLED-DATE
005950     REWRITE DETAIL-STORE-RECORD
005960     IF REPR-DETAIL-STATUS NOT = "00"
005970         MOVE "DTLFILE REWRITE FAILED"
005980             TO REPR-NOT-MARKED-REASON
005990         PERFORM 7150-LIST-NOT-MARKED THRU 7150-EXIT
006000         GO TO 7100-EXIT
006010     END-IF
006020     ADD 1 TO REPR-MARKED-COUNT.
006030 7100-EXIT.
006040     EXIT.
006050*--------------------------------------------------------------*
006060*  7150-LIST-NOT-MARKED - A RECYCLED REJECT LEFT UNMARKED      *
006070*--------------------------------------------------------------*
006080 7150-LIST-NOT-MARKED.
006090     ADD 1 TO REPR-NOT-MARKED-COUNT
006100     MOVE REJ-RECORD-NUMBER TO REPR-ED-RECORD-NO
006110     MOVE SPACES TO REPR-REPORT-LINE
006120     STRING "RECYCLED REJECT " DELIMITED BY SIZE
006130         REPR-ED-RECORD-NO DELIMITED BY SIZE
006140         " NOT MARKED - " DELIMITED BY SIZE
006150         REPR-NOT-MARKED-REASON DELIMITED BY SIZE
006160         INTO REPR-REPORT-LINE
006170     WRITE REPORT-LINE FROM REPR-REPORT-LINE.
006180 7150-EXIT.
006190     EXIT.
006200*--------------------------------------------------------------*
006210*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
006220*--------------------------------------------------------------*
006230 9999-EXIT.
006240     MOVE REPR-RETURN-SEVERITY TO RETURN-CODE
006250     STOP RUN.
