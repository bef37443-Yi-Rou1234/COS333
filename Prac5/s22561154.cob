002010*                  FILES SO A REJECT CAN BE TRACED TO THE OFFICE   *
002020*                  THAT SENT IT. OLD EXTRACTS WITHOUT THE FIELD    *
002030*                  READ AS A BLANK SOURCE.                         *
002031*  10/15/2026 JH   EVERY ACCEPTED VALUE IS ALSO APPENDED TO THE    *
002032*                  PERIOD-VALUES FILE (PERDFILE) STAMPED WITH THE  *
002033*                  BUSINESS DATE AND RUN DATE/TIME, SO STATMNTH    *
002034*                  CAN COMPUTE MONTH- AND QUARTER-END FIGURES      *
002035*                  FROM THE VALUES THEMSELVES. A PERDFILE FAILURE  *
002036*                  ENDS 8/NOEXPORT LIKE A CATSTATS FAILURE.        *
002037*  10/15/2026 JH   RESTATEMENT RUNS: AN RSTMPARM CARD (PAST        *
002038*                  BUSINESS DATE AND REASON) RESCORES THAT DATE    *
002039*                  FROM ITS CORRECTED EXTRACT. THE DATE MUST       *
002040*                  ALREADY HAVE A HISTORY RECORD AND EVERY DATED   *
002041*                  HEADER MUST CARRY IT. THE SUPERSEDED HISTORY    *
002042*                  RECORD IS APPENDED TO HISTVERS WITH A VERSION   *
002043*                  NUMBER BEFORE IT IS REWRITTEN, A BEFORE/AFTER   *
002044*                  REPORT GOES TO RSTMRPT, THE CATSTATS SUMMARY IS *
002045*                  TYPED R SO STATEXPT FLAGS THE EXPORT ROWS AS    *
002046*                  RESTATED, AND AUDIT/RUNSUMM SHOW INPUT SOURCE   *
002047*                  RESTATE.                                        *
002048*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD      *
002049*                  (PROGRAM, STEP, BUSINESS DATE, START AND END    *
002050*                  TIMESTAMPS, RECORDS PROCESSED, CONDITION CODE)  *
002051*                  TO THE SHARED JOB-TIMING DATASET (JOBTIME) FOR  *
002052*                  THE STATTIME BATCH-WINDOW REPORT. THE STEP NAME *
002053*                  COMES FROM THE ONE-CARD STEPNAME DD.            *
002054*  10/15/2026 JH   EACH RUN APPENDS ONE DATA-QUALITY RECORD PER    *
002055*                  SOURCE OFFICE TO SRCQUAL - ACCEPTED DETAILS,    *
002056*                  THRESHOLD EXCEPTIONS, AND REJECTS BY REASON     *
002057*                  CODE - STAMPED WITH THE BUSINESS DATE AND THE   *
002058*                  SAME RUN DATE/TIME AS PERDFILE - FOR THE        *
002059*                  STATSCOR MONTHLY SCORECARD. A SRCQUAL FAILURE   *
002060*                  IS ONLY DISPLAYED; IT NEVER CHANGES THE         *
002061*                  CONDITION CODE.                                 *
002062*  10/15/2026 JH   EVERY ACCEPTED AND REJECTED DETAIL IS ALSO      *
002063*                  LOADED INTO THE DETAIL STORE KSDS (DTLFILE),    *
002064*                  KEYED ON BUSINESS DATE PLUS INPUT RECORD        *
002065*                  NUMBER, WITH ITS VALUE, UNIT, SOURCE OFFICE,    *
002066*                  DISPOSITION (A ACCEPTED, X ACCEPTED BUT OUTSIDE *
002067*                  THE NORMAL OPERATING RANGE, R REJECTED) AND     *
002068*                  REASON, SO A FIGURE CAN STILL BE TRACED AFTER   *
002069*                  THE CONTROL FILES ARE RESET AND THE GDGS ROLL   *
002070*                  OFF. A RERUN REPLACES THE DATE'S DETAILS,       *
002071*                  KEEPING THE RECYCLED MARK STATREPR SETS ON A    *
002072*                  REJECT. A DTLFILE FAILURE IS ONLY DISPLAYED; IT *
002073*                  NEVER CHANGES THE CONDITION CODE.               *
002074*--------------------------------------------------------------*
002075 ENVIRONMENT DIVISION.
002076 CONFIGURATION SECTION.
002077 INPUT-OUTPUT SECTION.
002080 FILE-CONTROL.
002090     SELECT INPUT-FILE ASSIGN TO "INFILE"
002100         ORGANIZATION IS LINE SEQUENTIAL
002670     SELECT CATEGORY-STATS-FILE ASSIGN TO "CATSTATS"
002680         ORGANIZATION IS LINE SEQUENTIAL
002690         FILE STATUS IS STAT-CATSTAT-STATUS.
002691
002692     SELECT PERIOD-VALUES-FILE ASSIGN TO "PERDFILE"
002693         ORGANIZATION IS LINE SEQUENTIAL
002694         FILE STATUS IS STAT-PERIOD-STATUS.
002695
002696     SELECT RESTATEMENT-PARM-FILE ASSIGN TO "RSTMPARM"
002697         ORGANIZATION IS LINE SEQUENTIAL
002698         FILE STATUS IS STAT-RSTM-PARM-STATUS.
002699
002700     SELECT HISTORY-VERSION-FILE ASSIGN TO "HISTVERS"
002701         ORGANIZATION IS LINE SEQUENTIAL
002702         FILE STATUS IS STAT-HISTVERS-STATUS.
002703
002704     SELECT RESTATEMENT-REPORT-FILE ASSIGN TO "RSTMRPT"
002705         ORGANIZATION IS LINE SEQUENTIAL
002706         FILE STATUS IS STAT-RSTM-REPORT-STATUS.
002707
002708     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
002709         ORGANIZATION IS LINE SEQUENTIAL
002710         FILE STATUS IS STAT-TIMING-STATUS.
002711
002712     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
002713         ORGANIZATION IS LINE SEQUENTIAL
002714         FILE STATUS IS STAT-STEPNAME-STATUS.
002715
002716     SELECT SOURCE-QUALITY-FILE ASSIGN TO "SRCQUAL"
002717         ORGANIZATION IS LINE SEQUENTIAL
002718         FILE STATUS IS STAT-SRCQUAL-STATUS.
002719
002720     SELECT DETAIL-STORE-FILE ASSIGN TO "DTLFILE"
002721         ORGANIZATION IS INDEXED
002722         ACCESS MODE IS DYNAMIC
002723         RECORD KEY IS DTL-KEY
002724         FILE STATUS IS STAT-DETAIL-STATUS.
002725 DATA DIVISION.
002726 FILE SECTION.
002727*--------------------------------------------------------------*
002730*  INPUT-FILE - NIGHTLY EXTRACT: ONE HEADER RECORD (RECORD      *
002740*  COUNT) FOLLOWED BY ONE DETAIL RECORD PER VALUE               *
002750*--------------------------------------------------------------*
005750         SIGN IS LEADING SEPARATE CHARACTER.
005760     05  FILLER                 PIC X(01).
005770     05  CST-C-STD-DEV          PIC 9(07)V99.
005771*--------------------------------------------------------------*
005772*  PERIOD-VALUES-FILE - EVERY ACCEPTED VALUE OF EVERY RUN,     *
005773*  KEPT FOR THE MONTH/QUARTER-END STATISTICS (STATMNTH). THE   *
005774*  RUN DATE/TIME STAMP LETS A RERUN OF A BUSINESS DATE         *
005775*  SUPERSEDE THE EARLIER RUN'S VALUES                          *
005776*--------------------------------------------------------------*
005777 FD  PERIOD-VALUES-FILE
005778     RECORDING MODE IS F.
005779 01  PERIOD-VALUES-RECORD.
005780     05  PRV-BUSINESS-DATE      PIC 9(08).
005781     05  FILLER                 PIC X(01).
005782     05  PRV-RUN-DATE           PIC 9(08).
005783     05  FILLER                 PIC X(01).
005784     05  PRV-RUN-TIME           PIC 9(08).
005785     05  FILLER                 PIC X(01).
005786     05  PRV-RECORD-NUMBER      PIC 9(07).
005787     05  FILLER                 PIC X(01).
005788     05  PRV-VALUE              PIC S9(05)
005789         SIGN IS LEADING SEPARATE CHARACTER.
005790     05  FILLER                 PIC X(01).
005791     05  PRV-CATEGORY           PIC X(02).
005792     05  FILLER                 PIC X(01).
005793     05  PRV-SOURCE             PIC X(02).
005794*--------------------------------------------------------------*
005795*  RESTATEMENT-PARM-FILE - PRESENT ONLY ON A RESTATEMENT RUN:  *
005796*  THE PAST BUSINESS DATE BEING RESTATED AND THE REASON        *
005797*--------------------------------------------------------------*
005798 FD  RESTATEMENT-PARM-FILE
005799     RECORDING MODE IS F.
005800 01  RESTATEMENT-PARM-RECORD.
005801     05  RSTM-BUSINESS-DATE     PIC X(08).
005802     05  RSTM-BUSINESS-DATE-N REDEFINES RSTM-BUSINESS-DATE
005803                                PIC 9(08).
005804     05  FILLER                 PIC X(01).
005805     05  RSTM-REASON            PIC X(30).
005806*--------------------------------------------------------------*
005807*  HISTORY-VERSION-FILE - EVERY HISTORY RECORD A RESTATEMENT   *
005808*  SUPERSEDED, UNCHANGED, WITH ITS VERSION NUMBER (1 IS THE    *
005809*  ORIGINAL RUN'S FIGURES), WHEN IT WAS SUPERSEDED, AND WHY    *
005810*--------------------------------------------------------------*
005811 FD  HISTORY-VERSION-FILE
005812     RECORDING MODE IS F.
005813 01  HISTORY-VERSION-RECORD.
005814     05  HVR-BUSINESS-DATE      PIC 9(08).
005815     05  FILLER                 PIC X(01).
005816     05  HVR-VERSION            PIC 9(03).
005817     05  FILLER                 PIC X(01).
005818     05  HVR-SUPERSEDED-DATE    PIC 9(08).
005819     05  FILLER                 PIC X(01).
005820     05  HVR-SUPERSEDED-TIME    PIC 9(08).
005821     05  FILLER                 PIC X(01).
005822     05  HVR-REASON             PIC X(30).
005823     05  FILLER                 PIC X(01).
005824     05  HVR-PRIOR-RECORD       PIC X(69).
005825*--------------------------------------------------------------*
005826*  RESTATEMENT-REPORT-FILE - BEFORE/AFTER FIGURES FOR THE      *
005827*  RESTATED BUSINESS DATE                                      *
005828*--------------------------------------------------------------*
005829 FD  RESTATEMENT-REPORT-FILE
005830     RECORDING MODE IS F.
005831 01  RESTATEMENT-REPORT-LINE PIC X(80).
005832*--------------------------------------------------------------*
005833*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
005834*  PER STEP, APPENDED AS THE STEP ENDS                         *
005835*--------------------------------------------------------------*
005836 FD  TIMING-FILE
005837     RECORDING MODE IS F.
005838 01  TIMING-RECORD.
005839     05  TIM-PROGRAM            PIC X(08).
005840     05  FILLER                 PIC X(01).
005841     05  TIM-STEP               PIC X(08).
005842     05  FILLER                 PIC X(01).
005843     05  TIM-BUSINESS-DATE      PIC 9(08).
005844     05  FILLER                 PIC X(01).
005845     05  TIM-START-DATE         PIC 9(08).
005846     05  TIM-START-TIME         PIC 9(08).
005847     05  FILLER                 PIC X(01).
005848     05  TIM-END-DATE           PIC 9(08).
005849     05  TIM-END-TIME           PIC 9(08).
005850     05  FILLER                 PIC X(01).
005851     05  TIM-RECORDS            PIC 9(09).
005852     05  FILLER                 PIC X(01).
005853     05  TIM-CONDITION-CODE     PIC 9(04).
005854*--------------------------------------------------------------*
005855*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
005856*--------------------------------------------------------------*
005857 FD  STEP-NAME-FILE
005858     RECORDING MODE IS F.
005859 01  STEP-NAME-RECORD           PIC X(80).
005860*--------------------------------------------------------------*
005861*  SOURCE-QUALITY-FILE - ONE RECORD PER SOURCE OFFICE PER RUN: *
005862*  ACCEPTED DETAILS, THRESHOLD EXCEPTIONS, AND REJECTS BY      *
005863*  REASON IN THE FIXED ORDER SEQ1 TYP1 NUM1 RNG1 CAT1 CAT2     *
005864*  CAT3. THE RUN DATE/TIME STAMP LETS A RERUN OF A BUSINESS    *
005865*  DATE SUPERSEDE THE EARLIER RUN'S RECORDS                    *
005866*--------------------------------------------------------------*
005867 FD  SOURCE-QUALITY-FILE
005868     RECORDING MODE IS F.
005869 01  SOURCE-QUALITY-RECORD.
005870     05  SQ-BUSINESS-DATE       PIC 9(08).
005871     05  FILLER                 PIC X(01).
005872     05  SQ-RUN-DATE            PIC 9(08).
005873     05  FILLER                 PIC X(01).
005874     05  SQ-RUN-TIME            PIC 9(08).
005875     05  FILLER                 PIC X(01).
005876     05  SQ-SOURCE              PIC X(02).
005877     05  FILLER                 PIC X(01).
005878     05  SQ-ACCEPTED            PIC 9(07).
005879     05  FILLER                 PIC X(01).
005880     05  SQ-EXCEPTIONS          PIC 9(07).
005881     05  SQ-REJECT-REASON OCCURS 7 TIMES.
005882         10  FILLER             PIC X(01).
005883         10  SQ-REJECT-COUNT    PIC 9(07).
005884*--------------------------------------------------------------*
005885*  DETAIL-STORE-FILE - ONE RECORD PER DETAIL PER BUSINESS      *
005886*  DATE, KEYED ON THE DATE PLUS THE INPUT RECORD NUMBER. THE   *
005887*  VALUE IS KEPT AS RECEIVED SO A NON-NUMERIC REJECT CAN STILL *
005888*  BE SHOWN. THE RECYCLED MARK IS SET BY STATREPR              *
005889*--------------------------------------------------------------*
005890 FD  DETAIL-STORE-FILE
005891     RECORDING MODE IS F.
005892 01  DETAIL-STORE-RECORD.
005893     05  DTL-KEY.
005894         10  DTL-BUSINESS-DATE  PIC 9(08).
005895         10  DTL-RECORD-NUMBER  PIC 9(07).
005896     05  FILLER                 PIC X(01).
005897     05  DTL-VALUE-X            PIC X(06).
005898     05  DTL-VALUE REDEFINES DTL-VALUE-X
005899                                PIC S9(05)
005900         SIGN IS LEADING SEPARATE CHARACTER.
005901     05  FILLER                 PIC X(01).
005902     05  DTL-CATEGORY           PIC X(02).
005903     05  FILLER                 PIC X(01).
005904     05  DTL-SOURCE             PIC X(02).
005905     05  FILLER                 PIC X(01).
005906     05  DTL-DISPOSITION        PIC X(01).
005907         88  DTL-IS-ACCEPTED              VALUE 'A'.
005908         88  DTL-IS-EXCEPTION             VALUE 'X'.
005909         88  DTL-IS-REJECTED              VALUE 'R'.
005910     05  FILLER                 PIC X(01).
005911     05  DTL-REASON-CODE        PIC X(04).
005912     05  FILLER                 PIC X(01).
005913     05  DTL-REASON-TEXT        PIC X(35).
005914     05  FILLER                 PIC X(01).
005915     05  DTL-RUN-DATE           PIC 9(08).
005916     05  DTL-RUN-TIME           PIC 9(08).
005917     05  FILLER                 PIC X(01).
005918     05  DTL-RECYCLED-FLAG      PIC X(01).
005919         88  DTL-RECYCLED                 VALUE 'Y'.
005920     05  FILLER                 PIC X(01).
005921     05  DTL-RECYCLED-DATE      PIC 9(08).
005922 WORKING-STORAGE SECTION.
005923 01  STAT-RECORD-COUNT PIC 9(07) COMP VALUE 0.
005924 01  STAT-HEADER-COUNT PIC 9(07) COMP VALUE 0.
005925 01  STAT-GROUP-EXPECTED PIC 9(07) COMP VALUE 0.
005926 01  STAT-GROUP-READ PIC 9(07) COMP VALUE 0.
005927*--------------------------------------------------------------*
005928*  TRAILER BALANCING - CONTROL TOTALS PROVED AT END OF INPUT    *
005929*--------------------------------------------------------------*
005930 01  STAT-TRAILER-COUNT          PIC 9(07) COMP VALUE 0.
005931 01  STAT-TRAILER-HASH           PIC S9(13) COMP VALUE 0.
005932 01  STAT-ACCEPTED-HASH          PIC S9(13) COMP VALUE 0.
005933 01  STAT-REJECTED-HASH          PIC S9(13) COMP VALUE 0.
005934 01  STAT-VALUES-HASHED          PIC S9(13) COMP VALUE 0.
005935 01  STAT-UNHASHED-REJECTS       PIC 9(07) COMP VALUE 0.
005936 01  STAT-MISSING-TRAILERS       PIC 9(05) COMP VALUE 0.
005937 01  STAT-TRAILER-ERRORS         PIC 9(05) COMP VALUE 0.
005940 01  SmallestValue PIC S9(5).
005950 01  LargestValue PIC S9(5).
005960 01  ModeValue PIC S9(5).
006820     05  STAT-BALANCE-SWITCH    PIC X(01) VALUE 'Y'.
006830         88  STAT-IN-BALANCE              VALUE 'Y'.
006840         88  STAT-OUT-OF-BALANCE          VALUE 'N'.
006842     05  STAT-DTL-LOAD-SWITCH   PIC X(01) VALUE 'Y'.
006844         88  STAT-DTL-LOAD-OK             VALUE 'Y'.
006846         88  STAT-DTL-LOAD-FAILED         VALUE 'N'.
006850*--------------------------------------------------------------*
006860*  FILE STATUS CODES                                            *
006870*--------------------------------------------------------------*
007000     05  STAT-SRTCAT-STATUS     PIC X(02).
007010     05  STAT-SUMMARY-STATUS    PIC X(02).
007020     05  STAT-CATSTAT-STATUS    PIC X(02).
007021     05  STAT-PERIOD-STATUS     PIC X(02).
007022     05  STAT-RSTM-PARM-STATUS  PIC X(02).
007023     05  STAT-HISTVERS-STATUS   PIC X(02).
007024     05  STAT-RSTM-REPORT-STATUS PIC X(02).
007025     05  STAT-TIMING-STATUS     PIC X(02).
007026     05  STAT-STEPNAME-STATUS   PIC X(02).
007027     05  STAT-SRCQUAL-STATUS    PIC X(02).
007028     05  STAT-DETAIL-STATUS     PIC X(02).
007030*--------------------------------------------------------------*
007040*  INPUT VALIDATION - BUSINESS RANGE AND REJECT COUNTS          *
007050*--------------------------------------------------------------*
007330*  SUMMARY STATISTICS - MEAN, MEDIAN, STANDARD DEVIATION        *
007340*--------------------------------------------------------------*
007350 01  STAT-RUN-DATE               PIC 9(08) VALUE 0.
007355 01  STAT-RUN-TIME               PIC 9(08) VALUE 0.
007360*--------------------------------------------------------------*
007370*  BUSINESS DATE THE INPUT FEED BELONGS TO - TAKEN FROM THE    *
007380*  FIRST EXTRACT HEADER THAT CARRIES ONE, SO A BACKLOG FILE    *
007420*--------------------------------------------------------------*
007430 01  STAT-BUSINESS-DATE          PIC 9(08) VALUE 0.
007440*--------------------------------------------------------------*
007441*  RESTATEMENT CONTROL - SET FROM THE RSTMPARM CARD. THE       *
007442*  DATE'S CURRENT HISTORY RECORD AND THE REJECTED COUNT ON ITS *
007443*  LAST AUDIT RECORD ARE CAPTURED BEFORE ANYTHING IS           *
007444*  REWRITTEN, FOR THE VERSION FILE AND THE BEFORE/AFTER REPORT *
007445*--------------------------------------------------------------*
007446 01  STAT-RESTATE-SWITCH         PIC X(01) VALUE 'N'.
007447     88  STAT-IS-RESTATEMENT               VALUE 'Y'.
007448     88  STAT-IS-NORMAL-RUN                VALUE 'N'.
007449 01  STAT-PRIOR-AUDIT-SWITCH     PIC X(01) VALUE 'N'.
007450     88  STAT-PRIOR-AUDIT-FOUND            VALUE 'Y'.
007451     88  STAT-PRIOR-AUDIT-MISSING          VALUE 'N'.
007452 01  STAT-INPUT-SOURCE           PIC X(08) VALUE "INFILE".
007453 01  STAT-RESTATE-DATE           PIC 9(08) VALUE 0.
007454 01  STAT-RESTATE-REASON         PIC X(30) VALUE SPACES.
007455 01  STAT-RESTATE-VERSION        PIC 9(03) VALUE 0.
007456 01  STAT-PRIOR-REJECTED         PIC 9(07) VALUE 0.
007457 01  STAT-PRIOR-HISTORY.
007458     05  STAT-PRH-RUN-DATE       PIC 9(08).
007459     05  FILLER                  PIC X(01).
007460     05  STAT-PRH-SMALLEST       PIC S9(05)
007461         SIGN IS LEADING SEPARATE CHARACTER.
007462     05  FILLER                  PIC X(01).
007463     05  STAT-PRH-LARGEST        PIC S9(05)
007464         SIGN IS LEADING SEPARATE CHARACTER.
007465     05  FILLER                  PIC X(01).
007466     05  STAT-PRH-MODE           PIC S9(05)
007467         SIGN IS LEADING SEPARATE CHARACTER.
007468     05  FILLER                  PIC X(01).
007469     05  STAT-PRH-RECORD-COUNT   PIC 9(07).
007470     05  FILLER                  PIC X(01).
007471     05  STAT-PRH-MEAN           PIC S9(07)V99
007472         SIGN IS LEADING SEPARATE CHARACTER.
007473     05  FILLER                  PIC X(01).
007474     05  STAT-PRH-MEDIAN         PIC S9(07)V99
007475         SIGN IS LEADING SEPARATE CHARACTER.
007476     05  FILLER                  PIC X(01).
007477     05  STAT-PRH-STD-DEV        PIC 9(07)V99.
007478 01  STAT-RS-LABEL               PIC X(16) VALUE SPACES.
007479 01  STAT-RS-BEFORE              PIC S9(07)V99 VALUE 0.
007480 01  STAT-RS-AFTER               PIC S9(07)V99 VALUE 0.
007481 01  STAT-RS-CHANGE              PIC S9(08)V99 VALUE 0.
007482*--------------------------------------------------------------*
007483*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED     *
007484*  ONLY WHEN THE RUN COMPLETES; THE FINAL VALUE BECOMES THE     *
007485*  STEP CONDITION CODE                                          *
007486*--------------------------------------------------------------*
007490 01  STAT-RETURN-SEVERITY        PIC 9(02) VALUE 16.
007491*--------------------------------------------------------------*
007492*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
007493*--------------------------------------------------------------*
007494 01  STAT-START-DATE            PIC 9(08) VALUE 0.
007495 01  STAT-START-TIME            PIC 9(08) VALUE 0.
007496 01  STAT-STEP-NAME             PIC X(08) VALUE SPACES.
007500 01  STAT-RUN-OUTCOME            PIC X(08) VALUE "FATAL".
007510*--------------------------------------------------------------*
007520*  PARAMETER VERSION IN EFFECT FOR THIS RUN                     *
007740 01  STAT-UNIT-FOUND-IX          PIC 9(03) COMP VALUE 0.
007750 01  STAT-UNIT-WANTED            PIC X(02) VALUE SPACES.
007760 01  STAT-UNIT-PRINT-NAME        PIC X(20) VALUE SPACES.
007761*--------------------------------------------------------------*
007762*  SOURCE-OFFICE DATA QUALITY - EVERY SOURCE CODE SEEN ON THE  *
007763*  ACCEPTED AND REJECT FILES WITH ITS ACCEPTED, EXCEPTION AND  *
007764*  PER-REASON REJECT COUNTS, AND THE REASON CODES IN THE ORDER *
007765*  SRCQUAL CARRIES THEM                                        *
007766*--------------------------------------------------------------*
007767 01  STAT-SQ-COUNT               PIC 9(03) COMP VALUE 0.
007768 01  STAT-SQ-SOURCE OCCURS 1 TO 99 TIMES
007769         DEPENDING ON STAT-SQ-COUNT PIC X(02).
007770 01  STAT-SQ-ACCEPTED OCCURS 1 TO 99 TIMES
007771         DEPENDING ON STAT-SQ-COUNT PIC 9(07) COMP.
007772 01  STAT-SQ-EXCEPTIONS OCCURS 1 TO 99 TIMES
007773         DEPENDING ON STAT-SQ-COUNT PIC 9(07) COMP.
007774 01  STAT-SQ-REJECTS OCCURS 1 TO 99 TIMES
007775         DEPENDING ON STAT-SQ-COUNT.
007776     05  STAT-SQ-REJ-CNT OCCURS 7 TIMES PIC 9(07) COMP.
007777 01  STAT-SQ-IX                  PIC 9(03) COMP VALUE 0.
007778 01  STAT-SQ-FOUND-IX            PIC 9(03) COMP VALUE 0.
007779 01  STAT-SQ-RSN-IX              PIC 9(03) COMP VALUE 0.
007780 01  STAT-SQ-WANTED              PIC X(02) VALUE SPACES.
007781 01  STAT-SQ-REASON-LIST         PIC X(28)
007782         VALUE "SEQ1TYP1NUM1RNG1CAT1CAT2CAT3".
007783 01  STAT-SQ-REASONS REDEFINES STAT-SQ-REASON-LIST.
007784     05  STAT-SQ-REASON OCCURS 7 TIMES PIC X(04).
007785 77  STAT-SQ-MAX                 PIC 9(03) VALUE 99.
007786 77  STAT-SQ-REASON-COUNT        PIC 9(03) VALUE 7.
007787*--------------------------------------------------------------*
007788*  DETAIL STORE LOAD - DETAILS WRITTEN, EARLIER RUNS' DETAILS  *
007789*  OF THE SAME DATE REMOVED, AND THE RECYCLED MARK CARRIED     *
007790*  OVER FROM A REJECT THE RERUN REJECTS AGAIN                  *
007791*--------------------------------------------------------------*
007792 01  STAT-DTL-WRITTEN            PIC 9(07) COMP VALUE 0.
007793 01  STAT-DTL-REMOVED            PIC 9(07) COMP VALUE 0.
007794 01  STAT-DTL-KEEP-FLAG          PIC X(01) VALUE 'N'.
007795 01  STAT-DTL-KEEP-DATE          PIC 9(08) VALUE 0.
007796*--------------------------------------------------------------*
007797*  PER-CATEGORY CONTROL-BREAK SUPPORT - DISTINCT BUSINESS-UNIT  *
007798*  CODES SEEN THIS RUN (ARRIVING IN ASCENDING ORDER FROM THE    *
007800*  CATEGORY/VALUE SORT) WITH EACH CODE'S RUNNING FIGURES        *
007810*--------------------------------------------------------------*
007820 01  STAT-CATEGORY-COUNT         PIC 9(03) COMP VALUE 0.
008500     05  STAT-ED-BAND-HIGH       PIC -ZZZZZ9.
008510     05  STAT-ED-BAND-COUNT      PIC ZZZZZZ9.
008520     05  STAT-ED-BAL-HASH        PIC -ZZZZZZZZZZZZ9.
008521     05  STAT-ED-RS-VERSION      PIC ZZ9.
008522     05  STAT-ED-RS-INT-1        PIC -ZZZZZZZZZ9.
008523     05  STAT-ED-RS-INT-2        PIC -ZZZZZZZZZ9.
008524     05  STAT-ED-RS-INT-D        PIC -ZZZZZZZZZZ9.
008525     05  STAT-ED-RS-FIG-1        PIC -ZZZZZZ9.99.
008526     05  STAT-ED-RS-FIG-2        PIC -ZZZZZZ9.99.
008527     05  STAT-ED-RS-FIG-D        PIC -ZZZZZZZ9.99.
008530 01  STAT-MODE-LIST-TEXT         PIC X(60).
008540 01  STAT-MODE-LIST-POINTER      PIC 9(03) COMP.
008550 01  STAT-MODE-LIST-SHOWN        PIC 9(05) COMP VALUE 0.
008580*  0000-MAINLINE                                                *
008590*--------------------------------------------------------------*
008600 0000-MAINLINE.
008603     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD
008606     ACCEPT STAT-START-TIME FROM TIME
008610     PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT
008620     PERFORM 1100-LOAD-BUSINESS-UNITS THRU 1100-EXIT
008625     PERFORM 1300-LOAD-RESTATEMENT THRU 1300-EXIT
008630     PERFORM 2000-READ-INPUT-DATA THRU 2000-EXIT
008640     PERFORM 2600-RECONCILE-TOTALS THRU 2600-EXIT
008650     IF STAT-OUT-OF-BALANCE
008710     PERFORM 3000-SORT-ACCEPTED-VALUES THRU 3000-EXIT
008720     PERFORM 4000-SCAN-VALUE-ORDER THRU 4000-EXIT
008730     PERFORM 4500-SCAN-CATEGORY-ORDER THRU 4500-EXIT
008732     IF STAT-IS-RESTATEMENT
008734         PERFORM 7500-SAVE-PRIOR-VERSION THRU 7500-EXIT
008736     END-IF
008740     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
008750     PERFORM 7100-WRITE-HISTORY THRU 7100-EXIT
008760     PERFORM 7200-WRITE-AUDIT-LOG THRU 7200-EXIT
008770     PERFORM 7150-WRITE-CATEGORY-STATS THRU 7150-EXIT
008772     PERFORM 7170-APPEND-PERIOD-VALUES THRU 7170-EXIT
008774     IF STAT-IS-RESTATEMENT
008776         PERFORM 7600-WRITE-RESTATEMENT-REPORT THRU 7600-EXIT
008778     END-IF
008780     PERFORM 8000-CHECK-THRESHOLDS THRU 8000-EXIT
008783     PERFORM 8200-APPEND-SOURCE-QUALITY THRU 8200-EXIT
008786     PERFORM 8300-LOAD-DETAIL-STORE THRU 8300-EXIT
008790     IF STAT-EXCEPTIONS-COUNT > 0
008800         MOVE 8 TO STAT-RETURN-SEVERITY
008810         MOVE "EXCEPTNS" TO STAT-RUN-OUTCOME
009760         END-IF
009770     END-PERFORM.
009780 1200-EXIT.
009781     EXIT.
009782*----------------------------------------------------------------*
009783*  1300-LOAD-RESTATEMENT - AN RSTMPARM CARD MAKES THIS A         *
009784*  RESTATEMENT OF A PAST BUSINESS DATE. THE DATE MUST BE BEFORE  *
009785*  TODAY AND ALREADY HAVE A HISTORY RECORD; ITS CURRENT FIGURES  *
009786*  ARE KEPT FOR THE VERSION FILE AND THE BEFORE/AFTER REPORT.    *
009787*  NO CARD (OR A DUMMY DD) IS AN ORDINARY NIGHTLY RUN            *
009788*----------------------------------------------------------------*
009789 1300-LOAD-RESTATEMENT.
009790     OPEN INPUT RESTATEMENT-PARM-FILE
009791     IF STAT-RSTM-PARM-STATUS NOT = "00"
009792         GO TO 1300-EXIT
009793     END-IF
009794     READ RESTATEMENT-PARM-FILE
009795         AT END
009796             SET STAT-EOF TO TRUE
009797     END-READ
009798     CLOSE RESTATEMENT-PARM-FILE
009799     IF STAT-EOF
009800         SET STAT-NOT-EOF TO TRUE
009801         GO TO 1300-EXIT
009802     END-IF
009803     ACCEPT STAT-RUN-DATE FROM DATE YYYYMMDD
009804     IF RSTM-BUSINESS-DATE IS NOT NUMERIC
009805         DISPLAY "RSTMPARM BUSINESS DATE IS INVALID: "
009806             RSTM-BUSINESS-DATE
009807         GO TO 9999-EXIT
009808     END-IF
009809     IF RSTM-BUSINESS-DATE-N = 0
009810             OR RSTM-BUSINESS-DATE-N NOT < STAT-RUN-DATE
009811         DISPLAY "RSTMPARM BUSINESS DATE IS NOT A PAST DATE: "
009812             RSTM-BUSINESS-DATE
009813         GO TO 9999-EXIT
009814     END-IF
009815     SET STAT-IS-RESTATEMENT TO TRUE
009816     MOVE RSTM-BUSINESS-DATE-N TO STAT-RESTATE-DATE
009817     MOVE RSTM-BUSINESS-DATE-N TO STAT-BUSINESS-DATE
009818     MOVE RSTM-REASON TO STAT-RESTATE-REASON
009819     MOVE "RESTATE" TO STAT-INPUT-SOURCE
009820     DISPLAY "RESTATEMENT OF BUSINESS DATE " STAT-RESTATE-DATE
009821     OPEN INPUT HISTORY-FILE
009822     IF STAT-HISTORY-STATUS NOT = "00"
009823         DISPLAY "HISTORY-FILE OPEN FAILED, STATUS "
009824             STAT-HISTORY-STATUS
009825         GO TO 9999-EXIT
009826     END-IF
009827     MOVE SPACES TO HISTORY-RECORD
009828     MOVE STAT-RESTATE-DATE TO HIST-RUN-DATE
009829     READ HISTORY-FILE
009830         INVALID KEY
009831             DISPLAY "NO HISTORY RECORD FOR " STAT-RESTATE-DATE
009832                 " - NOTHING TO RESTATE"
009833             CLOSE HISTORY-FILE
009834             GO TO 9999-EXIT
009835     END-READ
009836     MOVE HISTORY-RECORD TO STAT-PRIOR-HISTORY
009837     CLOSE HISTORY-FILE
009838     PERFORM 1350-FIND-PRIOR-AUDIT THRU 1350-EXIT.
009839 1300-EXIT.
009840     EXIT.
009841*--------------------------------------------------------------*
009842*  1350-FIND-PRIOR-AUDIT - REJECTED COUNT ON THE LAST AUDIT    *
009843*  RECORD FOR THE RESTATED DATE (THE RUN THAT PUBLISHED THE    *
009844*  FIGURES BEING REPLACED)                                     *
009845*--------------------------------------------------------------*
009846 1350-FIND-PRIOR-AUDIT.
009847     OPEN INPUT AUDIT-FILE
009848     IF STAT-AUDIT-STATUS NOT = "00"
009849         GO TO 1350-EXIT
009850     END-IF
009851     MOVE SPACES TO AUDIT-RECORD
009852     MOVE STAT-RESTATE-DATE TO AUD-RUN-DATE
009853     MOVE 0 TO AUD-RUN-TIME
009854     START AUDIT-FILE KEY >= AUD-KEY
009855         INVALID KEY
009856             SET STAT-EOF TO TRUE
009857     END-START
009858     PERFORM 1360-SCAN-ONE-AUDIT THRU 1360-EXIT
009859         UNTIL STAT-EOF
009860     SET STAT-NOT-EOF TO TRUE
009861     CLOSE AUDIT-FILE.
009862 1350-EXIT.
009863     EXIT.
009864*--------------------------------------------------------------*
009865*  1360-SCAN-ONE-AUDIT                                         *
009866*--------------------------------------------------------------*
009867 1360-SCAN-ONE-AUDIT.
009868     READ AUDIT-FILE NEXT
009869         AT END
009870             SET STAT-EOF TO TRUE
009871     END-READ
009872     IF STAT-EOF
009873         GO TO 1360-EXIT
009874     END-IF
009875     IF AUD-RUN-DATE NOT = STAT-RESTATE-DATE
009876         SET STAT-EOF TO TRUE
009877         GO TO 1360-EXIT
009878     END-IF
009879     SET STAT-PRIOR-AUDIT-FOUND TO TRUE
009880     MOVE AUD-RECORDS-REJECTED TO STAT-PRIOR-REJECTED.
009881 1360-EXIT.
009882     EXIT.
009883*--------------------------------------------------------------*
009884*  2000-READ-INPUT-DATA - OPEN THE BATCH FILE AND LOAD          *
009885*  DataArray FROM IT, ONE SIGNED VALUE PER RECORD               *
009886*--------------------------------------------------------------*
009887 2000-READ-INPUT-DATA.
009888     PERFORM 2050-LOAD-CHECKPOINT THRU 2050-EXIT
009889     OPEN INPUT INPUT-FILE
009890     IF STAT-INPUT-STATUS NOT = "00"
009891         DISPLAY "INPUT-FILE OPEN FAILED, STATUS "
009892             STAT-INPUT-STATUS
009900         GO TO 9999-EXIT
009910     END-IF
009920     IF STAT-IS-RESTART
013850 2150-START-HEADER-GROUP.
013860     IF STAT-GROUP-OPEN
013870         ADD 1 TO STAT-MISSING-TRAILERS
013871     END-IF
013872     IF STAT-IS-RESTATEMENT
013873             AND INP-HDR-BUSINESS-DATE IS NUMERIC
013874             AND INP-HDR-BUSINESS-DATE-N > 0
013875             AND INP-HDR-BUSINESS-DATE-N NOT = STAT-RESTATE-DATE
013876         DISPLAY "INPUT-FILE HEADER DATE " INP-HDR-BUSINESS-DATE
013877             " IS NOT THE RESTATEMENT DATE " STAT-RESTATE-DATE
013878         GO TO 9999-EXIT
013880     END-IF
013890     IF STAT-BUSINESS-DATE = 0
013900             AND INP-HDR-BUSINESS-DATE IS NUMERIC
019910         STAT-ED-RUN-DATE DELIMITED BY SIZE
019920         INTO STAT-REPORT-LINE
019930     WRITE REPORT-LINE FROM STAT-REPORT-LINE
019931     IF STAT-IS-RESTATEMENT
019932         MOVE SPACES TO STAT-REPORT-LINE
019933         STRING "RESTATEMENT: " DELIMITED BY SIZE
019934             STAT-RESTATE-REASON DELIMITED BY SIZE
019935             INTO STAT-REPORT-LINE
019936         WRITE REPORT-LINE FROM STAT-REPORT-LINE
019937     END-IF
019940
019950     MOVE SPACES TO STAT-REPORT-LINE
019960     IF STAT-PARMS-LOADED
022550     MOVE SPACES TO AUDIT-RECORD
022560     MOVE STAT-BUSINESS-DATE TO AUD-RUN-DATE
022570     ACCEPT AUD-RUN-TIME FROM TIME
022580     MOVE STAT-INPUT-SOURCE TO AUD-INPUT-SOURCE
022590     MOVE STAT-RECORDS-ACCEPTED TO AUD-RECORD-COUNT
022600     MOVE SmallestValue TO AUD-SMALLEST
022610     MOVE LargestValue TO AUD-LARGEST
022860         GO TO 9999-EXIT
022870     END-IF
022880     MOVE SPACES TO CATSTAT-SUMMARY-RECORD
022883     IF STAT-IS-RESTATEMENT
022886         MOVE 'R' TO CST-S-TYPE
022889     ELSE
022892         MOVE 'S' TO CST-S-TYPE
022895     END-IF
022900     MOVE STAT-BUSINESS-DATE TO CST-S-DATE
022910     MOVE STAT-RECORDS-ACCEPTED TO CST-S-COUNT
022920     MOVE SmallestValue TO CST-S-SMALLEST
023180     MOVE STAT-CAT-STD-DEV TO CST-C-STD-DEV
023190     WRITE CATSTAT-CATEGORY-RECORD.
023200 7160-EXIT.
023201     EXIT.
023202*----------------------------------------------------------------*
023203*  7170-APPEND-PERIOD-VALUES - ADD THIS RUN'S ACCEPTED VALUES    *
023204*  TO THE PERIOD-VALUES FILE FOR STATMNTH, EACH STAMPED WITH     *
023205*  THE BUSINESS DATE AND THIS RUN'S DATE/TIME. LIKE CATSTATS, A  *
023206*  FAILURE HERE ENDS 8/NOEXPORT                                  *
023207*----------------------------------------------------------------*
023208 7170-APPEND-PERIOD-VALUES.
023209     OPEN EXTEND PERIOD-VALUES-FILE
023210     IF STAT-PERIOD-STATUS = "35"
023211         OPEN OUTPUT PERIOD-VALUES-FILE
023212     END-IF
023213     IF STAT-PERIOD-STATUS NOT = "00"
023214         DISPLAY "PERDFILE OPEN FAILED, STATUS "
023215             STAT-PERIOD-STATUS
023216         MOVE 8 TO STAT-RETURN-SEVERITY
023217         MOVE "NOEXPORT" TO STAT-RUN-OUTCOME
023218         GO TO 9999-EXIT
023219     END-IF
023220     OPEN INPUT ACCEPTED-FILE
023221     IF STAT-ACCEPTED-STATUS NOT = "00"
023222         DISPLAY "ACCEPTED-FILE OPEN FAILED, STATUS "
023223             STAT-ACCEPTED-STATUS
023224         CLOSE PERIOD-VALUES-FILE
023225         MOVE 8 TO STAT-RETURN-SEVERITY
023226         MOVE "NOEXPORT" TO STAT-RUN-OUTCOME
023227         GO TO 9999-EXIT
023228     END-IF
023229     ACCEPT STAT-RUN-TIME FROM TIME
023230     PERFORM 7180-APPEND-ONE-VALUE THRU 7180-EXIT
023231         UNTIL STAT-EOF
023232     CLOSE ACCEPTED-FILE
023233     SET STAT-NOT-EOF TO TRUE
023234     CLOSE PERIOD-VALUES-FILE.
023235 7170-EXIT.
023236     EXIT.
023237*--------------------------------------------------------------*
023238*  7180-APPEND-ONE-VALUE                                       *
023239*--------------------------------------------------------------*
023240 7180-APPEND-ONE-VALUE.
023241     READ ACCEPTED-FILE
023242         AT END
023243             SET STAT-EOF TO TRUE
023244     END-READ
023245     IF STAT-EOF
023246         GO TO 7180-EXIT
023247     END-IF
023248     MOVE SPACES TO PERIOD-VALUES-RECORD
023249     MOVE STAT-BUSINESS-DATE TO PRV-BUSINESS-DATE
023250     MOVE STAT-RUN-DATE TO PRV-RUN-DATE
023251     MOVE STAT-RUN-TIME TO PRV-RUN-TIME
023252     MOVE ACC-RECORD-NUMBER TO PRV-RECORD-NUMBER
023253     MOVE ACC-VALUE TO PRV-VALUE
023254     MOVE ACC-CATEGORY TO PRV-CATEGORY
023255     MOVE ACC-SOURCE TO PRV-SOURCE
023256     WRITE PERIOD-VALUES-RECORD.
023257 7180-EXIT.
023258     EXIT.
023259*----------------------------------------------------------------*
023260*  7500-SAVE-PRIOR-VERSION - BEFORE A RESTATEMENT REWRITES THE   *
023261*  DATE'S HISTORY RECORD, APPEND THE CURRENT ONE TO HISTVERS AS  *
023262*  THE NEXT VERSION FOR THAT DATE. A FAILURE HERE IS FATAL WITH  *
023263*  NOTHING PUBLISHED - THE OLD FIGURES ARE NEVER OVERWRITTEN     *
023264*  UNLESS THEY ARE SAFELY KEPT                                   *
023265*----------------------------------------------------------------*
023266 7500-SAVE-PRIOR-VERSION.
023267     MOVE 0 TO STAT-RESTATE-VERSION
023268     OPEN INPUT HISTORY-VERSION-FILE
023269     IF STAT-HISTVERS-STATUS = "00"
023270         PERFORM 7510-COUNT-ONE-VERSION THRU 7510-EXIT
023271             UNTIL STAT-EOF
023272         CLOSE HISTORY-VERSION-FILE
023273         SET STAT-NOT-EOF TO TRUE
023274     END-IF
023275     ADD 1 TO STAT-RESTATE-VERSION
023276     OPEN EXTEND HISTORY-VERSION-FILE
023277     IF STAT-HISTVERS-STATUS = "35"
023278         OPEN OUTPUT HISTORY-VERSION-FILE
023279     END-IF
023280     IF STAT-HISTVERS-STATUS NOT = "00"
023281         DISPLAY "HISTVERS OPEN FAILED, STATUS "
023282             STAT-HISTVERS-STATUS
023283         GO TO 9999-EXIT
023284     END-IF
023285     MOVE SPACES TO HISTORY-VERSION-RECORD
023286     MOVE STAT-RESTATE-DATE TO HVR-BUSINESS-DATE
023287     MOVE STAT-RESTATE-VERSION TO HVR-VERSION
023288     MOVE STAT-RUN-DATE TO HVR-SUPERSEDED-DATE
023289     ACCEPT HVR-SUPERSEDED-TIME FROM TIME
023290     MOVE STAT-RESTATE-REASON TO HVR-REASON
023291     MOVE STAT-PRIOR-HISTORY TO HVR-PRIOR-RECORD
023292     WRITE HISTORY-VERSION-RECORD
023293     IF STAT-HISTVERS-STATUS NOT = "00"
023294         DISPLAY "HISTVERS WRITE FAILED, STATUS "
023295             STAT-HISTVERS-STATUS
023296         CLOSE HISTORY-VERSION-FILE
023297         GO TO 9999-EXIT
023298     END-IF
023299     CLOSE HISTORY-VERSION-FILE.
023300 7500-EXIT.
023301     EXIT.
023302*--------------------------------------------------------------*
023303*  7510-COUNT-ONE-VERSION - VERSIONS ALREADY KEPT FOR THE DATE *
023304*--------------------------------------------------------------*
023305 7510-COUNT-ONE-VERSION.
023306     READ HISTORY-VERSION-FILE
023307         AT END
023308             SET STAT-EOF TO TRUE
023309     END-READ
023310     IF STAT-EOF
023311         GO TO 7510-EXIT
023312     END-IF
023313     IF HVR-BUSINESS-DATE = STAT-RESTATE-DATE
023314         ADD 1 TO STAT-RESTATE-VERSION
023315     END-IF.
023316 7510-EXIT.
023317     EXIT.
023318*----------------------------------------------------------------*
023319*  7600-WRITE-RESTATEMENT-REPORT - THE RESTATED DATE'S FIGURES   *
023320*  BEFORE (THE VERSION JUST KEPT ON HISTVERS) AND AFTER, WITH    *
023321*  THE CHANGE IN EACH. HISTORY, AUDIT, AND CATSTATS ARE ALREADY  *
023322*  PUBLISHED, SO A FAILURE HERE ENDS 8/NORSTRPT, NOT FATAL       *
023323*----------------------------------------------------------------*
023324 7600-WRITE-RESTATEMENT-REPORT.
023325     OPEN OUTPUT RESTATEMENT-REPORT-FILE
023326     IF STAT-RSTM-REPORT-STATUS NOT = "00"
023327         DISPLAY "RSTMRPT OPEN FAILED, STATUS "
023328             STAT-RSTM-REPORT-STATUS
023329         MOVE 8 TO STAT-RETURN-SEVERITY
023330         MOVE "NORSTRPT" TO STAT-RUN-OUTCOME
023331         GO TO 9999-EXIT
023332     END-IF
023333     MOVE SPACES TO STAT-REPORT-LINE
023334     STRING "RESTATEMENT REPORT" DELIMITED BY SIZE
023335         INTO STAT-REPORT-LINE
023336     WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE
023337     MOVE STAT-RESTATE-DATE TO STAT-ED-BUS-DATE
023338     MOVE STAT-RUN-DATE TO STAT-ED-RUN-DATE
023339     MOVE SPACES TO STAT-REPORT-LINE
023340     STRING "BUSINESS DATE: " DELIMITED BY SIZE
023341         STAT-ED-BUS-DATE DELIMITED BY SIZE
023342         "   RESTATED ON: " DELIMITED BY SIZE
023343         STAT-ED-RUN-DATE DELIMITED BY SIZE
023344         INTO STAT-REPORT-LINE
023345     WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE
023346     MOVE SPACES TO STAT-REPORT-LINE
023347     STRING "REASON: " DELIMITED BY SIZE
023348         STAT-RESTATE-REASON DELIMITED BY SIZE
023349         INTO STAT-REPORT-LINE
023350     WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE
023351     MOVE STAT-RESTATE-VERSION TO STAT-ED-RS-VERSION
023352     MOVE SPACES TO STAT-REPORT-LINE
023353     STRING "PRIOR FIGURES KEPT ON HISTVERS AS VERSION "
023354         DELIMITED BY SIZE
023355         STAT-ED-RS-VERSION DELIMITED BY SIZE
023356         INTO STAT-REPORT-LINE
023357     WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE
023358     MOVE SPACES TO RESTATEMENT-REPORT-LINE
023359     WRITE RESTATEMENT-REPORT-LINE
023360     MOVE SPACES TO STAT-REPORT-LINE
023361     STRING "FIGURE                   BEFORE        AFTER"
023362         DELIMITED BY SIZE
023363         "        CHANGE" DELIMITED BY SIZE
023364         INTO STAT-REPORT-LINE
023365     WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE
023366     MOVE "ACCEPTED COUNT" TO STAT-RS-LABEL
023367     MOVE STAT-PRH-RECORD-COUNT TO STAT-RS-BEFORE
023368     MOVE STAT-RECORDS-ACCEPTED TO STAT-RS-AFTER
023369     PERFORM 7650-WRITE-RESTATE-COUNT THRU 7650-EXIT
023370     MOVE "REJECTED COUNT" TO STAT-RS-LABEL
023371     MOVE STAT-PRIOR-REJECTED TO STAT-RS-BEFORE
023372     MOVE STAT-RECORDS-REJECTED TO STAT-RS-AFTER
023373     PERFORM 7650-WRITE-RESTATE-COUNT THRU 7650-EXIT
023374     MOVE "SMALLEST" TO STAT-RS-LABEL
023375     MOVE STAT-PRH-SMALLEST TO STAT-RS-BEFORE
023376     MOVE SmallestValue TO STAT-RS-AFTER
023377     PERFORM 7650-WRITE-RESTATE-COUNT THRU 7650-EXIT
023378     MOVE "LARGEST" TO STAT-RS-LABEL
023379     MOVE STAT-PRH-LARGEST TO STAT-RS-BEFORE
023380     MOVE LargestValue TO STAT-RS-AFTER
023381     PERFORM 7650-WRITE-RESTATE-COUNT THRU 7650-EXIT
023382     MOVE "MODE" TO STAT-RS-LABEL
023383     MOVE STAT-PRH-MODE TO STAT-RS-BEFORE
023384     MOVE ModeValue TO STAT-RS-AFTER
023385     PERFORM 7650-WRITE-RESTATE-COUNT THRU 7650-EXIT
023386     MOVE "MEAN" TO STAT-RS-LABEL
023387     MOVE STAT-PRH-MEAN TO STAT-RS-BEFORE
023388     MOVE STAT-MEAN-VALUE TO STAT-RS-AFTER
023389     PERFORM 7660-WRITE-RESTATE-FIGURE THRU 7660-EXIT
023390     MOVE "MEDIAN" TO STAT-RS-LABEL
023391     MOVE STAT-PRH-MEDIAN TO STAT-RS-BEFORE
023392     MOVE STAT-MEDIAN-VALUE TO STAT-RS-AFTER
023393     PERFORM 7660-WRITE-RESTATE-FIGURE THRU 7660-EXIT
023394     MOVE "STD DEV" TO STAT-RS-LABEL
023395     MOVE STAT-PRH-STD-DEV TO STAT-RS-BEFORE
023396     MOVE STAT-STD-DEV-VALUE TO STAT-RS-AFTER
023397     PERFORM 7660-WRITE-RESTATE-FIGURE THRU 7660-EXIT
023398     IF STAT-PRIOR-AUDIT-MISSING
023399         MOVE SPACES TO STAT-REPORT-LINE
023400         STRING "NO PRIOR AUDIT RECORD - REJECTED BEFORE "
023401             DELIMITED BY SIZE
023402             "SHOWN AS ZERO" DELIMITED BY SIZE
023403             INTO STAT-REPORT-LINE
023404         WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE
023405     END-IF
023406     CLOSE RESTATEMENT-REPORT-FILE.
023407 7600-EXIT.
023408     EXIT.
023409*--------------------------------------------------------------*
023410*  7650-WRITE-RESTATE-COUNT - WHOLE-NUMBER BEFORE/AFTER LINE   *
023411*--------------------------------------------------------------*
023412 7650-WRITE-RESTATE-COUNT.
023413     COMPUTE STAT-RS-CHANGE = STAT-RS-AFTER - STAT-RS-BEFORE
023414     MOVE STAT-RS-BEFORE TO STAT-ED-RS-INT-1
023415     MOVE STAT-RS-AFTER TO STAT-ED-RS-INT-2
023416     MOVE STAT-RS-CHANGE TO STAT-ED-RS-INT-D
023417     MOVE SPACES TO STAT-REPORT-LINE
023418     STRING STAT-RS-LABEL DELIMITED BY SIZE
023419         "  " DELIMITED BY SIZE
023420         STAT-ED-RS-INT-1 DELIMITED BY SIZE
023421         "  " DELIMITED BY SIZE
023422         STAT-ED-RS-INT-2 DELIMITED BY SIZE
023423         "  " DELIMITED BY SIZE
023424         STAT-ED-RS-INT-D DELIMITED BY SIZE
023425         INTO STAT-REPORT-LINE
023426     WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE.
023427 7650-EXIT.
023428     EXIT.
023429*--------------------------------------------------------------*
023430*  7660-WRITE-RESTATE-FIGURE - TWO-DECIMAL BEFORE/AFTER LINE   *
023431*--------------------------------------------------------------*
023432 7660-WRITE-RESTATE-FIGURE.
023433     COMPUTE STAT-RS-CHANGE = STAT-RS-AFTER - STAT-RS-BEFORE
023434     MOVE STAT-RS-BEFORE TO STAT-ED-RS-FIG-1
023435     MOVE STAT-RS-AFTER TO STAT-ED-RS-FIG-2
023436     MOVE STAT-RS-CHANGE TO STAT-ED-RS-FIG-D
023437     MOVE SPACES TO STAT-REPORT-LINE
023438     STRING STAT-RS-LABEL DELIMITED BY SIZE
023439         "  " DELIMITED BY SIZE
023440         STAT-ED-RS-FIG-1 DELIMITED BY SIZE
023441         "  " DELIMITED BY SIZE
023442         STAT-ED-RS-FIG-2 DELIMITED BY SIZE
023443         "  " DELIMITED BY SIZE
023444         STAT-ED-RS-FIG-D DELIMITED BY SIZE
023445         INTO STAT-REPORT-LINE
023446     WRITE RESTATEMENT-REPORT-LINE FROM STAT-REPORT-LINE.
023447 7660-EXIT.
023448     EXIT.
023449*----------------------------------------------------------------*
023450*  8000-CHECK-THRESHOLDS - FLAG EVERY ACCEPTED VALUE OUTSIDE    *
023451*  THE NORMAL OPERATING RANGE TO A SEPARATE EXCEPTIONS REPORT   *
023452*  INSTEAD OF LETTING IT QUIETLY BECOME THE NEW SMALLEST OR     *
023453*  LARGEST VALUE WITH NO FLAG FOR FOLLOW-UP                     *
023454*----------------------------------------------------------------*
023455 8000-CHECK-THRESHOLDS.
023456     MOVE 0 TO STAT-EXCEPTIONS-COUNT
023457     OPEN OUTPUT EXCEPTIONS-FILE
023458     IF STAT-EXCEPTIONS-STATUS NOT = "00"
023459         DISPLAY "EXCEPTIONS-FILE OPEN FAILED, STATUS "
023460             STAT-EXCEPTIONS-STATUS
023461         MOVE 8 TO STAT-RETURN-SEVERITY
023462         MOVE "NOEXCCHK" TO STAT-RUN-OUTCOME
023463         GO TO 9999-EXIT
023464     END-IF
023465     OPEN INPUT ACCEPTED-FILE
023466     IF STAT-ACCEPTED-STATUS NOT = "00"
023467         DISPLAY "ACCEPTED-FILE OPEN FAILED, STATUS "
023468             STAT-ACCEPTED-STATUS
023469         MOVE 8 TO STAT-RETURN-SEVERITY
023470         MOVE "NOEXCCHK" TO STAT-RUN-OUTCOME
023471         GO TO 9999-EXIT
023472     END-IF
023473     PERFORM 8100-CHECK-ONE-ACCEPTED THRU 8100-EXIT
023474         UNTIL STAT-EOF
023480     CLOSE ACCEPTED-FILE
023490     SET STAT-NOT-EOF TO TRUE
023500     CLOSE EXCEPTIONS-FILE.
023860 8100-EXIT.
023870     EXIT.
023880*--------------------------------------------------------------*
023890*  8200-APPEND-SOURCE-QUALITY - TALLY THE RUN'S ACCEPTED AND   *
023900*  REJECTED DETAILS BY SOURCE OFFICE AND APPEND ONE SRCQUAL    *
023910*  RECORD PER OFFICE FOR THE MONTHLY SCORECARD. EVERY RESULT   *
023920*  IS ALREADY PUBLISHED, SO A FAILURE HERE IS DISPLAYED AND    *
023930*  NEVER CHANGES THE CONDITION CODE                            *
023940*--------------------------------------------------------------*
023950 8200-APPEND-SOURCE-QUALITY.
023960     MOVE 0 TO STAT-SQ-COUNT
023970     OPEN INPUT ACCEPTED-FILE
023980     IF STAT-ACCEPTED-STATUS NOT = "00"
023990         DISPLAY "ACCEPTED-FILE OPEN FAILED, STATUS "
024000             STAT-ACCEPTED-STATUS " - NO SOURCE QUALITY RECORDED"
024010         GO TO 8200-EXIT
024020     END-IF
024030     PERFORM 8210-TALLY-ONE-ACCEPTED THRU 8210-EXIT
024040         UNTIL STAT-EOF
024050     CLOSE ACCEPTED-FILE
024060     SET STAT-NOT-EOF TO TRUE
024070     OPEN INPUT REJECT-FILE
024080     IF STAT-REJECT-STATUS NOT = "00"
024090         DISPLAY "REJECT-FILE OPEN FAILED, STATUS "
024100             STAT-REJECT-STATUS " - NO SOURCE QUALITY RECORDED"
024110         GO TO 8200-EXIT
024120     END-IF
024130     PERFORM 8220-TALLY-ONE-REJECT THRU 8220-EXIT
024140         UNTIL STAT-EOF
024150     CLOSE REJECT-FILE
024160     SET STAT-NOT-EOF TO TRUE
024170     OPEN EXTEND SOURCE-QUALITY-FILE
024180     IF STAT-SRCQUAL-STATUS = "35"
024190         OPEN OUTPUT SOURCE-QUALITY-FILE
024200     END-IF
024210     IF STAT-SRCQUAL-STATUS NOT = "00"
024220         DISPLAY "SRCQUAL OPEN FAILED, STATUS "
024230             STAT-SRCQUAL-STATUS " - NO SOURCE QUALITY RECORDED"
024240         GO TO 8200-EXIT
024250     END-IF
024260     PERFORM 8240-WRITE-ONE-SOURCE THRU 8240-EXIT
024270         VARYING STAT-SQ-IX FROM 1 BY 1
024280         UNTIL STAT-SQ-IX > STAT-SQ-COUNT
024290     CLOSE SOURCE-QUALITY-FILE.
024300 8200-EXIT.
024310     EXIT.
024320*--------------------------------------------------------------*
024330*  8210-TALLY-ONE-ACCEPTED - COUNT ONE ACCEPTED DETAIL FOR ITS *
024340*  OFFICE, AND AS AN EXCEPTION WHEN IT FALLS OUTSIDE THE SAME  *
024350*  NORMAL OPERATING RANGE 8100 CHECKS                          *
024360*--------------------------------------------------------------*
024370 8210-TALLY-ONE-ACCEPTED.
024380     READ ACCEPTED-FILE
024390         AT END
024400             SET STAT-EOF TO TRUE
024410     END-READ
024420     IF STAT-EOF
024430         GO TO 8210-EXIT
024440     END-IF
024450     MOVE ACC-SOURCE TO STAT-SQ-WANTED
024460     PERFORM 8230-FIND-SOURCE-ENTRY THRU 8230-EXIT
024470     IF STAT-SQ-IX = 0
024480         GO TO 8210-EXIT
024490     END-IF
024500     ADD 1 TO STAT-SQ-ACCEPTED(STAT-SQ-IX)
024510     IF ACC-VALUE < STAT-THRESHOLD-LOW
024520             OR ACC-VALUE > STAT-THRESHOLD-HIGH
024530         ADD 1 TO STAT-SQ-EXCEPTIONS(STAT-SQ-IX)
024540     END-IF.
024550 8210-EXIT.
024560     EXIT.
024570*--------------------------------------------------------------*
024580*  8220-TALLY-ONE-REJECT - COUNT ONE REJECT FOR ITS OFFICE     *
024590*  UNDER ITS REASON CODE                                       *
024600*--------------------------------------------------------------*
024610 8220-TALLY-ONE-REJECT.
024620     READ REJECT-FILE
024630         AT END
024640             SET STAT-EOF TO TRUE
024650     END-READ
024660     IF STAT-EOF
024670         GO TO 8220-EXIT
024680     END-IF
024690     MOVE REJ-SOURCE TO STAT-SQ-WANTED
024700     PERFORM 8230-FIND-SOURCE-ENTRY THRU 8230-EXIT
024710     IF STAT-SQ-IX = 0
024720         GO TO 8220-EXIT
024730     END-IF
024740     PERFORM 8225-MATCH-REASON THRU 8225-EXIT
024750         VARYING STAT-SQ-RSN-IX FROM 1 BY 1
024760         UNTIL STAT-SQ-RSN-IX > STAT-SQ-REASON-COUNT.
024770 8220-EXIT.
024780     EXIT.
024790*--------------------------------------------------------------*
024800*  8225-MATCH-REASON                                           *
024810*--------------------------------------------------------------*
024820 8225-MATCH-REASON.
024830     IF REJ-REASON-CODE = STAT-SQ-REASON(STAT-SQ-RSN-IX)
024840         ADD 1 TO STAT-SQ-REJ-CNT(STAT-SQ-IX, STAT-SQ-RSN-IX)
024850     END-IF.
024860 8225-EXIT.
024870     EXIT.
024880*--------------------------------------------------------------*
024890*  8230-FIND-SOURCE-ENTRY - LOCATE STAT-SQ-WANTED IN THE TABLE *
024900*  OR ADD IT; STAT-SQ-IX IS ZERO ONLY WHEN THE TABLE IS FULL   *
024910*--------------------------------------------------------------*
024920 8230-FIND-SOURCE-ENTRY.
024930     MOVE 0 TO STAT-SQ-FOUND-IX
024940     PERFORM 8235-MATCH-SOURCE THRU 8235-EXIT
024950         VARYING STAT-SQ-IX FROM 1 BY 1
024960         UNTIL STAT-SQ-IX > STAT-SQ-COUNT
024970            OR STAT-SQ-FOUND-IX > 0
024980     MOVE STAT-SQ-FOUND-IX TO STAT-SQ-IX
024990     IF STAT-SQ-IX > 0 OR STAT-SQ-COUNT >= STAT-SQ-MAX
025000         GO TO 8230-EXIT
025010     END-IF
025020     ADD 1 TO STAT-SQ-COUNT
025030     MOVE STAT-SQ-COUNT TO STAT-SQ-IX
025040     MOVE STAT-SQ-WANTED TO STAT-SQ-SOURCE(STAT-SQ-IX)
025050     MOVE 0 TO STAT-SQ-ACCEPTED(STAT-SQ-IX)
025060     MOVE 0 TO STAT-SQ-EXCEPTIONS(STAT-SQ-IX)
025070     PERFORM 8237-CLEAR-ONE-REASON THRU 8237-EXIT
025080         VARYING STAT-SQ-RSN-IX FROM 1 BY 1
025090         UNTIL STAT-SQ-RSN-IX > STAT-SQ-REASON-COUNT.
025100 8230-EXIT.
025110     EXIT.
025120*--------------------------------------------------------------*
025130*  8235-MATCH-SOURCE                                           *
025140*--------------------------------------------------------------*
025150 8235-MATCH-SOURCE.
025160     IF STAT-SQ-SOURCE(STAT-SQ-IX) = STAT-SQ-WANTED
025170         MOVE STAT-SQ-IX TO STAT-SQ-FOUND-IX
025180     END-IF.
025190 8235-EXIT.
025200     EXIT.
025210*--------------------------------------------------------------*
025220*  8237-CLEAR-ONE-REASON                                       *
025230*--------------------------------------------------------------*
025240 8237-CLEAR-ONE-REASON.
025250     MOVE 0 TO STAT-SQ-REJ-CNT(STAT-SQ-IX, STAT-SQ-RSN-IX).
025260 8237-EXIT.
025270     EXIT.
025280*--------------------------------------------------------------*
025290*  8240-WRITE-ONE-SOURCE - ONE OFFICE'S SRCQUAL RECORD         *
025300*--------------------------------------------------------------*
025310 8240-WRITE-ONE-SOURCE.
025320     MOVE SPACES TO SOURCE-QUALITY-RECORD
025330     MOVE STAT-BUSINESS-DATE TO SQ-BUSINESS-DATE
025340     MOVE STAT-RUN-DATE TO SQ-RUN-DATE
025350     MOVE STAT-RUN-TIME TO SQ-RUN-TIME
025360     MOVE STAT-SQ-SOURCE(STAT-SQ-IX) TO SQ-SOURCE
025370     MOVE STAT-SQ-ACCEPTED(STAT-SQ-IX) TO SQ-ACCEPTED
025380     MOVE STAT-SQ-EXCEPTIONS(STAT-SQ-IX) TO SQ-EXCEPTIONS
025390     PERFORM 8245-MOVE-ONE-REASON THRU 8245-EXIT
025400         VARYING STAT-SQ-RSN-IX FROM 1 BY 1
025410         UNTIL STAT-SQ-RSN-IX > STAT-SQ-REASON-COUNT
025420     WRITE SOURCE-QUALITY-RECORD.
025430 8240-EXIT.
025440     EXIT.
025450*--------------------------------------------------------------*
025460*  8245-MOVE-ONE-REASON                                        *
025470*--------------------------------------------------------------*
025480 8245-MOVE-ONE-REASON.
025490     MOVE STAT-SQ-REJ-CNT(STAT-SQ-IX, STAT-SQ-RSN-IX)
025500         TO SQ-REJECT-COUNT(STAT-SQ-RSN-IX).
025510 8245-EXIT.
025520     EXIT.
025530*--------------------------------------------------------------*
025540*  8300-LOAD-DETAIL-STORE - LOAD EVERY ACCEPTED AND REJECTED   *
025550*  DETAIL OF THE RUN INTO THE DETAIL STORE UNDER THE BUSINESS  *
025560*  DATE, THEN REMOVE ANY DETAIL OF THE SAME DATE LEFT BY AN    *
025570*  EARLIER RUN. EVERY RESULT IS ALREADY PUBLISHED, SO A        *
025580*  FAILURE HERE IS DISPLAYED AND NEVER CHANGES THE CONDITION   *
025590*  CODE; NOTHING IS REMOVED UNLESS THE WHOLE RUN LOADED        *
025600*--------------------------------------------------------------*
025610 8300-LOAD-DETAIL-STORE.
025620     MOVE 0 TO STAT-DTL-WRITTEN
025630     MOVE 0 TO STAT-DTL-REMOVED
025640     SET STAT-DTL-LOAD-OK TO TRUE
025650     OPEN I-O DETAIL-STORE-FILE
025660     IF STAT-DETAIL-STATUS = "35"
025670         OPEN OUTPUT DETAIL-STORE-FILE
025680         CLOSE DETAIL-STORE-FILE
025690         OPEN I-O DETAIL-STORE-FILE
025700     END-IF
025710     IF STAT-DETAIL-STATUS NOT = "00"
025720         DISPLAY "DTLFILE OPEN FAILED, STATUS "
025730             STAT-DETAIL-STATUS " - DETAIL STORE NOT LOADED"
025740         GO TO 8300-EXIT
025750     END-IF
025760     OPEN INPUT ACCEPTED-FILE
025770     IF STAT-ACCEPTED-STATUS NOT = "00"
025780         DISPLAY "ACCEPTED-FILE OPEN FAILED, STATUS "
025790             STAT-ACCEPTED-STATUS " - DETAIL STORE NOT LOADED"
025800         CLOSE DETAIL-STORE-FILE
025810         GO TO 8300-EXIT
025820     END-IF
025830     PERFORM 8310-STORE-ONE-ACCEPTED THRU 8310-EXIT
025840         UNTIL STAT-EOF
025850     CLOSE ACCEPTED-FILE
025860     SET STAT-NOT-EOF TO TRUE
025870     IF STAT-DTL-LOAD-FAILED
025880         CLOSE DETAIL-STORE-FILE
025890         GO TO 8300-EXIT
025900     END-IF
025910     OPEN INPUT REJECT-FILE
025920     IF STAT-REJECT-STATUS NOT = "00"
025930         DISPLAY "REJECT-FILE OPEN FAILED, STATUS "
025940             STAT-REJECT-STATUS " - DETAIL STORE LOAD INCOMPLETE"
025950         CLOSE DETAIL-STORE-FILE
025960         GO TO 8300-EXIT
025970     END-IF
025980     PERFORM 8320-STORE-ONE-REJECT THRU 8320-EXIT
025990         UNTIL STAT-EOF
026000     CLOSE REJECT-FILE
026010     SET STAT-NOT-EOF TO TRUE
026020     IF STAT-DTL-LOAD-FAILED
026030         CLOSE DETAIL-STORE-FILE
026040         GO TO 8300-EXIT
026050     END-IF
026060     PERFORM 8340-REMOVE-SUPERSEDED THRU 8340-EXIT
026070     CLOSE DETAIL-STORE-FILE
026080     DISPLAY "DETAIL STORE LOADED: " STAT-DTL-WRITTEN
026090         " EARLIER DETAILS REMOVED: " STAT-DTL-REMOVED.
026100 8300-EXIT.
026110     EXIT.
026120*--------------------------------------------------------------*
026130*  8310-STORE-ONE-ACCEPTED - AN ACCEPTED DETAIL, FLAGGED X     *
026140*  WITH THE SAME REASON 8100 GIVES WHEN IT FALLS OUTSIDE THE   *
026150*  NORMAL OPERATING RANGE                                      *
026160*--------------------------------------------------------------*
026170 8310-STORE-ONE-ACCEPTED.
026180     READ ACCEPTED-FILE
026190         AT END
026200             SET STAT-EOF TO TRUE
026210     END-READ
026220     IF STAT-EOF
026230         GO TO 8310-EXIT
026240     END-IF
026250     MOVE ACC-RECORD-NUMBER TO DTL-RECORD-NUMBER
026260     PERFORM 8330-READ-PRIOR-DETAIL THRU 8330-EXIT
026270     MOVE SPACES TO DETAIL-STORE-RECORD
026280     MOVE STAT-BUSINESS-DATE TO DTL-BUSINESS-DATE
026290     MOVE ACC-RECORD-NUMBER TO DTL-RECORD-NUMBER
026300     MOVE ACC-VALUE TO DTL-VALUE
026310     MOVE ACC-CATEGORY TO DTL-CATEGORY
026320     MOVE ACC-SOURCE TO DTL-SOURCE
026330     MOVE 'A' TO DTL-DISPOSITION
026340     IF ACC-VALUE < STAT-THRESHOLD-LOW
026350         MOVE 'X' TO DTL-DISPOSITION
026360         MOVE "LOW1" TO DTL-REASON-CODE
026370         MOVE "VALUE BELOW NORMAL OPERATING RANGE"
026380             TO DTL-REASON-TEXT
026390     END-IF
026400     IF ACC-VALUE > STAT-THRESHOLD-HIGH
026410         MOVE 'X' TO DTL-DISPOSITION
026420         MOVE "HGH1" TO DTL-REASON-CODE
026430         MOVE "VALUE ABOVE NORMAL OPERATING RANGE"
026440             TO DTL-REASON-TEXT
026450     END-IF
026460     MOVE 'N' TO DTL-RECYCLED-FLAG
026470     MOVE 0 TO DTL-RECYCLED-DATE
026480     PERFORM 8350-PUT-DETAIL THRU 8350-EXIT.
026490 8310-EXIT.
026500     EXIT.
026510*--------------------------------------------------------------*
026520*  8320-STORE-ONE-REJECT - A REJECTED DETAIL WITH ITS REASON,  *
026530*  KEEPING THE RECYCLED MARK OF THE SAME REJECT FROM AN        *
026540*  EARLIER RUN OF THE DATE                                     *
026550*--------------------------------------------------------------*
026560 8320-STORE-ONE-REJECT.
026570     READ REJECT-FILE
026580         AT END
026590             SET STAT-EOF TO TRUE
026600     END-READ
026610     IF STAT-EOF
026620         GO TO 8320-EXIT
026630     END-IF
026640     MOVE REJ-RECORD-NUMBER TO DTL-RECORD-NUMBER
026650     PERFORM 8330-READ-PRIOR-DETAIL THRU 8330-EXIT
026660     MOVE SPACES TO DETAIL-STORE-RECORD
026670     MOVE STAT-BUSINESS-DATE TO DTL-BUSINESS-DATE
026680     MOVE REJ-RECORD-NUMBER TO DTL-RECORD-NUMBER
026690     MOVE REJ-RAW-VALUE TO DTL-VALUE-X
026700     MOVE REJ-CATEGORY TO DTL-CATEGORY
026710     MOVE REJ-SOURCE TO DTL-SOURCE
026720     MOVE 'R' TO DTL-DISPOSITION
026730     MOVE REJ-REASON-CODE TO DTL-REASON-CODE
026740     MOVE REJ-REASON-TEXT TO DTL-REASON-TEXT
026750     MOVE STAT-DTL-KEEP-FLAG TO DTL-RECYCLED-FLAG
026760     MOVE STAT-DTL-KEEP-DATE TO DTL-RECYCLED-DATE
026770     PERFORM 8350-PUT-DETAIL THRU 8350-EXIT.
026780 8320-EXIT.
026790     EXIT.
026800*--------------------------------------------------------------*
026810*  8330-READ-PRIOR-DETAIL - NOTE THE RECYCLED MARK OF A REJECT *
026820*  ALREADY STORED UNDER THIS KEY BY AN EARLIER RUN             *
026830*--------------------------------------------------------------*
026840 8330-READ-PRIOR-DETAIL.
026850     MOVE 'N' TO STAT-DTL-KEEP-FLAG
026860     MOVE 0 TO STAT-DTL-KEEP-DATE
026870     MOVE STAT-BUSINESS-DATE TO DTL-BUSINESS-DATE
026880     READ DETAIL-STORE-FILE
026890         INVALID KEY
026900             GO TO 8330-EXIT
026910     END-READ
026920     IF STAT-DETAIL-STATUS NOT = "00"
026930         GO TO 8330-EXIT
026940     END-IF
026950     IF DTL-IS-REJECTED AND DTL-RECYCLED
026960         MOVE 'Y' TO STAT-DTL-KEEP-FLAG
026970         MOVE DTL-RECYCLED-DATE TO STAT-DTL-KEEP-DATE
026980     END-IF.
026990 8330-EXIT.
027000     EXIT.
027010*--------------------------------------------------------------*
027020*  8340-REMOVE-SUPERSEDED - BROWSE THE DATE'S DETAILS AND      *
027030*  DELETE EVERY ONE NOT STAMPED WITH THIS RUN, SO A RERUN      *
027040*  WITH FEWER DETAILS LEAVES NONE OF THE OLD ONES BEHIND       *
027050*--------------------------------------------------------------*
027060 8340-REMOVE-SUPERSEDED.
027070     MOVE STAT-BUSINESS-DATE TO DTL-BUSINESS-DATE
027080     MOVE 0 TO DTL-RECORD-NUMBER
027090     START DETAIL-STORE-FILE KEY >= DTL-KEY
027100         INVALID KEY
027110             GO TO 8340-EXIT
027120     END-START
027130     PERFORM 8345-CHECK-ONE-STORED THRU 8345-EXIT
027140         UNTIL STAT-EOF
027150     SET STAT-NOT-EOF TO TRUE.
027160 8340-EXIT.
027170     EXIT.
027180*--------------------------------------------------------------*
027190*  8345-CHECK-ONE-STORED                                       *
027200*--------------------------------------------------------------*
027210 8345-CHECK-ONE-STORED.
027220     READ DETAIL-STORE-FILE NEXT
027230         AT END
027240             SET STAT-EOF TO TRUE
027250     END-READ
027260     IF STAT-EOF
027270         GO TO 8345-EXIT
027280     END-IF
027290     IF STAT-DETAIL-STATUS NOT = "00"
027300             OR DTL-BUSINESS-DATE NOT = STAT-BUSINESS-DATE
027310         SET STAT-EOF TO TRUE
027320         GO TO 8345-EXIT
027330     END-IF
027340     IF DTL-RUN-DATE = STAT-RUN-DATE
027350             AND DTL-RUN-TIME = STAT-RUN-TIME
027360         GO TO 8345-EXIT
027370     END-IF
027380     DELETE DETAIL-STORE-FILE
027390     IF STAT-DETAIL-STATUS NOT = "00"
027400         DISPLAY "DTLFILE DELETE FAILED, STATUS "
027410             STAT-DETAIL-STATUS
027420         SET STAT-EOF TO TRUE
027430         GO TO 8345-EXIT
027440     END-IF
027450     ADD 1 TO STAT-DTL-REMOVED.
027460 8345-EXIT.
027470     EXIT.
027480*--------------------------------------------------------------*
027490*  8350-PUT-DETAIL - STAMP THE DETAIL WITH THIS RUN AND ADD    *
027500*  IT, OR REPLACE THE EARLIER RUN'S COPY. A FAILED WRITE ENDS  *
027510*  THE LOAD                                                    *
027520*--------------------------------------------------------------*
027530 8350-PUT-DETAIL.
027540     MOVE STAT-RUN-DATE TO DTL-RUN-DATE
027550     MOVE STAT-RUN-TIME TO DTL-RUN-TIME
027560     WRITE DETAIL-STORE-RECORD
027570         INVALID KEY
027580             REWRITE DETAIL-STORE-RECORD
027590     END-WRITE
027600     IF STAT-DETAIL-STATUS NOT = "00"
027610         DISPLAY "DTLFILE WRITE FAILED, STATUS "
027620             STAT-DETAIL-STATUS " - DETAIL STORE LOAD STOPPED"
027630         SET STAT-DTL-LOAD-FAILED TO TRUE
027640         SET STAT-EOF TO TRUE
027650         GO TO 8350-EXIT
027660     END-IF
027670     ADD 1 TO STAT-DTL-WRITTEN.
027680 8350-EXIT.
027690     EXIT.
027700*--------------------------------------------------------------*
027710*  9100-WRITE-RUN-SUMMARY - APPEND THE ONE-LINE RUN SUMMARY     *
027720*  TO THE CONTROL DATASET. A FAILURE HERE FORCES THE FATAL      *
027730*  CONDITION CODE BUT NEVER RE-ENTERS TERMINATION               *
027740*--------------------------------------------------------------*
027750 9100-WRITE-RUN-SUMMARY.
027760     IF STAT-RUN-DATE = 0
027770         ACCEPT STAT-RUN-DATE FROM DATE YYYYMMDD
027780     END-IF
027790     IF STAT-BUSINESS-DATE = 0
027800         MOVE STAT-RUN-DATE TO STAT-BUSINESS-DATE
027810     END-IF
027820     OPEN EXTEND SUMMARY-FILE
027830     IF STAT-SUMMARY-STATUS = "35"
027840         OPEN OUTPUT SUMMARY-FILE
027850     END-IF
027860     IF STAT-SUMMARY-STATUS NOT = "00"
027870         DISPLAY "RUNSUMM OPEN FAILED, STATUS "
027880             STAT-SUMMARY-STATUS
027890         MOVE 16 TO STAT-RETURN-SEVERITY
027900         GO TO 9100-EXIT
027910     END-IF
027920     MOVE SPACES TO SUMMARY-RECORD
027930     MOVE STAT-BUSINESS-DATE TO RUNS-RUN-DATE
027940     ACCEPT RUNS-RUN-TIME FROM TIME
027950     MOVE STAT-INPUT-SOURCE TO RUNS-INPUT-SOURCE
027960     MOVE STAT-RECORDS-ACCEPTED TO RUNS-ACCEPTED
027970     MOVE STAT-RECORDS-REJECTED TO RUNS-REJECTED
027980     MOVE STAT-EXCEPTIONS-COUNT TO RUNS-EXCEPTIONS
027990     MOVE STAT-RUN-OUTCOME TO RUNS-OUTCOME
028000     WRITE SUMMARY-RECORD
028010     CLOSE SUMMARY-FILE.
028020 9100-EXIT.
028030     EXIT.
028040*--------------------------------------------------------------*
028050*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
028060*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
028070*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
028080*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
028090*  CONDITION CODE                                              *
028100*--------------------------------------------------------------*
028110 9900-WRITE-STEP-TIMING.
028120     MOVE "STATPROG" TO STAT-STEP-NAME
028130     OPEN INPUT STEP-NAME-FILE
028140     IF STAT-STEPNAME-STATUS = "00"
028150         READ STEP-NAME-FILE
028160             AT END
028170                 MOVE SPACES TO STEP-NAME-RECORD
028180         END-READ
028190         IF STEP-NAME-RECORD(1:8) NOT = SPACES
028200             MOVE STEP-NAME-RECORD(1:8) TO STAT-STEP-NAME
028210         END-IF
028220         CLOSE STEP-NAME-FILE
028230     END-IF
028240     OPEN EXTEND TIMING-FILE
028250     IF STAT-TIMING-STATUS = "35"
028260         OPEN OUTPUT TIMING-FILE
028270     END-IF
028280     IF STAT-TIMING-STATUS NOT = "00"
028290         DISPLAY "JOBTIME OPEN FAILED, STATUS "
028300             STAT-TIMING-STATUS " - NO TIMING RECORDED"
028310         GO TO 9900-EXIT
028320     END-IF
028330     MOVE SPACES TO TIMING-RECORD
028340     MOVE "STATPROG" TO TIM-PROGRAM
028350     MOVE STAT-STEP-NAME TO TIM-STEP
028360     MOVE STAT-BUSINESS-DATE TO TIM-BUSINESS-DATE
028370     IF TIM-BUSINESS-DATE = 0
028380         MOVE STAT-START-DATE TO TIM-BUSINESS-DATE
028390     END-IF
028400     MOVE STAT-START-DATE TO TIM-START-DATE
028410     MOVE STAT-START-TIME TO TIM-START-TIME
028420     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
028430     ACCEPT TIM-END-TIME FROM TIME
028440     COMPUTE TIM-RECORDS = STAT-RECORDS-ACCEPTED
028450         + STAT-RECORDS-REJECTED
028460     MOVE STAT-RETURN-SEVERITY TO TIM-CONDITION-CODE
028470     WRITE TIMING-RECORD
028480     CLOSE TIMING-FILE.
028490 9900-EXIT.
028500     EXIT.
028510*--------------------------------------------------------------*
028520*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION: WRITE THE   *
028530*  RUN SUMMARY AND THE STEP TIMING RECORD, THEN SET THE STEP   *
028540*  CONDITION CODE                                              *
028550*--------------------------------------------------------------*
028560 9999-EXIT.
028570     PERFORM 9100-WRITE-RUN-SUMMARY THRU 9100-EXIT
028580     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
028590     MOVE STAT-RETURN-SEVERITY TO RETURN-CODE
028600     STOP RUN.
