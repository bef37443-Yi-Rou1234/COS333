000180*                                                              *
000190*  CONDITION CODES: 0 CLEAN, 4 COMPLETED WITH UNINTERPRETED    *
000200*  LINES, 8 A FEED'S OWN COUNT DID NOT MATCH THE DETAILS       *
000202*  STAGED FOR IT, 12 ONE OR MORE FEEDS HELD BACK AS            *
000204*  DUPLICATES OR FROM AN OFFICE NOT ACTIVE ON THE SOURCE       *
000206*  MASTER (WHEN EVERY FEED IS HELD NO EXTRACT IS PUBLISHED     *
000208*  BUT THE STAGING REPORT AND TOTALS ARE STILL PRODUCED),      *
000210*  16 FATAL - NO EXTRACT PUBLISHED (INCLUDING A BUSINESS       *
000212*  DATE THE BUSINESS CALENDAR MARKS AS A HOLIDAY OR            *
000214*  NON-BUSINESS DAY).                                          *
000220*--------------------------------------------------------------*
000230*  MODIFICATION HISTORY                                        *
000240*--------------------------------------------------------------*
000520*                  INTERPRETED INSTEAD OF VANISHING, THE       *
000530*                  SAME QUIET-MISREAD RULE THE 08/22 CHANGE    *
000540*                  SET FOR DATA LINES.                         *
000541*  10/15/2026 JH   THE BUSINESS DATE IS LOOKED UP ON THE       *
000542*                  BUSINESS CALENDAR (BUSCAL, MAINTAINED BY    *
000543*                  STATCAL). A HOLIDAY OR NON-BUSINESS DAY IS  *
000544*                  REFUSED - CC 16, NO EXTRACT - SO A FEED     *
000545*                  CANNOT BE STAGED UNDER A DATE NOTHING IS    *
000546*                  EXPECTED FOR. A DATE NOT YET ON THE         *
000547*                  CALENDAR, OR NO CALENDAR AT ALL, IS NOTED   *
000548*                  ON THE REPORT AND STAGED AS BEFORE.         *
000549*  10/15/2026 JH   EVERY FEED STAGED IS REGISTERED ON THE FEED *
000550*                  REGISTRY KSDS (FEEDREG - SOURCE, BUSINESS   *
000551*                  DATE, DECLARED AND STAGED COUNTS, VALUE     *
000552*                  HASH). A FEED WHOSE SOURCE WAS ALREADY      *
000553*                  STAGED FOR THE BUSINESS DATE, OR WHOSE      *
000554*                  COUNT AND HASH MATCH A FEED FROM THE SAME   *
000555*                  OFFICE IN THE PRECEDING 7 DAYS, IS HELD OUT *
000556*                  OF THE EXTRACT AND LISTED - CC 12 - UNLESS  *
000557*                  A FEEDREL CARD RELEASES IT. DTLWORK CARRIES *
000558*                  EACH DETAIL'S FEED NUMBER (LRECL 13).       *
000559*  10/15/2026 JH   EACH RUN APPENDS A START/END TIMING RECORD  *
000560*                  (PROGRAM, STEP, BUSINESS DATE, START AND    *
000561*                  END TIMESTAMPS, RECORDS PROCESSED,          *
000562*                  CONDITION CODE) TO THE SHARED JOB-TIMING    *
000563*                  DATASET (JOBTIME) FOR THE STATTIME BATCH-   *
000564*                  WINDOW REPORT. THE STEP NAME COMES FROM THE *
000565*                  ONE-CARD STEPNAME DD.                       *
000566*  10/15/2026 JH   EVERY FEED'S SOURCE CODE IS CHECKED AGAINST *
000567*                  THE SOURCE-OFFICE MASTER (SRCREF,           *
000568*                  MAINTAINED BY STATSRC). A CODE NOT ON THE   *
000569*                  MASTER, OR AN OFFICE MARKED INACTIVE, IS    *
000570*                  HELD LIKE A DUPLICATE - CC 12 - UNLESS A    *
000571*                  FEEDREL CARD RELEASES IT, AND IS REGISTERED *
000572*                  WITH REASON U OR I. NO MASTER AT ALL IS     *
000573*                  NOTED AND NOTHING IS HELD FOR IT.           *
000574*  10/15/2026 JH   WHEN EVERY FEED IS HELD THE RUN NO LONGER   *
000575*                  STOPS SHORT AT CC 16: THE FEED REGISTRY,    *
000576*                  STAGING TOTALS AND CONDITION CODE ARE       *
000577*                  PRODUCED AS FOR ANY HELD FEED - CC 12 - AND *
000578*                  ONLY THE EXTRACT IS NOT WRITTEN. THE        *
000579*                  DUPLICATE WINDOW AND MASTER CAPACITY MOVE   *
000580*                  TO A CONTROL LIMITS BLOCK AT THE TOP OF     *
000581*                  WORKING-STORAGE, AND THE DUPLICATE, SOURCE- *
000582*                  MASTER AND MASTER-LOAD PARAGRAPHS ARE BACK  *
000583*                  IN NUMBER ORDER.                            *
000584*--------------------------------------------------------------*
000585 ENVIRONMENT DIVISION.
000586 CONFIGURATION SECTION.
000587 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT RAW-FEED-FILE ASSIGN TO "RAWFEED"
000610         ORGANIZATION IS LINE SEQUENTIAL
000760     SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS PREP-BUSDATE-STATUS.
000781
000782     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000783         ORGANIZATION IS LINE SEQUENTIAL
000784         FILE STATUS IS PREP-CALENDAR-STATUS.
000785
000786     SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
000787         ORGANIZATION IS INDEXED
000788         ACCESS MODE IS DYNAMIC
000789         RECORD KEY IS FREG-KEY
000790         FILE STATUS IS PREP-REGISTRY-STATUS.
000791
000792     SELECT RELEASE-FILE ASSIGN TO "FEEDREL"
000793         ORGANIZATION IS LINE SEQUENTIAL
000794         FILE STATUS IS PREP-RELEASE-STATUS.
000795
000796     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000797         ORGANIZATION IS LINE SEQUENTIAL
000798         FILE STATUS IS PREP-TIMING-STATUS.
000799
000800     SELECT STEP-NAME-FILE ASSIGN TO "STEPNAME"
000801         ORGANIZATION IS LINE SEQUENTIAL
000802         FILE STATUS IS PREP-STEPNAME-STATUS.
000803
000804     SELECT SOURCE-FILE ASSIGN TO "SRCREF"
000805         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS PREP-SOURCE-STATUS.
000807 DATA DIVISION.
000808 FILE SECTION.
000810*--------------------------------------------------------------*
000820*  RAW-FEED-FILE - FREE-FORM UPSTREAM LINES                    *
000830*--------------------------------------------------------------*
000960         SIGN IS LEADING SEPARATE CHARACTER.
000970     05  WRK-CATEGORY           PIC X(02).
000980     05  WRK-SOURCE             PIC X(02).
000985     05  WRK-SRC-IX             PIC 9(02).
000990*--------------------------------------------------------------*
001000*  EXTRACT-FILE - THE H/D/T GROUP THE STATISTICS JOB READS     *
001010*--------------------------------------------------------------*
001340     05  BUSD-DATE              PIC X(08).
001350     05  BUSD-DATE-NUM REDEFINES BUSD-DATE
001360                                PIC 9(08).
001361*--------------------------------------------------------------*
001362*  CALENDAR-FILE - THE BUSINESS CALENDAR MAINTAINED BY         *
001363*  STATCAL, ONE RECORD PER CALENDAR DATE IN DATE ORDER         *
001364*--------------------------------------------------------------*
001365 FD  CALENDAR-FILE
001366     RECORDING MODE IS F.
001367 01  CALENDAR-RECORD.
001368     05  CAL-DATE               PIC 9(08).
001369     05  FILLER                 PIC X(01).
001370     05  CAL-DAY-TYPE           PIC X(01).
001371         88  CAL-BUSINESS-DAY             VALUE 'B'.
001372         88  CAL-HOLIDAY                  VALUE 'H'.
001373     05  FILLER                 PIC X(01).
001374     05  CAL-PERIOD-END         PIC X(01).
001375     05  FILLER                 PIC X(01).
001376     05  CAL-DESCRIPTION        PIC X(20).
001377*--------------------------------------------------------------*
001378*  FEED-REGISTRY-FILE - ONE RECORD PER OFFICE FEED PER         *
001379*  BUSINESS DATE, KEYED ON SOURCE CODE PLUS BUSINESS DATE:     *
001380*  WHAT THE FEED DECLARED, WHAT WAS STAGED FROM IT, ITS VALUE  *
001381*  HASH, WHEN IT WAS STAGED, AND ITS DISPOSITION (S STAGED,    *
001382*  H HELD, R RELEASED) WITH THE REASON (D SOURCE AND DATE      *
001383*  ALREADY STAGED, C SAME COUNT AND HASH, U NOT ON THE SOURCE  *
001384*  MASTER, I OFFICE INACTIVE) AND THE DATE IT DUPLICATES       *
001385*--------------------------------------------------------------*
001386 FD  FEED-REGISTRY-FILE
001387     RECORDING MODE IS F.
001388 01  FEED-REGISTRY-RECORD.
001389     05  FREG-KEY.
001390         10  FREG-SOURCE        PIC X(02).
001391         10  FILLER             PIC X(01).
001392         10  FREG-BUSINESS-DATE PIC 9(08).
001393     05  FILLER                 PIC X(01).
001394     05  FREG-DECLARED-COUNT    PIC 9(07).
001395     05  FILLER                 PIC X(01).
001396     05  FREG-HAS-DECLARED      PIC X(01).
001397     05  FILLER                 PIC X(01).
001398     05  FREG-STAGED-COUNT      PIC 9(07).
001399     05  FILLER                 PIC X(01).
001400     05  FREG-HASH-TOTAL        PIC S9(11)
001401         SIGN IS LEADING SEPARATE CHARACTER.
001402     05  FILLER                 PIC X(01).
001403     05  FREG-STAGE-DATE        PIC 9(08).
001404     05  FILLER                 PIC X(01).
001405     05  FREG-STAGE-TIME        PIC 9(08).
001406     05  FILLER                 PIC X(01).
001407     05  FREG-DISPOSITION       PIC X(01).
001408         88  FREG-HELD                    VALUE 'H'.
001409     05  FILLER                 PIC X(01).
001410     05  FREG-DUP-REASON        PIC X(01).
001411     05  FILLER                 PIC X(01).
001412     05  FREG-DUP-OF-DATE       PIC 9(08).
001413*--------------------------------------------------------------*
001414*  RELEASE-FILE - OPTIONAL CARDS RELEASING A FEED THAT WOULD   *
001415*  OTHERWISE BE HELD AS A DUPLICATE: "RELEASE XX" NAMES THE    *
001416*  SOURCE; "RELEASE" ALONE NAMES THE BLANK-CODED FEED          *
001417*--------------------------------------------------------------*
001418 FD  RELEASE-FILE
001419     RECORDING MODE IS F.
001420 01  RELEASE-RECORD             PIC X(80).
001421*--------------------------------------------------------------*
001422*  TIMING-FILE - THE SHARED JOB-TIMING DATASET: ONE RECORD     *
001423*  PER STEP, APPENDED AS THE STEP ENDS                         *
001424*--------------------------------------------------------------*
001425 FD  TIMING-FILE
001426     RECORDING MODE IS F.
001427 01  TIMING-RECORD.
001428     05  TIM-PROGRAM            PIC X(08).
001429     05  FILLER                 PIC X(01).
001430     05  TIM-STEP               PIC X(08).
001431     05  FILLER                 PIC X(01).
001432     05  TIM-BUSINESS-DATE      PIC 9(08).
001433     05  FILLER                 PIC X(01).
001434     05  TIM-START-DATE         PIC 9(08).
001435     05  TIM-START-TIME         PIC 9(08).
001436     05  FILLER                 PIC X(01).
001437     05  TIM-END-DATE           PIC 9(08).
001438     05  TIM-END-TIME           PIC 9(08).
001439     05  FILLER                 PIC X(01).
001440     05  TIM-RECORDS            PIC 9(09).
001441     05  FILLER                 PIC X(01).
001442     05  TIM-CONDITION-CODE     PIC 9(04).
001443*--------------------------------------------------------------*
001444*  STEP-NAME-FILE - ONE CARD NAMING THE JCL STEP               *
001445*--------------------------------------------------------------*
001446 FD  STEP-NAME-FILE
001447     RECORDING MODE IS F.
001448 01  STEP-NAME-RECORD           PIC X(80).
001449*--------------------------------------------------------------*
001450*  SOURCE-FILE - THE SOURCE-OFFICE MASTER: CODE, OFFICE NAME,  *
001451*  ACTIVE FLAG (A ACTIVE, I INACTIVE) AND CONTACT              *
001452*--------------------------------------------------------------*
001453 FD  SOURCE-FILE
001454     RECORDING MODE IS F.
001455 01  SOURCE-RECORD.
001456     05  SRC-CODE               PIC X(02).
001457     05  FILLER                 PIC X(01).
001458     05  SRC-NAME               PIC X(20).
001459     05  FILLER                 PIC X(01).
001460     05  SRC-ACTIVE-FLAG        PIC X(01).
001461     05  FILLER                 PIC X(01).
001462     05  SRC-CONTACT            PIC X(30).
001463 WORKING-STORAGE SECTION.
001464*--------------------------------------------------------------*
001465*  CONTROL LIMITS - HOW MANY DAYS BACK A COUNT AND HASH MATCH  *
001466*  STILL COUNTS AS A RESENT FEED, AND THE MOST OFFICES THE     *
001467*  SOURCE-OFFICE MASTER TABLE HOLDS                            *
001468*--------------------------------------------------------------*
001469 77  PREP-DUP-WINDOW            PIC 9(03) VALUE 7.
001470 77  PREP-MASTER-MAX            PIC 9(02) VALUE 99.
001471*--------------------------------------------------------------*
001472*  STANDARD SWITCHES                                           *
001473*--------------------------------------------------------------*
001474 01  PREP-SWITCHES.
001475     05  PREP-EOF-SWITCH        PIC X(01) VALUE 'N'.
001476         88  PREP-EOF                     VALUE 'Y'.
001477         88  PREP-NOT-EOF                 VALUE 'N'.
001478     05  PREP-LINE-SWITCH       PIC X(01) VALUE 'Y'.
001479         88  PREP-LINE-GOOD               VALUE 'Y'.
001480         88  PREP-LINE-BAD                VALUE 'N'.
001481     05  PREP-CAL-SWITCH        PIC X(01) VALUE 'N'.
001482         88  PREP-CAL-DONE                VALUE 'Y'.
001483         88  PREP-CAL-NOT-DONE            VALUE 'N'.
001484     05  PREP-REG-SWITCH        PIC X(01) VALUE 'N'.
001485         88  PREP-REG-DONE                VALUE 'Y'.
001486         88  PREP-REG-NOT-DONE            VALUE 'N'.
001487     05  PREP-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001488         88  PREP-FOUND                   VALUE 'Y'.
001489         88  PREP-NOT-FOUND               VALUE 'N'.
001490     05  PREP-MASTER-SWITCH     PIC X(01) VALUE 'N'.
001491         88  PREP-MASTER-LOADED           VALUE 'Y'.
001492         88  PREP-NO-MASTER               VALUE 'N'.
001493*--------------------------------------------------------------*
001494*  FILE STATUS CODES                                           *
001500*--------------------------------------------------------------*
001510 01  PREP-FILE-STATUSES.
001520     05  PREP-RAW-STATUS        PIC X(02).
001540     05  PREP-EXTRACT-STATUS    PIC X(02).
001550     05  PREP-REPORT-STATUS     PIC X(02).
001560     05  PREP-BUSDATE-STATUS    PIC X(02).
001561     05  PREP-CALENDAR-STATUS   PIC X(02).
001562     05  PREP-REGISTRY-STATUS   PIC X(02).
001563     05  PREP-RELEASE-STATUS    PIC X(02).
001564     05  PREP-TIMING-STATUS     PIC X(02).
001565     05  PREP-STEPNAME-STATUS   PIC X(02).
001566     05  PREP-SOURCE-STATUS     PIC X(02).
001570*--------------------------------------------------------------*
001580*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001590*  ONLY WHEN THE STAGING RUN COMPLETES                         *
001600*--------------------------------------------------------------*
001610 01  PREP-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001611*--------------------------------------------------------------*
001612*  STEP TIMING - WHEN THE STEP STARTED AND ITS JCL STEP NAME   *
001613*--------------------------------------------------------------*
001614 01  PREP-START-DATE            PIC 9(08) VALUE 0.
001615 01  PREP-START-TIME            PIC 9(08) VALUE 0.
001616 01  PREP-STEP-NAME             PIC X(08) VALUE SPACES.
001620*--------------------------------------------------------------*
001630*  RUN COUNTERS                                                *
001640*--------------------------------------------------------------*
001670 01  PREP-DETAILS-WRITTEN       PIC 9(07) COMP VALUE 0.
001680 01  PREP-ERROR-LINES           PIC 9(07) COMP VALUE 0.
001690 01  PREP-HASH-TOTAL            PIC S9(11) COMP VALUE 0.
001693 01  PREP-FEEDS-HELD            PIC 9(03) COMP VALUE 0.
001696 01  PREP-FEEDS-RELEASED        PIC 9(03) COMP VALUE 0.
001700*--------------------------------------------------------------*
001710*  LINE PARSING WORK AREA - TWO TOKENS, EACH VIEWED AS A       *
001720*  CHARACTER TABLE FOR THE SIGN/DIGIT SCAN                     *
002140 01  PREP-DECL-SEEN             PIC X(01) VALUE 'N'.
002150 01  PREP-MISMATCH-COUNT        PIC 9(03) COMP VALUE 0.
002160*--------------------------------------------------------------*
002161*  DUPLICATE-FEED DETECTION - EACH FEED'S OWN VALUE HASH, ITS  *
002162*  DISPOSITION (S STAGED, H HELD, R RELEASED), WHY IT IS HELD  *
002163*  (D SAME DATE, C SAME COUNT AND HASH, U NOT ON THE SOURCE    *
002164*  MASTER, I OFFICE INACTIVE) AND THE DATE IT DUPLICATES; AND  *
002165*  THE SOURCES RELEASED BY FEEDREL CARDS                       *
002166*--------------------------------------------------------------*
002167 01  PREP-SRC-HASH OCCURS 1 TO 20 TIMES
002168         DEPENDING ON PREP-SOURCE-COUNT PIC S9(11) COMP.
002169 01  PREP-SRC-DISP OCCURS 1 TO 20 TIMES
002170         DEPENDING ON PREP-SOURCE-COUNT PIC X(01).
002171 01  PREP-SRC-DUP-REASON OCCURS 1 TO 20 TIMES
002172         DEPENDING ON PREP-SOURCE-COUNT PIC X(01).
002173 01  PREP-SRC-DUP-DATE OCCURS 1 TO 20 TIMES
002174         DEPENDING ON PREP-SOURCE-COUNT PIC 9(08).
002175 01  PREP-CHECK-IX              PIC 9(02) COMP VALUE 0.
002176 01  PREP-RELEASE-COUNT         PIC 9(02) COMP VALUE 0.
002177 01  PREP-REL-CODE OCCURS 1 TO 20 TIMES
002178         DEPENDING ON PREP-RELEASE-COUNT PIC X(02).
002179 01  PREP-REL-IX                PIC 9(02) COMP VALUE 0.
002180 01  PREP-RELEASE-SWITCH        PIC X(01) VALUE 'N'.
002181 01  PREP-WINDOW-DAYS           PIC 9(07) COMP VALUE 0.
002182 01  PREP-WINDOW-DATE           PIC 9(08) VALUE 0.
002183 01  PREP-RUN-TIME              PIC 9(08) VALUE 0.
002184*--------------------------------------------------------------*
002185*  SOURCE-OFFICE MASTER - EVERY CODE ON SRCREF WITH ITS ACTIVE *
002186*  FLAG. A FEED WHOSE CODE IS NOT HERE (REASON U) OR WHOSE     *
002187*  OFFICE IS INACTIVE (REASON I) IS HELD LIKE A DUPLICATE      *
002188*--------------------------------------------------------------*
002189 01  PREP-MASTER-COUNT          PIC 9(02) COMP VALUE 0.
002190 01  PREP-MST-CODE OCCURS 1 TO 99 TIMES
002191         DEPENDING ON PREP-MASTER-COUNT PIC X(02).
002192 01  PREP-MST-FLAG OCCURS 1 TO 99 TIMES
002193         DEPENDING ON PREP-MASTER-COUNT PIC X(01).
002194 01  PREP-MST-IX                PIC 9(02) COMP VALUE 0.
002195*--------------------------------------------------------------*
002196*  REPORT WORK FIELDS                                          *
002197*--------------------------------------------------------------*
002198 01  PREP-RUN-DATE              PIC 9(08).
002200 01  PREP-BUSINESS-DATE         PIC 9(08) VALUE 0.
002205 01  PREP-DAY-LABEL             PIC X(16).
002210 01  PREP-REPORT-LINE           PIC X(80).
002220 01  PREP-EDIT-FIELDS.
002230     05  PREP-ED-RUN-DATE       PIC 9999/99/99.
002260     05  PREP-ED-LINE-NO        PIC ZZZZZZ9.
002270     05  PREP-ED-COUNT-2        PIC ZZZZZZ9.
002280     05  PREP-ED-COUNT-3        PIC ZZZZZZ9.
002282     05  PREP-ED-DUP-DATE       PIC 9999/99/99.
002284     05  PREP-ED-HASH           PIC -ZZZZZZZZZZ9.
002286 01  PREP-DUP-TEXT              PIC X(30).
002290 PROCEDURE DIVISION.
002300*--------------------------------------------------------------*
002310*  0000-MAINLINE                                               *
002320*--------------------------------------------------------------*
002330 0000-MAINLINE.
002333     ACCEPT PREP-START-DATE FROM DATE YYYYMMDD
002336     ACCEPT PREP-START-TIME FROM TIME
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     PERFORM 2000-STAGE-RAW-LINES THRU 2000-EXIT
002355     PERFORM 2700-CHECK-DUPLICATE-FEEDS THRU 2700-EXIT
002360     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
002365     PERFORM 3500-UPDATE-FEED-REGISTRY THRU 3500-EXIT
002370     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
002372     IF PREP-FEEDS-HELD > 0
002374         MOVE 12 TO PREP-RETURN-SEVERITY
002376     ELSE
002380     IF PREP-MISMATCH-COUNT > 0
002390         MOVE 8 TO PREP-RETURN-SEVERITY
002400     ELSE
002440         MOVE 0 TO PREP-RETURN-SEVERITY
002450     END-IF
002460     END-IF
002465     END-IF
002470     CLOSE REPORT-FILE
002480     DISPLAY "STATPREP COMPLETE - DETAILS OUT: "
002490         PREP-DETAILS-WRITTEN
002500         " ERROR LINES: " PREP-ERROR-LINES
002505         " FEEDS HELD: " PREP-FEEDS-HELD
002510     GO TO 9999-EXIT.
002520*--------------------------------------------------------------*
002530*  1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADING   *
002720         GO TO 9999-EXIT
002730     END-IF
002740     ACCEPT PREP-RUN-DATE FROM DATE YYYYMMDD
002745     ACCEPT PREP-RUN-TIME FROM TIME
002750     PERFORM 1100-LOAD-BUSINESS-DATE THRU 1100-EXIT
002760     MOVE PREP-RUN-DATE TO PREP-ED-RUN-DATE
002770     MOVE SPACES TO PREP-REPORT-LINE
002850         PREP-ED-BUS-DATE DELIMITED BY SIZE
002860         INTO PREP-REPORT-LINE
002870     WRITE REPORT-LINE FROM PREP-REPORT-LINE
002873     PERFORM 1200-CHECK-BUSINESS-CALENDAR THRU 1200-EXIT
002876     PERFORM 1300-LOAD-SOURCE-MASTER THRU 1300-EXIT
002880     MOVE SPACES TO REPORT-LINE
002890     WRITE REPORT-LINE.
002900 1000-EXIT.
003110     END-READ
003120     CLOSE BUSINESS-DATE-FILE.
003130 1100-EXIT.
003131     EXIT.
003132*--------------------------------------------------------------*
003133*  1200-CHECK-BUSINESS-CALENDAR - THE BUSINESS DATE MUST BE A  *
003134*  BUSINESS DAY ON THE CALENDAR; A HOLIDAY OR NON-BUSINESS DAY *
003135*  IS REFUSED BEFORE ANYTHING IS STAGED. A DATE BEYOND THE     *
003136*  CALENDAR (NEXT YEAR NOT YET GENERATED) OR A MISSING         *
003137*  CALENDAR IS NOTED AND NOT HELD AGAINST THE FEED             *
003138*--------------------------------------------------------------*
003139 1200-CHECK-BUSINESS-CALENDAR.
003140     OPEN INPUT CALENDAR-FILE
003141     IF PREP-CALENDAR-STATUS = "35"
003142         MOVE SPACES TO PREP-REPORT-LINE
003143         STRING "NO BUSINESS CALENDAR - BUSINESS DATE NOT CHECKED"
003144             DELIMITED BY SIZE
003145             INTO PREP-REPORT-LINE
003146         WRITE REPORT-LINE FROM PREP-REPORT-LINE
003147         GO TO 1200-EXIT
003148     END-IF
003149     IF PREP-CALENDAR-STATUS NOT = "00"
003150         DISPLAY "BUSCAL OPEN FAILED, STATUS "
003151             PREP-CALENDAR-STATUS
003152         GO TO 9999-EXIT
003153     END-IF
003154     MOVE 0 TO CAL-DATE
003155     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
003156         UNTIL PREP-CAL-DONE
003157     CLOSE CALENDAR-FILE
003158     IF CAL-DATE NOT = PREP-BUSINESS-DATE
003159         MOVE SPACES TO PREP-REPORT-LINE
003160         STRING "BUSINESS DATE IS NOT ON THE BUSINESS CALENDAR"
003161             DELIMITED BY SIZE
003162             " - NOT CHECKED" DELIMITED BY SIZE
003163             INTO PREP-REPORT-LINE
003164         WRITE REPORT-LINE FROM PREP-REPORT-LINE
003165         GO TO 1200-EXIT
003166     END-IF
003167     IF CAL-BUSINESS-DAY
003168         GO TO 1200-EXIT
003169     END-IF
003170     MOVE "NON-BUSINESS DAY" TO PREP-DAY-LABEL
003171     IF CAL-HOLIDAY
003172         MOVE "HOLIDAY" TO PREP-DAY-LABEL
003173     END-IF
003174     MOVE SPACES TO PREP-REPORT-LINE
003175     STRING "BUSINESS DATE REFUSED - IT IS A "
003176         DELIMITED BY SIZE
003177         PREP-DAY-LABEL DELIMITED BY "  "
003178         ": " DELIMITED BY SIZE
003179         CAL-DESCRIPTION DELIMITED BY SIZE
003180         INTO PREP-REPORT-LINE
003181     WRITE REPORT-LINE FROM PREP-REPORT-LINE
003182     MOVE SPACES TO PREP-REPORT-LINE
003183     STRING "NO EXTRACT PUBLISHED - SUPPLY THE FEED'S REAL "
003184         DELIMITED BY SIZE
003185         "BUSINESS DATE ON A BUSDATE CARD" DELIMITED BY SIZE
003186         INTO PREP-REPORT-LINE
003187     WRITE REPORT-LINE FROM PREP-REPORT-LINE
003188     DISPLAY "STATPREP BUSINESS DATE " PREP-BUSINESS-DATE
003189         " IS NOT A BUSINESS DAY - NOT STAGED"
003190     GO TO 9999-EXIT.
003191 1200-EXIT.
003192     EXIT.
003193*--------------------------------------------------------------*
003194*  1210-READ-CALENDAR - ADVANCE TO THE BUSINESS DATE OR THE    *
003195*  FIRST DATE PAST IT                                          *
003196*--------------------------------------------------------------*
003197 1210-READ-CALENDAR.
003198     READ CALENDAR-FILE
003199         AT END
003200             MOVE 0 TO CAL-DATE
003201             SET PREP-CAL-DONE TO TRUE
003202             GO TO 1210-EXIT
003203     END-READ
003204     IF CAL-DATE NOT < PREP-BUSINESS-DATE
003205         SET PREP-CAL-DONE TO TRUE
003206     END-IF.
003207 1210-EXIT.
003208     EXIT.
003209*--------------------------------------------------------------*
003210*  1300-LOAD-SOURCE-MASTER - TABLE EVERY SOURCE CODE ON THE    *
003211*  SOURCE-OFFICE MASTER WITH ITS ACTIVE FLAG. NO MASTER, OR AN *
003212*  EMPTY ONE, IS NOTED AND NO FEED IS HELD FOR ITS SOURCE CODE *
003213*--------------------------------------------------------------*
003214 1300-LOAD-SOURCE-MASTER.
003215     OPEN INPUT SOURCE-FILE
003216     IF PREP-SOURCE-STATUS NOT = "35"
003217         IF PREP-SOURCE-STATUS NOT = "00"
003218             DISPLAY "SRCREF OPEN FAILED, STATUS "
003219                 PREP-SOURCE-STATUS
003220             GO TO 9999-EXIT
003221         END-IF
003222         PERFORM 1310-LOAD-ONE-SOURCE THRU 1310-EXIT
003223             UNTIL PREP-EOF
003224         CLOSE SOURCE-FILE
003225         SET PREP-NOT-EOF TO TRUE
003226     END-IF
003227     IF PREP-MASTER-COUNT > 0
003228         SET PREP-MASTER-LOADED TO TRUE
003229         GO TO 1300-EXIT
003230     END-IF
003231     MOVE SPACES TO PREP-REPORT-LINE
003232     STRING "NO SOURCE MASTER - SOURCE CODES NOT CHECKED"
003233         DELIMITED BY SIZE
003234         INTO PREP-REPORT-LINE
003235     WRITE REPORT-LINE FROM PREP-REPORT-LINE.
003236 1300-EXIT.
003237     EXIT.
003238*--------------------------------------------------------------*
003239*  1310-LOAD-ONE-SOURCE                                        *
003240*--------------------------------------------------------------*
003241 1310-LOAD-ONE-SOURCE.
003242     READ SOURCE-FILE
003243         AT END
003244             SET PREP-EOF TO TRUE
003245     END-READ
003246     IF PREP-EOF OR SOURCE-RECORD = SPACES
003247         GO TO 1310-EXIT
003248     END-IF
003249     IF PREP-MASTER-COUNT >= PREP-MASTER-MAX
003250         DISPLAY "SRCREF HAS MORE THAN 99 SOURCE OFFICES"
003251         GO TO 9999-EXIT
003252     END-IF
003253     ADD 1 TO PREP-MASTER-COUNT
003254     MOVE SRC-CODE TO PREP-MST-CODE(PREP-MASTER-COUNT)
003255     MOVE SRC-ACTIVE-FLAG TO PREP-MST-FLAG(PREP-MASTER-COUNT).
003256 1310-EXIT.
003257     EXIT.
003258*--------------------------------------------------------------*
003259*  2000-STAGE-RAW-LINES - READ AND NORMALIZE EVERY FEED LINE   *
003260*--------------------------------------------------------------*
003261 2000-STAGE-RAW-LINES.
003262     PERFORM 2100-STAGE-ONE-LINE THRU 2100-EXIT
003263         UNTIL PREP-EOF
003264     PERFORM 2500-CLOSE-OUT-SOURCE THRU 2500-EXIT
003265     CLOSE RAW-FEED-FILE
003266     CLOSE DETAIL-WORK-FILE
003267     SET PREP-NOT-EOF TO TRUE.
003268 2000-EXIT.
003269     EXIT.
003270*--------------------------------------------------------------*
003280*  2100-STAGE-ONE-LINE - TOKENIZE ONE LINE, VET THE CATEGORY   *
003290*  AND VALUE, AND WRITE THE NORMALIZED DETAIL TO THE WORK      *
003870         WRITE REPORT-LINE FROM PREP-REPORT-LINE
003880         GO TO 2100-EXIT
003890     END-IF
003895     PERFORM 2400-ENSURE-SOURCE-ENTRY THRU 2400-EXIT
003900     MOVE SPACES TO DETAIL-WORK-RECORD
003910     MOVE 'D' TO WRK-TYPE
003920     MOVE PREP-BUILT-VALUE TO WRK-VALUE
003930     MOVE PREP-CATEGORY-CODE TO WRK-CATEGORY
003940     MOVE PREP-CURRENT-SOURCE TO WRK-SOURCE
003945     MOVE PREP-CUR-SRC-IX TO WRK-SRC-IX
003950     WRITE DETAIL-WORK-RECORD
003970     ADD 1 TO PREP-SRC-STAGED(PREP-CUR-SRC-IX)
003975     ADD PREP-BUILT-VALUE TO PREP-SRC-HASH(PREP-CUR-SRC-IX)
003980     ADD 1 TO PREP-DETAILS-WRITTEN
003990     ADD PREP-BUILT-VALUE TO PREP-HASH-TOTAL.
004000 2100-EXIT.
004330     MOVE 0 TO PREP-SRC-ERRORS(PREP-SOURCE-COUNT)
004340     MOVE PREP-DECL-COUNT TO PREP-SRC-DECLARED(PREP-SOURCE-COUNT)
004350     MOVE PREP-DECL-SEEN TO PREP-SRC-HAS-DECL(PREP-SOURCE-COUNT)
004352     MOVE 0 TO PREP-SRC-HASH(PREP-SOURCE-COUNT)
004354     MOVE 'S' TO PREP-SRC-DISP(PREP-SOURCE-COUNT)
004356     MOVE SPACE TO PREP-SRC-DUP-REASON(PREP-SOURCE-COUNT)
004358     MOVE 0 TO PREP-SRC-DUP-DATE(PREP-SOURCE-COUNT)
004360     MOVE PREP-SOURCE-COUNT TO PREP-CUR-SRC-IX.
004370 2150-EXIT.
004380     EXIT.
004870     MOVE 0 TO PREP-SRC-ERRORS(PREP-SOURCE-COUNT)
004880     MOVE 0 TO PREP-SRC-DECLARED(PREP-SOURCE-COUNT)
004890     MOVE 'N' TO PREP-SRC-HAS-DECL(PREP-SOURCE-COUNT)
004892     MOVE 0 TO PREP-SRC-HASH(PREP-SOURCE-COUNT)
004894     MOVE 'S' TO PREP-SRC-DISP(PREP-SOURCE-COUNT)
004896     MOVE SPACE TO PREP-SRC-DUP-REASON(PREP-SOURCE-COUNT)
004898     MOVE 0 TO PREP-SRC-DUP-DATE(PREP-SOURCE-COUNT)
004900     MOVE PREP-SOURCE-COUNT TO PREP-CUR-SRC-IX.
004910 2400-EXIT.
004920     EXIT.
005820 2300-EXIT.
005830     EXIT.
005840*--------------------------------------------------------------*
005841*  2700-CHECK-DUPLICATE-FEEDS - EACH FEED STAGED IS CHECKED    *
005842*  AGAINST THE FEED REGISTRY AND THE FEEDS AHEAD OF IT IN THIS *
005843*  RUN. A DUPLICATE NOT RELEASED BY A FEEDREL CARD IS HELD:    *
005844*  ITS DETAILS ARE LEFT OFF THE EXTRACT AND TAKEN OUT OF THE   *
005845*  HEADER COUNT AND TRAILER HASH                               *
005846*--------------------------------------------------------------*
005847 2700-CHECK-DUPLICATE-FEEDS.
005848     OPEN I-O FEED-REGISTRY-FILE
005849     IF PREP-REGISTRY-STATUS = "35"
005850         OPEN OUTPUT FEED-REGISTRY-FILE
005851         CLOSE FEED-REGISTRY-FILE
005852         OPEN I-O FEED-REGISTRY-FILE
005853     END-IF
005854     IF PREP-REGISTRY-STATUS NOT = "00"
005855         DISPLAY "FEEDREG OPEN FAILED, STATUS "
005856             PREP-REGISTRY-STATUS
005857         GO TO 9999-EXIT
005858     END-IF
005859     PERFORM 2750-LOAD-RELEASE-CARDS THRU 2750-EXIT
005860     PERFORM 2800-CHECK-ONE-FEED THRU 2800-EXIT
005861         VARYING PREP-SRC-IX FROM 1 BY 1
005862         UNTIL PREP-SRC-IX > PREP-SOURCE-COUNT.
005863 2700-EXIT.
005864     EXIT.
005865*--------------------------------------------------------------*
005866*  2750-LOAD-RELEASE-CARDS - TABLE THE SOURCES THE OPTIONAL    *
005867*  FEEDREL CARDS RELEASE; AN UNREADABLE CARD IS LISTED AND     *
005868*  RELEASES NOTHING                                            *
005869*--------------------------------------------------------------*
005870 2750-LOAD-RELEASE-CARDS.
005871     OPEN INPUT RELEASE-FILE
005872     IF PREP-RELEASE-STATUS NOT = "00"
005873         GO TO 2750-EXIT
005874     END-IF
005875     PERFORM 2760-LOAD-ONE-RELEASE THRU 2760-EXIT
005876         UNTIL PREP-EOF
005877     CLOSE RELEASE-FILE
005878     SET PREP-NOT-EOF TO TRUE.
005879 2750-EXIT.
005880     EXIT.
005881*--------------------------------------------------------------*
005882*  2760-LOAD-ONE-RELEASE                                       *
005883*--------------------------------------------------------------*
005884 2760-LOAD-ONE-RELEASE.
005885     READ RELEASE-FILE
005886         AT END
005887             SET PREP-EOF TO TRUE
005888     END-READ
005889     IF PREP-EOF OR RELEASE-RECORD = SPACES
005890         GO TO 2760-EXIT
005891     END-IF
005892     MOVE SPACES TO PREP-CATEGORY-TOKEN
005893     MOVE SPACES TO PREP-VALUE-TOKEN
005894     MOVE SPACES TO PREP-SPARE-TOKEN
005895     UNSTRING RELEASE-RECORD DELIMITED BY ALL " "
005896         INTO PREP-CATEGORY-TOKEN
005897              PREP-VALUE-TOKEN
005898              PREP-SPARE-TOKEN
005899     END-UNSTRING
005900     IF PREP-CATEGORY-TOKEN NOT = "RELEASE"
005901             OR PREP-VALUE-TOKEN(3:18) NOT = SPACES
005902             OR PREP-SPARE-TOKEN NOT = SPACES
005903             OR PREP-RELEASE-COUNT >= 20
005904         MOVE RELEASE-RECORD TO PREP-LINE-SNIPPET
005905         MOVE SPACES TO PREP-REPORT-LINE
005906         STRING "FEEDREL CARD NOT INTERPRETED: " DELIMITED BY SIZE
005907             PREP-LINE-SNIPPET DELIMITED BY SIZE
005908             INTO PREP-REPORT-LINE
005909         WRITE REPORT-LINE FROM PREP-REPORT-LINE
005910         GO TO 2760-EXIT
005911     END-IF
005912     ADD 1 TO PREP-RELEASE-COUNT
005913     MOVE PREP-VALUE-TOKEN(1:2)
005914         TO PREP-REL-CODE(PREP-RELEASE-COUNT).
005915 2760-EXIT.
005916     EXIT.
005917*--------------------------------------------------------------*
005918*  2800-CHECK-ONE-FEED - SAME SOURCE ALREADY STAGED FOR THIS   *
005919*  BUSINESS DATE (EARLIER IN THIS RUN OR ON THE REGISTRY), OR  *
005920*  THE SAME STAGED COUNT AND HASH AS A FEED FROM THE SAME      *
005921*  OFFICE IN THE PRECEDING DAYS. A FEED HELD EARLIER DOES NOT  *
005922*  COUNT AS STAGED                                             *
005923*--------------------------------------------------------------*
005924 2800-CHECK-ONE-FEED.
005925     PERFORM 2810-CHECK-EARLIER-FEED THRU 2810-EXIT
005926         VARYING PREP-CHECK-IX FROM 1 BY 1
005927         UNTIL PREP-CHECK-IX >= PREP-SRC-IX
005928            OR PREP-SRC-DUP-REASON(PREP-SRC-IX) NOT = SPACE
005929     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) = SPACE
005930         MOVE SPACES TO FEED-REGISTRY-RECORD
005931         MOVE PREP-SRC-CODE(PREP-SRC-IX) TO FREG-SOURCE
005932         MOVE PREP-BUSINESS-DATE TO FREG-BUSINESS-DATE
005933         READ FEED-REGISTRY-FILE
005934             INVALID KEY
005935                 CONTINUE
005936             NOT INVALID KEY
005937                 IF NOT FREG-HELD
005938                     MOVE 'D' TO PREP-SRC-DUP-REASON(PREP-SRC-IX)
005939                     MOVE PREP-BUSINESS-DATE
005940                         TO PREP-SRC-DUP-DATE(PREP-SRC-IX)
005941                 END-IF
005942         END-READ
005943     END-IF
005944     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) = SPACE
005945             AND PREP-SRC-STAGED(PREP-SRC-IX) > 0
005946         PERFORM 2820-CHECK-RECENT-FEEDS THRU 2820-EXIT
005947     END-IF
005948     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) = SPACE
005949         PERFORM 2850-CHECK-SOURCE-MASTER THRU 2850-EXIT
005950     END-IF
005951     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) = SPACE
005952         GO TO 2800-EXIT
005953     END-IF
005954     MOVE 'N' TO PREP-RELEASE-SWITCH
005955     PERFORM 2840-MATCH-RELEASE THRU 2840-EXIT
005956         VARYING PREP-REL-IX FROM 1 BY 1
005957         UNTIL PREP-REL-IX > PREP-RELEASE-COUNT
005958     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) = 'U' OR 'I'
005959         PERFORM 2870-DISPOSE-SOURCE-HOLD THRU 2870-EXIT
005960         GO TO 2800-EXIT
005961     END-IF
005962     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) = 'D'
005963         MOVE "ALREADY STAGED FOR " TO PREP-DUP-TEXT
005964     ELSE
005965         MOVE "COUNT AND HASH MATCH FEED OF " TO PREP-DUP-TEXT
005966     END-IF
005967     MOVE PREP-SRC-DUP-DATE(PREP-SRC-IX) TO PREP-ED-DUP-DATE
005968     MOVE SPACES TO PREP-REPORT-LINE
005969     IF PREP-RELEASE-SWITCH = 'Y'
005970         MOVE 'R' TO PREP-SRC-DISP(PREP-SRC-IX)
005971         ADD 1 TO PREP-FEEDS-RELEASED
005972         STRING "SOURCE " DELIMITED BY SIZE
005973             PREP-SRC-CODE(PREP-SRC-IX) DELIMITED BY SIZE
005974             " DUPLICATE RELEASED - " DELIMITED BY SIZE
005975             PREP-DUP-TEXT DELIMITED BY "  "
005976             " " DELIMITED BY SIZE
005977             PREP-ED-DUP-DATE DELIMITED BY SIZE
005978             INTO PREP-REPORT-LINE
005979         WRITE REPORT-LINE FROM PREP-REPORT-LINE
005980         GO TO 2800-EXIT
005981     END-IF
005982     MOVE 'H' TO PREP-SRC-DISP(PREP-SRC-IX)
005983     ADD 1 TO PREP-FEEDS-HELD
005984     SUBTRACT PREP-SRC-STAGED(PREP-SRC-IX)
005985         FROM PREP-DETAILS-WRITTEN
005986     SUBTRACT PREP-SRC-HASH(PREP-SRC-IX) FROM PREP-HASH-TOTAL
005987     STRING "SOURCE " DELIMITED BY SIZE
005988         PREP-SRC-CODE(PREP-SRC-IX) DELIMITED BY SIZE
005989         " HELD AS DUPLICATE - " DELIMITED BY SIZE
005990         PREP-DUP-TEXT DELIMITED BY "  "
005991         " " DELIMITED BY SIZE
005992         PREP-ED-DUP-DATE DELIMITED BY SIZE
005993         INTO PREP-REPORT-LINE
005994     WRITE REPORT-LINE FROM PREP-REPORT-LINE
005995     MOVE PREP-SRC-STAGED(PREP-SRC-IX) TO PREP-ED-COUNT
005996     MOVE PREP-SRC-HASH(PREP-SRC-IX) TO PREP-ED-HASH
005997     MOVE SPACES TO PREP-REPORT-LINE
005998     STRING "  " DELIMITED BY SIZE
005999         PREP-ED-COUNT DELIMITED BY SIZE
006000         " DETAILS, HASH " DELIMITED BY SIZE
006001         PREP-ED-HASH DELIMITED BY SIZE
006002         ", LEFT OFF THE EXTRACT" DELIMITED BY SIZE
006003         INTO PREP-REPORT-LINE
006004     WRITE REPORT-LINE FROM PREP-REPORT-LINE.
006005 2800-EXIT.
006006     EXIT.
006007*--------------------------------------------------------------*
006008*  2810-CHECK-EARLIER-FEED - THE SAME SOURCE CODE STAGED       *
006009*  AHEAD OF THIS FEED IN THIS RUN                              *
006010*--------------------------------------------------------------*
006011 2810-CHECK-EARLIER-FEED.
006012     IF PREP-SRC-CODE(PREP-CHECK-IX) = PREP-SRC-CODE(PREP-SRC-IX)
006013             AND PREP-SRC-DISP(PREP-CHECK-IX) NOT = 'H'
006014         MOVE 'D' TO PREP-SRC-DUP-REASON(PREP-SRC-IX)
006015         MOVE PREP-BUSINESS-DATE TO PREP-SRC-DUP-DATE(PREP-SRC-IX)
006016     END-IF.
006017 2810-EXIT.
006018     EXIT.
006019*--------------------------------------------------------------*
006020*  2820-CHECK-RECENT-FEEDS - BROWSE THE SOURCE'S REGISTRY      *
006021*  ENTRIES FOR THE WINDOW OF DAYS BEFORE THE BUSINESS DATE     *
006022*--------------------------------------------------------------*
006023 2820-CHECK-RECENT-FEEDS.
006024     COMPUTE PREP-WINDOW-DAYS =
006025         FUNCTION INTEGER-OF-DATE(PREP-BUSINESS-DATE)
006026             - PREP-DUP-WINDOW
006027     COMPUTE PREP-WINDOW-DATE =
006028         FUNCTION DATE-OF-INTEGER(PREP-WINDOW-DAYS)
006029     MOVE SPACES TO FEED-REGISTRY-RECORD
006030     MOVE PREP-SRC-CODE(PREP-SRC-IX) TO FREG-SOURCE
006031     MOVE PREP-WINDOW-DATE TO FREG-BUSINESS-DATE
006032     SET PREP-REG-NOT-DONE TO TRUE
006033     START FEED-REGISTRY-FILE KEY >= FREG-KEY
006034         INVALID KEY
006035             SET PREP-REG-DONE TO TRUE
006036     END-START
006037     PERFORM 2830-CHECK-ONE-RECENT THRU 2830-EXIT
006038         UNTIL PREP-REG-DONE.
006039 2820-EXIT.
006040     EXIT.
006041*--------------------------------------------------------------*
006042*  2830-CHECK-ONE-RECENT - AN EARLIER DATE'S FEED FROM THE SAME*
006043*  OFFICE, NOT ITSELF HELD, WITH THE SAME COUNT AND HASH       *
006044*--------------------------------------------------------------*
006045 2830-CHECK-ONE-RECENT.
006046     READ FEED-REGISTRY-FILE NEXT
006047         AT END
006048             SET PREP-REG-DONE TO TRUE
006049             GO TO 2830-EXIT
006050     END-READ
006051     IF FREG-SOURCE NOT = PREP-SRC-CODE(PREP-SRC-IX)
006052             OR FREG-BUSINESS-DATE NOT < PREP-BUSINESS-DATE
006053         SET PREP-REG-DONE TO TRUE
006054         GO TO 2830-EXIT
006055     END-IF
006056     IF NOT FREG-HELD
006057             AND FREG-STAGED-COUNT = PREP-SRC-STAGED(PREP-SRC-IX)
006058             AND FREG-HASH-TOTAL = PREP-SRC-HASH(PREP-SRC-IX)
006059         MOVE 'C' TO PREP-SRC-DUP-REASON(PREP-SRC-IX)
006060         MOVE FREG-BUSINESS-DATE TO PREP-SRC-DUP-DATE(PREP-SRC-IX)
006061         SET PREP-REG-DONE TO TRUE
006062     END-IF.
006063 2830-EXIT.
006064     EXIT.
006065*--------------------------------------------------------------*
006066*  2840-MATCH-RELEASE - IS THIS SOURCE NAMED ON A FEEDREL CARD *
006067*--------------------------------------------------------------*
006068 2840-MATCH-RELEASE.
006069     IF PREP-REL-CODE(PREP-REL-IX) = PREP-SRC-CODE(PREP-SRC-IX)
006070         MOVE 'Y' TO PREP-RELEASE-SWITCH
006071     END-IF.
006072 2840-EXIT.
006073     EXIT.
006074*--------------------------------------------------------------*
006075*  2850-CHECK-SOURCE-MASTER - THE FEED'S SOURCE CODE MUST BE   *
006076*  ON THE SOURCE-OFFICE MASTER AND ACTIVE. THE BLANK-CODED     *
006077*  LEGACY FEED (NO SOURCE LINE) AND A RUN WITH NO MASTER ARE   *
006078*  NOT CHECKED                                                 *
006079*--------------------------------------------------------------*
006080 2850-CHECK-SOURCE-MASTER.
006081     IF PREP-NO-MASTER OR PREP-SRC-CODE(PREP-SRC-IX) = SPACES
006082         GO TO 2850-EXIT
006083     END-IF
006084     MOVE 'U' TO PREP-SRC-DUP-REASON(PREP-SRC-IX)
006085     PERFORM 2860-MATCH-MASTER THRU 2860-EXIT
006086         VARYING PREP-MST-IX FROM 1 BY 1
006087         UNTIL PREP-MST-IX > PREP-MASTER-COUNT
006088            OR PREP-SRC-DUP-REASON(PREP-SRC-IX) NOT = 'U'
006089     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) NOT = SPACE
006090         MOVE PREP-BUSINESS-DATE TO PREP-SRC-DUP-DATE(PREP-SRC-IX)
006091     END-IF.
006092 2850-EXIT.
006093     EXIT.
006094*--------------------------------------------------------------*
006095*  2860-MATCH-MASTER - THE CODE IS ON THE MASTER: AN ACTIVE    *
006096*  OFFICE CLEARS THE REASON, AN INACTIVE ONE MAKES IT I        *
006097*--------------------------------------------------------------*
006098 2860-MATCH-MASTER.
006099     IF PREP-MST-CODE(PREP-MST-IX) = PREP-SRC-CODE(PREP-SRC-IX)
006100         IF PREP-MST-FLAG(PREP-MST-IX) = 'I'
006101             MOVE 'I' TO PREP-SRC-DUP-REASON(PREP-SRC-IX)
006102         ELSE
006103             MOVE SPACE TO PREP-SRC-DUP-REASON(PREP-SRC-IX)
006104         END-IF
006105     END-IF.
006106 2860-EXIT.
006107     EXIT.
006108*--------------------------------------------------------------*
006109*  2870-DISPOSE-SOURCE-HOLD - A FEED FROM AN OFFICE NOT ACTIVE *
006110*  ON THE SOURCE MASTER IS HELD LIKE A DUPLICATE UNLESS A      *
006111*  FEEDREL CARD RELEASES IT                                    *
006112*--------------------------------------------------------------*
006113 2870-DISPOSE-SOURCE-HOLD.
006114     IF PREP-SRC-DUP-REASON(PREP-SRC-IX) = 'U'
006115         MOVE "NOT ON THE SOURCE MASTER" TO PREP-DUP-TEXT
006116     ELSE
006117         MOVE "INACTIVE ON THE SOURCE MASTER" TO PREP-DUP-TEXT
006118     END-IF
006119     MOVE SPACES TO PREP-REPORT-LINE
006120     IF PREP-RELEASE-SWITCH = 'Y'
006121         MOVE 'R' TO PREP-SRC-DISP(PREP-SRC-IX)
006122         ADD 1 TO PREP-FEEDS-RELEASED
006123         STRING "SOURCE " DELIMITED BY SIZE
006124             PREP-SRC-CODE(PREP-SRC-IX) DELIMITED BY SIZE
006125             " RELEASED - " DELIMITED BY SIZE
006126             PREP-DUP-TEXT DELIMITED BY "  "
006127             INTO PREP-REPORT-LINE
006128         WRITE REPORT-LINE FROM PREP-REPORT-LINE
006129         GO TO 2870-EXIT
006130     END-IF
006131     MOVE 'H' TO PREP-SRC-DISP(PREP-SRC-IX)
006132     ADD 1 TO PREP-FEEDS-HELD
006133     SUBTRACT PREP-SRC-STAGED(PREP-SRC-IX)
006134         FROM PREP-DETAILS-WRITTEN
006135     SUBTRACT PREP-SRC-HASH(PREP-SRC-IX) FROM PREP-HASH-TOTAL
006136     STRING "SOURCE " DELIMITED BY SIZE
006137         PREP-SRC-CODE(PREP-SRC-IX) DELIMITED BY SIZE
006138         " HELD - " DELIMITED BY SIZE
006139         PREP-DUP-TEXT DELIMITED BY "  "
006140         INTO PREP-REPORT-LINE
006141     WRITE REPORT-LINE FROM PREP-REPORT-LINE
006142     MOVE PREP-SRC-STAGED(PREP-SRC-IX) TO PREP-ED-COUNT
006143     MOVE PREP-SRC-HASH(PREP-SRC-IX) TO PREP-ED-HASH
006144     MOVE SPACES TO PREP-REPORT-LINE
006145     STRING "  " DELIMITED BY SIZE
006146         PREP-ED-COUNT DELIMITED BY SIZE
006147         " DETAILS, HASH " DELIMITED BY SIZE
006148         PREP-ED-HASH DELIMITED BY SIZE
006149         ", LEFT OFF THE EXTRACT" DELIMITED BY SIZE
006150         INTO PREP-REPORT-LINE
006151     WRITE REPORT-LINE FROM PREP-REPORT-LINE.
006152 2870-EXIT.
006153     EXIT.
006154*--------------------------------------------------------------*
006155*  3000-WRITE-EXTRACT - HEADER, THE STAGED DETAILS, TRAILER    *
006156*--------------------------------------------------------------*
006157 3000-WRITE-EXTRACT.
006158     IF PREP-DETAILS-WRITTEN = 0 AND PREP-FEEDS-HELD > 0
006159         MOVE SPACES TO PREP-REPORT-LINE
006160         STRING "EVERY FEED WAS HELD - "
006161             DELIMITED BY SIZE
006162             "NO EXTRACT PUBLISHED" DELIMITED BY SIZE
006163             INTO PREP-REPORT-LINE
006164         WRITE REPORT-LINE FROM PREP-REPORT-LINE
006165         DISPLAY "EVERY FEED WAS HELD - "
006166             "NO EXTRACT WRITTEN"
006167         GO TO 3000-EXIT
006168     END-IF
006169     IF PREP-DETAILS-WRITTEN = 0
006170         DISPLAY "RAWFEED HAD NO USABLE LINES - "
006171             "NO EXTRACT WRITTEN"
006172         GO TO 9999-EXIT
006173     END-IF
006174     OPEN OUTPUT EXTRACT-FILE
006175     IF PREP-EXTRACT-STATUS NOT = "00"
006176         DISPLAY "OUTFILE OPEN FAILED, STATUS "
006177             PREP-EXTRACT-STATUS
006178         GO TO 9999-EXIT
006179     END-IF
006180     MOVE SPACES TO EXTRACT-HEADER-RECORD
006181     MOVE 'H' TO EXT-HDR-TYPE
006182     MOVE PREP-DETAILS-WRITTEN TO EXT-HDR-RECORD-COUNT
006183     MOVE PREP-BUSINESS-DATE TO EXT-HDR-BUSINESS-DATE
006184     WRITE EXTRACT-HEADER-RECORD
006185     OPEN INPUT DETAIL-WORK-FILE
006186     IF PREP-WORK-STATUS NOT = "00"
006187         DISPLAY "DTLWORK REOPEN FAILED, STATUS "
006188             PREP-WORK-STATUS
006189         GO TO 9999-EXIT
006190     END-IF
006191     PERFORM 3100-COPY-ONE-DETAIL THRU 3100-EXIT
006192         UNTIL PREP-EOF
006193     CLOSE DETAIL-WORK-FILE
006194     MOVE SPACES TO EXTRACT-TRAILER-RECORD
006195     MOVE 'T' TO EXT-TRL-TYPE
006196     MOVE PREP-DETAILS-WRITTEN TO EXT-TRL-RECORD-COUNT
006197     MOVE PREP-HASH-TOTAL TO EXT-TRL-HASH-TOTAL
006198     WRITE EXTRACT-TRAILER-RECORD
006199     CLOSE EXTRACT-FILE.
006200 3000-EXIT.
006201     EXIT.
006210*--------------------------------------------------------------*
006220*  3100-COPY-ONE-DETAIL - MOVE ONE STAGED DETAIL TO OUTFILE    *
006230*--------------------------------------------------------------*
006290     IF PREP-EOF
006300         GO TO 3100-EXIT
006310     END-IF
006312     IF PREP-SRC-DISP(WRK-SRC-IX) = 'H'
006314         GO TO 3100-EXIT
006316     END-IF
006320     MOVE SPACES TO EXTRACT-DETAIL-RECORD
006330     MOVE 'D' TO EXT-DTL-TYPE
006340     MOVE WRK-VALUE TO EXT-DTL-VALUE
006360     MOVE WRK-SOURCE TO EXT-DTL-SOURCE
006370     WRITE EXTRACT-DETAIL-RECORD.
006380 3100-EXIT.
006381     EXIT.
006382*--------------------------------------------------------------*
006383*  3500-UPDATE-FEED-REGISTRY - RECORD EVERY FEED OF THIS RUN   *
006384*  ON THE REGISTRY ONCE ITS EXTRACT IS SAFELY WRITTEN          *
006385*--------------------------------------------------------------*
006386 3500-UPDATE-FEED-REGISTRY.
006387     PERFORM 3600-REGISTER-ONE-FEED THRU 3600-EXIT
006388         VARYING PREP-SRC-IX FROM 1 BY 1
006389         UNTIL PREP-SRC-IX > PREP-SOURCE-COUNT
006390     CLOSE FEED-REGISTRY-FILE.
006391 3500-EXIT.
006392     EXIT.
006393*--------------------------------------------------------------*
006394*  3600-REGISTER-ONE-FEED - A FEED HELD BECAUSE ITS SOURCE AND *
006395*  DATE ARE ALREADY STAGED LEAVES THE ORIGINAL ENTRY ALONE;    *
006396*  ANY OTHER FEED ADDS OR REPLACES THE ENTRY FOR ITS KEY       *
006397*--------------------------------------------------------------*
006398 3600-REGISTER-ONE-FEED.
006399     IF PREP-SRC-DISP(PREP-SRC-IX) = 'H'
006400             AND PREP-SRC-DUP-REASON(PREP-SRC-IX) = 'D'
006401         GO TO 3600-EXIT
006402     END-IF
006403     MOVE SPACES TO FEED-REGISTRY-RECORD
006404     MOVE PREP-SRC-CODE(PREP-SRC-IX) TO FREG-SOURCE
006405     MOVE PREP-BUSINESS-DATE TO FREG-BUSINESS-DATE
006406     SET PREP-FOUND TO TRUE
006407     READ FEED-REGISTRY-FILE
006408         INVALID KEY
006409             SET PREP-NOT-FOUND TO TRUE
006410     END-READ
006411     MOVE SPACES TO FEED-REGISTRY-RECORD
006412     MOVE PREP-SRC-CODE(PREP-SRC-IX) TO FREG-SOURCE
006413     MOVE PREP-BUSINESS-DATE TO FREG-BUSINESS-DATE
006414     MOVE PREP-SRC-DECLARED(PREP-SRC-IX) TO FREG-DECLARED-COUNT
006415     MOVE PREP-SRC-HAS-DECL(PREP-SRC-IX) TO FREG-HAS-DECLARED
006416     MOVE PREP-SRC-STAGED(PREP-SRC-IX) TO FREG-STAGED-COUNT
006417     MOVE PREP-SRC-HASH(PREP-SRC-IX) TO FREG-HASH-TOTAL
006418     MOVE PREP-RUN-DATE TO FREG-STAGE-DATE
006419     MOVE PREP-RUN-TIME TO FREG-STAGE-TIME
006420     MOVE PREP-SRC-DISP(PREP-SRC-IX) TO FREG-DISPOSITION
006421     MOVE PREP-SRC-DUP-REASON(PREP-SRC-IX) TO FREG-DUP-REASON
006422     MOVE PREP-SRC-DUP-DATE(PREP-SRC-IX) TO FREG-DUP-OF-DATE
006423     IF PREP-FOUND
006424         REWRITE FEED-REGISTRY-RECORD
006425     ELSE
006426         WRITE FEED-REGISTRY-RECORD
006427     END-IF
006428     IF PREP-REGISTRY-STATUS NOT = "00"
006429         DISPLAY "FEEDREG UPDATE FAILED, STATUS "
006430             PREP-REGISTRY-STATUS
006431         GO TO 9999-EXIT
006432     END-IF.
006433 3600-EXIT.
006434     EXIT.
006435*--------------------------------------------------------------*
006436*  4000-WRITE-TOTALS - STAGING CONTROL COUNTS                  *
006437*--------------------------------------------------------------*
006438 4000-WRITE-TOTALS.
006440     MOVE SPACES TO REPORT-LINE
006450     WRITE REPORT-LINE
006460     MOVE PREP-LINES-READ TO PREP-ED-COUNT
006670         PREP-ED-COUNT DELIMITED BY SIZE
006680         INTO PREP-REPORT-LINE
006690     WRITE REPORT-LINE FROM PREP-REPORT-LINE
006691     MOVE PREP-FEEDS-HELD TO PREP-ED-COUNT
006692     MOVE SPACES TO PREP-REPORT-LINE
006693     STRING "FEEDS HELD:        " DELIMITED BY SIZE
006694         PREP-ED-COUNT DELIMITED BY SIZE
006695         INTO PREP-REPORT-LINE
006696     WRITE REPORT-LINE FROM PREP-REPORT-LINE
006697     MOVE PREP-FEEDS-RELEASED TO PREP-ED-COUNT
006698     MOVE SPACES TO PREP-REPORT-LINE
006699     STRING "FEEDS RELEASED:    " DELIMITED BY SIZE
006700         PREP-ED-COUNT DELIMITED BY SIZE
006701         INTO PREP-REPORT-LINE
006702     WRITE REPORT-LINE FROM PREP-REPORT-LINE
006703     IF PREP-SOURCE-COUNT > 0
006710         MOVE SPACES TO REPORT-LINE
006720         WRITE REPORT-LINE
006730         MOVE SPACES TO PREP-REPORT-LINE
006820     EXIT.
006830*--------------------------------------------------------------*
006840*  4100-WRITE-ONE-SOURCE - ONE FEED'S STAGED AND ERROR COUNTS  *
006846*  AND, WHEN IT SUPPLIED ONE, ITS OWN DECLARED COUNT, MARKED   *
006852*  WHEN THE FEED WAS HELD OR RELEASED                          *
006860*--------------------------------------------------------------*
006870 4100-WRITE-ONE-SOURCE.
006880     MOVE PREP-SRC-STAGED(PREP-SRC-IX) TO PREP-ED-COUNT
007080             PREP-ED-COUNT-2 DELIMITED BY SIZE
007090             INTO PREP-REPORT-LINE
007100     END-IF
007101     IF PREP-SRC-DISP(PREP-SRC-IX) = 'H'
007102         MOVE "  HELD" TO PREP-REPORT-LINE(68:6)
007103     END-IF
007104     IF PREP-SRC-DISP(PREP-SRC-IX) = 'R'
007105         MOVE "  RELEASED" TO PREP-REPORT-LINE(68:10)
007106     END-IF
007110     WRITE REPORT-LINE FROM PREP-REPORT-LINE.
007120 4100-EXIT.
007121     EXIT.
007122*--------------------------------------------------------------*
007123*  9900-WRITE-STEP-TIMING - APPEND THIS STEP'S TIMING RECORD   *
007124*  TO THE SHARED JOB-TIMING DATASET. THE STEP NAME COMES FROM  *
007125*  THE STEPNAME CARD, OR IS THE PROGRAM NAME WHEN THERE IS     *
007126*  NONE. A FAILURE HERE IS REPORTED BUT NEVER CHANGES THE      *
007127*  CONDITION CODE                                              *
007128*--------------------------------------------------------------*
007129 9900-WRITE-STEP-TIMING.
007130     MOVE "STATPREP" TO PREP-STEP-NAME
007131     OPEN INPUT STEP-NAME-FILE
007132     IF PREP-STEPNAME-STATUS = "00"
007133         READ STEP-NAME-FILE
007134             AT END
007135                 MOVE SPACES TO STEP-NAME-RECORD
007136         END-READ
007137         IF STEP-NAME-RECORD(1:8) NOT = SPACES
007138             MOVE STEP-NAME-RECORD(1:8) TO PREP-STEP-NAME
007139         END-IF
007140         CLOSE STEP-NAME-FILE
007141     END-IF
007142     OPEN EXTEND TIMING-FILE
007143     IF PREP-TIMING-STATUS = "35"
007144         OPEN OUTPUT TIMING-FILE
007145     END-IF
007146     IF PREP-TIMING-STATUS NOT = "00"
007147         DISPLAY "JOBTIME OPEN FAILED, STATUS "
007148             PREP-TIMING-STATUS " - NO TIMING RECORDED"
007149         GO TO 9900-EXIT
007150     END-IF
007151     MOVE SPACES TO TIMING-RECORD
007152     MOVE "STATPREP" TO TIM-PROGRAM
007153     MOVE PREP-STEP-NAME TO TIM-STEP
007154     MOVE PREP-BUSINESS-DATE TO TIM-BUSINESS-DATE
007155     IF TIM-BUSINESS-DATE = 0
007156         MOVE PREP-START-DATE TO TIM-BUSINESS-DATE
007157     END-IF
007158     MOVE PREP-START-DATE TO TIM-START-DATE
007159     MOVE PREP-START-TIME TO TIM-START-TIME
007160     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
007161     ACCEPT TIM-END-TIME FROM TIME
007162     MOVE PREP-LINES-READ TO TIM-RECORDS
007163     MOVE PREP-RETURN-SEVERITY TO TIM-CONDITION-CODE
007164     WRITE TIMING-RECORD
007165     CLOSE TIMING-FILE.
007166 9900-EXIT.
007167     EXIT.
007168*--------------------------------------------------------------*
007169*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
007170*--------------------------------------------------------------*
007171 9999-EXIT.
007172     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT
007180     MOVE PREP-RETURN-SEVERITY TO RETURN-CODE
007190     STOP RUN.
