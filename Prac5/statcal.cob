000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATCAL.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATCAL - BUSINESS CALENDAR MAINTENANCE                     *
000090*                                                              *
000100*  THE BUSINESS CALENDAR (ONE RECORD PER CALENDAR DATE: DAY    *
000110*  TYPE - BUSINESS, HOLIDAY, OR NON-BUSINESS - THE MONTH-END   *
000120*  OR QUARTER-END MARK, AND A DESCRIPTION) TELLS THE SUITE     *
000130*  WHICH DATES A FEED IS EXPECTED FOR. STATPREP REFUSES TO     *
000140*  STAGE A BUSINESS DATE THAT IS NOT A BUSINESS DAY, STATDGST  *
000150*  AND STATRECN DO NOT FLAG A HOLIDAY AS MISSED SERVICE, AND   *
000160*  STATANOM GRADES THE FIRST BUSINESS DAY AFTER A HOLIDAY      *
000170*  ONLY AGAINST OTHER POST-HOLIDAY DAYS. BUILT IN THE MOLD OF  *
000180*  STATUNIT: CHANGES ARRIVE ON A MAINTENANCE TRANSACTION       *
000190*  FILE, ARE VALIDATED BEFORE WRITING, ARE LOGGED WITH WHO     *
000200*  AND WHEN TO THE CHANGE-HISTORY FILE, AND THE EFFECTIVE      *
000210*  CALENDAR IS PRINTED.                                        *
000220*                                                              *
000230*  TRANSACTION ACTIONS:                                        *
000240*    G GENERATE THE YEAR OF THE TRANSACTION DATE - OPTION 5    *
000250*      MAKES SATURDAY AND SUNDAY NON-BUSINESS, OPTION 7 MAKES  *
000260*      EVERY DAY A BUSINESS DAY. THE CALENDAR IS KEPT AS       *
000270*      WHOLE CONSECUTIVE YEARS, SO THE YEAR MUST BE THE ONE    *
000280*      AFTER THE LAST YEAR ON FILE (ANY YEAR ON A NEW FILE).   *
000290*    H MARK THE DATE A HOLIDAY (DESCRIPTION REQUIRED).         *
000300*    B MARK THE DATE A BUSINESS DAY.                           *
000310*    W MARK THE DATE A NON-BUSINESS DAY.                       *
000320*  MONTH-END AND QUARTER-END MARKS ARE NEVER KEYED: AFTER      *
000330*  EVERY RUN THAT APPLIES A CHANGE THE LAST BUSINESS DAY OF    *
000340*  EACH MONTH IS MARKED M, OR Q IN MARCH, JUNE, SEPTEMBER,     *
000350*  AND DECEMBER, SO A HOLIDAY ON A MONTH'S LAST DAY MOVES      *
000360*  THE MARK BACK BY ITSELF.                                    *
000370*                                                              *
000380*  CONDITION CODES: 0 APPLIED (OR NOTHING TO APPLY),           *
000390*  8 ONE OR MORE TRANSACTIONS REJECTED, 16 FATAL.              *
000400*--------------------------------------------------------------*
000410*  MODIFICATION HISTORY                                        *
000420*--------------------------------------------------------------*
000430*  DATE       BY   DESCRIPTION                                 *
000440*  10/15/2026 JH   ORIGINAL VERSION.                           *
000450*--------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CMNT-CALENDAR-STATUS.
000530
000540     SELECT TRANSACTION-FILE ASSIGN TO "CALTRAN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CMNT-TRANSACTION-STATUS.
000570
000580     SELECT HISTORY-FILE ASSIGN TO "CALHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CMNT-HISTORY-STATUS.
000610
000620     SELECT REPORT-FILE ASSIGN TO "CALRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CMNT-REPORT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670*--------------------------------------------------------------*
000680*  CALENDAR-FILE - ONE RECORD PER CALENDAR DATE, IN DATE       *
000690*  ORDER, WHOLE CONSECUTIVE YEARS                              *
000700*--------------------------------------------------------------*
000710 FD  CALENDAR-FILE
000720     RECORDING MODE IS F.
000730 01  CALENDAR-RECORD.
000740     05  CAL-DATE               PIC 9(08).
000750     05  FILLER                 PIC X(01).
000760     05  CAL-DAY-TYPE           PIC X(01).
000770         88  CAL-BUSINESS-DAY             VALUE 'B'.
000780         88  CAL-HOLIDAY                  VALUE 'H'.
000790         88  CAL-NON-BUSINESS-DAY         VALUE 'W'.
000800     05  FILLER                 PIC X(01).
000810     05  CAL-PERIOD-END         PIC X(01).
000820         88  CAL-MONTH-END                VALUE 'M' 'Q'.
000830         88  CAL-QUARTER-END              VALUE 'Q'.
000840     05  FILLER                 PIC X(01).
000850     05  CAL-DESCRIPTION        PIC X(20).
000860*--------------------------------------------------------------*
000870*  TRANSACTION-FILE - ONE MAINTENANCE TRANSACTION PER LINE:    *
000880*  WHO IS CHANGING, THE ACTION, THE DATE, THE GENERATE         *
000890*  OPTION (G ONLY), AND THE DESCRIPTION (REQUIRED ON H)        *
000900*--------------------------------------------------------------*
000910 FD  TRANSACTION-FILE
000920     RECORDING MODE IS F.
000930 01  TRANSACTION-RECORD.
000940     05  CTRN-USER-ID           PIC X(08).
000950     05  FILLER                 PIC X(01).
000960     05  CTRN-ACTION            PIC X(01).
000970         88  CTRN-ACTION-GENERATE         VALUE 'G'.
000980         88  CTRN-ACTION-HOLIDAY          VALUE 'H'.
000990         88  CTRN-ACTION-BUSINESS         VALUE 'B'.
001000         88  CTRN-ACTION-NON-BUSINESS     VALUE 'W'.
001010         88  CTRN-ACTION-KNOWN            VALUE 'G' 'H'
001020                                                'B' 'W'.
001030     05  FILLER                 PIC X(01).
001040     05  CTRN-DATE              PIC X(08).
001050     05  CTRN-DATE-NUM REDEFINES CTRN-DATE
001060                                PIC 9(08).
001070     05  CTRN-DATE-PARTS REDEFINES CTRN-DATE.
001080         10  CTRN-YEAR          PIC 9(04).
001090         10  FILLER             PIC X(04).
001100     05  FILLER                 PIC X(01).
001110     05  CTRN-OPTION            PIC X(01).
001120         88  CTRN-FIVE-DAY-WEEK           VALUE '5'.
001130         88  CTRN-SEVEN-DAY-WEEK          VALUE '7'.
001140         88  CTRN-OPTION-KNOWN            VALUE '5' '7'.
001150     05  FILLER                 PIC X(01).
001160     05  CTRN-DESCRIPTION       PIC X(20).
001170*--------------------------------------------------------------*
001180*  HISTORY-FILE - ONE APPENDED RECORD PER APPLIED CHANGE:      *
001190*  WHEN, WHO, THE ACTION, THE DATE, THE OLD TYPE AND           *
001200*  DESCRIPTION, AND THE NEW (A GENERATED YEAR LOGS ITS         *
001210*  FIRST DATE WITH THE WEEK OPTION AS THE NEW TYPE)            *
001220*--------------------------------------------------------------*
001230 FD  HISTORY-FILE
001240     RECORDING MODE IS F.
001250 01  HISTORY-RECORD.
001260     05  CHST-CHANGE-DATE       PIC 9(08).
001270     05  FILLER                 PIC X(01).
001280     05  CHST-CHANGE-TIME       PIC 9(08).
001290     05  FILLER                 PIC X(01).
001300     05  CHST-USER-ID           PIC X(08).
001310     05  FILLER                 PIC X(01).
001320     05  CHST-ACTION            PIC X(01).
001330     05  FILLER                 PIC X(01).
001340     05  CHST-CAL-DATE          PIC 9(08).
001350     05  FILLER                 PIC X(01).
001360     05  CHST-OLD-TYPE          PIC X(01).
001370     05  FILLER                 PIC X(01).
001380     05  CHST-OLD-DESCRIPTION   PIC X(20).
001390     05  FILLER                 PIC X(01).
001400     05  CHST-NEW-TYPE          PIC X(01).
001410     05  FILLER                 PIC X(01).
001420     05  CHST-NEW-DESCRIPTION   PIC X(20).
001430*--------------------------------------------------------------*
001440*  REPORT-FILE - MAINTENANCE REPORT AND EFFECTIVE CALENDAR     *
001450*--------------------------------------------------------------*
001460 FD  REPORT-FILE
001470     RECORDING MODE IS F.
001480 01  REPORT-LINE PIC X(80).
001490 WORKING-STORAGE SECTION.
001500*--------------------------------------------------------------*
001510*  STANDARD SWITCHES                                           *
001520*--------------------------------------------------------------*
001530 01  CMNT-SWITCHES.
001540     05  CMNT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001550         88  CMNT-EOF                     VALUE 'Y'.
001560         88  CMNT-NOT-EOF                 VALUE 'N'.
001570     05  CMNT-TRAN-SWITCH       PIC X(01) VALUE 'Y'.
001580         88  CMNT-TRAN-VALID              VALUE 'Y'.
001590         88  CMNT-TRAN-INVALID            VALUE 'N'.
001600*--------------------------------------------------------------*
001610*  FILE STATUS CODES                                           *
001620*--------------------------------------------------------------*
001630 01  CMNT-FILE-STATUSES.
001640     05  CMNT-CALENDAR-STATUS   PIC X(02).
001650     05  CMNT-TRANSACTION-STATUS PIC X(02).
001660     05  CMNT-HISTORY-STATUS    PIC X(02).
001670     05  CMNT-REPORT-STATUS     PIC X(02).
001680*--------------------------------------------------------------*
001690*  RUN OUTCOME                                                 *
001700*--------------------------------------------------------------*
001710 01  CMNT-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001720*--------------------------------------------------------------*
001730*  IN-CORE CALENDAR TABLE - THE WHOLE CALENDAR, LOADED ONCE,   *
001740*  AMENDED BY THE TRANSACTIONS, AND WRITTEN BACK. TEN YEARS    *
001750*  OF DATES FIT; THE OLDEST YEARS ARE DROPPED BY HAND WHEN     *
001760*  THE TABLE FILLS (NOTHING READS A DATE THAT OLD)             *
001770*--------------------------------------------------------------*
001780 01  CMNT-DAY-COUNT             PIC 9(04) COMP VALUE 0.
001790 01  CMNT-TAB-DATE OCCURS 1 TO 3660 TIMES
001800         DEPENDING ON CMNT-DAY-COUNT PIC 9(08).
001810 01  CMNT-TAB-TYPE OCCURS 1 TO 3660 TIMES
001820         DEPENDING ON CMNT-DAY-COUNT PIC X(01).
001830 01  CMNT-TAB-PERIOD OCCURS 1 TO 3660 TIMES
001840         DEPENDING ON CMNT-DAY-COUNT PIC X(01).
001850 01  CMNT-TAB-DESC OCCURS 1 TO 3660 TIMES
001860         DEPENDING ON CMNT-DAY-COUNT PIC X(20).
001870 01  CMNT-IX                    PIC S9(04) COMP VALUE 0.
001880 01  CMNT-MATCH-IX              PIC S9(07) COMP VALUE 0.
001890*--------------------------------------------------------------*
001900*  DATE ARITHMETIC - DAY NUMBERS ARE FUNCTION INTEGER-OF-DATE  *
001910*  VALUES; DAY 1 (01/01/1601) WAS A MONDAY, SO (DAY - 1) MOD   *
001920*  7 IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY                      *
001930*--------------------------------------------------------------*
001940 01  CMNT-FIRST-DAY-NUMBER      PIC S9(07) COMP VALUE 0.
001950 01  CMNT-DAY-NUMBER            PIC S9(07) COMP VALUE 0.
001960 01  CMNT-LAST-DAY-NUMBER       PIC S9(07) COMP VALUE 0.
001970 01  CMNT-WEEKDAY               PIC 9(01) COMP VALUE 0.
001980 01  CMNT-WORK-DATE             PIC 9(08) VALUE 0.
001990 01  CMNT-WORK-DATE-PARTS REDEFINES CMNT-WORK-DATE.
002000     05  CMNT-WORK-YEAR         PIC 9(04).
002010     05  CMNT-WORK-MONTH        PIC 9(02).
002020     05  CMNT-WORK-DAY          PIC 9(02).
002030 01  CMNT-LAST-YEAR             PIC 9(04) VALUE 0.
002040 01  CMNT-MARKED-YEAR-MONTH     PIC 9(06) VALUE 0.
002050 01  CMNT-YEAR-MONTH            PIC 9(06) VALUE 0.
002060*--------------------------------------------------------------*
002070*  RUN COUNTERS AND PER-YEAR TOTALS FOR THE EFFECTIVE LIST     *
002080*--------------------------------------------------------------*
002090 01  CMNT-TRANS-READ            PIC 9(05) COMP VALUE 0.
002100 01  CMNT-TRANS-APPLIED         PIC 9(05) COMP VALUE 0.
002110 01  CMNT-TRANS-REJECTED        PIC 9(05) COMP VALUE 0.
002120 01  CMNT-YEAR-BUSINESS         PIC 9(05) COMP VALUE 0.
002130 01  CMNT-YEAR-HOLIDAY          PIC 9(05) COMP VALUE 0.
002140 01  CMNT-YEAR-NON-BUSINESS     PIC 9(05) COMP VALUE 0.
002150*--------------------------------------------------------------*
002160*  RUN STAMPS AND REPORT WORK FIELDS                           *
002170*--------------------------------------------------------------*
002180 01  CMNT-RUN-DATE              PIC 9(08).
002190 01  CMNT-RUN-TIME              PIC 9(08).
002200 01  CMNT-REPORT-LINE           PIC X(80).
002210 01  CMNT-PERIOD-LABEL          PIC X(11).
002220 01  CMNT-EDIT-FIELDS.
002230     05  CMNT-ED-RUN-DATE       PIC 9999/99/99.
002240     05  CMNT-ED-CAL-DATE       PIC 9999/99/99.
002250     05  CMNT-ED-COUNT          PIC ZZZZ9.
002260     05  CMNT-ED-BUSINESS       PIC ZZ9.
002270     05  CMNT-ED-HOLIDAY        PIC ZZ9.
002280     05  CMNT-ED-NON-BUSINESS   PIC ZZ9.
002290 PROCEDURE DIVISION.
002300*--------------------------------------------------------------*
002310*  0000-MAINLINE                                               *
002320*--------------------------------------------------------------*
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     PERFORM 2000-LOAD-CALENDAR-FILE THRU 2000-EXIT
002360     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
002370     IF CMNT-TRANS-APPLIED > 0
002380         PERFORM 4500-MARK-PERIOD-ENDS THRU 4500-EXIT
002390         PERFORM 5000-WRITE-CALENDAR-FILE THRU 5000-EXIT
002400     END-IF
002410     PERFORM 6000-WRITE-EFFECTIVE-LIST THRU 6000-EXIT
002420     IF CMNT-TRANS-REJECTED > 0
002430         MOVE 8 TO CMNT-RETURN-SEVERITY
002440     ELSE
002450         MOVE 0 TO CMNT-RETURN-SEVERITY
002460     END-IF
002470     CLOSE REPORT-FILE
002480     DISPLAY "STATCAL COMPLETE - APPLIED: " CMNT-TRANS-APPLIED
002490         " REJECTED: " CMNT-TRANS-REJECTED
002500     GO TO 9999-EXIT.
002510*--------------------------------------------------------------*
002520*  1000-INITIALIZE - OPEN THE REPORT AND STAMP THE RUN         *
002530*--------------------------------------------------------------*
002540 1000-INITIALIZE.
002550     OPEN OUTPUT REPORT-FILE
002560     IF CMNT-REPORT-STATUS NOT = "00"
002570         DISPLAY "CALRPT OPEN FAILED, STATUS "
002580             CMNT-REPORT-STATUS
002590         GO TO 9999-EXIT
002600     END-IF
002610     ACCEPT CMNT-RUN-DATE FROM DATE YYYYMMDD
002620     ACCEPT CMNT-RUN-TIME FROM TIME
002630     MOVE CMNT-RUN-DATE TO CMNT-ED-RUN-DATE
002640     MOVE SPACES TO CMNT-REPORT-LINE
002650     STRING "BUSINESS CALENDAR MAINTENANCE REPORT - "
002660         DELIMITED BY SIZE
002670         CMNT-ED-RUN-DATE DELIMITED BY SIZE
002680         INTO CMNT-REPORT-LINE
002690     WRITE REPORT-LINE FROM CMNT-REPORT-LINE
002700     MOVE SPACES TO REPORT-LINE
002710     WRITE REPORT-LINE.
002720 1000-EXIT.
002730     EXIT.
002740*--------------------------------------------------------------*
002750*  2000-LOAD-CALENDAR-FILE - TABLE THE CALENDAR IN EFFECT      *
002760*  TODAY; AN ABSENT OR EMPTY FILE IS AN EMPTY CALENDAR (FIRST  *
002770*  EVER RUN - THE FIRST TRANSACTION MUST THEN GENERATE A YEAR) *
002780*--------------------------------------------------------------*
002790 2000-LOAD-CALENDAR-FILE.
002800     OPEN INPUT CALENDAR-FILE
002810     IF CMNT-CALENDAR-STATUS = "35"
002820         GO TO 2000-EXIT
002830     END-IF
002840     IF CMNT-CALENDAR-STATUS NOT = "00"
002850         DISPLAY "BUSCAL OPEN FAILED, STATUS "
002860             CMNT-CALENDAR-STATUS
002870         GO TO 9999-EXIT
002880     END-IF
002890     PERFORM 2100-LOAD-ONE-DATE THRU 2100-EXIT
002900         UNTIL CMNT-EOF
002910     CLOSE CALENDAR-FILE
002920     SET CMNT-NOT-EOF TO TRUE
002930     IF CMNT-DAY-COUNT > 0
002940         COMPUTE CMNT-FIRST-DAY-NUMBER =
002950             FUNCTION INTEGER-OF-DATE(CMNT-TAB-DATE(1))
002960         MOVE CMNT-TAB-DATE(CMNT-DAY-COUNT) TO CMNT-WORK-DATE
002970         MOVE CMNT-WORK-YEAR TO CMNT-LAST-YEAR
002980     END-IF.
002990 2000-EXIT.
003000     EXIT.
003010*--------------------------------------------------------------*
003020*  2100-LOAD-ONE-DATE - TABLE ONE CALENDAR RECORD. THE FILE    *
003030*  IS ONLY EVER WRITTEN BY THIS PROGRAM, SO A DATE OUT OF      *
003040*  SEQUENCE MEANS IT WAS EDITED BY HAND AND IS FATAL           *
003050*--------------------------------------------------------------*
003060 2100-LOAD-ONE-DATE.
003070     READ CALENDAR-FILE
003080         AT END
003090             SET CMNT-EOF TO TRUE
003100     END-READ
003110     IF CMNT-EOF
003120         GO TO 2100-EXIT
003130     END-IF
003140     IF CAL-DATE NOT NUMERIC OR CAL-DATE = 0
003150         GO TO 2100-EXIT
003160     END-IF
003170     IF CMNT-DAY-COUNT >= 3660
003180         DISPLAY "BUSCAL HAS MORE THAN 3660 DATES"
003190         GO TO 9999-EXIT
003200     END-IF
003210     IF CMNT-DAY-COUNT > 0
003220         IF CAL-DATE NOT > CMNT-TAB-DATE(CMNT-DAY-COUNT)
003230             DISPLAY "BUSCAL OUT OF DATE SEQUENCE AT "
003240                 CAL-DATE
003250             GO TO 9999-EXIT
003260         END-IF
003270     END-IF
003280     ADD 1 TO CMNT-DAY-COUNT
003290     MOVE CAL-DATE TO CMNT-TAB-DATE(CMNT-DAY-COUNT)
003300     MOVE CAL-DAY-TYPE TO CMNT-TAB-TYPE(CMNT-DAY-COUNT)
003310     MOVE CAL-PERIOD-END TO CMNT-TAB-PERIOD(CMNT-DAY-COUNT)
003320     MOVE CAL-DESCRIPTION TO CMNT-TAB-DESC(CMNT-DAY-COUNT).
003330 2100-EXIT.
003340     EXIT.
003350*--------------------------------------------------------------*
003360*  3000-APPLY-TRANSACTIONS - EACH VALID TRANSACTION AMENDS     *
003370*  THE TABLED CALENDAR AND IS LOGGED TO THE CHANGE HISTORY;    *
003380*  AN INVALID ONE IS LISTED AND CHANGES NOTHING                *
003390*--------------------------------------------------------------*
003400 3000-APPLY-TRANSACTIONS.
003410     OPEN INPUT TRANSACTION-FILE
003420     IF CMNT-TRANSACTION-STATUS = "35"
003430         GO TO 3000-EXIT
003440     END-IF
003450     IF CMNT-TRANSACTION-STATUS NOT = "00"
003460         DISPLAY "CALTRAN OPEN FAILED, STATUS "
003470             CMNT-TRANSACTION-STATUS
003480         GO TO 9999-EXIT
003490     END-IF
003500     PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
003510         UNTIL CMNT-EOF
003520     CLOSE TRANSACTION-FILE.
003530 3000-EXIT.
003540     EXIT.
003550*--------------------------------------------------------------*
003560*  3100-APPLY-ONE-TRANSACTION                                  *
003570*--------------------------------------------------------------*
003580 3100-APPLY-ONE-TRANSACTION.
003590     READ TRANSACTION-FILE
003600         AT END
003610             SET CMNT-EOF TO TRUE
003620     END-READ
003630     IF CMNT-EOF
003640         GO TO 3100-EXIT
003650     END-IF
003660     ADD 1 TO CMNT-TRANS-READ
003670     PERFORM 3400-FIND-DATE THRU 3400-EXIT
003680     PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT
003690     IF CMNT-TRAN-INVALID
003700         ADD 1 TO CMNT-TRANS-REJECTED
003710         GO TO 3100-EXIT
003720     END-IF
003730     PERFORM 4000-WRITE-HISTORY-RECORD THRU 4000-EXIT
003740     IF CTRN-ACTION-GENERATE
003750         PERFORM 3500-GENERATE-YEAR THRU 3500-EXIT
003760     END-IF
003770     IF CTRN-ACTION-HOLIDAY
003780         MOVE 'H' TO CMNT-TAB-TYPE(CMNT-MATCH-IX)
003790         MOVE CTRN-DESCRIPTION TO CMNT-TAB-DESC(CMNT-MATCH-IX)
003800     END-IF
003810     IF CTRN-ACTION-BUSINESS
003820         MOVE 'B' TO CMNT-TAB-TYPE(CMNT-MATCH-IX)
003830         MOVE CTRN-DESCRIPTION TO CMNT-TAB-DESC(CMNT-MATCH-IX)
003840     END-IF
003850     IF CTRN-ACTION-NON-BUSINESS
003860         MOVE 'W' TO CMNT-TAB-TYPE(CMNT-MATCH-IX)
003870         MOVE CTRN-DESCRIPTION TO CMNT-TAB-DESC(CMNT-MATCH-IX)
003880     END-IF
003890     ADD 1 TO CMNT-TRANS-APPLIED
003900     MOVE SPACES TO CMNT-REPORT-LINE
003910     STRING "APPLIED " DELIMITED BY SIZE
003920         CTRN-ACTION DELIMITED BY SIZE
003930         " ON " DELIMITED BY SIZE
003940         CTRN-DATE DELIMITED BY SIZE
003950         " BY " DELIMITED BY SIZE
003960         CTRN-USER-ID DELIMITED BY SIZE
003970         INTO CMNT-REPORT-LINE
003980     WRITE REPORT-LINE FROM CMNT-REPORT-LINE.
003990 3100-EXIT.
004000     EXIT.
004010*--------------------------------------------------------------*
004020*  3200-VALIDATE-TRANSACTION - USER AND A NUMERIC DATE         *
004030*  SUPPLIED, ACTION KNOWN; A GENERATE NAMES A WEEK OPTION AND  *
004040*  THE YEAR AFTER THE LAST ONE ON FILE; ANY OTHER ACTION NAMES *
004050*  A DATE ON THE CALENDAR AND ACTUALLY CHANGES ITS TYPE, AND   *
004060*  A HOLIDAY CARRIES A DESCRIPTION                             *
004070*--------------------------------------------------------------*
004080 3200-VALIDATE-TRANSACTION.
004090     SET CMNT-TRAN-VALID TO TRUE
004100     IF CTRN-USER-ID = SPACES OR CTRN-DATE NOT NUMERIC
004110             OR NOT CTRN-ACTION-KNOWN
004120         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
004130         GO TO 3200-EXIT
004140     END-IF
004150     IF CTRN-ACTION-GENERATE
004160         IF NOT CTRN-OPTION-KNOWN OR CTRN-YEAR < 1601
004170             PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
004180             GO TO 3200-EXIT
004190         END-IF
004200         IF CMNT-DAY-COUNT > 0
004210                 AND CTRN-YEAR NOT = CMNT-LAST-YEAR + 1
004220             PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
004230             GO TO 3200-EXIT
004240         END-IF
004250         IF CMNT-DAY-COUNT > 3660 - 366
004260             DISPLAY "BUSCAL WOULD EXCEED 3660 DATES"
004270             GO TO 9999-EXIT
004280         END-IF
004290         GO TO 3200-EXIT
004300     END-IF
004310     IF CMNT-MATCH-IX = 0
004320         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
004330         GO TO 3200-EXIT
004340     END-IF
004350     IF CTRN-ACTION-HOLIDAY
004360         IF CTRN-DESCRIPTION = SPACES
004370                 OR CMNT-TAB-TYPE(CMNT-MATCH-IX) = 'H'
004380             PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
004390         END-IF
004400         GO TO 3200-EXIT
004410     END-IF
004420     IF CTRN-ACTION-BUSINESS
004430             AND CMNT-TAB-TYPE(CMNT-MATCH-IX) = 'B'
004440         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
004450         GO TO 3200-EXIT
004460     END-IF
004470     IF CTRN-ACTION-NON-BUSINESS
004480             AND CMNT-TAB-TYPE(CMNT-MATCH-IX) = 'W'
004490         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
004500     END-IF.
004510 3200-EXIT.
004520     EXIT.
004530*--------------------------------------------------------------*
004540*  3300-LIST-BAD-TRANSACTION                                   *
004550*--------------------------------------------------------------*
004560 3300-LIST-BAD-TRANSACTION.
004570     SET CMNT-TRAN-INVALID TO TRUE
004580     MOVE SPACES TO CMNT-REPORT-LINE
004590     STRING "REJECTED TRANSACTION: " DELIMITED BY SIZE
004600         TRANSACTION-RECORD DELIMITED BY SIZE
004610         INTO CMNT-REPORT-LINE
004620     WRITE REPORT-LINE FROM CMNT-REPORT-LINE.
004630 3300-EXIT.
004640     EXIT.
004650*--------------------------------------------------------------*
004660*  3400-FIND-DATE - THE CALENDAR IS WHOLE CONSECUTIVE YEARS,   *
004670*  SO A DATE'S SLOT IS ITS DAY NUMBER LESS THE FIRST DATE'S;   *
004680*  THE SLOT IS CONFIRMED AGAINST THE DATE ITSELF, SO AN        *
004690*  IMPOSSIBLE OR OFF-CALENDAR DATE COMES BACK ZERO             *
004700*--------------------------------------------------------------*
004710 3400-FIND-DATE.
004720     MOVE 0 TO CMNT-MATCH-IX
004730     IF CMNT-DAY-COUNT = 0 OR CTRN-DATE NOT NUMERIC
004740         GO TO 3400-EXIT
004750     END-IF
004760     IF CTRN-DATE-NUM < CMNT-TAB-DATE(1)
004770             OR CTRN-DATE-NUM > CMNT-TAB-DATE(CMNT-DAY-COUNT)
004780         GO TO 3400-EXIT
004790     END-IF
004800     COMPUTE CMNT-DAY-NUMBER =
004810         FUNCTION INTEGER-OF-DATE(CTRN-DATE-NUM)
004820     IF CMNT-DAY-NUMBER = 0
004830         GO TO 3400-EXIT
004840     END-IF
004850     COMPUTE CMNT-MATCH-IX =
004860         CMNT-DAY-NUMBER - CMNT-FIRST-DAY-NUMBER + 1
004870     IF CMNT-MATCH-IX < 1 OR CMNT-MATCH-IX > CMNT-DAY-COUNT
004880         MOVE 0 TO CMNT-MATCH-IX
004890         GO TO 3400-EXIT
004900     END-IF
004910     IF CMNT-TAB-DATE(CMNT-MATCH-IX) NOT = CTRN-DATE-NUM
004920         MOVE 0 TO CMNT-MATCH-IX
004930     END-IF.
004940 3400-EXIT.
004950     EXIT.
004960*--------------------------------------------------------------*
004970*  3500-GENERATE-YEAR - TABLE EVERY DATE OF THE TRANSACTION'S  *
004980*  YEAR AS A BUSINESS DAY, EXCEPT SATURDAY AND SUNDAY ON A     *
004990*  FIVE-DAY WEEK; HOLIDAYS ARE THEN MARKED ONE BY ONE          *
005000*--------------------------------------------------------------*
005010 3500-GENERATE-YEAR.
005020     MOVE CTRN-YEAR TO CMNT-WORK-YEAR
005030     MOVE 1 TO CMNT-WORK-MONTH
005040     MOVE 1 TO CMNT-WORK-DAY
005050     COMPUTE CMNT-DAY-NUMBER =
005060         FUNCTION INTEGER-OF-DATE(CMNT-WORK-DATE)
005070     MOVE 12 TO CMNT-WORK-MONTH
005080     MOVE 31 TO CMNT-WORK-DAY
005090     COMPUTE CMNT-LAST-DAY-NUMBER =
005100         FUNCTION INTEGER-OF-DATE(CMNT-WORK-DATE)
005110     IF CMNT-DAY-COUNT = 0
005120         MOVE CMNT-DAY-NUMBER TO CMNT-FIRST-DAY-NUMBER
005130     END-IF
005140     PERFORM 3510-GENERATE-ONE-DATE THRU 3510-EXIT
005150         UNTIL CMNT-DAY-NUMBER > CMNT-LAST-DAY-NUMBER
005160     MOVE CTRN-YEAR TO CMNT-LAST-YEAR.
005170 3500-EXIT.
005180     EXIT.
005190*--------------------------------------------------------------*
005200*  3510-GENERATE-ONE-DATE                                      *
005210*--------------------------------------------------------------*
005220 3510-GENERATE-ONE-DATE.
005230     ADD 1 TO CMNT-DAY-COUNT
005240     COMPUTE CMNT-TAB-DATE(CMNT-DAY-COUNT) =
005250         FUNCTION DATE-OF-INTEGER(CMNT-DAY-NUMBER)
005260     COMPUTE CMNT-WEEKDAY =
005270         FUNCTION MOD(CMNT-DAY-NUMBER - 1, 7)
005280     MOVE 'B' TO CMNT-TAB-TYPE(CMNT-DAY-COUNT)
005290     IF CTRN-FIVE-DAY-WEEK AND CMNT-WEEKDAY > 4
005300         MOVE 'W' TO CMNT-TAB-TYPE(CMNT-DAY-COUNT)
005310     END-IF
005320     MOVE SPACE TO CMNT-TAB-PERIOD(CMNT-DAY-COUNT)
005330     MOVE SPACES TO CMNT-TAB-DESC(CMNT-DAY-COUNT)
005340     ADD 1 TO CMNT-DAY-NUMBER.
005350 3510-EXIT.
005360     EXIT.
005370*--------------------------------------------------------------*
005380*  4000-WRITE-HISTORY-RECORD - WHO CHANGED WHAT AND WHEN, THE  *
005390*  OLD DAY AND THE NEW, APPENDED TO THE CHANGE HISTORY         *
005400*--------------------------------------------------------------*
005410 4000-WRITE-HISTORY-RECORD.
005420     OPEN EXTEND HISTORY-FILE
005430     IF CMNT-HISTORY-STATUS = "35"
005440         OPEN OUTPUT HISTORY-FILE
005450     END-IF
005460     IF CMNT-HISTORY-STATUS NOT = "00"
005470         DISPLAY "CALHIST OPEN FAILED, STATUS "
005480             CMNT-HISTORY-STATUS
005490         GO TO 9999-EXIT
005500     END-IF
005510     MOVE SPACES TO HISTORY-RECORD
005520     MOVE CMNT-RUN-DATE TO CHST-CHANGE-DATE
005530     MOVE CMNT-RUN-TIME TO CHST-CHANGE-TIME
005540     MOVE CTRN-USER-ID TO CHST-USER-ID
005550     MOVE CTRN-ACTION TO CHST-ACTION
005560     IF CTRN-ACTION-GENERATE
005570         MOVE CTRN-YEAR TO CMNT-WORK-YEAR
005580         MOVE 1 TO CMNT-WORK-MONTH
005590         MOVE 1 TO CMNT-WORK-DAY
005600         MOVE CMNT-WORK-DATE TO CHST-CAL-DATE
005610         MOVE CTRN-OPTION TO CHST-NEW-TYPE
005620         MOVE "YEAR GENERATED" TO CHST-NEW-DESCRIPTION
005630     ELSE
005640         MOVE CTRN-DATE-NUM TO CHST-CAL-DATE
005650         MOVE CMNT-TAB-TYPE(CMNT-MATCH-IX) TO CHST-OLD-TYPE
005660         MOVE CMNT-TAB-DESC(CMNT-MATCH-IX)
005670             TO CHST-OLD-DESCRIPTION
005680         MOVE CTRN-ACTION TO CHST-NEW-TYPE
005690         MOVE CTRN-DESCRIPTION TO CHST-NEW-DESCRIPTION
005700     END-IF
005710     WRITE HISTORY-RECORD
005720     CLOSE HISTORY-FILE.
005730 4000-EXIT.
005740     EXIT.
005750*--------------------------------------------------------------*
005760*  4500-MARK-PERIOD-ENDS - CLEAR EVERY MARK, THEN WALK THE     *
005770*  CALENDAR BACKWARD: THE FIRST BUSINESS DAY MET IN EACH       *
005780*  MONTH IS THAT MONTH'S LAST, AND IS MARKED M, OR Q WHEN THE  *
005790*  MONTH ENDS A QUARTER                                        *
005800*--------------------------------------------------------------*
005810 4500-MARK-PERIOD-ENDS.
005820     MOVE 0 TO CMNT-MARKED-YEAR-MONTH
005830     PERFORM 4510-MARK-ONE-DATE THRU 4510-EXIT
005840         VARYING CMNT-IX FROM CMNT-DAY-COUNT BY -1
005850         UNTIL CMNT-IX < 1.
005860 4500-EXIT.
005870     EXIT.
005880*--------------------------------------------------------------*
005890*  4510-MARK-ONE-DATE                                          *
005900*--------------------------------------------------------------*
005910 4510-MARK-ONE-DATE.
005920     MOVE SPACE TO CMNT-TAB-PERIOD(CMNT-IX)
005930     IF CMNT-TAB-TYPE(CMNT-IX) NOT = 'B'
005940         GO TO 4510-EXIT
005950     END-IF
005960     MOVE CMNT-TAB-DATE(CMNT-IX) TO CMNT-WORK-DATE
005970     COMPUTE CMNT-YEAR-MONTH = CMNT-WORK-YEAR * 100
005980         + CMNT-WORK-MONTH
005990     IF CMNT-YEAR-MONTH = CMNT-MARKED-YEAR-MONTH
006000         GO TO 4510-EXIT
006010     END-IF
006020     MOVE CMNT-YEAR-MONTH TO CMNT-MARKED-YEAR-MONTH
006030     MOVE 'M' TO CMNT-TAB-PERIOD(CMNT-IX)
006040     IF CMNT-WORK-MONTH = 3 OR 6 OR 9 OR 12
006050         MOVE 'Q' TO CMNT-TAB-PERIOD(CMNT-IX)
006060     END-IF.
006070 4510-EXIT.
006080     EXIT.
006090*--------------------------------------------------------------*
006100*  5000-WRITE-CALENDAR-FILE - THE AMENDED CALENDAR REPLACES    *
006110*  THE MASTER                                                  *
006120*--------------------------------------------------------------*
006130 5000-WRITE-CALENDAR-FILE.
006140     OPEN OUTPUT CALENDAR-FILE
006150     IF CMNT-CALENDAR-STATUS NOT = "00"
006160         DISPLAY "BUSCAL REWRITE OPEN FAILED, STATUS "
006170             CMNT-CALENDAR-STATUS
006180         GO TO 9999-EXIT
006190     END-IF
006200     PERFORM 5100-WRITE-ONE-DATE THRU 5100-EXIT
006210         VARYING CMNT-IX FROM 1 BY 1
006220         UNTIL CMNT-IX > CMNT-DAY-COUNT
006230     CLOSE CALENDAR-FILE.
006240 5000-EXIT.
006250     EXIT.
006260*--------------------------------------------------------------*
006270*  5100-WRITE-ONE-DATE                                         *
006280*--------------------------------------------------------------*
006290 5100-WRITE-ONE-DATE.
006300     MOVE SPACES TO CALENDAR-RECORD
006310     MOVE CMNT-TAB-DATE(CMNT-IX) TO CAL-DATE
006320     MOVE CMNT-TAB-TYPE(CMNT-IX) TO CAL-DAY-TYPE
006330     MOVE CMNT-TAB-PERIOD(CMNT-IX) TO CAL-PERIOD-END
006340     MOVE CMNT-TAB-DESC(CMNT-IX) TO CAL-DESCRIPTION
006350     WRITE CALENDAR-RECORD.
006360 5100-EXIT.
006370     EXIT.
006380*--------------------------------------------------------------*
006390*  6000-WRITE-EFFECTIVE-LIST - THE CALENDAR NOW IN EFFECT, AS  *
006400*  THE NEXT NIGHT'S PROGRAMS WILL LOAD IT: A LINE PER YEAR     *
006410*  WITH ITS DAY COUNTS, EVERY HOLIDAY, AND EVERY MONTH-END     *
006420*  AND QUARTER-END DATE, THEN THE RUN COUNTS                   *
006430*--------------------------------------------------------------*
006440 6000-WRITE-EFFECTIVE-LIST.
006450     MOVE SPACES TO REPORT-LINE
006460     WRITE REPORT-LINE
006470     MOVE SPACES TO CMNT-REPORT-LINE
006480     STRING "EFFECTIVE BUSINESS CALENDAR" DELIMITED BY SIZE
006490         INTO CMNT-REPORT-LINE
006500     WRITE REPORT-LINE FROM CMNT-REPORT-LINE
006510     IF CMNT-DAY-COUNT = 0
006520         MOVE SPACES TO CMNT-REPORT-LINE
006530         STRING "  NO DATES ON FILE" DELIMITED BY SIZE
006540             INTO CMNT-REPORT-LINE
006550         WRITE REPORT-LINE FROM CMNT-REPORT-LINE
006560     END-IF
006570     MOVE 0 TO CMNT-LAST-YEAR
006580     MOVE 0 TO CMNT-YEAR-BUSINESS
006590     MOVE 0 TO CMNT-YEAR-HOLIDAY
006600     MOVE 0 TO CMNT-YEAR-NON-BUSINESS
006610     PERFORM 6100-COUNT-ONE-DATE THRU 6100-EXIT
006620         VARYING CMNT-IX FROM 1 BY 1
006630         UNTIL CMNT-IX > CMNT-DAY-COUNT
006640     IF CMNT-LAST-YEAR > 0
006650         PERFORM 6200-WRITE-YEAR-LINE THRU 6200-EXIT
006660     END-IF
006670     MOVE SPACES TO REPORT-LINE
006680     WRITE REPORT-LINE
006690     MOVE SPACES TO CMNT-REPORT-LINE
006700     STRING "HOLIDAYS AND PERIOD-END DATES" DELIMITED BY SIZE
006710         INTO CMNT-REPORT-LINE
006720     WRITE REPORT-LINE FROM CMNT-REPORT-LINE
006730     PERFORM 6300-LIST-ONE-DATE THRU 6300-EXIT
006740         VARYING CMNT-IX FROM 1 BY 1
006750         UNTIL CMNT-IX > CMNT-DAY-COUNT
006760     MOVE SPACES TO REPORT-LINE
006770     WRITE REPORT-LINE
006780     MOVE CMNT-TRANS-READ TO CMNT-ED-COUNT
006790     MOVE SPACES TO CMNT-REPORT-LINE
006800     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
006810         CMNT-ED-COUNT DELIMITED BY SIZE
006820         INTO CMNT-REPORT-LINE
006830     WRITE REPORT-LINE FROM CMNT-REPORT-LINE
006840     MOVE CMNT-TRANS-APPLIED TO CMNT-ED-COUNT
006850     MOVE SPACES TO CMNT-REPORT-LINE
006860     STRING "APPLIED:           " DELIMITED BY SIZE
006870         CMNT-ED-COUNT DELIMITED BY SIZE
006880         INTO CMNT-REPORT-LINE
006890     WRITE REPORT-LINE FROM CMNT-REPORT-LINE
006900     MOVE CMNT-TRANS-REJECTED TO CMNT-ED-COUNT
006910     MOVE SPACES TO CMNT-REPORT-LINE
006920     STRING "REJECTED:          " DELIMITED BY SIZE
006930         CMNT-ED-COUNT DELIMITED BY SIZE
006940         INTO CMNT-REPORT-LINE
006950     WRITE REPORT-LINE FROM CMNT-REPORT-LINE.
006960 6000-EXIT.
006970     EXIT.
006980*--------------------------------------------------------------*
006990*  6100-COUNT-ONE-DATE - ACCUMULATE THE YEAR'S DAY COUNTS,     *
007000*  PRINTING THE PRIOR YEAR'S LINE AT EACH CHANGE OF YEAR       *
007010*--------------------------------------------------------------*
007020 6100-COUNT-ONE-DATE.
007030     MOVE CMNT-TAB-DATE(CMNT-IX) TO CMNT-WORK-DATE
007040     IF CMNT-WORK-YEAR NOT = CMNT-LAST-YEAR
007050         IF CMNT-LAST-YEAR > 0
007060             PERFORM 6200-WRITE-YEAR-LINE THRU 6200-EXIT
007070         END-IF
007080         MOVE CMNT-WORK-YEAR TO CMNT-LAST-YEAR
007090         MOVE 0 TO CMNT-YEAR-BUSINESS
007100         MOVE 0 TO CMNT-YEAR-HOLIDAY
007110         MOVE 0 TO CMNT-YEAR-NON-BUSINESS
007120     END-IF
007130     IF CMNT-TAB-TYPE(CMNT-IX) = 'B'
007140         ADD 1 TO CMNT-YEAR-BUSINESS
007150     END-IF
007160     IF CMNT-TAB-TYPE(CMNT-IX) = 'H'
007170         ADD 1 TO CMNT-YEAR-HOLIDAY
007180     END-IF
007190     IF CMNT-TAB-TYPE(CMNT-IX) = 'W'
007200         ADD 1 TO CMNT-YEAR-NON-BUSINESS
007210     END-IF.
007220 6100-EXIT.
007230     EXIT.
007240*--------------------------------------------------------------*
007250*  6200-WRITE-YEAR-LINE                                        *
007260*--------------------------------------------------------------*
007270 6200-WRITE-YEAR-LINE.
007280     MOVE CMNT-YEAR-BUSINESS TO CMNT-ED-BUSINESS
007290     MOVE CMNT-YEAR-HOLIDAY TO CMNT-ED-HOLIDAY
007300     MOVE CMNT-YEAR-NON-BUSINESS TO CMNT-ED-NON-BUSINESS
007310     MOVE SPACES TO CMNT-REPORT-LINE
007320     STRING "  " DELIMITED BY SIZE
007330         CMNT-LAST-YEAR DELIMITED BY SIZE
007340         "  BUSINESS DAYS: " DELIMITED BY SIZE
007350         CMNT-ED-BUSINESS DELIMITED BY SIZE
007360         "  HOLIDAYS: " DELIMITED BY SIZE
007370         CMNT-ED-HOLIDAY DELIMITED BY SIZE
007380         "  NON-BUSINESS: " DELIMITED BY SIZE
007390         CMNT-ED-NON-BUSINESS DELIMITED BY SIZE
007400         INTO CMNT-REPORT-LINE
007410     WRITE REPORT-LINE FROM CMNT-REPORT-LINE.
007420 6200-EXIT.
007430     EXIT.
007440*--------------------------------------------------------------*
007450*  6300-LIST-ONE-DATE - A HOLIDAY OR A PERIOD-END DATE         *
007460*--------------------------------------------------------------*
007470 6300-LIST-ONE-DATE.
007480     IF CMNT-TAB-TYPE(CMNT-IX) NOT = 'H'
007490             AND CMNT-TAB-PERIOD(CMNT-IX) = SPACE
007500         GO TO 6300-EXIT
007510     END-IF
007520     MOVE CMNT-TAB-DATE(CMNT-IX) TO CMNT-ED-CAL-DATE
007530     MOVE SPACES TO CMNT-PERIOD-LABEL
007540     IF CMNT-TAB-TYPE(CMNT-IX) = 'H'
007550         MOVE "HOLIDAY" TO CMNT-PERIOD-LABEL
007560     END-IF
007570     IF CMNT-TAB-PERIOD(CMNT-IX) = 'M'
007580         MOVE "MONTH-END" TO CMNT-PERIOD-LABEL
007590     END-IF
007600     IF CMNT-TAB-PERIOD(CMNT-IX) = 'Q'
007610         MOVE "QUARTER-END" TO CMNT-PERIOD-LABEL
007620     END-IF
007630     MOVE SPACES TO CMNT-REPORT-LINE
007640     STRING "  " DELIMITED BY SIZE
007650         CMNT-ED-CAL-DATE DELIMITED BY SIZE
007660         "  " DELIMITED BY SIZE
007670         CMNT-PERIOD-LABEL DELIMITED BY SIZE
007680         "  " DELIMITED BY SIZE
007690         CMNT-TAB-DESC(CMNT-IX) DELIMITED BY SIZE
007700         INTO CMNT-REPORT-LINE
007710     WRITE REPORT-LINE FROM CMNT-REPORT-LINE.
007720 6300-EXIT.
007730     EXIT.
007740*--------------------------------------------------------------*
007750*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
007760*--------------------------------------------------------------*
007770 9999-EXIT.
007780     MOVE CMNT-RETURN-SEVERITY TO RETURN-CODE
007790     STOP RUN.
