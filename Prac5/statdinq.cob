000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATDINQ.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATDINQ - DETAIL STORE INQUIRY                             *
000090*                                                              *
000100*  THE ACCN CONTROL FILES ARE RESET AND THE EXTRACT AND        *
000110*  REJECTS GENERATIONS ROLL OFF, SO A FIGURE QUESTIONED        *
000120*  MONTHS LATER COULD NOT BE TRACED BACK TO THE DETAIL THAT    *
000130*  MADE IT. STATPROG NOW LOADS EVERY ACCEPTED AND REJECTED     *
000140*  DETAIL OF THE NIGHT INTO THE DETAIL STORE (DTLFILE, KEYED   *
000150*  BUSINESS DATE PLUS INPUT RECORD NUMBER) AND STATREPR MARKS  *
000160*  THE REJECTS IT RECYCLES. THIS PROGRAM READS ONE DINQPARM    *
000170*  CARD AND EITHER                                             *
000180*    K - RETRIEVES ONE DETAIL BY BUSINESS DATE AND RECORD      *
000190*        NUMBER, OR                                            *
000200*    S - SELECTS THE DETAILS OF A BUSINESS DATE RANGE BY ANY   *
000210*        OF UNIT, SOURCE, VALUE RANGE, AND DISPOSITION         *
000220*  AND PRINTS EACH DETAIL WITH ITS REJECT OR EXCEPTION REASON  *
000230*  AND ITS RECYCLED MARK.                                      *
000240*                                                              *
000250*  CONDITION CODES: 0 COMPLETE, 16 FATAL                       *
000260*--------------------------------------------------------------*
000270*  MODIFICATION HISTORY                                        *
000280*--------------------------------------------------------------*
000290*  DATE       BY   DESCRIPTION                                 *
000300*  10/15/2026 JH   ORIGINAL VERSION.                           *
000310*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARMS-FILE ASSIGN TO "DINQPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS DINQ-PARMS-STATUS.
000390
000400     SELECT DETAIL-STORE-FILE ASSIGN TO "DTLFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DTL-KEY
000440         FILE STATUS IS DINQ-DETAIL-STATUS.
000450
000460     SELECT REPORT-FILE ASSIGN TO "DINQRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DINQ-REPORT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*--------------------------------------------------------------*
000520*  PARMS-FILE - ONE CONTROL CARD                               *
000530*    K YYYYMMDD NNNNNNN                                        *
000540*    S YYYYMMDD YYYYMMDD UU SS +NNNNN +NNNNN D                 *
000550*  ON AN S CARD A BLANK TO DATE MEANS THE FROM DATE AND ANY    *
000560*  OTHER BLANK FIELD MEANS NO SELECTION ON IT                  *
000570*--------------------------------------------------------------*
000580 FD  PARMS-FILE
000590     RECORDING MODE IS F.
000600 01  PARMS-RECORD.
000610     05  DINQ-PARM-MODE         PIC X(01).
000620         88  DINQ-PARM-KEYED              VALUE 'K'.
000630         88  DINQ-PARM-SELECT             VALUE 'S'.
000640     05  FILLER                 PIC X(01).
000650     05  DINQ-PARM-FROM-DATE    PIC X(08).
000660     05  DINQ-PARM-FROM-DATE-NUM REDEFINES DINQ-PARM-FROM-DATE
000670                                PIC 9(08).
000680     05  FILLER                 PIC X(01).
000690     05  DINQ-PARM-TO-DATE      PIC X(08).
000700     05  DINQ-PARM-TO-DATE-NUM REDEFINES DINQ-PARM-TO-DATE
000710                                PIC 9(08).
000720     05  DINQ-PARM-RECORD-AREA REDEFINES DINQ-PARM-TO-DATE.
000730         10  DINQ-PARM-RECORD-NUM
000740                                PIC 9(07).
000750         10  FILLER             PIC X(01).
000760     05  FILLER                 PIC X(01).
000770     05  DINQ-PARM-UNIT         PIC X(02).
000780     05  FILLER                 PIC X(01).
000790     05  DINQ-PARM-SOURCE       PIC X(02).
000800     05  FILLER                 PIC X(01).
000810     05  DINQ-PARM-LOW-X        PIC X(06).
000820     05  DINQ-PARM-LOW REDEFINES DINQ-PARM-LOW-X
000830                                PIC S9(05)
000840         SIGN IS LEADING SEPARATE CHARACTER.
000850     05  FILLER                 PIC X(01).
000860     05  DINQ-PARM-HIGH-X       PIC X(06).
000870     05  DINQ-PARM-HIGH REDEFINES DINQ-PARM-HIGH-X
000880                                PIC S9(05)
000890         SIGN IS LEADING SEPARATE CHARACTER.
000900     05  FILLER                 PIC X(01).
000910     05  DINQ-PARM-DISPOSITION  PIC X(01).
000920     05  FILLER                 PIC X(39).
000930*--------------------------------------------------------------*
000940*  DETAIL-STORE-FILE - ONE RECORD PER INPUT DETAIL, KEYED ON   *
000950*  BUSINESS DATE PLUS INPUT RECORD NUMBER, AS LOADED BY        *
000960*  STATPROG 8300-LOAD-DETAIL-STORE                             *
000970*--------------------------------------------------------------*
000980 FD  DETAIL-STORE-FILE
000990     RECORDING MODE IS F.
001000 01  DETAIL-STORE-RECORD.
001010     05  DTL-KEY.
001020         10  DTL-BUSINESS-DATE  PIC 9(08).
001030         10  DTL-RECORD-NUMBER  PIC 9(07).
001040     05  FILLER                 PIC X(01).
001050     05  DTL-VALUE-X            PIC X(06).
001060     05  DTL-VALUE REDEFINES DTL-VALUE-X
001070                                PIC S9(05)
001080         SIGN IS LEADING SEPARATE CHARACTER.
001090     05  FILLER                 PIC X(01).
001100     05  DTL-CATEGORY           PIC X(02).
001110     05  FILLER                 PIC X(01).
001120     05  DTL-SOURCE             PIC X(02).
001130     05  FILLER                 PIC X(01).
001140     05  DTL-DISPOSITION        PIC X(01).
001150         88  DTL-IS-ACCEPTED              VALUE 'A'.
001160         88  DTL-IS-EXCEPTION             VALUE 'X'.
001170         88  DTL-IS-REJECTED              VALUE 'R'.
001180     05  FILLER                 PIC X(01).
001190     05  DTL-REASON-CODE        PIC X(04).
001200     05  FILLER                 PIC X(01).
001210     05  DTL-REASON-TEXT        PIC X(35).
001220     05  FILLER                 PIC X(01).
001230     05  DTL-RUN-DATE           PIC 9(08).
001240     05  DTL-RUN-TIME           PIC 9(08).
001250     05  FILLER                 PIC X(01).
001260     05  DTL-RECYCLED-FLAG      PIC X(01).
001270         88  DTL-RECYCLED                 VALUE 'Y'.
001280     05  FILLER                 PIC X(01).
001290     05  DTL-RECYCLED-DATE      PIC 9(08).
001300*--------------------------------------------------------------*
001310*  REPORT-FILE - PRINTED INQUIRY RESULT                        *
001320*--------------------------------------------------------------*
001330 FD  REPORT-FILE
001340     RECORDING MODE IS F.
001350 01  REPORT-LINE PIC X(80).
001360 WORKING-STORAGE SECTION.
001370*--------------------------------------------------------------*
001380*  STANDARD SWITCHES                                           *
001390*--------------------------------------------------------------*
001400 01  DINQ-SWITCHES.
001410     05  DINQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001420         88  DINQ-EOF                     VALUE 'Y'.
001430         88  DINQ-NOT-EOF                 VALUE 'N'.
001440     05  DINQ-VALUE-SWITCH      PIC X(01) VALUE 'N'.
001450         88  DINQ-VALUE-RANGE-GIVEN       VALUE 'Y'.
001460         88  DINQ-NO-VALUE-RANGE          VALUE 'N'.
001470*--------------------------------------------------------------*
001480*  FILE STATUS CODES                                           *
001490*--------------------------------------------------------------*
001500 01  DINQ-FILE-STATUSES.
001510     05  DINQ-PARMS-STATUS      PIC X(02).
001520     05  DINQ-DETAIL-STATUS     PIC X(02).
001530     05  DINQ-REPORT-STATUS     PIC X(02).
001540*--------------------------------------------------------------*
001550*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001560*  ONLY WHEN THE INQUIRY COMPLETES                             *
001570*--------------------------------------------------------------*
001580 01  DINQ-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001590*--------------------------------------------------------------*
001600*  SELECTION AND COUNTERS                                      *
001610*--------------------------------------------------------------*
001620 01  DINQ-FROM-DATE             PIC 9(08) VALUE 0.
001630 01  DINQ-TO-DATE               PIC 9(08) VALUE 0.
001640 01  DINQ-LOW-VALUE             PIC S9(05) VALUE -99999.
001650 01  DINQ-HIGH-VALUE            PIC S9(05) VALUE +99999.
001660 01  DINQ-DETAILS-READ          PIC 9(07) COMP VALUE 0.
001670 01  DINQ-DETAILS-LISTED        PIC 9(07) COMP VALUE 0.
001680*--------------------------------------------------------------*
001690*  REPORT WORK FIELDS                                          *
001700*--------------------------------------------------------------*
001710 01  DINQ-RUN-DATE              PIC 9(08).
001720 01  DINQ-REPORT-LINE           PIC X(80).
001730 01  DINQ-DISPOSITION-TEXT      PIC X(09).
001740 01  DINQ-VALUE-TEXT            PIC X(06).
001750 01  DINQ-CRITERIA-FIELDS.
001760     05  DINQ-UNIT-TEXT         PIC X(03).
001770     05  DINQ-SOURCE-TEXT       PIC X(03).
001780     05  DINQ-LOW-TEXT          PIC X(06).
001790     05  DINQ-HIGH-TEXT         PIC X(06).
001800     05  DINQ-WANTED-DISP-TEXT  PIC X(03).
001810 01  DINQ-EDIT-FIELDS.
001820     05  DINQ-ED-DATE           PIC 9999/99/99.
001830     05  DINQ-ED-TO-DATE        PIC 9999/99/99.
001840     05  DINQ-ED-RECYCLED-DATE  PIC 9999/99/99.
001850     05  DINQ-ED-COUNT          PIC ZZZZZZ9.
001860     05  DINQ-ED-COUNT-2        PIC ZZZZZZ9.
001870     05  DINQ-ED-VALUE          PIC -ZZZZ9.
001880 PROCEDURE DIVISION.
001890*--------------------------------------------------------------*
001900*  0000-MAINLINE                                               *
001910*--------------------------------------------------------------*
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001940     IF DINQ-PARM-KEYED
001950         PERFORM 2000-RETRIEVE-DETAIL THRU 2000-EXIT
001960     ELSE
001970         PERFORM 3000-POSITION-STORE THRU 3000-EXIT
001980         PERFORM 3100-SELECT-ONE-DETAIL THRU 3100-EXIT
001990             UNTIL DINQ-EOF
002000     END-IF
002010     PERFORM 4000-WRITE-FOOTER THRU 4000-EXIT
002020     CLOSE DETAIL-STORE-FILE
002030     CLOSE REPORT-FILE
002040     MOVE 0 TO DINQ-RETURN-SEVERITY
002050     DISPLAY "STATDINQ COMPLETE - DETAILS LISTED: "
002060         DINQ-DETAILS-LISTED
002070     GO TO 9999-EXIT.
002080*--------------------------------------------------------------*
002090*  1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, OPEN THE *
002100*  DETAIL STORE AND THE REPORT, PRINT THE HEADING              *
002110*--------------------------------------------------------------*
002120 1000-INITIALIZE.
002130     OPEN INPUT PARMS-FILE
002140     IF DINQ-PARMS-STATUS NOT = "00"
002150         DISPLAY "DINQPARM OPEN FAILED, STATUS "
002160             DINQ-PARMS-STATUS
002170         GO TO 9999-EXIT
002180     END-IF
002190     READ PARMS-FILE
002200         AT END
002210             DISPLAY "DINQPARM IS EMPTY - GIVE A K OR S CARD"
002220             GO TO 9999-EXIT
002230     END-READ
002240     CLOSE PARMS-FILE
002250     IF NOT DINQ-PARM-KEYED
002260             AND NOT DINQ-PARM-SELECT
002270         DISPLAY "DINQPARM MODE MUST BE K OR S"
002280         GO TO 9999-EXIT
002290     END-IF
002300     IF DINQ-PARM-FROM-DATE-NUM IS NOT NUMERIC
002310             OR DINQ-PARM-FROM-DATE-NUM = 0
002320         DISPLAY "DINQPARM BUSINESS DATE IS NOT NUMERIC"
002330         GO TO 9999-EXIT
002340     END-IF
002350     MOVE DINQ-PARM-FROM-DATE-NUM TO DINQ-FROM-DATE
002360     IF DINQ-PARM-KEYED
002370         IF DINQ-PARM-RECORD-NUM IS NOT NUMERIC
002380             DISPLAY "DINQPARM RECORD NUMBER IS NOT NUMERIC"
002390             GO TO 9999-EXIT
002400         END-IF
002410     ELSE
002420         PERFORM 1100-CHECK-SELECTION THRU 1100-EXIT
002430     END-IF
002440     OPEN INPUT DETAIL-STORE-FILE
002450     IF DINQ-DETAIL-STATUS NOT = "00"
002460         DISPLAY "DTLFILE OPEN FAILED, STATUS "
002470             DINQ-DETAIL-STATUS
002480         GO TO 9999-EXIT
002490     END-IF
002500     OPEN OUTPUT REPORT-FILE
002510     IF DINQ-REPORT-STATUS NOT = "00"
002520         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
002530             DINQ-REPORT-STATUS
002540         GO TO 9999-EXIT
002550     END-IF
002560     ACCEPT DINQ-RUN-DATE FROM DATE YYYYMMDD
002570     MOVE DINQ-RUN-DATE TO DINQ-ED-DATE
002580     MOVE SPACES TO DINQ-REPORT-LINE
002590     STRING "DETAIL INQUIRY REPORT - PRINTED " DELIMITED BY SIZE
002600         DINQ-ED-DATE DELIMITED BY SIZE
002610         INTO DINQ-REPORT-LINE
002620     WRITE REPORT-LINE FROM DINQ-REPORT-LINE
002630     IF DINQ-PARM-KEYED
002640         PERFORM 1200-PRINT-KEY THRU 1200-EXIT
002650     ELSE
002660         PERFORM 1300-PRINT-SELECTION THRU 1300-EXIT
002670     END-IF
002680     MOVE SPACES TO REPORT-LINE
002690     WRITE REPORT-LINE.
002700 1000-EXIT.
002710     EXIT.
002720*--------------------------------------------------------------*
002730*  1100-CHECK-SELECTION - TO DATE, VALUE RANGE, AND            *
002740*  DISPOSITION OF AN S CARD                                    *
002750*--------------------------------------------------------------*
002760 1100-CHECK-SELECTION.
002770     IF DINQ-PARM-TO-DATE = SPACES
002780             OR DINQ-PARM-TO-DATE-NUM IS NOT NUMERIC
002790             OR DINQ-PARM-TO-DATE-NUM = 0
002800         MOVE DINQ-FROM-DATE TO DINQ-TO-DATE
002810     ELSE
002820         MOVE DINQ-PARM-TO-DATE-NUM TO DINQ-TO-DATE
002830     END-IF
002840     IF DINQ-TO-DATE < DINQ-FROM-DATE
002850         DISPLAY "DINQPARM TO DATE IS BEFORE FROM DATE"
002860         GO TO 9999-EXIT
002870     END-IF
002880     IF DINQ-PARM-LOW-X NOT = SPACES
002890         IF DINQ-PARM-LOW IS NOT NUMERIC
002900             DISPLAY "DINQPARM LOW VALUE MUST BE SIGNED, E.G. "
002910                 "-48210 OR +00100"
002920             GO TO 9999-EXIT
002930         END-IF
002940         MOVE DINQ-PARM-LOW TO DINQ-LOW-VALUE
002950         SET DINQ-VALUE-RANGE-GIVEN TO TRUE
002960     END-IF
002970     IF DINQ-PARM-HIGH-X NOT = SPACES
002980         IF DINQ-PARM-HIGH IS NOT NUMERIC
002990             DISPLAY "DINQPARM HIGH VALUE MUST BE SIGNED, E.G. "
003000                 "-48210 OR +00100"
003010             GO TO 9999-EXIT
003020         END-IF
003030         MOVE DINQ-PARM-HIGH TO DINQ-HIGH-VALUE
003040         SET DINQ-VALUE-RANGE-GIVEN TO TRUE
003050     END-IF
003060     IF DINQ-HIGH-VALUE < DINQ-LOW-VALUE
003070         DISPLAY "DINQPARM HIGH VALUE IS BELOW LOW VALUE"
003080         GO TO 9999-EXIT
003090     END-IF
003100     IF DINQ-PARM-DISPOSITION NOT = SPACE
003110             AND DINQ-PARM-DISPOSITION NOT = 'A'
003120             AND DINQ-PARM-DISPOSITION NOT = 'X'
003130             AND DINQ-PARM-DISPOSITION NOT = 'R'
003140         DISPLAY "DINQPARM DISPOSITION MUST BE A, X, R, OR BLANK"
003150         GO TO 9999-EXIT
003160     END-IF.
003170 1100-EXIT.
003180     EXIT.
003190*--------------------------------------------------------------*
003200*  1200-PRINT-KEY - THE DETAIL ASKED FOR ON A K CARD           *
003210*--------------------------------------------------------------*
003220 1200-PRINT-KEY.
003230     MOVE DINQ-FROM-DATE TO DINQ-ED-DATE
003240     MOVE SPACES TO DINQ-REPORT-LINE
003250     STRING "BUSINESS DATE: " DELIMITED BY SIZE
003260         DINQ-ED-DATE DELIMITED BY SIZE
003270         "  RECORD NUMBER: " DELIMITED BY SIZE
003280         DINQ-PARM-RECORD-NUM DELIMITED BY SIZE
003290         INTO DINQ-REPORT-LINE
003300     WRITE REPORT-LINE FROM DINQ-REPORT-LINE.
003310 1200-EXIT.
003320     EXIT.
003330*--------------------------------------------------------------*
003340*  1300-PRINT-SELECTION - THE RANGE AND FILTERS OF AN S CARD,  *
003350*  ANY WHERE A FILTER WAS LEFT BLANK                           *
003360*--------------------------------------------------------------*
003370 1300-PRINT-SELECTION.
003380     MOVE DINQ-FROM-DATE TO DINQ-ED-DATE
003390     MOVE DINQ-TO-DATE TO DINQ-ED-TO-DATE
003400     MOVE SPACES TO DINQ-REPORT-LINE
003410     STRING "FROM: " DELIMITED BY SIZE
003420         DINQ-ED-DATE DELIMITED BY SIZE
003430         "  TO: " DELIMITED BY SIZE
003440         DINQ-ED-TO-DATE DELIMITED BY SIZE
003450         INTO DINQ-REPORT-LINE
003460     WRITE REPORT-LINE FROM DINQ-REPORT-LINE
003470     MOVE "ANY" TO DINQ-UNIT-TEXT
003480     MOVE "ANY" TO DINQ-SOURCE-TEXT
003490     MOVE "ANY" TO DINQ-LOW-TEXT
003500     MOVE "ANY" TO DINQ-HIGH-TEXT
003510     MOVE "ANY" TO DINQ-WANTED-DISP-TEXT
003520     IF DINQ-PARM-UNIT NOT = SPACES
003530         MOVE DINQ-PARM-UNIT TO DINQ-UNIT-TEXT
003540     END-IF
003550     IF DINQ-PARM-SOURCE NOT = SPACES
003560         MOVE DINQ-PARM-SOURCE TO DINQ-SOURCE-TEXT
003570     END-IF
003580     IF DINQ-PARM-LOW-X NOT = SPACES
003590         MOVE DINQ-PARM-LOW-X TO DINQ-LOW-TEXT
003600     END-IF
003610     IF DINQ-PARM-HIGH-X NOT = SPACES
003620         MOVE DINQ-PARM-HIGH-X TO DINQ-HIGH-TEXT
003630     END-IF
003640     IF DINQ-PARM-DISPOSITION NOT = SPACE
003650         MOVE DINQ-PARM-DISPOSITION TO DINQ-WANTED-DISP-TEXT
003660     END-IF
003670     MOVE SPACES TO DINQ-REPORT-LINE
003680     STRING "UNIT: " DELIMITED BY SIZE
003690         DINQ-UNIT-TEXT DELIMITED BY SIZE
003700         "  SOURCE: " DELIMITED BY SIZE
003710         DINQ-SOURCE-TEXT DELIMITED BY SIZE
003720         "  VALUE: " DELIMITED BY SIZE
003730         DINQ-LOW-TEXT DELIMITED BY SIZE
003740         " TO " DELIMITED BY SIZE
003750         DINQ-HIGH-TEXT DELIMITED BY SIZE
003760         "  DISPOSITION: " DELIMITED BY SIZE
003770         DINQ-WANTED-DISP-TEXT DELIMITED BY SIZE
003780         INTO DINQ-REPORT-LINE
003790     WRITE REPORT-LINE FROM DINQ-REPORT-LINE.
003800 1300-EXIT.
003810     EXIT.
003820*--------------------------------------------------------------*
003830*  2000-RETRIEVE-DETAIL - RANDOM READ BY BUSINESS DATE AND     *
003840*  RECORD NUMBER                                               *
003850*--------------------------------------------------------------*
003860 2000-RETRIEVE-DETAIL.
003870     MOVE DINQ-FROM-DATE TO DTL-BUSINESS-DATE
003880     MOVE DINQ-PARM-RECORD-NUM TO DTL-RECORD-NUMBER
003890     READ DETAIL-STORE-FILE
003900         INVALID KEY
003910             GO TO 2000-EXIT
003920     END-READ
003930     ADD 1 TO DINQ-DETAILS-READ
003940     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970*--------------------------------------------------------------*
003980*  3000-POSITION-STORE - START THE BROWSE AT THE FIRST DETAIL  *
003990*  OF THE FROM DATE                                            *
004000*--------------------------------------------------------------*
004010 3000-POSITION-STORE.
004020     MOVE SPACES TO DETAIL-STORE-RECORD
004030     MOVE DINQ-FROM-DATE TO DTL-BUSINESS-DATE
004040     MOVE 0 TO DTL-RECORD-NUMBER
004050     START DETAIL-STORE-FILE KEY >= DTL-KEY
004060         INVALID KEY
004070             SET DINQ-EOF TO TRUE
004080     END-START.
004090 3000-EXIT.
004100     EXIT.
004110*--------------------------------------------------------------*
004120*  3100-SELECT-ONE-DETAIL - READ THE NEXT DETAIL IN KEY ORDER  *
004130*  AND PRINT IT IF IT PASSES EVERY FILTER GIVEN. A REJECT      *
004140*  WHOSE VALUE WAS NOT NUMERIC NEVER PASSES A VALUE RANGE      *
004150*--------------------------------------------------------------*
004160 3100-SELECT-ONE-DETAIL.
004170     READ DETAIL-STORE-FILE NEXT
004180         AT END
004190             SET DINQ-EOF TO TRUE
004200     END-READ
004210     IF DINQ-EOF
004220         GO TO 3100-EXIT
004230     END-IF
004240     IF DTL-BUSINESS-DATE > DINQ-TO-DATE
004250         SET DINQ-EOF TO TRUE
004260         GO TO 3100-EXIT
004270     END-IF
004280     ADD 1 TO DINQ-DETAILS-READ
004290     IF DINQ-PARM-UNIT NOT = SPACES
004300             AND DTL-CATEGORY NOT = DINQ-PARM-UNIT
004310         GO TO 3100-EXIT
004320     END-IF
004330     IF DINQ-PARM-SOURCE NOT = SPACES
004340             AND DTL-SOURCE NOT = DINQ-PARM-SOURCE
004350         GO TO 3100-EXIT
004360     END-IF
004370     IF DINQ-PARM-DISPOSITION NOT = SPACE
004380             AND DTL-DISPOSITION NOT = DINQ-PARM-DISPOSITION
004390         GO TO 3100-EXIT
004400     END-IF
004410     IF DINQ-VALUE-RANGE-GIVEN
004420         IF DTL-VALUE IS NOT NUMERIC
004430             GO TO 3100-EXIT
004440         END-IF
004450         IF DTL-VALUE < DINQ-LOW-VALUE
004460                 OR DTL-VALUE > DINQ-HIGH-VALUE
004470             GO TO 3100-EXIT
004480         END-IF
004490     END-IF
004500     PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT.
004510 3100-EXIT.
004520     EXIT.
004530*--------------------------------------------------------------*
004540*  3200-PRINT-DETAIL - ONE LINE PER DETAIL, AND A SECOND LINE  *
004550*  FOR ITS REASON AND RECYCLED MARK WHEN IT HAS EITHER         *
004560*--------------------------------------------------------------*
004570 3200-PRINT-DETAIL.
004580     ADD 1 TO DINQ-DETAILS-LISTED
004590     EVALUATE TRUE
004600         WHEN DTL-IS-ACCEPTED
004610             MOVE "ACCEPTED" TO DINQ-DISPOSITION-TEXT
004620         WHEN DTL-IS-EXCEPTION
004630             MOVE "EXCEPTION" TO DINQ-DISPOSITION-TEXT
004640         WHEN DTL-IS-REJECTED
004650             MOVE "REJECTED" TO DINQ-DISPOSITION-TEXT
004660         WHEN OTHER
004670             MOVE DTL-DISPOSITION TO DINQ-DISPOSITION-TEXT
004680     END-EVALUATE
004690     IF DTL-VALUE IS NUMERIC
004700         MOVE DTL-VALUE TO DINQ-ED-VALUE
004710         MOVE DINQ-ED-VALUE TO DINQ-VALUE-TEXT
004720     ELSE
004730         MOVE DTL-VALUE-X TO DINQ-VALUE-TEXT
004740     END-IF
004750     MOVE DTL-BUSINESS-DATE TO DINQ-ED-DATE
004760     MOVE SPACES TO DINQ-REPORT-LINE
004770     STRING DINQ-ED-DATE DELIMITED BY SIZE
004780         "  " DELIMITED BY SIZE
004790         DTL-RECORD-NUMBER DELIMITED BY SIZE
004800         "  UNIT " DELIMITED BY SIZE
004810         DTL-CATEGORY DELIMITED BY SIZE
004820         "  SOURCE " DELIMITED BY SIZE
004830         DTL-SOURCE DELIMITED BY SIZE
004840         "  VALUE " DELIMITED BY SIZE
004850         DINQ-VALUE-TEXT DELIMITED BY SIZE
004860         "  " DELIMITED BY SIZE
004870         DINQ-DISPOSITION-TEXT DELIMITED BY SIZE
004880         INTO DINQ-REPORT-LINE
004890     WRITE REPORT-LINE FROM DINQ-REPORT-LINE
004900     IF DTL-REASON-CODE = SPACES
004910             AND NOT DTL-RECYCLED
004920         GO TO 3200-EXIT
004930     END-IF
004940     MOVE SPACES TO DINQ-REPORT-LINE
004950     STRING "    " DELIMITED BY SIZE
004960         DTL-REASON-CODE DELIMITED BY SIZE
004970         " " DELIMITED BY SIZE
004980         DTL-REASON-TEXT DELIMITED BY SIZE
004990         INTO DINQ-REPORT-LINE
005000     IF DTL-RECYCLED
005010         MOVE DTL-RECYCLED-DATE TO DINQ-ED-RECYCLED-DATE
005020         MOVE "RECYCLED" TO DINQ-REPORT-LINE(46:8)
005030         MOVE DINQ-ED-RECYCLED-DATE TO DINQ-REPORT-LINE(55:10)
005040     END-IF
005050     WRITE REPORT-LINE FROM DINQ-REPORT-LINE.
005060 3200-EXIT.
005070     EXIT.
005080*--------------------------------------------------------------*
005090*  4000-WRITE-FOOTER - DETAIL COUNTS, OR A NOTHING-FOUND       *
005100*  NOTICE                                                      *
005110*--------------------------------------------------------------*
005120 4000-WRITE-FOOTER.
005130     IF DINQ-DETAILS-LISTED = 0
005140         MOVE SPACES TO DINQ-REPORT-LINE
005150         STRING "NO DETAILS FOUND FOR THE SELECTION"
005160             DELIMITED BY SIZE
005170             INTO DINQ-REPORT-LINE
005180         WRITE REPORT-LINE FROM DINQ-REPORT-LINE
005190         GO TO 4000-EXIT
005200     END-IF
005210     MOVE SPACES TO REPORT-LINE
005220     WRITE REPORT-LINE
005230     MOVE DINQ-DETAILS-LISTED TO DINQ-ED-COUNT
005240     MOVE DINQ-DETAILS-READ TO DINQ-ED-COUNT-2
005250     MOVE SPACES TO DINQ-REPORT-LINE
005260     STRING "DETAILS LISTED: " DELIMITED BY SIZE
005270         DINQ-ED-COUNT DELIMITED BY SIZE
005280         "  OF " DELIMITED BY SIZE
005290         DINQ-ED-COUNT-2 DELIMITED BY SIZE
005300         " READ" DELIMITED BY SIZE
005310         INTO DINQ-REPORT-LINE
005320     WRITE REPORT-LINE FROM DINQ-REPORT-LINE.
005330 4000-EXIT.
005340     EXIT.
005350*--------------------------------------------------------------*
005360*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
005370*--------------------------------------------------------------*
005380 9999-EXIT.
005390     MOVE DINQ-RETURN-SEVERITY TO RETURN-CODE
005400     STOP RUN.
