000230*                                                              *
000240*  CONDITION CODES: 0 COMPLETE, 16 FATAL - NOTHING IS         *
000250*  DELETED THAT WAS NOT FIRST ARCHIVED.                       *
000251*                                                              *
000252*  PERDFILE (THE PERIOD VALUES STATMNTH READS), JOBTIME AND   *
000253*  SRCQUAL ARE TRIMMED TO THE CURRENT AND PRIOR CALENDAR      *
000254*  QUARTER: OLDER RECORDS GO TO A DATED ARCHIVE AND THE REST  *
000255*  TO A KEEP FILE THE JOB COPIES BACK, AS FOR RUNCTL.         *
000260*--------------------------------------------------------------*
000270*  MODIFICATION HISTORY                                        *
000280*--------------------------------------------------------------*
000290*  DATE       BY   DESCRIPTION                                 *
000300*  09/02/2026 JH   ORIGINAL VERSION.                           *
000301*  10/15/2026 JH   THE STATPROG DETAIL STORE (DTLFILE) IS      *
000302*                  ARCHIVED TO DTLARCH AND PURGED THE SAME     *
000303*                  WAY, BY BUSINESS DATE. ITS RETENTION IS AN  *
000304*                  OPTIONAL THIRD FIELD ON THE RETPARM CARD    *
000305*                  (MONTHS, COLUMNS 9-11); LEFT BLANK IT       *
000306*                  FOLLOWS THE HISTORY/AUDIT MONTHS. THE       *
000307*                  REPORT LISTS ONE LINE PER BUSINESS DATE     *
000308*                  REMOVED, NOT ONE PER DETAIL.                *
000309*  10/15/2026 JH   PERDFILE, JOBTIME AND SRCQUAL, WHICH ONLY   *
000310*                  EVER GREW, ARE ARCHIVED TO                  *
000311*                  PERDARCH/TIMEARCH/QUALARCH AND CUT BACK TO  *
000312*                  THE CURRENT AND PRIOR QUARTER THROUGH THE   *
000313*                  PERDKEEP/TIMEKEEP/QUALKEEP FILES THE JOB    *
000314*                  COPIES BACK. JOBTIME IS DATED BY STEP       *
000315*                  START, THE OTHERS BY BUSINESS DATE; AN      *
000316*                  UNREADABLE DATE IS KEPT.                    *
000317*--------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PURG-RUNC-ARCH-STATUS.
000710
000711     SELECT DETAIL-STORE-FILE ASSIGN TO "DTLFILE"
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS DYNAMIC
000714         RECORD KEY IS DTL-KEY
000715         FILE STATUS IS PURG-DETAIL-STATUS.
000716
000717     SELECT DETAIL-ARCHIVE-FILE ASSIGN TO "DTLARCH"
000718         ORGANIZATION IS LINE SEQUENTIAL
000719         FILE STATUS IS PURG-DTL-ARCH-STATUS.
000720
000721     SELECT PERIOD-VALUES-FILE ASSIGN TO "PERDFILE"
000722         ORGANIZATION IS LINE SEQUENTIAL
000723         FILE STATUS IS PURG-PERIOD-STATUS.
000724
000725     SELECT PERIOD-KEEP-FILE ASSIGN TO "PERDKEEP"
000726         ORGANIZATION IS LINE SEQUENTIAL
000727         FILE STATUS IS PURG-PERD-KEEP-STATUS.
000728
000729     SELECT PERIOD-ARCHIVE-FILE ASSIGN TO "PERDARCH"
000730         ORGANIZATION IS LINE SEQUENTIAL
000731         FILE STATUS IS PURG-PERD-ARCH-STATUS.
000732
000733     SELECT TIMING-FILE ASSIGN TO "JOBTIME"
000734         ORGANIZATION IS LINE SEQUENTIAL
000735         FILE STATUS IS PURG-TIMING-STATUS.
000736
000737     SELECT TIMING-KEEP-FILE ASSIGN TO "TIMEKEEP"
000738         ORGANIZATION IS LINE SEQUENTIAL
000739         FILE STATUS IS PURG-TIME-KEEP-STATUS.
000740
000741     SELECT TIMING-ARCHIVE-FILE ASSIGN TO "TIMEARCH"
000742         ORGANIZATION IS LINE SEQUENTIAL
000743         FILE STATUS IS PURG-TIME-ARCH-STATUS.
000744
000745     SELECT QUALITY-FILE ASSIGN TO "SRCQUAL"
000746         ORGANIZATION IS LINE SEQUENTIAL
000747         FILE STATUS IS PURG-QUALITY-STATUS.
000748
000749     SELECT QUALITY-KEEP-FILE ASSIGN TO "QUALKEEP"
000750         ORGANIZATION IS LINE SEQUENTIAL
000751         FILE STATUS IS PURG-QUAL-KEEP-STATUS.
000752
000753     SELECT QUALITY-ARCHIVE-FILE ASSIGN TO "QUALARCH"
000754         ORGANIZATION IS LINE SEQUENTIAL
000755         FILE STATUS IS PURG-QUAL-ARCH-STATUS.
000756
000757     SELECT REPORT-FILE ASSIGN TO "PURGRPT"
000758         ORGANIZATION IS LINE SEQUENTIAL
000759         FILE STATUS IS PURG-REPORT-STATUS.
000760 DATA DIVISION.
000761 FILE SECTION.
000770*--------------------------------------------------------------*
000780*  RETENTION-FILE - ONE CARD: HISTORY/AUDIT RETENTION IN       *
000786*  MONTHS, RUNCTL RETENTION IN WEEKS, AND DETAIL STORE         *
000792*  RETENTION IN MONTHS (BLANK MEANS THE HISTORY/AUDIT MONTHS)  *
000800*--------------------------------------------------------------*
000810 FD  RETENTION-FILE
000820     RECORDING MODE IS F.
000840     05  RET-KSDS-MONTHS        PIC 9(03).
000850     05  FILLER                 PIC X(01).
000860     05  RET-RUNCTL-WEEKS       PIC 9(03).
000863     05  FILLER                 PIC X(01).
000866     05  RET-DETAIL-MONTHS      PIC 9(03).
000870*--------------------------------------------------------------*
000880*  HISTORY-FILE - KEYED RUN DATE                               *
000890*--------------------------------------------------------------*
001280 FD  SUMMARY-ARCHIVE-FILE
001290     RECORDING MODE IS F.
001300 01  SUMMARY-ARCHIVE-RECORD     PIC X(59).
001301 FD  DETAIL-ARCHIVE-FILE
001302     RECORDING MODE IS F.
001303 01  DETAIL-ARCHIVE-RECORD      PIC X(99).
001304*--------------------------------------------------------------*
001305*  DETAIL-STORE-FILE - KEYED BUSINESS DATE PLUS INPUT RECORD   *
001306*  NUMBER                                                      *
001307*--------------------------------------------------------------*
001308 FD  DETAIL-STORE-FILE
001309     RECORDING MODE IS F.
001310 01  DETAIL-STORE-RECORD.
001311     05  DTL-KEY.
001312         10  DTL-BUSINESS-DATE  PIC 9(08).
001313         10  DTL-RECORD-NUMBER  PIC 9(07).
001314     05  DTL-REST               PIC X(84).
001315*--------------------------------------------------------------*
001316*  PERIOD-VALUES-FILE / TIMING-FILE / QUALITY-FILE - THE FLAT  *
001317*  DATASETS STATPROG AND THE NIGHTLY STEPS APPEND TO, EACH     *
001318*  WITH ITS KEEP FILE (COPIED BACK BY THE JOB) AND ITS ARCHIVE *
001319*  GENERATION. ONLY THE DATE EACH IS TRIMMED BY IS NAMED       *
001320*--------------------------------------------------------------*
001321 FD  PERIOD-VALUES-FILE
001322     RECORDING MODE IS F.
001323 01  PERIOD-VALUES-RECORD.
001324     05  PRV-BUSINESS-DATE      PIC 9(08).
001325     05  PRV-REST               PIC X(39).
001326 FD  PERIOD-KEEP-FILE
001327     RECORDING MODE IS F.
001328 01  PERIOD-KEEP-RECORD         PIC X(47).
001329 FD  PERIOD-ARCHIVE-FILE
001330     RECORDING MODE IS F.
001331 01  PERIOD-ARCHIVE-RECORD      PIC X(47).
001332 FD  TIMING-FILE
001333     RECORDING MODE IS F.
001334 01  TIMING-RECORD.
001335     05  FILLER                 PIC X(27).
001336     05  TIM-START-DATE         PIC 9(08).
001337     05  FILLER                 PIC X(40).
001338 FD  TIMING-KEEP-FILE
001339     RECORDING MODE IS F.
001340 01  TIMING-KEEP-RECORD         PIC X(75).
001341 FD  TIMING-ARCHIVE-FILE
001342     RECORDING MODE IS F.
001343 01  TIMING-ARCHIVE-RECORD      PIC X(75).
001344 FD  QUALITY-FILE
001345     RECORDING MODE IS F.
001346 01  QUALITY-RECORD.
001347     05  SQ-BUSINESS-DATE       PIC 9(08).
001348     05  SQ-REST                PIC X(93).
001349 FD  QUALITY-KEEP-FILE
001350     RECORDING MODE IS F.
001351 01  QUALITY-KEEP-RECORD        PIC X(101).
001352 FD  QUALITY-ARCHIVE-FILE
001353     RECORDING MODE IS F.
001354 01  QUALITY-ARCHIVE-RECORD     PIC X(101).
001355*--------------------------------------------------------------*
001356*  REPORT-FILE - WHAT WAS ARCHIVED, REMOVED, AND KEPT          *
001357*--------------------------------------------------------------*
001358 FD  REPORT-FILE
001359     RECORDING MODE IS F.
001360 01  REPORT-LINE PIC X(80).
001370 WORKING-STORAGE SECTION.
001380*--------------------------------------------------------------*
001540     05  PURG-HIST-ARCH-STATUS  PIC X(02).
001550     05  PURG-AUDT-ARCH-STATUS  PIC X(02).
001560     05  PURG-RUNC-ARCH-STATUS  PIC X(02).
001561     05  PURG-DETAIL-STATUS     PIC X(02).
001562     05  PURG-DTL-ARCH-STATUS   PIC X(02).
001563     05  PURG-PERIOD-STATUS     PIC X(02).
001564     05  PURG-PERD-KEEP-STATUS  PIC X(02).
001565     05  PURG-PERD-ARCH-STATUS  PIC X(02).
001566     05  PURG-TIMING-STATUS     PIC X(02).
001567     05  PURG-TIME-KEEP-STATUS  PIC X(02).
001568     05  PURG-TIME-ARCH-STATUS  PIC X(02).
001569     05  PURG-QUALITY-STATUS    PIC X(02).
001570     05  PURG-QUAL-KEEP-STATUS  PIC X(02).
001571     05  PURG-QUAL-ARCH-STATUS  PIC X(02).
001572     05  PURG-REPORT-STATUS     PIC X(02).
001580*--------------------------------------------------------------*
001590*  RUN OUTCOME                                                 *
001600*--------------------------------------------------------------*
001660 01  PURG-RUNCTL-WEEKS          PIC 9(03) VALUE 13.
001670 01  PURG-KSDS-CUTOFF           PIC 9(08) VALUE 0.
001680 01  PURG-RUNCTL-CUTOFF         PIC 9(08) VALUE 0.
001682 01  PURG-DETAIL-MONTHS         PIC 9(03) VALUE 0.
001684 01  PURG-DETAIL-CUTOFF         PIC 9(08) VALUE 0.
001686 01  PURG-QUARTER-CUTOFF        PIC 9(08) VALUE 0.
001690 01  PURG-RUN-DATE              PIC 9(08) VALUE 0.
001700 01  PURG-RUN-DATE-PARTS REDEFINES PURG-RUN-DATE.
001710     05  PURG-RUN-YEAR          PIC 9(04).
001890 01  PURG-AUDT-KEPT             PIC 9(07) COMP VALUE 0.
001900 01  PURG-RUNC-ARCHIVED         PIC 9(07) COMP VALUE 0.
001910 01  PURG-RUNC-KEPT             PIC 9(07) COMP VALUE 0.
001911 01  PURG-DTL-ARCHIVED          PIC 9(07) COMP VALUE 0.
001912 01  PURG-DTL-DATES             PIC 9(07) COMP VALUE 0.
001913 01  PURG-DTL-DATE-COUNT        PIC 9(07) COMP VALUE 0.
001914 01  PURG-DTL-CURRENT-DATE      PIC 9(08) VALUE 0.
001915 01  PURG-PERD-ARCHIVED         PIC 9(09) COMP VALUE 0.
001916 01  PURG-PERD-KEPT             PIC 9(09) COMP VALUE 0.
001917 01  PURG-TIME-ARCHIVED         PIC 9(07) COMP VALUE 0.
001918 01  PURG-TIME-KEPT             PIC 9(07) COMP VALUE 0.
001919 01  PURG-QUAL-ARCHIVED         PIC 9(07) COMP VALUE 0.
001920 01  PURG-QUAL-KEPT             PIC 9(07) COMP VALUE 0.
001921*--------------------------------------------------------------*
001930*  REPORT WORK FIELDS                                          *
001940*--------------------------------------------------------------*
001950 01  PURG-REPORT-LINE           PIC X(80).
001980     05  PURG-ED-CUTOFF         PIC 9999/99/99.
001990     05  PURG-ED-COUNT          PIC ZZZZZZ9.
002000     05  PURG-ED-COUNT-2        PIC ZZZZZZ9.
002003     05  PURG-ED-BIG-COUNT      PIC ZZZZZZZZ9.
002006     05  PURG-ED-BIG-COUNT-2    PIC ZZZZZZZZ9.
002010     05  PURG-ED-MONTHS         PIC ZZ9.
002020     05  PURG-ED-WEEKS          PIC ZZ9.
002030 PROCEDURE DIVISION.
002090     PERFORM 2000-PURGE-HISTORY THRU 2000-EXIT
002100     PERFORM 3000-PURGE-AUDIT THRU 3000-EXIT
002110     PERFORM 4000-PURGE-RUNCTL THRU 4000-EXIT
002112     PERFORM 4500-PURGE-DETAIL THRU 4500-EXIT
002114     PERFORM 4700-TRIM-PERIOD-VALUES THRU 4700-EXIT
002116     PERFORM 4800-TRIM-JOB-TIMING THRU 4800-EXIT
002118     PERFORM 4900-TRIM-SOURCE-QUALITY THRU 4900-EXIT
002120     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
002130     MOVE 0 TO PURG-RETURN-SEVERITY
002140     CLOSE REPORT-FILE
002150     DISPLAY "STATPURG COMPLETE - ARCHIVED H/A/R/D: "
002160         PURG-HIST-ARCHIVED " " PURG-AUDT-ARCHIVED " "
002164         PURG-RUNC-ARCHIVED " " PURG-DTL-ARCHIVED
002168     DISPLAY "STATPURG ARCHIVED PERDFILE/JOBTIME/SRCQUAL: "
002172         PURG-PERD-ARCHIVED " " PURG-TIME-ARCHIVED " "
002176         PURG-QUAL-ARCHIVED
002180     GO TO 9999-EXIT.
002190*--------------------------------------------------------------*
002200*  1000-INITIALIZE - LOAD THE RETENTION CARD, FORM THE         *
002410                         AND RET-RUNCTL-WEEKS > 0
002420                     MOVE RET-RUNCTL-WEEKS TO PURG-RUNCTL-WEEKS
002430                 END-IF
002432                 IF RET-DETAIL-MONTHS IS NUMERIC
002434                         AND RET-DETAIL-MONTHS > 0
002436                     MOVE RET-DETAIL-MONTHS TO PURG-DETAIL-MONTHS
002438                 END-IF
002440         END-READ
002450         CLOSE RETENTION-FILE
002460     END-IF
002540     COMPUTE PURG-CUT-MONTH = PURG-MONTH-REM + 1
002550     MOVE PURG-RUN-DAY TO PURG-CUT-DAY
002560     MOVE PURG-CUTOFF-NUM TO PURG-KSDS-CUTOFF
002561     IF PURG-DETAIL-MONTHS = 0
002562         MOVE PURG-KSDS-MONTHS TO PURG-DETAIL-MONTHS
002563     END-IF
002564     COMPUTE PURG-MONTH-TOTAL =
002565         (PURG-RUN-YEAR * 12) + PURG-RUN-MONTH - 1
002566         - PURG-DETAIL-MONTHS
002567     DIVIDE PURG-MONTH-TOTAL BY 12 GIVING PURG-MONTH-QUOT
002568         REMAINDER PURG-MONTH-REM
002569     MOVE PURG-MONTH-QUOT TO PURG-CUT-YEAR
002570     COMPUTE PURG-CUT-MONTH = PURG-MONTH-REM + 1
002571     MOVE PURG-RUN-DAY TO PURG-CUT-DAY
002572     MOVE PURG-CUTOFF-NUM TO PURG-DETAIL-CUTOFF
002573     COMPUTE PURG-MONTH-TOTAL =
002574         (PURG-RUN-YEAR * 12) + PURG-RUN-MONTH - 1
002575     DIVIDE PURG-MONTH-TOTAL BY 3 GIVING PURG-MONTH-QUOT
002576         REMAINDER PURG-MONTH-REM
002577     COMPUTE PURG-MONTH-TOTAL =
002578         PURG-MONTH-TOTAL - PURG-MONTH-REM - 3
002579     DIVIDE PURG-MONTH-TOTAL BY 12 GIVING PURG-MONTH-QUOT
002580         REMAINDER PURG-MONTH-REM
002581     MOVE PURG-MONTH-QUOT TO PURG-CUT-YEAR
002582     COMPUTE PURG-CUT-MONTH = PURG-MONTH-REM + 1
002583     MOVE 1 TO PURG-CUT-DAY
002584     MOVE PURG-CUTOFF-NUM TO PURG-QUARTER-CUTOFF
002585     COMPUTE PURG-WORK-DAYS =
002586         FUNCTION INTEGER-OF-DATE(PURG-RUN-DATE)
002590         - (PURG-RUNCTL-WEEKS * 7)
002600     COMPUTE PURG-RUNCTL-CUTOFF =
002610         FUNCTION DATE-OF-INTEGER(PURG-WORK-DAYS)
002800     STRING "RUNCTL RETENTION " DELIMITED BY SIZE
002810         PURG-ED-WEEKS DELIMITED BY SIZE
002820         " WEEKS - PURGE BEFORE " DELIMITED BY SIZE
002821         PURG-ED-CUTOFF DELIMITED BY SIZE
002822         INTO PURG-REPORT-LINE
002823     WRITE REPORT-LINE FROM PURG-REPORT-LINE
002824     MOVE PURG-DETAIL-MONTHS TO PURG-ED-MONTHS
002825     MOVE PURG-DETAIL-CUTOFF TO PURG-ED-CUTOFF
002826     MOVE SPACES TO PURG-REPORT-LINE
002827     STRING "DETAIL STORE RETENTION " DELIMITED BY SIZE
002828         PURG-ED-MONTHS DELIMITED BY SIZE
002829         " MONTHS - PURGE BEFORE " DELIMITED BY SIZE
002830         PURG-ED-CUTOFF DELIMITED BY SIZE
002831         INTO PURG-REPORT-LINE
002832     WRITE REPORT-LINE FROM PURG-REPORT-LINE
002833     MOVE PURG-QUARTER-CUTOFF TO PURG-ED-CUTOFF
002834     MOVE SPACES TO PURG-REPORT-LINE
002835     STRING "PERDFILE/JOBTIME/SRCQUAL RETENTION 2 QUARTERS"
002836         DELIMITED BY SIZE
002837         " - PURGE BEFORE " DELIMITED BY SIZE
002838         PURG-ED-CUTOFF DELIMITED BY SIZE
002840         INTO PURG-REPORT-LINE
002850     WRITE REPORT-LINE FROM PURG-REPORT-LINE
002860     MOVE SPACES TO REPORT-LINE
005020 4100-EXIT.
005030     EXIT.
005040*--------------------------------------------------------------*
005041*  4500-PURGE-DETAIL - ARCHIVE THEN DELETE EVERY DETAIL STORE  *
005042*  RECORD WHOSE BUSINESS DATE IS OLDER THAN ITS CUTOFF. THE    *
005043*  KEY LEADS WITH THE DATE, SO THE BROWSE STOPS AT THE FIRST   *
005044*  DETAIL THAT IS KEPT                                         *
005045*--------------------------------------------------------------*
005046 4500-PURGE-DETAIL.
005047     OPEN I-O DETAIL-STORE-FILE
005048     IF PURG-DETAIL-STATUS = "35"
005049         MOVE SPACES TO PURG-REPORT-LINE
005050         STRING "DETAIL STORE ABSENT - NOTHING TO PURGE"
005051             DELIMITED BY SIZE
005052             INTO PURG-REPORT-LINE
005053         WRITE REPORT-LINE FROM PURG-REPORT-LINE
005054         GO TO 4500-EXIT
005055     END-IF
005056     IF PURG-DETAIL-STATUS NOT = "00"
005057         DISPLAY "DTLFILE OPEN FAILED, STATUS "
005058             PURG-DETAIL-STATUS
005059         GO TO 9999-EXIT
005060     END-IF
005061     OPEN OUTPUT DETAIL-ARCHIVE-FILE
005062     IF PURG-DTL-ARCH-STATUS NOT = "00"
005063         DISPLAY "DTLARCH OPEN FAILED, STATUS "
005064             PURG-DTL-ARCH-STATUS
005065         GO TO 9999-EXIT
005066     END-IF
005067     MOVE 0 TO PURG-DTL-CURRENT-DATE
005068     MOVE 0 TO PURG-DTL-DATE-COUNT
005069     PERFORM 4600-PURGE-ONE-DETAIL THRU 4600-EXIT
005070         UNTIL PURG-EOF
005071     SET PURG-NOT-EOF TO TRUE
005072     IF PURG-DTL-CURRENT-DATE > 0
005073         PERFORM 4650-WRITE-DETAIL-DATE THRU 4650-EXIT
005074     END-IF
005075     CLOSE DETAIL-ARCHIVE-FILE
005076     CLOSE DETAIL-STORE-FILE.
005077 4500-EXIT.
005078     EXIT.
005079*--------------------------------------------------------------*
005080*  4600-PURGE-ONE-DETAIL - THE ARCHIVE WRITE IS PROVED GOOD    *
005081*  BEFORE THE DELETE IS ISSUED                                 *
005082*--------------------------------------------------------------*
005083 4600-PURGE-ONE-DETAIL.
005084     READ DETAIL-STORE-FILE NEXT
005085         AT END
005086             SET PURG-EOF TO TRUE
005087     END-READ
005088     IF PURG-EOF
005089         GO TO 4600-EXIT
005090     END-IF
005091     IF DTL-BUSINESS-DATE >= PURG-DETAIL-CUTOFF
005092         SET PURG-EOF TO TRUE
005093         GO TO 4600-EXIT
005094     END-IF
005095     IF DTL-BUSINESS-DATE NOT = PURG-DTL-CURRENT-DATE
005096         IF PURG-DTL-CURRENT-DATE > 0
005097             PERFORM 4650-WRITE-DETAIL-DATE THRU 4650-EXIT
005098         END-IF
005099         MOVE DTL-BUSINESS-DATE TO PURG-DTL-CURRENT-DATE
005100         MOVE 0 TO PURG-DTL-DATE-COUNT
005101     END-IF
005102     MOVE DETAIL-STORE-RECORD TO DETAIL-ARCHIVE-RECORD
005103     WRITE DETAIL-ARCHIVE-RECORD
005104     IF PURG-DTL-ARCH-STATUS NOT = "00"
005105         DISPLAY "DTLARCH WRITE FAILED, STATUS "
005106             PURG-DTL-ARCH-STATUS
005107             " - PURGE STOPPED, NOTHING UNARCHIVED REMOVED"
005108         GO TO 9999-EXIT
005109     END-IF
005110     DELETE DETAIL-STORE-FILE
005111     IF PURG-DETAIL-STATUS NOT = "00"
005112         DISPLAY "DETAIL DELETE FAILED, STATUS "
005113             PURG-DETAIL-STATUS
005114         GO TO 9999-EXIT
005115     END-IF
005116     ADD 1 TO PURG-DTL-ARCHIVED
005117     ADD 1 TO PURG-DTL-DATE-COUNT.
005118 4600-EXIT.
005119     EXIT.
005120*--------------------------------------------------------------*
005121*  4650-WRITE-DETAIL-DATE - ONE REPORT LINE PER BUSINESS DATE  *
005122*--------------------------------------------------------------*
005123 4650-WRITE-DETAIL-DATE.
005124     ADD 1 TO PURG-DTL-DATES
005125     MOVE PURG-DTL-CURRENT-DATE TO PURG-ED-DATE
005126     MOVE PURG-DTL-DATE-COUNT TO PURG-ED-COUNT
005127     MOVE SPACES TO PURG-REPORT-LINE
005128     STRING "ARCHIVED AND REMOVED DETAIL  " DELIMITED BY SIZE
005129         PURG-ED-DATE DELIMITED BY SIZE
005130         "  DETAILS " DELIMITED BY SIZE
005131         PURG-ED-COUNT DELIMITED BY SIZE
005132         INTO PURG-REPORT-LINE
005133     WRITE REPORT-LINE FROM PURG-REPORT-LINE.
005134 4650-EXIT.
005135     EXIT.
005136*--------------------------------------------------------------*
005137*  4700-TRIM-PERIOD-VALUES - VALUES FOR BUSINESS DATES BEFORE  *
005138*  THE PRIOR QUARTER GO TO THE ARCHIVE, THE REST TO THE KEEP   *
005139*  FILE THE JOB COPIES BACK OVER PERDFILE, SO THE MONTH- AND   *
005140*  QUARTER-END RUNS ALWAYS FIND THE CURRENT AND PRIOR QUARTER. *
005141*  A VALUE WITH AN UNREADABLE DATE IS KEPT                     *
005142*--------------------------------------------------------------*
005143 4700-TRIM-PERIOD-VALUES.
005144     OPEN INPUT PERIOD-VALUES-FILE
005145     IF PURG-PERIOD-STATUS = "35"
005146         MOVE SPACES TO PURG-REPORT-LINE
005147         STRING "PERDFILE ABSENT - NOTHING TO PURGE"
005148             DELIMITED BY SIZE
005149             INTO PURG-REPORT-LINE
005150         WRITE REPORT-LINE FROM PURG-REPORT-LINE
005151         GO TO 4700-EXIT
005152     END-IF
005153     IF PURG-PERIOD-STATUS NOT = "00"
005154         DISPLAY "PERDFILE OPEN FAILED, STATUS "
005155             PURG-PERIOD-STATUS
005156         GO TO 9999-EXIT
005157     END-IF
005158     OPEN OUTPUT PERIOD-KEEP-FILE
005159     IF PURG-PERD-KEEP-STATUS NOT = "00"
005160         DISPLAY "PERDKEEP OPEN FAILED, STATUS "
005161             PURG-PERD-KEEP-STATUS
005162         GO TO 9999-EXIT
005163     END-IF
005164     OPEN OUTPUT PERIOD-ARCHIVE-FILE
005165     IF PURG-PERD-ARCH-STATUS NOT = "00"
005166         DISPLAY "PERDARCH OPEN FAILED, STATUS "
005167             PURG-PERD-ARCH-STATUS
005168         GO TO 9999-EXIT
005169     END-IF
005170     PERFORM 4710-TRIM-ONE-VALUE THRU 4710-EXIT
005171         UNTIL PURG-EOF
005172     SET PURG-NOT-EOF TO TRUE
005173     CLOSE PERIOD-ARCHIVE-FILE
005174     CLOSE PERIOD-KEEP-FILE
005175     CLOSE PERIOD-VALUES-FILE.
005176 4700-EXIT.
005177     EXIT.
005178*--------------------------------------------------------------*
005179*  4710-TRIM-ONE-VALUE                                         *
005180*--------------------------------------------------------------*
005181 4710-TRIM-ONE-VALUE.
005182     READ PERIOD-VALUES-FILE
005183         AT END
005184             SET PURG-EOF TO TRUE
005185     END-READ
005186     IF PURG-EOF
005187         GO TO 4710-EXIT
005188     END-IF
005189     IF PRV-BUSINESS-DATE IS NUMERIC
005190             AND PRV-BUSINESS-DATE < PURG-QUARTER-CUTOFF
005191         MOVE PERIOD-VALUES-RECORD TO PERIOD-ARCHIVE-RECORD
005192         WRITE PERIOD-ARCHIVE-RECORD
005193         IF PURG-PERD-ARCH-STATUS NOT = "00"
005194             DISPLAY "PERDARCH WRITE FAILED, STATUS "
005195                 PURG-PERD-ARCH-STATUS
005196                 " - PURGE STOPPED, PERDFILE LEFT UNTOUCHED"
005197             GO TO 9999-EXIT
005198         END-IF
005199         ADD 1 TO PURG-PERD-ARCHIVED
005200     ELSE
005201         MOVE PERIOD-VALUES-RECORD TO PERIOD-KEEP-RECORD
005202         WRITE PERIOD-KEEP-RECORD
005203         IF PURG-PERD-KEEP-STATUS NOT = "00"
005204             DISPLAY "PERDKEEP WRITE FAILED, STATUS "
005205                 PURG-PERD-KEEP-STATUS
005206             GO TO 9999-EXIT
005207         END-IF
005208         ADD 1 TO PURG-PERD-KEPT
005209     END-IF.
005210 4710-EXIT.
005211     EXIT.
005212*--------------------------------------------------------------*
005213*  4800-TRIM-JOB-TIMING - THE SAME FOR JOBTIME, BY THE DATE    *
005214*  EACH STEP STARTED (THE BUSINESS DATE IS NOT ON EVERY        *
005215*  RECORD). THE STATTIME TREND NEEDS AT MOST EIGHT WEEKS       *
005216*--------------------------------------------------------------*
005217 4800-TRIM-JOB-TIMING.
005218     OPEN INPUT TIMING-FILE
005219     IF PURG-TIMING-STATUS = "35"
005220         MOVE SPACES TO PURG-REPORT-LINE
005221         STRING "JOBTIME ABSENT - NOTHING TO PURGE"
005222             DELIMITED BY SIZE
005223             INTO PURG-REPORT-LINE
005224         WRITE REPORT-LINE FROM PURG-REPORT-LINE
005225         GO TO 4800-EXIT
005226     END-IF
005227     IF PURG-TIMING-STATUS NOT = "00"
005228         DISPLAY "JOBTIME OPEN FAILED, STATUS "
005229             PURG-TIMING-STATUS
005230         GO TO 9999-EXIT
005231     END-IF
005232     OPEN OUTPUT TIMING-KEEP-FILE
005233     IF PURG-TIME-KEEP-STATUS NOT = "00"
005234         DISPLAY "TIMEKEEP OPEN FAILED, STATUS "
005235             PURG-TIME-KEEP-STATUS
005236         GO TO 9999-EXIT
005237     END-IF
005238     OPEN OUTPUT TIMING-ARCHIVE-FILE
005239     IF PURG-TIME-ARCH-STATUS NOT = "00"
005240         DISPLAY "TIMEARCH OPEN FAILED, STATUS "
005241             PURG-TIME-ARCH-STATUS
005242         GO TO 9999-EXIT
005243     END-IF
005244     PERFORM 4810-TRIM-ONE-TIMING THRU 4810-EXIT
005245         UNTIL PURG-EOF
005246     SET PURG-NOT-EOF TO TRUE
005247     CLOSE TIMING-ARCHIVE-FILE
005248     CLOSE TIMING-KEEP-FILE
005249     CLOSE TIMING-FILE.
005250 4800-EXIT.
005251     EXIT.
005252*--------------------------------------------------------------*
005253*  4810-TRIM-ONE-TIMING                                        *
005254*--------------------------------------------------------------*
005255 4810-TRIM-ONE-TIMING.
005256     READ TIMING-FILE
005257         AT END
005258             SET PURG-EOF TO TRUE
005259     END-READ
005260     IF PURG-EOF
005261         GO TO 4810-EXIT
005262     END-IF
005263     IF TIM-START-DATE IS NUMERIC
005264             AND TIM-START-DATE < PURG-QUARTER-CUTOFF
005265         MOVE TIMING-RECORD TO TIMING-ARCHIVE-RECORD
005266         WRITE TIMING-ARCHIVE-RECORD
005267         IF PURG-TIME-ARCH-STATUS NOT = "00"
005268             DISPLAY "TIMEARCH WRITE FAILED, STATUS "
005269                 PURG-TIME-ARCH-STATUS
005270                 " - PURGE STOPPED, JOBTIME LEFT UNTOUCHED"
005271             GO TO 9999-EXIT
005272         END-IF
005273         ADD 1 TO PURG-TIME-ARCHIVED
005274     ELSE
005275         MOVE TIMING-RECORD TO TIMING-KEEP-RECORD
005276         WRITE TIMING-KEEP-RECORD
005277         IF PURG-TIME-KEEP-STATUS NOT = "00"
005278             DISPLAY "TIMEKEEP WRITE FAILED, STATUS "
005279                 PURG-TIME-KEEP-STATUS
005280             GO TO 9999-EXIT
005281         END-IF
005282         ADD 1 TO PURG-TIME-KEPT
005283     END-IF.
005284 4810-EXIT.
005285     EXIT.
005286*--------------------------------------------------------------*
005287*  4900-TRIM-SOURCE-QUALITY - THE SAME FOR SRCQUAL, BY         *
005288*  BUSINESS DATE. THE STATSCOR SCORECARD NEEDS THE MONTH IT    *
005289*  SCORES AND THE MONTH BEFORE                                 *
005290*--------------------------------------------------------------*
005291 4900-TRIM-SOURCE-QUALITY.
005292     OPEN INPUT QUALITY-FILE
005293     IF PURG-QUALITY-STATUS = "35"
005294         MOVE SPACES TO PURG-REPORT-LINE
005295         STRING "SRCQUAL ABSENT - NOTHING TO PURGE"
005296             DELIMITED BY SIZE
005297             INTO PURG-REPORT-LINE
005298         WRITE REPORT-LINE FROM PURG-REPORT-LINE
005299         GO TO 4900-EXIT
005300     END-IF
005301     IF PURG-QUALITY-STATUS NOT = "00"
005302         DISPLAY "SRCQUAL OPEN FAILED, STATUS "
005303             PURG-QUALITY-STATUS
005304         GO TO 9999-EXIT
005305     END-IF
005306     OPEN OUTPUT QUALITY-KEEP-FILE
005307     IF PURG-QUAL-KEEP-STATUS NOT = "00"
005308         DISPLAY "QUALKEEP OPEN FAILED, STATUS "
005309             PURG-QUAL-KEEP-STATUS
005310         GO TO 9999-EXIT
005311     END-IF
005312     OPEN OUTPUT QUALITY-ARCHIVE-FILE
005313     IF PURG-QUAL-ARCH-STATUS NOT = "00"
005314         DISPLAY "QUALARCH OPEN FAILED, STATUS "
005315             PURG-QUAL-ARCH-STATUS
005316         GO TO 9999-EXIT
005317     END-IF
005318     PERFORM 4910-TRIM-ONE-QUALITY THRU 4910-EXIT
005319         UNTIL PURG-EOF
005320     SET PURG-NOT-EOF TO TRUE
005321     CLOSE QUALITY-ARCHIVE-FILE
005322     CLOSE QUALITY-KEEP-FILE
005323     CLOSE QUALITY-FILE.
005324 4900-EXIT.
005325     EXIT.
005326*--------------------------------------------------------------*
005327*  4910-TRIM-ONE-QUALITY                                       *
005328*--------------------------------------------------------------*
005329 4910-TRIM-ONE-QUALITY.
005330     READ QUALITY-FILE
005331         AT END
005332             SET PURG-EOF TO TRUE
005333     END-READ
005334     IF PURG-EOF
005335         GO TO 4910-EXIT
005336     END-IF
005337     IF SQ-BUSINESS-DATE IS NUMERIC
005338             AND SQ-BUSINESS-DATE < PURG-QUARTER-CUTOFF
005339         MOVE QUALITY-RECORD TO QUALITY-ARCHIVE-RECORD
005340         WRITE QUALITY-ARCHIVE-RECORD
005341         IF PURG-QUAL-ARCH-STATUS NOT = "00"
005342             DISPLAY "QUALARCH WRITE FAILED, STATUS "
005343                 PURG-QUAL-ARCH-STATUS
005344                 " - PURGE STOPPED, SRCQUAL LEFT UNTOUCHED"
005345             GO TO 9999-EXIT
005346         END-IF
005347         ADD 1 TO PURG-QUAL-ARCHIVED
005348     ELSE
005349         MOVE QUALITY-RECORD TO QUALITY-KEEP-RECORD
005350         WRITE QUALITY-KEEP-RECORD
005351         IF PURG-QUAL-KEEP-STATUS NOT = "00"
005352             DISPLAY "QUALKEEP WRITE FAILED, STATUS "
005353                 PURG-QUAL-KEEP-STATUS
005354             GO TO 9999-EXIT
005355         END-IF
005356         ADD 1 TO PURG-QUAL-KEPT
005357     END-IF.
005358 4910-EXIT.
005359     EXIT.
005360*--------------------------------------------------------------*
005361*  5000-WRITE-TOTALS - EXACTLY WHAT WAS ARCHIVED, REMOVED,     *
005362*  AND KEPT PER DATASET                                        *
005363*--------------------------------------------------------------*
005364 5000-WRITE-TOTALS.
005365     MOVE SPACES TO REPORT-LINE
005366     WRITE REPORT-LINE
005367     MOVE PURG-HIST-ARCHIVED TO PURG-ED-COUNT
005368     MOVE PURG-HIST-KEPT TO PURG-ED-COUNT-2
005369     MOVE SPACES TO PURG-REPORT-LINE
005370     STRING "HISTORY  ARCHIVED+REMOVED " DELIMITED BY SIZE
005371         PURG-ED-COUNT DELIMITED BY SIZE
005372         "  KEPT " DELIMITED BY SIZE
005373         PURG-ED-COUNT-2 DELIMITED BY SIZE
005374         INTO PURG-REPORT-LINE
005375     WRITE REPORT-LINE FROM PURG-REPORT-LINE
005376     MOVE PURG-AUDT-ARCHIVED TO PURG-ED-COUNT
005377     MOVE PURG-AUDT-KEPT TO PURG-ED-COUNT-2
005378     MOVE SPACES TO PURG-REPORT-LINE
005379     STRING "AUDIT    ARCHIVED+REMOVED " DELIMITED BY SIZE
005380         PURG-ED-COUNT DELIMITED BY SIZE
005381         "  KEPT " DELIMITED BY SIZE
005382         PURG-ED-COUNT-2 DELIMITED BY SIZE
005383         INTO PURG-REPORT-LINE
005384     WRITE REPORT-LINE FROM PURG-REPORT-LINE
005385     MOVE PURG-RUNC-ARCHIVED TO PURG-ED-COUNT
005386     MOVE PURG-RUNC-KEPT TO PURG-ED-COUNT-2
005387     MOVE SPACES TO PURG-REPORT-LINE
005388     STRING "RUNCTL   ARCHIVED+REMOVED " DELIMITED BY SIZE
005389         PURG-ED-COUNT DELIMITED BY SIZE
005390         "  KEPT " DELIMITED BY SIZE
005391         PURG-ED-COUNT-2 DELIMITED BY SIZE
005392         INTO PURG-REPORT-LINE
005393     WRITE REPORT-LINE FROM PURG-REPORT-LINE
005394     MOVE PURG-DTL-ARCHIVED TO PURG-ED-COUNT
005395     MOVE PURG-DTL-DATES TO PURG-ED-COUNT-2
005396     MOVE SPACES TO PURG-REPORT-LINE
005397     STRING "DETAIL   ARCHIVED+REMOVED " DELIMITED BY SIZE
005398         PURG-ED-COUNT DELIMITED BY SIZE
005399         "  DATES " DELIMITED BY SIZE
005400         PURG-ED-COUNT-2 DELIMITED BY SIZE
005401         INTO PURG-REPORT-LINE
005402     WRITE REPORT-LINE FROM PURG-REPORT-LINE
005403     MOVE PURG-PERD-ARCHIVED TO PURG-ED-BIG-COUNT
005404     MOVE PURG-PERD-KEPT TO PURG-ED-BIG-COUNT-2
005405     MOVE SPACES TO PURG-REPORT-LINE
005406     STRING "PERDFILE ARCHIVED+REMOVED " DELIMITED BY SIZE
005407         PURG-ED-BIG-COUNT DELIMITED BY SIZE
005408         "  KEPT " DELIMITED BY SIZE
005409         PURG-ED-BIG-COUNT-2 DELIMITED BY SIZE
005410         INTO PURG-REPORT-LINE
005411     WRITE REPORT-LINE FROM PURG-REPORT-LINE
005412     MOVE PURG-TIME-ARCHIVED TO PURG-ED-COUNT
005413     MOVE PURG-TIME-KEPT TO PURG-ED-COUNT-2
005414     MOVE SPACES TO PURG-REPORT-LINE
005415     STRING "JOBTIME  ARCHIVED+REMOVED " DELIMITED BY SIZE
005416         PURG-ED-COUNT DELIMITED BY SIZE
005417         "  KEPT " DELIMITED BY SIZE
005418         PURG-ED-COUNT-2 DELIMITED BY SIZE
005419         INTO PURG-REPORT-LINE
005420     WRITE REPORT-LINE FROM PURG-REPORT-LINE
005421     MOVE PURG-QUAL-ARCHIVED TO PURG-ED-COUNT
005422     MOVE PURG-QUAL-KEPT TO PURG-ED-COUNT-2
005423     MOVE SPACES TO PURG-REPORT-LINE
005424     STRING "SRCQUAL  ARCHIVED+REMOVED " DELIMITED BY SIZE
005425         PURG-ED-COUNT DELIMITED BY SIZE
005426         "  KEPT " DELIMITED BY SIZE
005427         PURG-ED-COUNT-2 DELIMITED BY SIZE
005428         INTO PURG-REPORT-LINE
005429     WRITE REPORT-LINE FROM PURG-REPORT-LINE.
005430 5000-EXIT.
005431     EXIT.
005432*--------------------------------------------------------------*
005433*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
005434*--------------------------------------------------------------*
005435 9999-EXIT.
005440     MOVE PURG-RETURN-SEVERITY TO RETURN-CODE
005450     STOP RUN.
