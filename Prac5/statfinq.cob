000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATFINQ.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATFINQ - FEED REGISTRY INQUIRY                            *
000090*                                                              *
000100*  GIVEN A BUSINESS DATE OR DATE RANGE, AND OPTIONALLY ONE     *
000110*  SOURCE CODE, ON THE FINQPARM CONTROL CARD, WALKS THE FEED   *
000120*  REGISTRY KSDS STATPREP MAINTAINS (KEYED SOURCE CODE PLUS    *
000130*  BUSINESS DATE) AND PRINTS WHAT EACH OFFICE SENT ON EACH     *
000140*  DATE: THE COUNT THE FEED DECLARED, THE DETAILS STAGED FROM  *
000150*  IT, ITS VALUE HASH, WHEN IT WAS STAGED, AND WHETHER IT WAS  *
000155*  HELD OR RELEASED AS A DUPLICATE AND OF WHICH DATE, OR HELD  *
000160*  OR RELEASED BECAUSE ITS OFFICE WAS NOT ACTIVE ON THE SOURCE *
000165*  MASTER.                                                     *
000170*                                                              *
000180*  CONDITION CODES: 0 COMPLETE, 16 FATAL.                      *
000190*--------------------------------------------------------------*
000200*  MODIFICATION HISTORY                                        *
000210*--------------------------------------------------------------*
000220*  DATE       BY   DESCRIPTION                                 *
000230*  10/15/2026 JH   ORIGINAL VERSION.                           *
000231*  10/15/2026 JH   A FEED HELD OR RELEASED BECAUSE ITS SOURCE  *
000232*                  CODE IS NOT ON THE SOURCE MASTER (REASON U) *
000233*                  OR ITS OFFICE IS INACTIVE (REASON I) IS     *
000234*                  LISTED AS SUCH; THE FOOTER COUNTS EVERY     *
000235*                  FEED HELD OR RELEASED.                      *
000240*--------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PARMS-FILE ASSIGN TO "FINQPARM"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS FINQ-PARMS-STATUS.
000320
000330     SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS FREG-KEY
000370         FILE STATUS IS FINQ-REGISTRY-STATUS.
000380
000390     SELECT REPORT-FILE ASSIGN TO "FINQRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FINQ-REPORT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440*--------------------------------------------------------------*
000450*  PARMS-FILE - ONE CONTROL CARD: FROM DATE, OPTIONAL TO DATE  *
000460*  (BLANK OR ZERO MEANS THE SINGLE FROM DATE), AND OPTIONAL    *
000470*  SOURCE CODE (BLANK MEANS EVERY SOURCE)                      *
000480*--------------------------------------------------------------*
000490 FD  PARMS-FILE
000500     RECORDING MODE IS F.
000510 01  PARMS-RECORD.
000520     05  FINQ-PARM-FROM-DATE    PIC 9(08).
000530     05  FILLER                 PIC X(01).
000540     05  FINQ-PARM-TO-DATE      PIC X(08).
000550     05  FINQ-PARM-TO-DATE-NUM REDEFINES FINQ-PARM-TO-DATE
000560                                PIC 9(08).
000570     05  FILLER                 PIC X(01).
000580     05  FINQ-PARM-SOURCE       PIC X(02).
000590*--------------------------------------------------------------*
000600*  FEED-REGISTRY-FILE - ONE RECORD PER OFFICE FEED PER         *
000610*  BUSINESS DATE, AS WRITTEN BY STATPREP                       *
000620*--------------------------------------------------------------*
000630 FD  FEED-REGISTRY-FILE
000640     RECORDING MODE IS F.
000650 01  FEED-REGISTRY-RECORD.
000660     05  FREG-KEY.
000670         10  FREG-SOURCE        PIC X(02).
000680         10  FILLER             PIC X(01).
000690         10  FREG-BUSINESS-DATE PIC 9(08).
000700     05  FILLER                 PIC X(01).
000710     05  FREG-DECLARED-COUNT    PIC 9(07).
000720     05  FILLER                 PIC X(01).
000730     05  FREG-HAS-DECLARED      PIC X(01).
000740     05  FILLER                 PIC X(01).
000750     05  FREG-STAGED-COUNT      PIC 9(07).
000760     05  FILLER                 PIC X(01).
000770     05  FREG-HASH-TOTAL        PIC S9(11)
000780         SIGN IS LEADING SEPARATE CHARACTER.
000790     05  FILLER                 PIC X(01).
000800     05  FREG-STAGE-DATE        PIC 9(08).
000810     05  FILLER                 PIC X(01).
000820     05  FREG-STAGE-TIME        PIC 9(08).
000830     05  FILLER                 PIC X(01).
000840     05  FREG-DISPOSITION       PIC X(01).
000850         88  FREG-HELD                    VALUE 'H'.
000860         88  FREG-RELEASED                VALUE 'R'.
000870     05  FILLER                 PIC X(01).
000880     05  FREG-DUP-REASON        PIC X(01).
000890         88  FREG-SAME-DATE               VALUE 'D'.
000893         88  FREG-SOURCE-HOLD             VALUE 'U' 'I'.
000896         88  FREG-NOT-ON-MASTER           VALUE 'U'.
000900     05  FILLER                 PIC X(01).
000910     05  FREG-DUP-OF-DATE       PIC 9(08).
000920*--------------------------------------------------------------*
000930*  REPORT-FILE - PRINTED INQUIRY RESULT                        *
000940*--------------------------------------------------------------*
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-LINE PIC X(80).
000980 WORKING-STORAGE SECTION.
000990*--------------------------------------------------------------*
001000*  STANDARD SWITCHES                                           *
001010*--------------------------------------------------------------*
001020 01  FINQ-SWITCHES.
001030     05  FINQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
001040         88  FINQ-EOF                     VALUE 'Y'.
001050         88  FINQ-NOT-EOF                 VALUE 'N'.
001060*--------------------------------------------------------------*
001070*  FILE STATUS CODES                                           *
001080*--------------------------------------------------------------*
001090 01  FINQ-FILE-STATUSES.
001100     05  FINQ-PARMS-STATUS      PIC X(02).
001110     05  FINQ-REGISTRY-STATUS   PIC X(02).
001120     05  FINQ-REPORT-STATUS     PIC X(02).
001130*--------------------------------------------------------------*
001140*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001150*  ONLY WHEN THE INQUIRY COMPLETES                             *
001160*--------------------------------------------------------------*
001170 01  FINQ-RETURN-SEVERITY       PIC 9(02) VALUE 16.
001180*--------------------------------------------------------------*
001190*  INQUIRY RANGE AND COUNTERS                                  *
001200*--------------------------------------------------------------*
001210 01  FINQ-FROM-DATE             PIC 9(08) VALUE 0.
001220 01  FINQ-TO-DATE               PIC 9(08) VALUE 0.
001230 01  FINQ-SOURCE                PIC X(02) VALUE SPACES.
001240 01  FINQ-LAST-SOURCE           PIC X(02) VALUE SPACES.
001250 01  FINQ-FEEDS-LISTED          PIC 9(05) COMP VALUE 0.
001260 01  FINQ-FEEDS-HELD            PIC 9(05) COMP VALUE 0.
001270 01  FINQ-FEEDS-RELEASED        PIC 9(05) COMP VALUE 0.
001280*--------------------------------------------------------------*
001290*  REPORT WORK FIELDS                                          *
001300*--------------------------------------------------------------*
001310 01  FINQ-RUN-DATE              PIC 9(08).
001320 01  FINQ-REPORT-LINE           PIC X(80).
001330 01  FINQ-DISP-TEXT             PIC X(24).
001340 01  FINQ-REASON-TEXT           PIC X(12).
001350 01  FINQ-EDIT-FIELDS.
001360     05  FINQ-ED-DATE           PIC 9999/99/99.
001370     05  FINQ-ED-TO-DATE        PIC 9999/99/99.
001380     05  FINQ-ED-DUP-DATE       PIC 9999/99/99.
001390     05  FINQ-ED-TIME           PIC 99/99/99.
001400     05  FINQ-ED-COUNT          PIC ZZZZZZ9.
001410     05  FINQ-ED-DECLARED       PIC X(07).
001420     05  FINQ-ED-HASH           PIC -ZZZZZZZZZZ9.
001430 01  FINQ-TIME-DIGITS           PIC 9(06).
001440 PROCEDURE DIVISION.
001450*--------------------------------------------------------------*
001460*  0000-MAINLINE                                               *
001470*--------------------------------------------------------------*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500     PERFORM 2000-POSITION-REGISTRY THRU 2000-EXIT
001510     PERFORM 3000-LIST-ONE-FEED THRU 3000-EXIT
001520         UNTIL FINQ-EOF
001530     PERFORM 4000-WRITE-FOOTER THRU 4000-EXIT
001540     CLOSE FEED-REGISTRY-FILE
001550     CLOSE REPORT-FILE
001560     MOVE 0 TO FINQ-RETURN-SEVERITY
001570     DISPLAY "STATFINQ COMPLETE - FEEDS LISTED: "
001580         FINQ-FEEDS-LISTED
001590     GO TO 9999-EXIT.
001600*--------------------------------------------------------------*
001610*  1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE REGISTRY  *
001620*  AND THE REPORT, PRINT THE HEADING                           *
001630*--------------------------------------------------------------*
001640 1000-INITIALIZE.
001650     OPEN INPUT PARMS-FILE
001660     IF FINQ-PARMS-STATUS NOT = "00"
001670         DISPLAY "FINQPARM OPEN FAILED, STATUS "
001680             FINQ-PARMS-STATUS
001690         GO TO 9999-EXIT
001700     END-IF
001710     READ PARMS-FILE
001720         AT END
001730             DISPLAY "FINQPARM IS EMPTY - GIVE A DATE OR RANGE"
001740             GO TO 9999-EXIT
001750     END-READ
001760     CLOSE PARMS-FILE
001770     IF FINQ-PARM-FROM-DATE IS NOT NUMERIC
001780         DISPLAY "FINQPARM FROM DATE IS NOT NUMERIC"
001790         GO TO 9999-EXIT
001800     END-IF
001810     MOVE FINQ-PARM-FROM-DATE TO FINQ-FROM-DATE
001820     IF FINQ-PARM-TO-DATE = SPACES
001830             OR FINQ-PARM-TO-DATE-NUM IS NOT NUMERIC
001840             OR FINQ-PARM-TO-DATE-NUM = 0
001850         MOVE FINQ-FROM-DATE TO FINQ-TO-DATE
001860     ELSE
001870         MOVE FINQ-PARM-TO-DATE-NUM TO FINQ-TO-DATE
001880     END-IF
001890     IF FINQ-TO-DATE < FINQ-FROM-DATE
001900         DISPLAY "FINQPARM TO DATE IS BEFORE FROM DATE"
001910         GO TO 9999-EXIT
001920     END-IF
001930     MOVE FINQ-PARM-SOURCE TO FINQ-SOURCE
001940     OPEN INPUT FEED-REGISTRY-FILE
001950     IF FINQ-REGISTRY-STATUS NOT = "00"
001960         DISPLAY "FEEDREG OPEN FAILED, STATUS "
001970             FINQ-REGISTRY-STATUS
001980         GO TO 9999-EXIT
001990     END-IF
002000     OPEN OUTPUT REPORT-FILE
002010     IF FINQ-REPORT-STATUS NOT = "00"
002020         DISPLAY "FINQRPT OPEN FAILED, STATUS "
002030             FINQ-REPORT-STATUS
002040         GO TO 9999-EXIT
002050     END-IF
002060     ACCEPT FINQ-RUN-DATE FROM DATE YYYYMMDD
002070     MOVE FINQ-RUN-DATE TO FINQ-ED-DATE
002080     MOVE SPACES TO FINQ-REPORT-LINE
002090     STRING "FEED REGISTRY INQUIRY - PRINTED " DELIMITED BY SIZE
002100         FINQ-ED-DATE DELIMITED BY SIZE
002110         INTO FINQ-REPORT-LINE
002120     WRITE REPORT-LINE FROM FINQ-REPORT-LINE
002130     MOVE FINQ-FROM-DATE TO FINQ-ED-DATE
002140     MOVE FINQ-TO-DATE TO FINQ-ED-TO-DATE
002150     MOVE SPACES TO FINQ-REPORT-LINE
002160     IF FINQ-SOURCE = SPACES
002170         STRING "FROM: " DELIMITED BY SIZE
002180             FINQ-ED-DATE DELIMITED BY SIZE
002190             "  TO: " DELIMITED BY SIZE
002200             FINQ-ED-TO-DATE DELIMITED BY SIZE
002210             "  ALL SOURCES" DELIMITED BY SIZE
002220             INTO FINQ-REPORT-LINE
002230     ELSE
002240         STRING "FROM: " DELIMITED BY SIZE
002250             FINQ-ED-DATE DELIMITED BY SIZE
002260             "  TO: " DELIMITED BY SIZE
002270             FINQ-ED-TO-DATE DELIMITED BY SIZE
002280             "  SOURCE: " DELIMITED BY SIZE
002290             FINQ-SOURCE DELIMITED BY SIZE
002300             INTO FINQ-REPORT-LINE
002310     END-IF
002320     WRITE REPORT-LINE FROM FINQ-REPORT-LINE.
002330 1000-EXIT.
002340     EXIT.
002350*--------------------------------------------------------------*
002360*  2000-POSITION-REGISTRY - START AT THE REQUESTED SOURCE'S    *
002370*  FROM DATE, OR AT THE FIRST ENTRY WHEN EVERY SOURCE IS       *
002380*  WANTED (THE DATE RANGE IS THEN APPLIED ENTRY BY ENTRY)      *
002390*--------------------------------------------------------------*
002400 2000-POSITION-REGISTRY.
002410     MOVE SPACES TO FEED-REGISTRY-RECORD
002420     IF FINQ-SOURCE = SPACES
002430         MOVE LOW-VALUES TO FREG-KEY
002440     ELSE
002450         MOVE FINQ-SOURCE TO FREG-SOURCE
002460         MOVE FINQ-FROM-DATE TO FREG-BUSINESS-DATE
002470     END-IF
002480     START FEED-REGISTRY-FILE KEY >= FREG-KEY
002490         INVALID KEY
002500             SET FINQ-EOF TO TRUE
002510     END-START.
002520 2000-EXIT.
002530     EXIT.
002540*--------------------------------------------------------------*
002550*  3000-LIST-ONE-FEED - READ THE NEXT REGISTRY ENTRY IN KEY    *
002560*  ORDER AND PRINT IT IF ITS DATE IS IN RANGE, WITH A HEADING  *
002570*  EACH TIME THE SOURCE CHANGES                                *
002580*--------------------------------------------------------------*
002590 3000-LIST-ONE-FEED.
002600     READ FEED-REGISTRY-FILE NEXT
002610         AT END
002620             SET FINQ-EOF TO TRUE
002630     END-READ
002640     IF FINQ-EOF
002650         GO TO 3000-EXIT
002660     END-IF
002670     IF FINQ-SOURCE NOT = SPACES
002680         IF FREG-SOURCE NOT = FINQ-SOURCE
002690                 OR FREG-BUSINESS-DATE > FINQ-TO-DATE
002700             SET FINQ-EOF TO TRUE
002710             GO TO 3000-EXIT
002720         END-IF
002730     END-IF
002740     IF FREG-BUSINESS-DATE < FINQ-FROM-DATE
002750             OR FREG-BUSINESS-DATE > FINQ-TO-DATE
002760         GO TO 3000-EXIT
002770     END-IF
002780     IF FINQ-FEEDS-LISTED = 0
002785             OR FREG-SOURCE NOT = FINQ-LAST-SOURCE
002790         MOVE FREG-SOURCE TO FINQ-LAST-SOURCE
002800         MOVE SPACES TO REPORT-LINE
002810         WRITE REPORT-LINE
002820         MOVE SPACES TO FINQ-REPORT-LINE
002830         STRING "SOURCE " DELIMITED BY SIZE
002840             FREG-SOURCE DELIMITED BY SIZE
002850             INTO FINQ-REPORT-LINE
002860         WRITE REPORT-LINE FROM FINQ-REPORT-LINE
002870     END-IF
002880     ADD 1 TO FINQ-FEEDS-LISTED
002890     MOVE FREG-BUSINESS-DATE TO FINQ-ED-DATE
002900     MOVE "   NONE" TO FINQ-ED-DECLARED
002910     IF FREG-HAS-DECLARED = 'Y'
002920         MOVE FREG-DECLARED-COUNT TO FINQ-ED-COUNT
002930         MOVE FINQ-ED-COUNT TO FINQ-ED-DECLARED
002940     END-IF
002950     MOVE FREG-STAGED-COUNT TO FINQ-ED-COUNT
002960     MOVE FREG-HASH-TOTAL TO FINQ-ED-HASH
002970     MOVE SPACES TO FINQ-REPORT-LINE
002980     STRING "  " DELIMITED BY SIZE
002990         FINQ-ED-DATE DELIMITED BY SIZE
003000         "  DECLARED " DELIMITED BY SIZE
003010         FINQ-ED-DECLARED DELIMITED BY SIZE
003020         "  STAGED " DELIMITED BY SIZE
003030         FINQ-ED-COUNT DELIMITED BY SIZE
003040         "  HASH " DELIMITED BY SIZE
003050         FINQ-ED-HASH DELIMITED BY SIZE
003060         INTO FINQ-REPORT-LINE
003070     WRITE REPORT-LINE FROM FINQ-REPORT-LINE
003080     PERFORM 3100-PRINT-DISPOSITION THRU 3100-EXIT.
003090 3000-EXIT.
003100     EXIT.
003110*--------------------------------------------------------------*
003120*  3100-PRINT-DISPOSITION - WHEN THE FEED WAS STAGED AND WHAT  *
003130*  BECAME OF IT                                                *
003140*--------------------------------------------------------------*
003150 3100-PRINT-DISPOSITION.
003160     MOVE FREG-STAGE-DATE TO FINQ-ED-DATE
003170     DIVIDE FREG-STAGE-TIME BY 100 GIVING FINQ-TIME-DIGITS
003180     MOVE FINQ-TIME-DIGITS TO FINQ-ED-TIME
003190     MOVE SPACES TO FINQ-REPORT-LINE
003200     IF NOT FREG-HELD AND NOT FREG-RELEASED
003210         STRING "    RUN " DELIMITED BY SIZE
003220             FINQ-ED-DATE DELIMITED BY SIZE
003230             " " DELIMITED BY SIZE
003240             FINQ-ED-TIME DELIMITED BY SIZE
003250             "  STAGED" DELIMITED BY SIZE
003260             INTO FINQ-REPORT-LINE
003270         WRITE REPORT-LINE FROM FINQ-REPORT-LINE
003280         GO TO 3100-EXIT
003290     END-IF
003300     IF FREG-HELD
003310         ADD 1 TO FINQ-FEEDS-HELD
003320         MOVE "HELD AS DUPLICATE OF" TO FINQ-DISP-TEXT
003330     ELSE
003340         ADD 1 TO FINQ-FEEDS-RELEASED
003350         MOVE "RELEASED DUPLICATE OF" TO FINQ-DISP-TEXT
003360     END-IF
003362     IF FREG-SOURCE-HOLD
003364         PERFORM 3200-PRINT-SOURCE-HOLD THRU 3200-EXIT
003366         GO TO 3100-EXIT
003368     END-IF
003370     IF FREG-SAME-DATE
003380         MOVE "(SAME DATE)" TO FINQ-REASON-TEXT
003390     ELSE
003400         MOVE "(COUNT+HASH)" TO FINQ-REASON-TEXT
003410     END-IF
003420     MOVE FREG-DUP-OF-DATE TO FINQ-ED-DUP-DATE
003430     STRING "    RUN " DELIMITED BY SIZE
003440         FINQ-ED-DATE DELIMITED BY SIZE
003450         " " DELIMITED BY SIZE
003460         FINQ-ED-TIME DELIMITED BY SIZE
003470         "  " DELIMITED BY SIZE
003480         FINQ-DISP-TEXT DELIMITED BY "  "
003490         " " DELIMITED BY SIZE
003500         FINQ-ED-DUP-DATE DELIMITED BY SIZE
003510         " " DELIMITED BY SIZE
003520         FINQ-REASON-TEXT DELIMITED BY SIZE
003530         INTO FINQ-REPORT-LINE
003540     WRITE REPORT-LINE FROM FINQ-REPORT-LINE.
003550 3100-EXIT.
003551     EXIT.
003552*--------------------------------------------------------------*
003553*  3200-PRINT-SOURCE-HOLD - A FEED HELD OR RELEASED BECAUSE    *
003554*  ITS OFFICE WAS NOT ACTIVE ON THE SOURCE MASTER              *
003555*--------------------------------------------------------------*
003556 3200-PRINT-SOURCE-HOLD.
003557     IF FREG-HELD
003558         MOVE "HELD -" TO FINQ-DISP-TEXT
003559     ELSE
003560         MOVE "RELEASED -" TO FINQ-DISP-TEXT
003561     END-IF
003562     STRING "    RUN " DELIMITED BY SIZE
003563         FINQ-ED-DATE DELIMITED BY SIZE
003564         " " DELIMITED BY SIZE
003565         FINQ-ED-TIME DELIMITED BY SIZE
003566         "  " DELIMITED BY SIZE
003567         FINQ-DISP-TEXT DELIMITED BY "  "
003568         INTO FINQ-REPORT-LINE
003569     IF FREG-NOT-ON-MASTER
003570         MOVE "NOT ON THE SOURCE MASTER"
003571             TO FINQ-REPORT-LINE(41:30)
003572     ELSE
003573         MOVE "OFFICE INACTIVE ON THE MASTER"
003574             TO FINQ-REPORT-LINE(41:30)
003575     END-IF
003576     WRITE REPORT-LINE FROM FINQ-REPORT-LINE.
003577 3200-EXIT.
003578     EXIT.
003579*--------------------------------------------------------------*
003580*  4000-WRITE-FOOTER - FEED COUNTS, OR A NO-FEEDS NOTICE       *
003590*--------------------------------------------------------------*
003600 4000-WRITE-FOOTER.
003610     MOVE SPACES TO REPORT-LINE
003620     WRITE REPORT-LINE
003630     IF FINQ-FEEDS-LISTED = 0
003640         MOVE SPACES TO FINQ-REPORT-LINE
003650         STRING "NO FEEDS FOUND IN THE REQUESTED RANGE"
003660             DELIMITED BY SIZE
003670             INTO FINQ-REPORT-LINE
003680         WRITE REPORT-LINE FROM FINQ-REPORT-LINE
003690         GO TO 4000-EXIT
003700     END-IF
003710     MOVE FINQ-FEEDS-LISTED TO FINQ-ED-COUNT
003720     MOVE SPACES TO FINQ-REPORT-LINE
003730     STRING "FEEDS LISTED:      " DELIMITED BY SIZE
003740         FINQ-ED-COUNT DELIMITED BY SIZE
003750         INTO FINQ-REPORT-LINE
003760     WRITE REPORT-LINE FROM FINQ-REPORT-LINE
003770     MOVE FINQ-FEEDS-HELD TO FINQ-ED-COUNT
003780     MOVE SPACES TO FINQ-REPORT-LINE
003790     STRING "FEEDS HELD:        " DELIMITED BY SIZE
003800         FINQ-ED-COUNT DELIMITED BY SIZE
003810         INTO FINQ-REPORT-LINE
003820     WRITE REPORT-LINE FROM FINQ-REPORT-LINE
003830     MOVE FINQ-FEEDS-RELEASED TO FINQ-ED-COUNT
003840     MOVE SPACES TO FINQ-REPORT-LINE
003850     STRING "FEEDS RELEASED:    " DELIMITED BY SIZE
003860         FINQ-ED-COUNT DELIMITED BY SIZE
003870         INTO FINQ-REPORT-LINE
003880     WRITE REPORT-LINE FROM FINQ-REPORT-LINE.
003890 4000-EXIT.
003900     EXIT.
003910*--------------------------------------------------------------*
003920*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
003930*--------------------------------------------------------------*
003940 9999-EXIT.
003950     MOVE FINQ-RETURN-SEVERITY TO RETURN-CODE
003960     STOP RUN.
