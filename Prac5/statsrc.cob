000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATSRC.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATSRC - SOURCE-OFFICE REFERENCE MAINTENANCE               *
000090*                                                              *
000100*  THE SOURCE-OFFICE REFERENCE MASTER (TWO-BYTE SOURCE CODE,   *
000110*  OFFICE NAME, ACTIVE/INACTIVE FLAG, AND THE CONTACT AT THE   *
000120*  OFFICE) SAYS WHICH ORIGINATING OFFICE EACH SOURCE CODE      *
000130*  STAMPED BY STATPREP BELONGS TO. STATPREP HOLDS A FEED FROM  *
000140*  A CODE NOT ON THE MASTER OR AN INACTIVE OFFICE, AND THE     *
000150*  STATSCOR MONTHLY SCORECARD NAMES EACH OFFICE AND ITS        *
000160*  CONTACT FROM IT. BUILT IN THE MOLD OF STATUNIT: CHANGES     *
000170*  COME FROM A MAINTENANCE TRANSACTION FILE, ARE VALIDATED     *
000180*  BEFORE WRITING (ACTION CODE KNOWN, OFFICE PRESENT OR        *
000190*  ABSENT AS THE ACTION DEMANDS, NAME SUPPLIED ON ADD/UPDATE), *
000200*  ARE RECORDED WITH WHO CHANGED WHAT AND WHEN ON THE          *
000210*  CHANGE-HISTORY FILE, AND THE EFFECTIVE OFFICE LIST IS       *
000220*  PRINTED.                                                    *
000230*                                                              *
000240*  TRANSACTION ACTIONS: A ADD, U UPDATE NAME/CONTACT,          *
000250*  I INACTIVATE, R REACTIVATE.                                 *
000260*                                                              *
000270*  NO ONE PERSON CAN CHANGE THE OFFICE LIST: A VALID           *
000280*  TRANSACTION IS HELD ON THE PENDING-CHANGE FILE UNDER A      *
000290*  CHANGE NUMBER UNTIL A DECISION CARD FROM A SECOND,          *
000300*  DIFFERENT USER ID APPROVES (A) OR REJECTS (R) IT. AN        *
000310*  APPROVED CHANGE IS VALIDATED AGAIN AGAINST THE OFFICE LIST  *
000320*  AS IT THEN STANDS BEFORE IT IS APPLIED, AND THE HISTORY     *
000330*  RECORDS BOTH USER IDS. A CHANGE LEFT PENDING LONGER THAN    *
000340*  THE EXPIRY LIMIT EXPIRES. DECIDED CHANGES STAY ON THE       *
000350*  PENDING-CHANGE FILE FOR THE RETENTION LIMIT, AND EVERY      *
000360*  CHANGE STILL AWAITING APPROVAL IS LISTED WITH THE DAYS IT   *
000370*  HAS WAITED.                                                 *
000380*                                                              *
000390*  CONDITION CODES: 0 HELD/APPLIED (OR NOTHING TO DO),         *
000400*  4 ONE OR MORE PENDING CHANGES EXPIRED, 8 ONE OR MORE        *
000410*  TRANSACTIONS OR DECISIONS REJECTED, 16 FATAL.               *
000420*--------------------------------------------------------------*
000430*  MODIFICATION HISTORY                                        *
000440*--------------------------------------------------------------*
000450*  DATE       BY   DESCRIPTION                                 *
000460*  10/15/2026 JH   ORIGINAL VERSION.                           *
000470*--------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SOURCE-FILE ASSIGN TO "SRCREF"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SMNT-SOURCE-STATUS.
000550
000560     SELECT TRANSACTION-FILE ASSIGN TO "SRCTRAN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SMNT-TRANSACTION-STATUS.
000590
000600     SELECT HISTORY-FILE ASSIGN TO "SRCHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SMNT-HISTORY-STATUS.
000630
000640     SELECT REPORT-FILE ASSIGN TO "SRCRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SMNT-REPORT-STATUS.
000670
000680     SELECT PENDING-FILE ASSIGN TO "SRCPEND"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS SMNT-PENDING-STATUS.
000710
000720     SELECT DECISION-FILE ASSIGN TO "SRCAPRV"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS SMNT-DECISION-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770*--------------------------------------------------------------*
000780*  SOURCE-FILE - THE REFERENCE MASTER STATPREP LOADS AT        *
000790*  START-UP: SOURCE CODE, OFFICE NAME, ACTIVE/INACTIVE FLAG,   *
000800*  OFFICE CONTACT, ONE RECORD PER ORIGINATING OFFICE           *
000810*--------------------------------------------------------------*
000820 FD  SOURCE-FILE
000830     RECORDING MODE IS F.
000840 01  SOURCE-RECORD.
000850     05  SRC-CODE               PIC X(02).
000860     05  FILLER                 PIC X(01).
000870     05  SRC-NAME               PIC X(20).
000880     05  FILLER                 PIC X(01).
000890     05  SRC-ACTIVE-FLAG        PIC X(01).
000900     05  FILLER                 PIC X(01).
000910     05  SRC-CONTACT            PIC X(30).
000920*--------------------------------------------------------------*
000930*  TRANSACTION-FILE - ONE MAINTENANCE TRANSACTION PER LINE:    *
000940*  WHO IS CHANGING, THE ACTION, THE CODE, AND THE NAME AND     *
000950*  CONTACT (REQUIRED ON ADD AND UPDATE, IGNORED ON             *
000960*  INACTIVATE AND REACTIVATE)                                  *
000970*--------------------------------------------------------------*
000980 FD  TRANSACTION-FILE
000990     RECORDING MODE IS F.
001000 01  TRANSACTION-RECORD.
001010     05  STRN-USER-ID           PIC X(08).
001020     05  FILLER                 PIC X(01).
001030     05  STRN-ACTION            PIC X(01).
001040         88  STRN-ACTION-ADD              VALUE 'A'.
001050         88  STRN-ACTION-UPDATE           VALUE 'U'.
001060         88  STRN-ACTION-INACTIVATE       VALUE 'I'.
001070         88  STRN-ACTION-REACTIVATE       VALUE 'R'.
001080         88  STRN-ACTION-KNOWN            VALUE 'A' 'U'
001090                                                'I' 'R'.
001100     05  FILLER                 PIC X(01).
001110     05  STRN-CODE              PIC X(02).
001120     05  FILLER                 PIC X(01).
001130     05  STRN-NAME              PIC X(20).
001140     05  FILLER                 PIC X(01).
001150     05  STRN-CONTACT           PIC X(30).
001160*--------------------------------------------------------------*
001170*  HISTORY-FILE - ONE APPENDED RECORD PER APPLIED CHANGE:      *
001180*  WHEN, WHO SUBMITTED IT, THE ACTION, THE CODE, THE OLD       *
001190*  NAME/FLAG/CONTACT, THE NEW NAME/FLAG/CONTACT, AND WHO       *
001195*  APPROVED IT                                                 *
001200*--------------------------------------------------------------*
001210 FD  HISTORY-FILE
001220     RECORDING MODE IS F.
001230 01  HISTORY-RECORD.
001240     05  SHST-CHANGE-DATE       PIC 9(08).
001250     05  FILLER                 PIC X(01).
001260     05  SHST-CHANGE-TIME       PIC 9(08).
001270     05  FILLER                 PIC X(01).
001280     05  SHST-USER-ID           PIC X(08).
001290     05  FILLER                 PIC X(01).
001300     05  SHST-ACTION            PIC X(01).
001310     05  FILLER                 PIC X(01).
001320     05  SHST-CODE              PIC X(02).
001330     05  FILLER                 PIC X(01).
001340     05  SHST-OLD-NAME          PIC X(20).
001350     05  FILLER                 PIC X(01).
001360     05  SHST-OLD-FLAG          PIC X(01).
001370     05  FILLER                 PIC X(01).
001380     05  SHST-OLD-CONTACT       PIC X(30).
001390     05  FILLER                 PIC X(01).
001400     05  SHST-NEW-NAME          PIC X(20).
001410     05  FILLER                 PIC X(01).
001420     05  SHST-NEW-FLAG          PIC X(01).
001430     05  FILLER                 PIC X(01).
001440     05  SHST-NEW-CONTACT       PIC X(30).
001450     05  FILLER                 PIC X(01).
001460     05  SHST-APPROVER-ID       PIC X(08).
001470*--------------------------------------------------------------*
001480*  REPORT-FILE - MAINTENANCE REPORT AND EFFECTIVE OFFICE LIST  *
001490*--------------------------------------------------------------*
001500 FD  REPORT-FILE
001510     RECORDING MODE IS F.
001520 01  REPORT-LINE PIC X(80).
001530*--------------------------------------------------------------*
001540*  PENDING-FILE - EVERY SUBMITTED CHANGE: ITS NUMBER, STATUS   *
001550*  (P PENDING, A APPROVED, R REJECTED, E EXPIRED), WHEN AND    *
001560*  BY WHOM IT WAS SUBMITTED, WHO DECIDED IT AND WHEN, AND THE  *
001570*  ACTION, CODE, NAME AND CONTACT IT CARRIES                   *
001580*--------------------------------------------------------------*
001590 FD  PENDING-FILE
001600     RECORDING MODE IS F.
001610 01  PENDING-RECORD.
001620     05  SPND-CHANGE-NO         PIC 9(05).
001630     05  FILLER                 PIC X(01).
001640     05  SPND-STATUS            PIC X(01).
001650     05  FILLER                 PIC X(01).
001660     05  SPND-SUBMIT-DATE       PIC 9(08).
001670     05  FILLER                 PIC X(01).
001680     05  SPND-SUBMIT-TIME       PIC 9(08).
001690     05  FILLER                 PIC X(01).
001700     05  SPND-MAKER-ID          PIC X(08).
001710     05  FILLER                 PIC X(01).
001720     05  SPND-CHECKER-ID        PIC X(08).
001730     05  FILLER                 PIC X(01).
001740     05  SPND-DECISION-DATE     PIC 9(08).
001750     05  FILLER                 PIC X(01).
001760     05  SPND-ACTION            PIC X(01).
001770     05  FILLER                 PIC X(01).
001780     05  SPND-CODE              PIC X(02).
001790     05  FILLER                 PIC X(01).
001800     05  SPND-NAME              PIC X(20).
001810     05  FILLER                 PIC X(01).
001820     05  SPND-CONTACT           PIC X(30).
001830*--------------------------------------------------------------*
001840*  DECISION-FILE - ONE CHECKER DECISION PER LINE: WHO IS       *
001850*  DECIDING, A APPROVE OR R REJECT, AND THE CHANGE NUMBER      *
001860*--------------------------------------------------------------*
001870 FD  DECISION-FILE
001880     RECORDING MODE IS F.
001890 01  DECISION-RECORD.
001900     05  SDEC-USER-ID           PIC X(08).
001910     05  FILLER                 PIC X(01).
001920     05  SDEC-ACTION            PIC X(01).
001930         88  SDEC-APPROVE                 VALUE 'A'.
001940         88  SDEC-REJECT                  VALUE 'R'.
001950     05  FILLER                 PIC X(01).
001960     05  SDEC-CHANGE-NO         PIC X(05).
001970     05  SDEC-CHANGE-NO-N REDEFINES SDEC-CHANGE-NO
001980                                PIC 9(05).
001990 WORKING-STORAGE SECTION.
002000*--------------------------------------------------------------*
002010*  STANDARD SWITCHES                                           *
002020*--------------------------------------------------------------*
002030 01  SMNT-SWITCHES.
002040     05  SMNT-EOF-SWITCH        PIC X(01) VALUE 'N'.
002050         88  SMNT-EOF                     VALUE 'Y'.
002060         88  SMNT-NOT-EOF                 VALUE 'N'.
002070     05  SMNT-TRAN-SWITCH       PIC X(01) VALUE 'Y'.
002080         88  SMNT-TRAN-VALID              VALUE 'Y'.
002090         88  SMNT-TRAN-INVALID            VALUE 'N'.
002100     05  SMNT-PHASE-SWITCH      PIC X(01) VALUE 'S'.
002110         88  SMNT-IN-SUBMISSIONS          VALUE 'S'.
002120         88  SMNT-IN-DECISIONS            VALUE 'D'.
002130*--------------------------------------------------------------*
002140*  FILE STATUS CODES                                           *
002150*--------------------------------------------------------------*
002160 01  SMNT-FILE-STATUSES.
002170     05  SMNT-SOURCE-STATUS     PIC X(02).
002180     05  SMNT-TRANSACTION-STATUS PIC X(02).
002190     05  SMNT-HISTORY-STATUS    PIC X(02).
002200     05  SMNT-REPORT-STATUS     PIC X(02).
002210     05  SMNT-PENDING-STATUS    PIC X(02).
002220     05  SMNT-DECISION-STATUS   PIC X(02).
002230*--------------------------------------------------------------*
002240*  APPROVAL CONTROL - DAYS A CHANGE MAY WAIT FOR APPROVAL, AND *
002250*  DAYS A DECIDED CHANGE STAYS ON THE PENDING-CHANGE FILE      *
002260*--------------------------------------------------------------*
002270 77  SMNT-EXPIRE-DAYS           PIC 9(03) VALUE 7.
002280 77  SMNT-KEEP-DAYS             PIC 9(03) VALUE 90.
002290*--------------------------------------------------------------*
002300*  RUN OUTCOME                                                 *
002310*--------------------------------------------------------------*
002320 01  SMNT-RETURN-SEVERITY       PIC 9(02) VALUE 16.
002330*--------------------------------------------------------------*
002340*  IN-CORE OFFICE TABLE - THE WHOLE REFERENCE MASTER, LOADED   *
002350*  ONCE, AMENDED BY THE TRANSACTIONS, AND WRITTEN BACK         *
002360*--------------------------------------------------------------*
002370 01  SMNT-SOURCE-COUNT          PIC 9(03) COMP VALUE 0.
002380 01  SMNT-TAB-CODE OCCURS 1 TO 99 TIMES
002390         DEPENDING ON SMNT-SOURCE-COUNT PIC X(02).
002400 01  SMNT-TAB-NAME OCCURS 1 TO 99 TIMES
002410         DEPENDING ON SMNT-SOURCE-COUNT PIC X(20).
002420 01  SMNT-TAB-FLAG OCCURS 1 TO 99 TIMES
002430         DEPENDING ON SMNT-SOURCE-COUNT PIC X(01).
002440 01  SMNT-TAB-CONTACT OCCURS 1 TO 99 TIMES
002450         DEPENDING ON SMNT-SOURCE-COUNT PIC X(30).
002460 01  SMNT-IX                    PIC 9(03) COMP VALUE 0.
002470 01  SMNT-MATCH-IX              PIC 9(03) COMP VALUE 0.
002480*--------------------------------------------------------------*
002490*  THE CHANGE BEING CHECKED OR APPLIED - FROM A TRANSACTION    *
002500*  WHEN IT IS SUBMITTED, FROM THE PENDING-CHANGE TABLE WHEN IT *
002510*  IS APPROVED                                                 *
002520*--------------------------------------------------------------*
002530 01  SMNT-CHANGE.
002540     05  SCHG-USER-ID           PIC X(08).
002550     05  SCHG-ACTION            PIC X(01).
002560         88  SCHG-ACTION-ADD              VALUE 'A'.
002570         88  SCHG-ACTION-UPDATE           VALUE 'U'.
002580         88  SCHG-ACTION-INACTIVATE       VALUE 'I'.
002590         88  SCHG-ACTION-REACTIVATE       VALUE 'R'.
002600         88  SCHG-ACTION-KNOWN            VALUE 'A' 'U'
002610                                                'I' 'R'.
002620     05  SCHG-CODE              PIC X(02).
002630     05  SCHG-NAME              PIC X(20).
002640     05  SCHG-CONTACT           PIC X(30).
002650*--------------------------------------------------------------*
002660*  IN-CORE PENDING-CHANGE TABLE - THE WHOLE PENDING-CHANGE     *
002670*  FILE, LOADED ONCE, AMENDED BY THE RUN, AND WRITTEN BACK     *
002680*--------------------------------------------------------------*
002690 01  SMNT-PEND-COUNT            PIC 9(05) COMP VALUE 0.
002700 01  SMNT-PND-CHANGE-NO OCCURS 1 TO 999 TIMES
002710         DEPENDING ON SMNT-PEND-COUNT PIC 9(05).
002720 01  SMNT-PND-STATUS OCCURS 1 TO 999 TIMES
002730         DEPENDING ON SMNT-PEND-COUNT PIC X(01).
002740 01  SMNT-PND-SUBMIT-DATE OCCURS 1 TO 999 TIMES
002750         DEPENDING ON SMNT-PEND-COUNT PIC 9(08).
002760 01  SMNT-PND-SUBMIT-TIME OCCURS 1 TO 999 TIMES
002770         DEPENDING ON SMNT-PEND-COUNT PIC 9(08).
002780 01  SMNT-PND-MAKER-ID OCCURS 1 TO 999 TIMES
002790         DEPENDING ON SMNT-PEND-COUNT PIC X(08).
002800 01  SMNT-PND-CHECKER-ID OCCURS 1 TO 999 TIMES
002810         DEPENDING ON SMNT-PEND-COUNT PIC X(08).
002820 01  SMNT-PND-DECISION-DATE OCCURS 1 TO 999 TIMES
002830         DEPENDING ON SMNT-PEND-COUNT PIC 9(08).
002840 01  SMNT-PND-ACTION OCCURS 1 TO 999 TIMES
002850         DEPENDING ON SMNT-PEND-COUNT PIC X(01).
002860 01  SMNT-PND-CODE OCCURS 1 TO 999 TIMES
002870         DEPENDING ON SMNT-PEND-COUNT PIC X(02).
002880 01  SMNT-PND-NAME OCCURS 1 TO 999 TIMES
002890         DEPENDING ON SMNT-PEND-COUNT PIC X(20).
002900 01  SMNT-PND-CONTACT OCCURS 1 TO 999 TIMES
002910         DEPENDING ON SMNT-PEND-COUNT PIC X(30).
002920 01  SMNT-PX                    PIC 9(05) COMP VALUE 0.
002930 01  SMNT-MATCH-PX              PIC 9(05) COMP VALUE 0.
002940 01  SMNT-LAST-CHANGE-NO        PIC 9(05) VALUE 0.
002950 01  SMNT-BAD-REASON            PIC X(36).
002960*--------------------------------------------------------------*
002970*  RUN COUNTERS                                                *
002980*--------------------------------------------------------------*
002990 01  SMNT-TRANS-READ            PIC 9(05) COMP VALUE 0.
003000 01  SMNT-TRANS-APPLIED         PIC 9(05) COMP VALUE 0.
003010 01  SMNT-TRANS-REJECTED        PIC 9(05) COMP VALUE 0.
003020 01  SMNT-TRANS-HELD            PIC 9(05) COMP VALUE 0.
003030 01  SMNT-DECISIONS-READ        PIC 9(05) COMP VALUE 0.
003040 01  SMNT-CHANGES-DECLINED      PIC 9(05) COMP VALUE 0.
003050 01  SMNT-CHANGES-EXPIRED       PIC 9(05) COMP VALUE 0.
003060 01  SMNT-CHANGES-WAITING       PIC 9(05) COMP VALUE 0.
003070*--------------------------------------------------------------*
003080*  AGING WORK FIELDS                                           *
003090*--------------------------------------------------------------*
003100 01  SMNT-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
003110 01  SMNT-WORK-DAYS             PIC 9(07) COMP VALUE 0.
003120 01  SMNT-DAYS-WAITING          PIC S9(05) COMP VALUE 0.
003130*--------------------------------------------------------------*
003140*  RUN STAMPS AND REPORT WORK FIELDS                           *
003150*--------------------------------------------------------------*
003160 01  SMNT-RUN-DATE              PIC 9(08).
003170 01  SMNT-RUN-TIME              PIC 9(08).
003180 01  SMNT-REPORT-LINE           PIC X(80).
003190 01  SMNT-EDIT-FIELDS.
003200     05  SMNT-ED-RUN-DATE       PIC 9999/99/99.
003210     05  SMNT-ED-COUNT          PIC ZZZZ9.
003220     05  SMNT-ED-CHANGE-NO      PIC 9(05).
003230     05  SMNT-ED-DATE           PIC 9999/99/99.
003240     05  SMNT-ED-DAYS           PIC ZZZZ9.
003250 PROCEDURE DIVISION.
003260*--------------------------------------------------------------*
003270*  0000-MAINLINE                                               *
003280*--------------------------------------------------------------*
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310     PERFORM 2000-LOAD-SOURCE-FILE THRU 2000-EXIT
003320     PERFORM 2500-LOAD-PENDING-FILE THRU 2500-EXIT
003330     PERFORM 2700-EXPIRE-STALE-CHANGES THRU 2700-EXIT
003340     PERFORM 3000-HOLD-TRANSACTIONS THRU 3000-EXIT
003350     PERFORM 3500-APPLY-DECISIONS THRU 3500-EXIT
003355     PERFORM 5500-WRITE-PENDING-FILE THRU 5500-EXIT
003360     IF SMNT-TRANS-APPLIED > 0
003370         PERFORM 5000-WRITE-SOURCE-FILE THRU 5000-EXIT
003380     END-IF
003400     PERFORM 6000-WRITE-EFFECTIVE-LIST THRU 6000-EXIT
003410     PERFORM 6500-WRITE-PENDING-REPORT THRU 6500-EXIT
003420     IF SMNT-TRANS-REJECTED > 0
003430         MOVE 8 TO SMNT-RETURN-SEVERITY
003440     ELSE
003450         IF SMNT-CHANGES-EXPIRED > 0
003460             MOVE 4 TO SMNT-RETURN-SEVERITY
003470         ELSE
003480             MOVE 0 TO SMNT-RETURN-SEVERITY
003490         END-IF
003500     END-IF
003510     CLOSE REPORT-FILE
003520     DISPLAY "STATSRC COMPLETE - HELD: " SMNT-TRANS-HELD
003530         " APPLIED: " SMNT-TRANS-APPLIED
003540         " REJECTED: " SMNT-TRANS-REJECTED
003550     GO TO 9999-EXIT.
003560*--------------------------------------------------------------*
003570*  1000-INITIALIZE - OPEN THE REPORT AND STAMP THE RUN         *
003580*--------------------------------------------------------------*
003590 1000-INITIALIZE.
003600     OPEN OUTPUT REPORT-FILE
003610     IF SMNT-REPORT-STATUS NOT = "00"
003620         DISPLAY "SRCRPT OPEN FAILED, STATUS "
003630             SMNT-REPORT-STATUS
003640         GO TO 9999-EXIT
003650     END-IF
003660     ACCEPT SMNT-RUN-DATE FROM DATE YYYYMMDD
003670     ACCEPT SMNT-RUN-TIME FROM TIME
003680     COMPUTE SMNT-TODAY-DAYS =
003690         FUNCTION INTEGER-OF-DATE(SMNT-RUN-DATE)
003700     MOVE SMNT-RUN-DATE TO SMNT-ED-RUN-DATE
003710     MOVE SPACES TO SMNT-REPORT-LINE
003720     STRING "SOURCE-OFFICE MAINTENANCE REPORT - "
003730         DELIMITED BY SIZE
003740         SMNT-ED-RUN-DATE DELIMITED BY SIZE
003750         INTO SMNT-REPORT-LINE
003760     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
003770     MOVE SPACES TO REPORT-LINE
003780     WRITE REPORT-LINE.
003790 1000-EXIT.
003800     EXIT.
003810*--------------------------------------------------------------*
003820*  2000-LOAD-SOURCE-FILE - TABLE THE REFERENCE MASTER IN       *
003830*  EFFECT TODAY; AN ABSENT OR EMPTY FILE IS AN EMPTY OFFICE    *
003840*  LIST (FIRST EVER RUN), EXACTLY AS STATPREP SEES IT          *
003850*--------------------------------------------------------------*
003860 2000-LOAD-SOURCE-FILE.
003870     OPEN INPUT SOURCE-FILE
003880     IF SMNT-SOURCE-STATUS = "35"
003890         GO TO 2000-EXIT
003900     END-IF
003910     IF SMNT-SOURCE-STATUS NOT = "00"
003920         DISPLAY "SRCREF OPEN FAILED, STATUS "
003930             SMNT-SOURCE-STATUS
003940         GO TO 9999-EXIT
003950     END-IF
003960     PERFORM 2100-LOAD-ONE-SOURCE THRU 2100-EXIT
003970         UNTIL SMNT-EOF
003980     CLOSE SOURCE-FILE
003990     SET SMNT-NOT-EOF TO TRUE.
004000 2000-EXIT.
004010     EXIT.
004020*--------------------------------------------------------------*
004030*  2100-LOAD-ONE-SOURCE - TABLE ONE REFERENCE RECORD           *
004040*--------------------------------------------------------------*
004050 2100-LOAD-ONE-SOURCE.
004060     READ SOURCE-FILE
004070         AT END
004080             SET SMNT-EOF TO TRUE
004090     END-READ
004100     IF SMNT-EOF
004110         GO TO 2100-EXIT
004120     END-IF
004130     IF SRC-CODE = SPACES
004140         GO TO 2100-EXIT
004150     END-IF
004160     IF SMNT-SOURCE-COUNT >= 99
004170         DISPLAY "SRCREF HAS MORE THAN 99 SOURCE OFFICES"
004180         GO TO 9999-EXIT
004190     END-IF
004200     ADD 1 TO SMNT-SOURCE-COUNT
004210     MOVE SRC-CODE TO SMNT-TAB-CODE(SMNT-SOURCE-COUNT)
004220     MOVE SRC-NAME TO SMNT-TAB-NAME(SMNT-SOURCE-COUNT)
004230     MOVE SRC-ACTIVE-FLAG TO SMNT-TAB-FLAG(SMNT-SOURCE-COUNT)
004240     MOVE SRC-CONTACT TO SMNT-TAB-CONTACT(SMNT-SOURCE-COUNT).
004250 2100-EXIT.
004260     EXIT.
004270*--------------------------------------------------------------*
004280*  2500-LOAD-PENDING-FILE - TABLE EVERY CHANGE ON THE          *
004290*  PENDING-CHANGE FILE; AN ABSENT OR EMPTY FILE MEANS NO       *
004300*  CHANGE HAS EVER BEEN SUBMITTED                              *
004310*--------------------------------------------------------------*
004320 2500-LOAD-PENDING-FILE.
004330     OPEN INPUT PENDING-FILE
004340     IF SMNT-PENDING-STATUS = "35"
004350         GO TO 2500-EXIT
004360     END-IF
004370     IF SMNT-PENDING-STATUS NOT = "00"
004380         DISPLAY "SRCPEND OPEN FAILED, STATUS "
004390             SMNT-PENDING-STATUS
004400         GO TO 9999-EXIT
004410     END-IF
004420     PERFORM 2600-LOAD-ONE-PENDING THRU 2600-EXIT
004430         UNTIL SMNT-EOF
004440     CLOSE PENDING-FILE
004450     SET SMNT-NOT-EOF TO TRUE.
004460 2500-EXIT.
004470     EXIT.
004480*--------------------------------------------------------------*
004490*  2600-LOAD-ONE-PENDING - TABLE ONE PENDING-CHANGE RECORD AND *
004500*  KEEP THE HIGHEST CHANGE NUMBER ISSUED                       *
004510*--------------------------------------------------------------*
004520 2600-LOAD-ONE-PENDING.
004530     READ PENDING-FILE
004540         AT END
004550             SET SMNT-EOF TO TRUE
004560     END-READ
004570     IF SMNT-EOF
004580         GO TO 2600-EXIT
004590     END-IF
004600     IF SPND-CHANGE-NO IS NOT NUMERIC
004610         GO TO 2600-EXIT
004620     END-IF
004630     IF SMNT-PEND-COUNT >= 999
004640         DISPLAY "SRCPEND HAS MORE THAN 999 CHANGES"
004650         GO TO 9999-EXIT
004660     END-IF
004670     ADD 1 TO SMNT-PEND-COUNT
004680     MOVE SPND-CHANGE-NO TO SMNT-PND-CHANGE-NO(SMNT-PEND-COUNT)
004690     MOVE SPND-STATUS TO SMNT-PND-STATUS(SMNT-PEND-COUNT)
004700     MOVE SPND-SUBMIT-DATE
004710         TO SMNT-PND-SUBMIT-DATE(SMNT-PEND-COUNT)
004720     MOVE SPND-SUBMIT-TIME
004730         TO SMNT-PND-SUBMIT-TIME(SMNT-PEND-COUNT)
004740     MOVE SPND-MAKER-ID TO SMNT-PND-MAKER-ID(SMNT-PEND-COUNT)
004750     MOVE SPND-CHECKER-ID TO SMNT-PND-CHECKER-ID(SMNT-PEND-COUNT)
004760     MOVE SPND-DECISION-DATE
004770         TO SMNT-PND-DECISION-DATE(SMNT-PEND-COUNT)
004780     MOVE SPND-ACTION TO SMNT-PND-ACTION(SMNT-PEND-COUNT)
004790     MOVE SPND-CODE TO SMNT-PND-CODE(SMNT-PEND-COUNT)
004800     MOVE SPND-NAME TO SMNT-PND-NAME(SMNT-PEND-COUNT)
004810     MOVE SPND-CONTACT TO SMNT-PND-CONTACT(SMNT-PEND-COUNT)
004820     IF SPND-CHANGE-NO > SMNT-LAST-CHANGE-NO
004830         MOVE SPND-CHANGE-NO TO SMNT-LAST-CHANGE-NO
004840     END-IF.
004850 2600-EXIT.
004860     EXIT.
004870*--------------------------------------------------------------*
004880*  2700-EXPIRE-STALE-CHANGES - A CHANGE STILL PENDING AFTER    *
004890*  THE EXPIRY LIMIT CAN NO LONGER BE APPROVED                  *
004900*--------------------------------------------------------------*
004910 2700-EXPIRE-STALE-CHANGES.
004920     PERFORM 2800-EXPIRE-ONE-CHANGE THRU 2800-EXIT
004930         VARYING SMNT-PX FROM 1 BY 1
004940         UNTIL SMNT-PX > SMNT-PEND-COUNT.
004950 2700-EXIT.
004960     EXIT.
004970*--------------------------------------------------------------*
004980*  2800-EXPIRE-ONE-CHANGE                                      *
004990*--------------------------------------------------------------*
005000 2800-EXPIRE-ONE-CHANGE.
005010     IF SMNT-PND-STATUS(SMNT-PX) NOT = 'P'
005020         GO TO 2800-EXIT
005030     END-IF
005040     COMPUTE SMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
005050         (SMNT-PND-SUBMIT-DATE(SMNT-PX))
005060     COMPUTE SMNT-DAYS-WAITING = SMNT-TODAY-DAYS - SMNT-WORK-DAYS
005070     IF SMNT-DAYS-WAITING NOT > SMNT-EXPIRE-DAYS
005080         GO TO 2800-EXIT
005090     END-IF
005100     MOVE 'E' TO SMNT-PND-STATUS(SMNT-PX)
005110     MOVE SMNT-RUN-DATE TO SMNT-PND-DECISION-DATE(SMNT-PX)
005120     ADD 1 TO SMNT-CHANGES-EXPIRED
005130     MOVE SMNT-PND-CHANGE-NO(SMNT-PX) TO SMNT-ED-CHANGE-NO
005140     MOVE SMNT-EXPIRE-DAYS TO SMNT-ED-DAYS
005150     MOVE SPACES TO SMNT-REPORT-LINE
005160     STRING "EXPIRED CHANGE " DELIMITED BY SIZE
005170         SMNT-ED-CHANGE-NO DELIMITED BY SIZE
005180         " BY " DELIMITED BY SIZE
005190         SMNT-PND-MAKER-ID(SMNT-PX) DELIMITED BY SIZE
005200         " - NOT APPROVED WITHIN" DELIMITED BY SIZE
005210         SMNT-ED-DAYS DELIMITED BY SIZE
005220         " DAYS" DELIMITED BY SIZE
005230         INTO SMNT-REPORT-LINE
005240     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
005250 2800-EXIT.
005260     EXIT.
005270*--------------------------------------------------------------*
005280*  3000-HOLD-TRANSACTIONS - EACH VALID TRANSACTION IS HELD ON  *
005290*  THE PENDING-CHANGE FILE TO AWAIT A SECOND USER'S APPROVAL;  *
005300*  AN INVALID ONE IS LISTED AND CHANGES NOTHING                *
005310*--------------------------------------------------------------*
005320 3000-HOLD-TRANSACTIONS.
005330     OPEN INPUT TRANSACTION-FILE
005340     IF SMNT-TRANSACTION-STATUS = "35"
005350         GO TO 3000-EXIT
005360     END-IF
005370     IF SMNT-TRANSACTION-STATUS NOT = "00"
005380         DISPLAY "SRCTRAN OPEN FAILED, STATUS "
005390             SMNT-TRANSACTION-STATUS
005400         GO TO 9999-EXIT
005410     END-IF
005420     PERFORM 3100-HOLD-ONE-TRANSACTION THRU 3100-EXIT
005430         UNTIL SMNT-EOF
005440     CLOSE TRANSACTION-FILE
005450     SET SMNT-NOT-EOF TO TRUE.
005460 3000-EXIT.
005470     EXIT.
005480*--------------------------------------------------------------*
005490*  3100-HOLD-ONE-TRANSACTION                                   *
005500*--------------------------------------------------------------*
005510 3100-HOLD-ONE-TRANSACTION.
005520     READ TRANSACTION-FILE
005530         AT END
005540             SET SMNT-EOF TO TRUE
005550     END-READ
005560     IF SMNT-EOF
005570         GO TO 3100-EXIT
005580     END-IF
005590     ADD 1 TO SMNT-TRANS-READ
005600     MOVE STRN-USER-ID TO SCHG-USER-ID
005610     MOVE STRN-ACTION TO SCHG-ACTION
005620     MOVE STRN-CODE TO SCHG-CODE
005630     MOVE STRN-NAME TO SCHG-NAME
005640     MOVE STRN-CONTACT TO SCHG-CONTACT
005650     PERFORM 3400-FIND-SOURCE THRU 3400-EXIT
005660     PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT
005670     IF SMNT-TRAN-INVALID
005680         ADD 1 TO SMNT-TRANS-REJECTED
005690         GO TO 3100-EXIT
005700     END-IF
005710     IF SMNT-PEND-COUNT >= 999
005720         DISPLAY "SRCPEND WOULD EXCEED 999 CHANGES"
005730         GO TO 9999-EXIT
005740     END-IF
005750     ADD 1 TO SMNT-PEND-COUNT
005760     ADD 1 TO SMNT-LAST-CHANGE-NO
005770     MOVE SMNT-LAST-CHANGE-NO
005780         TO SMNT-PND-CHANGE-NO(SMNT-PEND-COUNT)
005790     MOVE 'P' TO SMNT-PND-STATUS(SMNT-PEND-COUNT)
005800     MOVE SMNT-RUN-DATE TO SMNT-PND-SUBMIT-DATE(SMNT-PEND-COUNT)
005810     MOVE SMNT-RUN-TIME TO SMNT-PND-SUBMIT-TIME(SMNT-PEND-COUNT)
005820     MOVE SCHG-USER-ID TO SMNT-PND-MAKER-ID(SMNT-PEND-COUNT)
005830     MOVE SPACES TO SMNT-PND-CHECKER-ID(SMNT-PEND-COUNT)
005840     MOVE 0 TO SMNT-PND-DECISION-DATE(SMNT-PEND-COUNT)
005850     MOVE SCHG-ACTION TO SMNT-PND-ACTION(SMNT-PEND-COUNT)
005860     MOVE SCHG-CODE TO SMNT-PND-CODE(SMNT-PEND-COUNT)
005870     MOVE SCHG-NAME TO SMNT-PND-NAME(SMNT-PEND-COUNT)
005880     MOVE SCHG-CONTACT TO SMNT-PND-CONTACT(SMNT-PEND-COUNT)
005890     ADD 1 TO SMNT-TRANS-HELD
005900     MOVE SMNT-LAST-CHANGE-NO TO SMNT-ED-CHANGE-NO
005910     MOVE SPACES TO SMNT-REPORT-LINE
005920     STRING "HELD CHANGE " DELIMITED BY SIZE
005930         SMNT-ED-CHANGE-NO DELIMITED BY SIZE
005940         " - " DELIMITED BY SIZE
005950         SCHG-ACTION DELIMITED BY SIZE
005960         " ON SOURCE " DELIMITED BY SIZE
005970         SCHG-CODE DELIMITED BY SIZE
005980         " BY " DELIMITED BY SIZE
005990         SCHG-USER-ID DELIMITED BY SIZE
006000         " - AWAITING APPROVAL" DELIMITED BY SIZE
006010         INTO SMNT-REPORT-LINE
006020     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
006030 3100-EXIT.
006040     EXIT.
006050*--------------------------------------------------------------*
006060*  3200-VALIDATE-TRANSACTION - USER AND CODE SUPPLIED, ACTION  *
006070*  KNOWN, THE OFFICE PRESENT OR ABSENT AS THE ACTION DEMANDS,  *
006080*  A NAME ON ADD AND UPDATE, AND FLAG CHANGES THAT ACTUALLY    *
006090*  CHANGE THE FLAG                                             *
006100*--------------------------------------------------------------*
006110 3200-VALIDATE-TRANSACTION.
006120     SET SMNT-TRAN-VALID TO TRUE
006130     IF SCHG-USER-ID = SPACES OR SCHG-CODE = SPACES
006140             OR NOT SCHG-ACTION-KNOWN
006150         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
006160         GO TO 3200-EXIT
006170     END-IF
006180     IF SCHG-ACTION-ADD
006190         IF SMNT-MATCH-IX > 0 OR SCHG-NAME = SPACES
006200             PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
006210             GO TO 3200-EXIT
006220         END-IF
006230         IF SMNT-SOURCE-COUNT >= 99
006240             DISPLAY "SRCREF WOULD EXCEED 99 SOURCE OFFICES"
006250             GO TO 9999-EXIT
006260         END-IF
006270         GO TO 3200-EXIT
006280     END-IF
006290     IF SMNT-MATCH-IX = 0
006300         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
006310         GO TO 3200-EXIT
006320     END-IF
006330     IF SCHG-ACTION-UPDATE AND SCHG-NAME = SPACES
006340         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
006350         GO TO 3200-EXIT
006360     END-IF
006370     IF SCHG-ACTION-INACTIVATE
006380             AND SMNT-TAB-FLAG(SMNT-MATCH-IX) = 'I'
006390         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
006400         GO TO 3200-EXIT
006410     END-IF
006420     IF SCHG-ACTION-REACTIVATE
006430             AND SMNT-TAB-FLAG(SMNT-MATCH-IX) = 'A'
006440         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
006450     END-IF.
006460 3200-EXIT.
006470     EXIT.
006480*--------------------------------------------------------------*
006490*  3300-LIST-BAD-TRANSACTION                                   *
006500*--------------------------------------------------------------*
006510 3300-LIST-BAD-TRANSACTION.
006520     SET SMNT-TRAN-INVALID TO TRUE
006530     IF SMNT-IN-DECISIONS
006540         MOVE "CHANGE NO LONGER VALID FOR THE OFFICE"
006550             TO SMNT-BAD-REASON
006560         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
006570         GO TO 3300-EXIT
006580     END-IF
006590     MOVE SPACES TO SMNT-REPORT-LINE
006600     STRING "REJECTED TRANSACTION: " DELIMITED BY SIZE
006610         TRANSACTION-RECORD DELIMITED BY SIZE
006620         INTO SMNT-REPORT-LINE
006630     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
006640 3300-EXIT.
006650     EXIT.
006660*--------------------------------------------------------------*
006670*  3400-FIND-SOURCE - LINEAR SCAN OF THE TABLED OFFICE LIST    *
006680*  FOR THE CHANGE'S CODE; ZERO MEANS NOT ON FILE               *
006690*--------------------------------------------------------------*
006700 3400-FIND-SOURCE.
006710     MOVE 0 TO SMNT-MATCH-IX
006720     PERFORM 3450-MATCH-SOURCE THRU 3450-EXIT
006730         VARYING SMNT-IX FROM 1 BY 1
006740         UNTIL SMNT-IX > SMNT-SOURCE-COUNT
006750            OR SMNT-MATCH-IX > 0.
006760 3400-EXIT.
006770     EXIT.
006780*--------------------------------------------------------------*
006790*  3450-MATCH-SOURCE                                           *
006800*--------------------------------------------------------------*
006810 3450-MATCH-SOURCE.
006820     IF SMNT-TAB-CODE(SMNT-IX) = SCHG-CODE
006830         MOVE SMNT-IX TO SMNT-MATCH-IX
006840     END-IF.
006850 3450-EXIT.
006860     EXIT.
006870*--------------------------------------------------------------*
006880*  3500-APPLY-DECISIONS - EACH VALID APPROVAL AMENDS THE       *
006890*  TABLED OFFICE LIST AND IS LOGGED TO THE CHANGE HISTORY;     *
006900*  EACH VALID REJECTION CLOSES ITS CHANGE UNAPPLIED; AN        *
006910*  INVALID DECISION IS LISTED AND CHANGES NOTHING              *
006920*--------------------------------------------------------------*
006930 3500-APPLY-DECISIONS.
006940     SET SMNT-IN-DECISIONS TO TRUE
006950     OPEN INPUT DECISION-FILE
006960     IF SMNT-DECISION-STATUS = "35"
006970         GO TO 3500-EXIT
006980     END-IF
006990     IF SMNT-DECISION-STATUS NOT = "00"
007000         DISPLAY "SRCAPRV OPEN FAILED, STATUS "
007010             SMNT-DECISION-STATUS
007020         GO TO 9999-EXIT
007030     END-IF
007040     PERFORM 3600-APPLY-ONE-DECISION THRU 3600-EXIT
007050         UNTIL SMNT-EOF
007060     CLOSE DECISION-FILE
007070     SET SMNT-NOT-EOF TO TRUE.
007080 3500-EXIT.
007090     EXIT.
007100*--------------------------------------------------------------*
007110*  3600-APPLY-ONE-DECISION - AN APPROVED CHANGE IS VALIDATED   *
007120*  AGAIN AGAINST THE OFFICE LIST AS IT NOW STANDS; ONE THAT NO *
007130*  LONGER FITS STAYS PENDING                                   *
007140*--------------------------------------------------------------*
007150 3600-APPLY-ONE-DECISION.
007160     READ DECISION-FILE
007170         AT END
007180             SET SMNT-EOF TO TRUE
007190     END-READ
007200     IF SMNT-EOF
007210         GO TO 3600-EXIT
007220     END-IF
007230     ADD 1 TO SMNT-DECISIONS-READ
007240     PERFORM 3700-VALIDATE-DECISION THRU 3700-EXIT
007250     IF SMNT-TRAN-INVALID
007260         ADD 1 TO SMNT-TRANS-REJECTED
007270         GO TO 3600-EXIT
007280     END-IF
007290     MOVE SMNT-PND-CHANGE-NO(SMNT-MATCH-PX) TO SMNT-ED-CHANGE-NO
007300     IF SDEC-REJECT
007310         MOVE 'R' TO SMNT-PND-STATUS(SMNT-MATCH-PX)
007320         MOVE SDEC-USER-ID TO SMNT-PND-CHECKER-ID(SMNT-MATCH-PX)
007330         MOVE SMNT-RUN-DATE
007340             TO SMNT-PND-DECISION-DATE(SMNT-MATCH-PX)
007350         ADD 1 TO SMNT-CHANGES-DECLINED
007360         MOVE SPACES TO SMNT-REPORT-LINE
007370         STRING "DECLINED CHANGE " DELIMITED BY SIZE
007380             SMNT-ED-CHANGE-NO DELIMITED BY SIZE
007390             " BY " DELIMITED BY SIZE
007400             SMNT-PND-MAKER-ID(SMNT-MATCH-PX) DELIMITED BY SIZE
007410             " - REJECTED BY " DELIMITED BY SIZE
007420             SDEC-USER-ID DELIMITED BY SIZE
007430             INTO SMNT-REPORT-LINE
007440         WRITE REPORT-LINE FROM SMNT-REPORT-LINE
007450         GO TO 3600-EXIT
007460     END-IF
007470     MOVE SMNT-PND-MAKER-ID(SMNT-MATCH-PX) TO SCHG-USER-ID
007480     MOVE SMNT-PND-ACTION(SMNT-MATCH-PX) TO SCHG-ACTION
007490     MOVE SMNT-PND-CODE(SMNT-MATCH-PX) TO SCHG-CODE
007500     MOVE SMNT-PND-NAME(SMNT-MATCH-PX) TO SCHG-NAME
007510     MOVE SMNT-PND-CONTACT(SMNT-MATCH-PX) TO SCHG-CONTACT
007520     PERFORM 3400-FIND-SOURCE THRU 3400-EXIT
007530     PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT
007540     IF SMNT-TRAN-INVALID
007550         ADD 1 TO SMNT-TRANS-REJECTED
007560         GO TO 3600-EXIT
007570     END-IF
007580     PERFORM 4000-WRITE-HISTORY-RECORD THRU 4000-EXIT
007590     IF SCHG-ACTION-ADD
007600         ADD 1 TO SMNT-SOURCE-COUNT
007610         MOVE SCHG-CODE TO SMNT-TAB-CODE(SMNT-SOURCE-COUNT)
007620         MOVE SCHG-NAME TO SMNT-TAB-NAME(SMNT-SOURCE-COUNT)
007630         MOVE 'A' TO SMNT-TAB-FLAG(SMNT-SOURCE-COUNT)
007640         MOVE SCHG-CONTACT TO SMNT-TAB-CONTACT(SMNT-SOURCE-COUNT)
007650     END-IF
007660     IF SCHG-ACTION-UPDATE
007670         MOVE SCHG-NAME TO SMNT-TAB-NAME(SMNT-MATCH-IX)
007680         MOVE SCHG-CONTACT TO SMNT-TAB-CONTACT(SMNT-MATCH-IX)
007690     END-IF
007700     IF SCHG-ACTION-INACTIVATE
007710         MOVE 'I' TO SMNT-TAB-FLAG(SMNT-MATCH-IX)
007720     END-IF
007730     IF SCHG-ACTION-REACTIVATE
007740         MOVE 'A' TO SMNT-TAB-FLAG(SMNT-MATCH-IX)
007750     END-IF
007760     MOVE 'A' TO SMNT-PND-STATUS(SMNT-MATCH-PX)
007770     MOVE SDEC-USER-ID TO SMNT-PND-CHECKER-ID(SMNT-MATCH-PX)
007780     MOVE SMNT-RUN-DATE TO SMNT-PND-DECISION-DATE(SMNT-MATCH-PX)
007790     ADD 1 TO SMNT-TRANS-APPLIED
007800     MOVE SPACES TO SMNT-REPORT-LINE
007810     STRING "APPLIED CHANGE " DELIMITED BY SIZE
007820         SMNT-ED-CHANGE-NO DELIMITED BY SIZE
007830         " - " DELIMITED BY SIZE
007840         SCHG-ACTION DELIMITED BY SIZE
007850         " ON SOURCE " DELIMITED BY SIZE
007860         SCHG-CODE DELIMITED BY SIZE
007870         " BY " DELIMITED BY SIZE
007880         SCHG-USER-ID DELIMITED BY SIZE
007890         " APPROVED BY " DELIMITED BY SIZE
007900         SDEC-USER-ID DELIMITED BY SIZE
007910         INTO SMNT-REPORT-LINE
007920     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
007930 3600-EXIT.
007940     EXIT.
007950*--------------------------------------------------------------*
007960*  3700-VALIDATE-DECISION - USER, ACTION AND CHANGE NUMBER     *
007970*  SUPPLIED, THE CHANGE ON FILE AND STILL PENDING, AND THE     *
007980*  CHECKER NOT THE USER WHO SUBMITTED IT                       *
007990*--------------------------------------------------------------*
008000 3700-VALIDATE-DECISION.
008010     SET SMNT-TRAN-VALID TO TRUE
008020     IF SDEC-USER-ID = SPACES
008030             OR NOT (SDEC-APPROVE OR SDEC-REJECT)
008040             OR SDEC-CHANGE-NO-N IS NOT NUMERIC
008050         MOVE "USER, ACTION OR CHANGE NUMBER INVALID"
008060             TO SMNT-BAD-REASON
008070         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
008080         GO TO 3700-EXIT
008090     END-IF
008100     MOVE 0 TO SMNT-MATCH-PX
008110     PERFORM 3750-MATCH-CHANGE THRU 3750-EXIT
008120         VARYING SMNT-PX FROM 1 BY 1
008130         UNTIL SMNT-PX > SMNT-PEND-COUNT
008140            OR SMNT-MATCH-PX > 0
008150     IF SMNT-MATCH-PX = 0
008160         MOVE "NO SUCH CHANGE" TO SMNT-BAD-REASON
008170         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
008180         GO TO 3700-EXIT
008190     END-IF
008200     IF SMNT-PND-STATUS(SMNT-MATCH-PX) NOT = 'P'
008210         MOVE "CHANGE IS NO LONGER PENDING" TO SMNT-BAD-REASON
008220         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
008230         GO TO 3700-EXIT
008240     END-IF
008250     IF SMNT-PND-MAKER-ID(SMNT-MATCH-PX) = SDEC-USER-ID
008260         MOVE "SUBMITTER MAY NOT DECIDE OWN CHANGE"
008270             TO SMNT-BAD-REASON
008280         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
008290     END-IF.
008300 3700-EXIT.
008310     EXIT.
008320*--------------------------------------------------------------*
008330*  3750-MATCH-CHANGE - LOCATE THE DECISION'S CHANGE NUMBER     *
008340*--------------------------------------------------------------*
008350 3750-MATCH-CHANGE.
008360     IF SMNT-PND-CHANGE-NO(SMNT-PX) = SDEC-CHANGE-NO-N
008370         MOVE SMNT-PX TO SMNT-MATCH-PX
008380     END-IF.
008390 3750-EXIT.
008400     EXIT.
008410*--------------------------------------------------------------*
008420*  3800-LIST-BAD-DECISION                                      *
008430*--------------------------------------------------------------*
008440 3800-LIST-BAD-DECISION.
008450     SET SMNT-TRAN-INVALID TO TRUE
008460     MOVE SPACES TO SMNT-REPORT-LINE
008470     STRING "REJECTED DECISION: " DELIMITED BY SIZE
008480         DECISION-RECORD DELIMITED BY SIZE
008490         "  " DELIMITED BY SIZE
008500         SMNT-BAD-REASON DELIMITED BY SIZE
008510         INTO SMNT-REPORT-LINE
008520     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
008530 3800-EXIT.
008540     EXIT.
008550*--------------------------------------------------------------*
008560*  4000-WRITE-HISTORY-RECORD - WHO CHANGED WHAT AND WHEN, THE  *
008570*  OLD OFFICE AND THE NEW, AND WHO APPROVED IT, APPENDED TO    *
008580*  THE CHANGE HISTORY                                          *
008590*--------------------------------------------------------------*
008600 4000-WRITE-HISTORY-RECORD.
008610     OPEN EXTEND HISTORY-FILE
008620     IF SMNT-HISTORY-STATUS = "35"
008630         OPEN OUTPUT HISTORY-FILE
008640     END-IF
008650     IF SMNT-HISTORY-STATUS NOT = "00"
008660         DISPLAY "SRCHIST OPEN FAILED, STATUS "
008670             SMNT-HISTORY-STATUS
008680         GO TO 9999-EXIT
008690     END-IF
008700     MOVE SPACES TO HISTORY-RECORD
008710     MOVE SMNT-RUN-DATE TO SHST-CHANGE-DATE
008720     MOVE SMNT-RUN-TIME TO SHST-CHANGE-TIME
008730     MOVE SCHG-USER-ID TO SHST-USER-ID
008740     MOVE SDEC-USER-ID TO SHST-APPROVER-ID
008750     MOVE SCHG-ACTION TO SHST-ACTION
008760     MOVE SCHG-CODE TO SHST-CODE
008770     IF SMNT-MATCH-IX > 0
008780         MOVE SMNT-TAB-NAME(SMNT-MATCH-IX) TO SHST-OLD-NAME
008790         MOVE SMNT-TAB-FLAG(SMNT-MATCH-IX) TO SHST-OLD-FLAG
008800         MOVE SMNT-TAB-CONTACT(SMNT-MATCH-IX) TO SHST-OLD-CONTACT
008810     END-IF
008820     IF SCHG-ACTION-ADD
008830         MOVE SCHG-NAME TO SHST-NEW-NAME
008840         MOVE 'A' TO SHST-NEW-FLAG
008850         MOVE SCHG-CONTACT TO SHST-NEW-CONTACT
008860     END-IF
008870     IF SCHG-ACTION-UPDATE
008880         MOVE SCHG-NAME TO SHST-NEW-NAME
008890         MOVE SMNT-TAB-FLAG(SMNT-MATCH-IX) TO SHST-NEW-FLAG
008900         MOVE SCHG-CONTACT TO SHST-NEW-CONTACT
008910     END-IF
008920     IF SCHG-ACTION-INACTIVATE
008930         MOVE SMNT-TAB-NAME(SMNT-MATCH-IX) TO SHST-NEW-NAME
008940         MOVE 'I' TO SHST-NEW-FLAG
008950         MOVE SMNT-TAB-CONTACT(SMNT-MATCH-IX) TO SHST-NEW-CONTACT
008960     END-IF
008970     IF SCHG-ACTION-REACTIVATE
008980         MOVE SMNT-TAB-NAME(SMNT-MATCH-IX) TO SHST-NEW-NAME
008990         MOVE 'A' TO SHST-NEW-FLAG
009000         MOVE SMNT-TAB-CONTACT(SMNT-MATCH-IX) TO SHST-NEW-CONTACT
009010     END-IF
009020     WRITE HISTORY-RECORD
009030     CLOSE HISTORY-FILE.
009040 4000-EXIT.
009050     EXIT.
009060*--------------------------------------------------------------*
009070*  5000-WRITE-SOURCE-FILE - THE AMENDED OFFICE LIST REPLACES   *
009080*  THE REFERENCE MASTER                                        *
009090*--------------------------------------------------------------*
009100 5000-WRITE-SOURCE-FILE.
009110     OPEN OUTPUT SOURCE-FILE
009120     IF SMNT-SOURCE-STATUS NOT = "00"
009130         DISPLAY "SRCREF REWRITE OPEN FAILED, STATUS "
009140             SMNT-SOURCE-STATUS
009150         GO TO 9999-EXIT
009160     END-IF
009170     PERFORM 5100-WRITE-ONE-SOURCE THRU 5100-EXIT
009180         VARYING SMNT-IX FROM 1 BY 1
009190         UNTIL SMNT-IX > SMNT-SOURCE-COUNT
009200     CLOSE SOURCE-FILE.
009210 5000-EXIT.
009220     EXIT.
009230*--------------------------------------------------------------*
009240*  5100-WRITE-ONE-SOURCE                                       *
009250*--------------------------------------------------------------*
009260 5100-WRITE-ONE-SOURCE.
009270     MOVE SPACES TO SOURCE-RECORD
009280     MOVE SMNT-TAB-CODE(SMNT-IX) TO SRC-CODE
009290     MOVE SMNT-TAB-NAME(SMNT-IX) TO SRC-NAME
009300     MOVE SMNT-TAB-FLAG(SMNT-IX) TO SRC-ACTIVE-FLAG
009310     MOVE SMNT-TAB-CONTACT(SMNT-IX) TO SRC-CONTACT
009320     WRITE SOURCE-RECORD.
009330 5100-EXIT.
009340     EXIT.
009350*--------------------------------------------------------------*
009360*  5500-WRITE-PENDING-FILE - THE AMENDED PENDING-CHANGE TABLE  *
009370*  REPLACES THE PENDING-CHANGE FILE; A DECIDED CHANGE OLDER    *
009380*  THAN THE RETENTION LIMIT IS DROPPED (SRCHIST KEEPS EVERY    *
009390*  APPLIED CHANGE FOR GOOD)                                    *
009393*  IT IS WRITTEN BEFORE THE MASTER, SO A FAILED REWRITE CAN    *
009396*  NEVER LEAVE AN APPLIED CHANGE PENDING TO BE DECIDED AGAIN   *
009400*--------------------------------------------------------------*
009410 5500-WRITE-PENDING-FILE.
009420     OPEN OUTPUT PENDING-FILE
009430     IF SMNT-PENDING-STATUS NOT = "00"
009440         DISPLAY "SRCPEND REWRITE OPEN FAILED, STATUS "
009450             SMNT-PENDING-STATUS
009460         GO TO 9999-EXIT
009470     END-IF
009480     PERFORM 5600-WRITE-ONE-PENDING THRU 5600-EXIT
009490         VARYING SMNT-PX FROM 1 BY 1
009500         UNTIL SMNT-PX > SMNT-PEND-COUNT
009510     CLOSE PENDING-FILE.
009520 5500-EXIT.
009530     EXIT.
009540*--------------------------------------------------------------*
009550*  5600-WRITE-ONE-PENDING                                      *
009560*--------------------------------------------------------------*
009570 5600-WRITE-ONE-PENDING.
009580     IF SMNT-PND-STATUS(SMNT-PX) NOT = 'P'
009590         COMPUTE SMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
009600             (SMNT-PND-DECISION-DATE(SMNT-PX))
009610         IF SMNT-TODAY-DAYS - SMNT-WORK-DAYS > SMNT-KEEP-DAYS
009620             GO TO 5600-EXIT
009630         END-IF
009640     END-IF
009650     MOVE SPACES TO PENDING-RECORD
009660     MOVE SMNT-PND-CHANGE-NO(SMNT-PX) TO SPND-CHANGE-NO
009670     MOVE SMNT-PND-STATUS(SMNT-PX) TO SPND-STATUS
009680     MOVE SMNT-PND-SUBMIT-DATE(SMNT-PX) TO SPND-SUBMIT-DATE
009690     MOVE SMNT-PND-SUBMIT-TIME(SMNT-PX) TO SPND-SUBMIT-TIME
009700     MOVE SMNT-PND-MAKER-ID(SMNT-PX) TO SPND-MAKER-ID
009710     MOVE SMNT-PND-CHECKER-ID(SMNT-PX) TO SPND-CHECKER-ID
009720     MOVE SMNT-PND-DECISION-DATE(SMNT-PX) TO SPND-DECISION-DATE
009730     MOVE SMNT-PND-ACTION(SMNT-PX) TO SPND-ACTION
009740     MOVE SMNT-PND-CODE(SMNT-PX) TO SPND-CODE
009750     MOVE SMNT-PND-NAME(SMNT-PX) TO SPND-NAME
009760     MOVE SMNT-PND-CONTACT(SMNT-PX) TO SPND-CONTACT
009770     WRITE PENDING-RECORD.
009780 5600-EXIT.
009790     EXIT.
009800*--------------------------------------------------------------*
009810*  6000-WRITE-EFFECTIVE-LIST - THE OFFICE LIST NOW IN EFFECT,  *
009820*  AS THE NEXT STATPREP RUN WILL LOAD IT, AND THE RUN COUNTS   *
009830*--------------------------------------------------------------*
009840 6000-WRITE-EFFECTIVE-LIST.
009850     MOVE SPACES TO REPORT-LINE
009860     WRITE REPORT-LINE
009870     MOVE SPACES TO SMNT-REPORT-LINE
009880     STRING "EFFECTIVE SOURCE-OFFICE LIST" DELIMITED BY SIZE
009890         INTO SMNT-REPORT-LINE
009900     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
009910     PERFORM 6100-WRITE-ONE-OFFICE THRU 6100-EXIT
009920         VARYING SMNT-IX FROM 1 BY 1
009930         UNTIL SMNT-IX > SMNT-SOURCE-COUNT
009940     MOVE SMNT-TRANS-READ TO SMNT-ED-COUNT
009950     MOVE SPACES TO SMNT-REPORT-LINE
009960     STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
009970         SMNT-ED-COUNT DELIMITED BY SIZE
009980         INTO SMNT-REPORT-LINE
009990     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
010000     MOVE SMNT-TRANS-HELD TO SMNT-ED-COUNT
010010     MOVE SPACES TO SMNT-REPORT-LINE
010020     STRING "HELD FOR APPROVAL: " DELIMITED BY SIZE
010030         SMNT-ED-COUNT DELIMITED BY SIZE
010040         INTO SMNT-REPORT-LINE
010050     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
010060     MOVE SMNT-DECISIONS-READ TO SMNT-ED-COUNT
010070     MOVE SPACES TO SMNT-REPORT-LINE
010080     STRING "DECISIONS READ:    " DELIMITED BY SIZE
010090         SMNT-ED-COUNT DELIMITED BY SIZE
010100         INTO SMNT-REPORT-LINE
010110     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
010120     MOVE SMNT-TRANS-APPLIED TO SMNT-ED-COUNT
010130     MOVE SPACES TO SMNT-REPORT-LINE
010140     STRING "APPLIED:           " DELIMITED BY SIZE
010150         SMNT-ED-COUNT DELIMITED BY SIZE
010160         INTO SMNT-REPORT-LINE
010170     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
010180     MOVE SMNT-CHANGES-DECLINED TO SMNT-ED-COUNT
010190     MOVE SPACES TO SMNT-REPORT-LINE
010200     STRING "DECLINED:          " DELIMITED BY SIZE
010210         SMNT-ED-COUNT DELIMITED BY SIZE
010220         INTO SMNT-REPORT-LINE
010230     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
010240     MOVE SMNT-CHANGES-EXPIRED TO SMNT-ED-COUNT
010250     MOVE SPACES TO SMNT-REPORT-LINE
010260     STRING "EXPIRED:           " DELIMITED BY SIZE
010270         SMNT-ED-COUNT DELIMITED BY SIZE
010280         INTO SMNT-REPORT-LINE
010290     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
010300     MOVE SMNT-TRANS-REJECTED TO SMNT-ED-COUNT
010310     MOVE SPACES TO SMNT-REPORT-LINE
010320     STRING "REJECTED:          " DELIMITED BY SIZE
010330         SMNT-ED-COUNT DELIMITED BY SIZE
010340         INTO SMNT-REPORT-LINE
010350     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
010360 6000-EXIT.
010370     EXIT.
010380*--------------------------------------------------------------*
010390*  6100-WRITE-ONE-OFFICE - CODE, NAME, FLAG AND CONTACT        *
010400*--------------------------------------------------------------*
010410 6100-WRITE-ONE-OFFICE.
010420     MOVE SPACES TO SMNT-REPORT-LINE
010430     STRING "  " DELIMITED BY SIZE
010440         SMNT-TAB-CODE(SMNT-IX) DELIMITED BY SIZE
010450         "  " DELIMITED BY SIZE
010460         SMNT-TAB-NAME(SMNT-IX) DELIMITED BY SIZE
010470         "  " DELIMITED BY SIZE
010480         SMNT-TAB-FLAG(SMNT-IX) DELIMITED BY SIZE
010490         "  " DELIMITED BY SIZE
010500         SMNT-TAB-CONTACT(SMNT-IX) DELIMITED BY SIZE
010510         INTO SMNT-REPORT-LINE
010520     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
010530 6100-EXIT.
010540     EXIT.
010550*--------------------------------------------------------------*
010560*  6500-WRITE-PENDING-REPORT - EVERY CHANGE STILL AWAITING     *
010570*  APPROVAL, WHO SUBMITTED IT, HOW MANY DAYS IT HAS WAITED,    *
010580*  AND WHAT IT WOULD DO                                        *
010590*--------------------------------------------------------------*
010600 6500-WRITE-PENDING-REPORT.
010610     MOVE SPACES TO REPORT-LINE
010620     WRITE REPORT-LINE
010630     MOVE SPACES TO SMNT-REPORT-LINE
010640     STRING "CHANGES AWAITING APPROVAL" DELIMITED BY SIZE
010650         INTO SMNT-REPORT-LINE
010660     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
010670     PERFORM 6600-WRITE-PENDING-LINE THRU 6600-EXIT
010680         VARYING SMNT-PX FROM 1 BY 1
010690         UNTIL SMNT-PX > SMNT-PEND-COUNT
010700     MOVE SMNT-CHANGES-WAITING TO SMNT-ED-COUNT
010710     MOVE SPACES TO SMNT-REPORT-LINE
010720     STRING "AWAITING APPROVAL: " DELIMITED BY SIZE
010730         SMNT-ED-COUNT DELIMITED BY SIZE
010740         INTO SMNT-REPORT-LINE
010750     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
010760 6500-EXIT.
010770     EXIT.
010780*--------------------------------------------------------------*
010790*  6600-WRITE-PENDING-LINE - ONE PENDING CHANGE WITH ITS AGE   *
010800*  IN DAYS                                                     *
010810*--------------------------------------------------------------*
010820 6600-WRITE-PENDING-LINE.
010830     IF SMNT-PND-STATUS(SMNT-PX) NOT = 'P'
010840         GO TO 6600-EXIT
010850     END-IF
010860     ADD 1 TO SMNT-CHANGES-WAITING
010870     COMPUTE SMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
010880         (SMNT-PND-SUBMIT-DATE(SMNT-PX))
010890     COMPUTE SMNT-DAYS-WAITING = SMNT-TODAY-DAYS - SMNT-WORK-DAYS
010900     MOVE SMNT-PND-CHANGE-NO(SMNT-PX) TO SMNT-ED-CHANGE-NO
010910     MOVE SMNT-PND-SUBMIT-DATE(SMNT-PX) TO SMNT-ED-DATE
010920     MOVE SMNT-DAYS-WAITING TO SMNT-ED-DAYS
010930     MOVE SPACES TO SMNT-REPORT-LINE
010940     STRING "  CHANGE " DELIMITED BY SIZE
010950         SMNT-ED-CHANGE-NO DELIMITED BY SIZE
010960         "  BY " DELIMITED BY SIZE
010970         SMNT-PND-MAKER-ID(SMNT-PX) DELIMITED BY SIZE
010980         "  SUBMITTED " DELIMITED BY SIZE
010990         SMNT-ED-DATE DELIMITED BY SIZE
011000         "  WAITING" DELIMITED BY SIZE
011010         SMNT-ED-DAYS DELIMITED BY SIZE
011020         " DAYS" DELIMITED BY SIZE
011030         INTO SMNT-REPORT-LINE
011040     WRITE REPORT-LINE FROM SMNT-REPORT-LINE
011050     MOVE SPACES TO SMNT-REPORT-LINE
011060     STRING "    " DELIMITED BY SIZE
011070         SMNT-PND-ACTION(SMNT-PX) DELIMITED BY SIZE
011080         "  " DELIMITED BY SIZE
011090         SMNT-PND-CODE(SMNT-PX) DELIMITED BY SIZE
011100         "  " DELIMITED BY SIZE
011110         SMNT-PND-NAME(SMNT-PX) DELIMITED BY SIZE
011120         "  " DELIMITED BY SIZE
011130         SMNT-PND-CONTACT(SMNT-PX) DELIMITED BY SIZE
011140         INTO SMNT-REPORT-LINE
011150     WRITE REPORT-LINE FROM SMNT-REPORT-LINE.
011160 6600-EXIT.
011170     EXIT.
011180*--------------------------------------------------------------*
011190*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
011200*--------------------------------------------------------------*
011210 9999-EXIT.
011220     MOVE SMNT-RETURN-SEVERITY TO RETURN-CODE
011230     STOP RUN.
