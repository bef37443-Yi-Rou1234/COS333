000180*  WHEN TO THE CHANGE-HISTORY FILE, AND PRINTS THE EFFECTIVE   *
000190*  PARAMETER SET.                                              *
000200*                                                              *
000202*  NO ONE PERSON CAN CHANGE THE SET: A VALID TRANSACTION IS    *
000204*  HELD ON THE PENDING-CHANGE FILE UNDER A CHANGE NUMBER       *
000206*  UNTIL A DECISION CARD FROM A SECOND, DIFFERENT USER ID      *
000208*  APPROVES (A) OR REJECTS (R) IT. ONLY AN APPROVED CHANGE     *
000210*  IS APPLIED, AND THE HISTORY RECORDS BOTH USER IDS. A        *
000212*  CHANGE LEFT PENDING LONGER THAN THE EXPIRY LIMIT EXPIRES.   *
000214*  DECIDED CHANGES STAY ON THE PENDING-CHANGE FILE FOR THE     *
000216*  RETENTION LIMIT, AND EVERY CHANGE STILL AWAITING APPROVAL   *
000218*  IS LISTED WITH THE DAYS IT HAS WAITED.                      *
000220*                                                              *
000222*  CONDITION CODES: 0 HELD/APPLIED (OR NOTHING TO DO),         *
000224*  4 ONE OR MORE PENDING CHANGES EXPIRED, 8 ONE OR MORE        *
000226*  TRANSACTIONS OR DECISIONS REJECTED, 16 FATAL.               *
000230*--------------------------------------------------------------*
000240*  MODIFICATION HISTORY                                        *
000250*--------------------------------------------------------------*
000350*                  WITH THE COMPILED-IN DEFAULT OF 25 PCT.     *
000360*                  THE CHANGE HISTORY LOGS OLD AND NEW         *
000370*                  TOLERANCES LIKE THE THRESHOLD RANGES.       *
000371*  10/15/2026 JH   MAKER-CHECKER: TRANSACTIONS ARE HELD ON THE *
000372*                  PENDING-CHANGE FILE (PARMPEND) UNTIL A      *
000373*                  SECOND USER APPROVES THEM ON PARMAPRV;      *
000374*                  PENDING CHANGES EXPIRE AFTER 7 DAYS AND ARE *
000375*                  LISTED WITH THEIR AGE. PARMHIST CARRIES THE *
000376*                  APPROVER'S USER ID (LRECL 121).             *
000377*  10/15/2026 JH   PENDING-CHANGE FILE IS REWRITTEN BEFORE THE *
000378*                  MASTER, SO A FAILED MASTER REWRITE CANNOT   *
000379*                  LEAVE AN APPLIED CHANGE STILL PENDING.      *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000550     SELECT REPORT-FILE ASSIGN TO "PARMRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PMNT-REPORT-STATUS.
000571
000572     SELECT PENDING-FILE ASSIGN TO "PARMPEND"
000573         ORGANIZATION IS LINE SEQUENTIAL
000574         FILE STATUS IS PMNT-PENDING-STATUS.
000575
000576     SELECT DECISION-FILE ASSIGN TO "PARMAPRV"
000577         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS PMNT-DECISION-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*--------------------------------------------------------------*
001190                                PIC 9(03).
001200*--------------------------------------------------------------*
001210*  HISTORY-FILE - ONE APPENDED RECORD PER APPLIED CHANGE:      *
001216*  WHEN, WHO SUBMITTED IT, THE OLD SET, THE NEW SET, THE NEW   *
001222*  VERSION, AND WHO APPROVED IT                                *
001230*--------------------------------------------------------------*
001240 FD  HISTORY-FILE
001250     RECORDING MODE IS F.
001670     05  PHST-NEW-RANGE-TOL     PIC 9(03).
001680     05  FILLER                 PIC X(01).
001690     05  PHST-NEW-COUNT-TOL     PIC 9(03).
001693     05  FILLER                 PIC X(01).
001696     05  PHST-APPROVER-ID       PIC X(08).
001700*--------------------------------------------------------------*
001710*  REPORT-FILE - MAINTENANCE REPORT AND EFFECTIVE SET          *
001720*--------------------------------------------------------------*
001730 FD  REPORT-FILE
001740     RECORDING MODE IS F.
001750 01  REPORT-LINE PIC X(80).
001751*--------------------------------------------------------------*
001752*  PENDING-FILE - EVERY SUBMITTED CHANGE: ITS NUMBER, STATUS   *
001753*  (P PENDING, A APPROVED, R REJECTED, E EXPIRED), WHEN AND    *
001754*  BY WHOM IT WAS SUBMITTED, WHO DECIDED IT AND WHEN, AND THE  *
001755*  REPLACEMENT SET IT CARRIES                                  *
001756*--------------------------------------------------------------*
001757 FD  PENDING-FILE
001758     RECORDING MODE IS F.
001759 01  PENDING-RECORD.
001760     05  PPND-CHANGE-NO         PIC 9(05).
001761     05  FILLER                 PIC X(01).
001762     05  PPND-STATUS            PIC X(01).
001763     05  FILLER                 PIC X(01).
001764     05  PPND-SUBMIT-DATE       PIC 9(08).
001765     05  FILLER                 PIC X(01).
001766     05  PPND-SUBMIT-TIME       PIC 9(08).
001767     05  FILLER                 PIC X(01).
001768     05  PPND-MAKER-ID          PIC X(08).
001769     05  FILLER                 PIC X(01).
001770     05  PPND-CHECKER-ID        PIC X(08).
001771     05  FILLER                 PIC X(01).
001772     05  PPND-DECISION-DATE     PIC 9(08).
001773     05  FILLER                 PIC X(01).
001774     05  PPND-REJECT-LOW        PIC S9(05)
001775         SIGN IS LEADING SEPARATE CHARACTER.
001776     05  FILLER                 PIC X(01).
001777     05  PPND-REJECT-HIGH       PIC S9(05)
001778         SIGN IS LEADING SEPARATE CHARACTER.
001779     05  FILLER                 PIC X(01).
001780     05  PPND-THRESHOLD-LOW     PIC S9(05)
001781         SIGN IS LEADING SEPARATE CHARACTER.
001782     05  FILLER                 PIC X(01).
001783     05  PPND-THRESHOLD-HIGH    PIC S9(05)
001784         SIGN IS LEADING SEPARATE CHARACTER.
001785     05  FILLER                 PIC X(01).
001786     05  PPND-MEAN-TOL          PIC X(03).
001787     05  FILLER                 PIC X(01).
001788     05  PPND-RANGE-TOL         PIC X(03).
001789     05  FILLER                 PIC X(01).
001790     05  PPND-COUNT-TOL         PIC X(03).
001791*--------------------------------------------------------------*
001792*  DECISION-FILE - ONE CHECKER DECISION PER LINE: WHO IS       *
001793*  DECIDING, A APPROVE OR R REJECT, AND THE CHANGE NUMBER      *
001794*--------------------------------------------------------------*
001795 FD  DECISION-FILE
001796     RECORDING MODE IS F.
001797 01  DECISION-RECORD.
001798     05  PDEC-USER-ID           PIC X(08).
001799     05  FILLER                 PIC X(01).
001800     05  PDEC-ACTION            PIC X(01).
001801         88  PDEC-APPROVE                 VALUE 'A'.
001802         88  PDEC-REJECT                  VALUE 'R'.
001803     05  FILLER                 PIC X(01).
001804     05  PDEC-CHANGE-NO         PIC X(05).
001805     05  PDEC-CHANGE-NO-N REDEFINES PDEC-CHANGE-NO
001806                                PIC 9(05).
001807 WORKING-STORAGE SECTION.
001808*--------------------------------------------------------------*
001809*  STANDARD SWITCHES                                           *
001810*--------------------------------------------------------------*
001811 01  PMNT-SWITCHES.
001812     05  PMNT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001820         88  PMNT-EOF                     VALUE 'Y'.
001830         88  PMNT-NOT-EOF                 VALUE 'N'.
001840     05  PMNT-TRAN-SWITCH       PIC X(01) VALUE 'Y'.
001920     05  PMNT-TRANSACTION-STATUS PIC X(02).
001930     05  PMNT-HISTORY-STATUS    PIC X(02).
001940     05  PMNT-REPORT-STATUS     PIC X(02).
001941     05  PMNT-PENDING-STATUS    PIC X(02).
001942     05  PMNT-DECISION-STATUS   PIC X(02).
001943*--------------------------------------------------------------*
001944*  APPROVAL CONTROL - DAYS A CHANGE MAY WAIT FOR APPROVAL, AND *
001945*  DAYS A DECIDED CHANGE STAYS ON THE PENDING-CHANGE FILE      *
001946*--------------------------------------------------------------*
001947 77  PMNT-EXPIRE-DAYS           PIC 9(03) VALUE 7.
001948 77  PMNT-KEEP-DAYS             PIC 9(03) VALUE 90.
001950*--------------------------------------------------------------*
001960*  RUN OUTCOME                                                 *
001970*--------------------------------------------------------------*
002100     05  PMNT-CUR-COUNT-TOL     PIC 9(03) VALUE 25.
002110 01  PMNT-CURRENT-VERSION       PIC 9(05) VALUE 0.
002120*--------------------------------------------------------------*
002121*  IN-CORE PENDING-CHANGE TABLE - THE WHOLE PENDING-CHANGE     *
002122*  FILE, LOADED ONCE, AMENDED BY THE RUN, AND WRITTEN BACK     *
002123*--------------------------------------------------------------*
002124 01  PMNT-PEND-COUNT            PIC 9(05) COMP VALUE 0.
002125 01  PMNT-PND-CHANGE-NO OCCURS 1 TO 999 TIMES
002126         DEPENDING ON PMNT-PEND-COUNT PIC 9(05).
002127 01  PMNT-PND-STATUS OCCURS 1 TO 999 TIMES
002128         DEPENDING ON PMNT-PEND-COUNT PIC X(01).
002129 01  PMNT-PND-SUBMIT-DATE OCCURS 1 TO 999 TIMES
002130         DEPENDING ON PMNT-PEND-COUNT PIC 9(08).
002131 01  PMNT-PND-SUBMIT-TIME OCCURS 1 TO 999 TIMES
002132         DEPENDING ON PMNT-PEND-COUNT PIC 9(08).
002133 01  PMNT-PND-MAKER-ID OCCURS 1 TO 999 TIMES
002134         DEPENDING ON PMNT-PEND-COUNT PIC X(08).
002135 01  PMNT-PND-CHECKER-ID OCCURS 1 TO 999 TIMES
002136         DEPENDING ON PMNT-PEND-COUNT PIC X(08).
002137 01  PMNT-PND-DECISION-DATE OCCURS 1 TO 999 TIMES
002138         DEPENDING ON PMNT-PEND-COUNT PIC 9(08).
002139 01  PMNT-PND-REJECT-LOW OCCURS 1 TO 999 TIMES
002140         DEPENDING ON PMNT-PEND-COUNT PIC S9(05).
002141 01  PMNT-PND-REJECT-HIGH OCCURS 1 TO 999 TIMES
002142         DEPENDING ON PMNT-PEND-COUNT PIC S9(05).
002143 01  PMNT-PND-THRESH-LOW OCCURS 1 TO 999 TIMES
002144         DEPENDING ON PMNT-PEND-COUNT PIC S9(05).
002145 01  PMNT-PND-THRESH-HIGH OCCURS 1 TO 999 TIMES
002146         DEPENDING ON PMNT-PEND-COUNT PIC S9(05).
002147 01  PMNT-PND-MEAN-TOL OCCURS 1 TO 999 TIMES
002148         DEPENDING ON PMNT-PEND-COUNT PIC X(03).
002149 01  PMNT-PND-RANGE-TOL OCCURS 1 TO 999 TIMES
002150         DEPENDING ON PMNT-PEND-COUNT PIC X(03).
002151 01  PMNT-PND-COUNT-TOL OCCURS 1 TO 999 TIMES
002152         DEPENDING ON PMNT-PEND-COUNT PIC X(03).
002153 01  PMNT-PX                    PIC 9(05) COMP VALUE 0.
002154 01  PMNT-MATCH-PX              PIC 9(05) COMP VALUE 0.
002155 01  PMNT-LAST-CHANGE-NO        PIC 9(05) VALUE 0.
002156 01  PMNT-BAD-REASON            PIC X(36).
002157*--------------------------------------------------------------*
002158*  RUN COUNTERS                                                *
002159*--------------------------------------------------------------*
002160 01  PMNT-TRANS-READ            PIC 9(05) COMP VALUE 0.
002161 01  PMNT-TRANS-APPLIED         PIC 9(05) COMP VALUE 0.
002170 01  PMNT-TRANS-REJECTED        PIC 9(05) COMP VALUE 0.
002171 01  PMNT-TRANS-HELD            PIC 9(05) COMP VALUE 0.
002172 01  PMNT-DECISIONS-READ        PIC 9(05) COMP VALUE 0.
002173 01  PMNT-CHANGES-DECLINED      PIC 9(05) COMP VALUE 0.
002174 01  PMNT-CHANGES-EXPIRED       PIC 9(05) COMP VALUE 0.
002175 01  PMNT-CHANGES-WAITING       PIC 9(05) COMP VALUE 0.
002176*--------------------------------------------------------------*
002177*  AGING WORK FIELDS                                           *
002178*--------------------------------------------------------------*
002179 01  PMNT-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
002180 01  PMNT-WORK-DAYS             PIC 9(07) COMP VALUE 0.
002181 01  PMNT-DAYS-WAITING          PIC S9(05) COMP VALUE 0.
002182*--------------------------------------------------------------*
002190*  RUN STAMPS AND REPORT WORK FIELDS                           *
002200*--------------------------------------------------------------*
002210 01  PMNT-RUN-DATE              PIC 9(08).
002300     05  PMNT-ED-TOL-1          PIC ZZ9.
002310     05  PMNT-ED-TOL-2          PIC ZZ9.
002320     05  PMNT-ED-TOL-3          PIC ZZ9.
002322     05  PMNT-ED-CHANGE-NO      PIC 9(05).
002324     05  PMNT-ED-DATE           PIC 9999/99/99.
002326     05  PMNT-ED-DAYS           PIC ZZZZ9.
002330 PROCEDURE DIVISION.
002340*--------------------------------------------------------------*
002350*  0000-MAINLINE                                               *
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002390     PERFORM 2000-LOAD-CURRENT-SET THRU 2000-EXIT
002393     PERFORM 2500-LOAD-PENDING-FILE THRU 2500-EXIT
002396     PERFORM 2700-EXPIRE-STALE-CHANGES THRU 2700-EXIT
002399     PERFORM 3000-HOLD-TRANSACTIONS THRU 3000-EXIT
002402     PERFORM 3500-APPLY-DECISIONS THRU 3500-EXIT
002405     PERFORM 5500-WRITE-PENDING-FILE THRU 5500-EXIT
002410     IF PMNT-TRANS-APPLIED > 0
002420         PERFORM 5000-WRITE-PARAMETER-FILE THRU 5000-EXIT
002430     END-IF
002440     PERFORM 6000-WRITE-EFFECTIVE-SET THRU 6000-EXIT
002445     PERFORM 6500-WRITE-PENDING-REPORT THRU 6500-EXIT
002450     IF PMNT-TRANS-REJECTED > 0
002460         MOVE 8 TO PMNT-RETURN-SEVERITY
002470     ELSE
002473         IF PMNT-CHANGES-EXPIRED > 0
002476             MOVE 4 TO PMNT-RETURN-SEVERITY
002479         ELSE
002482             MOVE 0 TO PMNT-RETURN-SEVERITY
002485         END-IF
002490     END-IF
002500     CLOSE REPORT-FILE
002506     DISPLAY "STATPARM COMPLETE - HELD: " PMNT-TRANS-HELD
002512         " APPLIED: " PMNT-TRANS-APPLIED
002520         " REJECTED: " PMNT-TRANS-REJECTED
002530     GO TO 9999-EXIT.
002540*--------------------------------------------------------------*
002630     END-IF
002640     ACCEPT PMNT-RUN-DATE FROM DATE YYYYMMDD
002650     ACCEPT PMNT-RUN-TIME FROM TIME
002653     COMPUTE PMNT-TODAY-DAYS =
002656         FUNCTION INTEGER-OF-DATE(PMNT-RUN-DATE)
002660     MOVE PMNT-RUN-DATE TO PMNT-ED-RUN-DATE
002670     MOVE SPACES TO PMNT-REPORT-LINE
002680     STRING "PARAMETER MAINTENANCE REPORT - " DELIMITED BY SIZE
003130 2000-EXIT.
003140     EXIT.
003150*--------------------------------------------------------------*
003160*  2500-LOAD-PENDING-FILE - TABLE EVERY CHANGE ON THE          *
003170*  PENDING-CHANGE FILE; AN ABSENT OR EMPTY FILE MEANS NO       *
003180*  CHANGE HAS EVER BEEN SUBMITTED                              *
003190*--------------------------------------------------------------*
003191 2500-LOAD-PENDING-FILE.
003192     OPEN INPUT PENDING-FILE
003193     IF PMNT-PENDING-STATUS = "35"
003194         GO TO 2500-EXIT
003195     END-IF
003196     IF PMNT-PENDING-STATUS NOT = "00"
003197         DISPLAY "PARMPEND OPEN FAILED, STATUS "
003198             PMNT-PENDING-STATUS
003199         GO TO 9999-EXIT
003200     END-IF
003201     PERFORM 2600-LOAD-ONE-PENDING THRU 2600-EXIT
003202         UNTIL PMNT-EOF
003203     CLOSE PENDING-FILE
003204     SET PMNT-NOT-EOF TO TRUE.
003205 2500-EXIT.
003206     EXIT.
003207*--------------------------------------------------------------*
003208*  2600-LOAD-ONE-PENDING - TABLE ONE PENDING-CHANGE RECORD AND *
003209*  KEEP THE HIGHEST CHANGE NUMBER ISSUED                       *
003210*--------------------------------------------------------------*
003211 2600-LOAD-ONE-PENDING.
003212     READ PENDING-FILE
003213         AT END
003214             SET PMNT-EOF TO TRUE
003215     END-READ
003216     IF PMNT-EOF
003217         GO TO 2600-EXIT
003218     END-IF
003219     IF PPND-CHANGE-NO IS NOT NUMERIC
003220         GO TO 2600-EXIT
003221     END-IF
003222     IF PMNT-PEND-COUNT >= 999
003223         DISPLAY "PARMPEND HAS MORE THAN 999 CHANGES"
003224         GO TO 9999-EXIT
003225     END-IF
003226     ADD 1 TO PMNT-PEND-COUNT
003227     MOVE PPND-CHANGE-NO TO PMNT-PND-CHANGE-NO(PMNT-PEND-COUNT)
003228     MOVE PPND-STATUS TO PMNT-PND-STATUS(PMNT-PEND-COUNT)
003229     MOVE PPND-SUBMIT-DATE
003230         TO PMNT-PND-SUBMIT-DATE(PMNT-PEND-COUNT)
003231     MOVE PPND-SUBMIT-TIME
003232         TO PMNT-PND-SUBMIT-TIME(PMNT-PEND-COUNT)
003233     MOVE PPND-MAKER-ID TO PMNT-PND-MAKER-ID(PMNT-PEND-COUNT)
003234     MOVE PPND-CHECKER-ID TO PMNT-PND-CHECKER-ID(PMNT-PEND-COUNT)
003235     MOVE PPND-DECISION-DATE
003236         TO PMNT-PND-DECISION-DATE(PMNT-PEND-COUNT)
003237     MOVE PPND-REJECT-LOW TO PMNT-PND-REJECT-LOW(PMNT-PEND-COUNT)
003238     MOVE PPND-REJECT-HIGH
003239         TO PMNT-PND-REJECT-HIGH(PMNT-PEND-COUNT)
003240     MOVE PPND-THRESHOLD-LOW
003241         TO PMNT-PND-THRESH-LOW(PMNT-PEND-COUNT)
003242     MOVE PPND-THRESHOLD-HIGH
003243         TO PMNT-PND-THRESH-HIGH(PMNT-PEND-COUNT)
003244     MOVE PPND-MEAN-TOL TO PMNT-PND-MEAN-TOL(PMNT-PEND-COUNT)
003245     MOVE PPND-RANGE-TOL TO PMNT-PND-RANGE-TOL(PMNT-PEND-COUNT)
003246     MOVE PPND-COUNT-TOL TO PMNT-PND-COUNT-TOL(PMNT-PEND-COUNT)
003247     IF PPND-CHANGE-NO > PMNT-LAST-CHANGE-NO
003248         MOVE PPND-CHANGE-NO TO PMNT-LAST-CHANGE-NO
003249     END-IF.
003250 2600-EXIT.
003251     EXIT.
003252*--------------------------------------------------------------*
003253*  2700-EXPIRE-STALE-CHANGES - A CHANGE STILL PENDING AFTER    *
003254*  THE EXPIRY LIMIT CAN NO LONGER BE APPROVED                  *
003255*--------------------------------------------------------------*
003256 2700-EXPIRE-STALE-CHANGES.
003257     PERFORM 2800-EXPIRE-ONE-CHANGE THRU 2800-EXIT
003258         VARYING PMNT-PX FROM 1 BY 1
003259         UNTIL PMNT-PX > PMNT-PEND-COUNT.
003260 2700-EXIT.
003261     EXIT.
003262*--------------------------------------------------------------*
003263*  2800-EXPIRE-ONE-CHANGE                                      *
003264*--------------------------------------------------------------*
003265 2800-EXPIRE-ONE-CHANGE.
003266     IF PMNT-PND-STATUS(PMNT-PX) NOT = 'P'
003267         GO TO 2800-EXIT
003268     END-IF
003269     COMPUTE PMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
003270         (PMNT-PND-SUBMIT-DATE(PMNT-PX))
003271     COMPUTE PMNT-DAYS-WAITING = PMNT-TODAY-DAYS - PMNT-WORK-DAYS
003272     IF PMNT-DAYS-WAITING NOT > PMNT-EXPIRE-DAYS
003273         GO TO 2800-EXIT
003274     END-IF
003275     MOVE 'E' TO PMNT-PND-STATUS(PMNT-PX)
003276     MOVE PMNT-RUN-DATE TO PMNT-PND-DECISION-DATE(PMNT-PX)
003277     ADD 1 TO PMNT-CHANGES-EXPIRED
003278     MOVE PMNT-PND-CHANGE-NO(PMNT-PX) TO PMNT-ED-CHANGE-NO
003279     MOVE PMNT-EXPIRE-DAYS TO PMNT-ED-DAYS
003280     MOVE SPACES TO PMNT-REPORT-LINE
003281     STRING "EXPIRED CHANGE " DELIMITED BY SIZE
003282         PMNT-ED-CHANGE-NO DELIMITED BY SIZE
003283         " BY " DELIMITED BY SIZE
003284         PMNT-PND-MAKER-ID(PMNT-PX) DELIMITED BY SIZE
003285         " - NOT APPROVED WITHIN" DELIMITED BY SIZE
003286         PMNT-ED-DAYS DELIMITED BY SIZE
003287         " DAYS" DELIMITED BY SIZE
003288         INTO PMNT-REPORT-LINE
003289     WRITE REPORT-LINE FROM PMNT-REPORT-LINE.
003290 2800-EXIT.
003291     EXIT.
003292*--------------------------------------------------------------*
003293*  3000-HOLD-TRANSACTIONS - EACH VALID TRANSACTION IS HELD ON  *
003294*  THE PENDING-CHANGE FILE TO AWAIT A SECOND USER'S APPROVAL;  *
003295*  AN INVALID ONE IS LISTED AND CHANGES NOTHING                *
003296*--------------------------------------------------------------*
003297 3000-HOLD-TRANSACTIONS.
003298     OPEN INPUT TRANSACTION-FILE
003299     IF PMNT-TRANSACTION-STATUS = "35"
003300         GO TO 3000-EXIT
003301     END-IF
003302     IF PMNT-TRANSACTION-STATUS NOT = "00"
003303         DISPLAY "PARMTRAN OPEN FAILED, STATUS "
003304             PMNT-TRANSACTION-STATUS
003305         GO TO 9999-EXIT
003306     END-IF
003307     PERFORM 3100-HOLD-ONE-TRANSACTION THRU 3100-EXIT
003310         UNTIL PMNT-EOF
003316     CLOSE TRANSACTION-FILE
003322     SET PMNT-NOT-EOF TO TRUE.
003330 3000-EXIT.
003340     EXIT.
003350*--------------------------------------------------------------*
003360*  3100-HOLD-ONE-TRANSACTION                                   *
003370*--------------------------------------------------------------*
003380 3100-HOLD-ONE-TRANSACTION.
003390     READ TRANSACTION-FILE
003400         AT END
003410             SET PMNT-EOF TO TRUE
003490         ADD 1 TO PMNT-TRANS-REJECTED
003500         GO TO 3100-EXIT
003510     END-IF
003520     IF PMNT-PEND-COUNT >= 999
003530         DISPLAY "PARMPEND WOULD EXCEED 999 CHANGES"
003540         GO TO 9999-EXIT
003590     END-IF
003594     ADD 1 TO PMNT-PEND-COUNT
003598     ADD 1 TO PMNT-LAST-CHANGE-NO
003602     MOVE PMNT-LAST-CHANGE-NO
003606         TO PMNT-PND-CHANGE-NO(PMNT-PEND-COUNT)
003610     MOVE 'P' TO PMNT-PND-STATUS(PMNT-PEND-COUNT)
003614     MOVE PMNT-RUN-DATE TO PMNT-PND-SUBMIT-DATE(PMNT-PEND-COUNT)
003618     MOVE PMNT-RUN-TIME TO PMNT-PND-SUBMIT-TIME(PMNT-PEND-COUNT)
003622     MOVE PTRN-USER-ID TO PMNT-PND-MAKER-ID(PMNT-PEND-COUNT)
003626     MOVE SPACES TO PMNT-PND-CHECKER-ID(PMNT-PEND-COUNT)
003630     MOVE 0 TO PMNT-PND-DECISION-DATE(PMNT-PEND-COUNT)
003634     MOVE PTRN-REJECT-LOW TO PMNT-PND-REJECT-LOW(PMNT-PEND-COUNT)
003638     MOVE PTRN-REJECT-HIGH
003642         TO PMNT-PND-REJECT-HIGH(PMNT-PEND-COUNT)
003646     MOVE PTRN-THRESHOLD-LOW
003650         TO PMNT-PND-THRESH-LOW(PMNT-PEND-COUNT)
003654     MOVE PTRN-THRESHOLD-HIGH
003658         TO PMNT-PND-THRESH-HIGH(PMNT-PEND-COUNT)
003662     MOVE PTRN-MEAN-TOL TO PMNT-PND-MEAN-TOL(PMNT-PEND-COUNT)
003666     MOVE PTRN-RANGE-TOL TO PMNT-PND-RANGE-TOL(PMNT-PEND-COUNT)
003670     MOVE PTRN-COUNT-TOL TO PMNT-PND-COUNT-TOL(PMNT-PEND-COUNT)
003674     ADD 1 TO PMNT-TRANS-HELD
003678     MOVE PMNT-LAST-CHANGE-NO TO PMNT-ED-CHANGE-NO
003690     MOVE SPACES TO PMNT-REPORT-LINE
003695     STRING "HELD CHANGE " DELIMITED BY SIZE
003700         PMNT-ED-CHANGE-NO DELIMITED BY SIZE
003705         " BY " DELIMITED BY SIZE
003710         PTRN-USER-ID DELIMITED BY SIZE
003720         " - AWAITING APPROVAL BY A SECOND USER"
003730             DELIMITED BY SIZE
003740         INTO PMNT-REPORT-LINE
003750     WRITE REPORT-LINE FROM PMNT-REPORT-LINE.
003760 3100-EXIT.
004260 3300-EXIT.
004270     EXIT.
004280*--------------------------------------------------------------*
004281*  3500-APPLY-DECISIONS - EACH VALID APPROVAL MAKES ITS        *
004282*  CHANGE THE SET IN EFFECT AND LOGS IT TO THE CHANGE          *
004283*  HISTORY; EACH VALID REJECTION CLOSES ITS CHANGE UNAPPLIED;  *
004284*  AN INVALID DECISION IS LISTED AND CHANGES NOTHING           *
004285*--------------------------------------------------------------*
004286 3500-APPLY-DECISIONS.
004287     OPEN INPUT DECISION-FILE
004288     IF PMNT-DECISION-STATUS = "35"
004289         GO TO 3500-EXIT
004290     END-IF
004291     IF PMNT-DECISION-STATUS NOT = "00"
004292         DISPLAY "PARMAPRV OPEN FAILED, STATUS "
004293             PMNT-DECISION-STATUS
004294         GO TO 9999-EXIT
004295     END-IF
004296     PERFORM 3600-APPLY-ONE-DECISION THRU 3600-EXIT
004297         UNTIL PMNT-EOF
004298     CLOSE DECISION-FILE
004299     SET PMNT-NOT-EOF TO TRUE.
004300 3500-EXIT.
004301     EXIT.
004302*--------------------------------------------------------------*
004303*  3600-APPLY-ONE-DECISION                                     *
004304*--------------------------------------------------------------*
004305 3600-APPLY-ONE-DECISION.
004306     READ DECISION-FILE
004307         AT END
004308             SET PMNT-EOF TO TRUE
004309     END-READ
004310     IF PMNT-EOF
004311         GO TO 3600-EXIT
004312     END-IF
004313     ADD 1 TO PMNT-DECISIONS-READ
004314     PERFORM 3700-VALIDATE-DECISION THRU 3700-EXIT
004315     IF PMNT-TRAN-INVALID
004316         ADD 1 TO PMNT-TRANS-REJECTED
004317         GO TO 3600-EXIT
004318     END-IF
004319     MOVE PDEC-USER-ID TO PMNT-PND-CHECKER-ID(PMNT-MATCH-PX)
004320     MOVE PMNT-RUN-DATE TO PMNT-PND-DECISION-DATE(PMNT-MATCH-PX)
004321     MOVE PMNT-PND-CHANGE-NO(PMNT-MATCH-PX) TO PMNT-ED-CHANGE-NO
004322     IF PDEC-REJECT
004323         MOVE 'R' TO PMNT-PND-STATUS(PMNT-MATCH-PX)
004324         ADD 1 TO PMNT-CHANGES-DECLINED
004325         MOVE SPACES TO PMNT-REPORT-LINE
004326         STRING "DECLINED CHANGE " DELIMITED BY SIZE
004327             PMNT-ED-CHANGE-NO DELIMITED BY SIZE
004328             " BY " DELIMITED BY SIZE
004329             PMNT-PND-MAKER-ID(PMNT-MATCH-PX) DELIMITED BY SIZE
004330             " - REJECTED BY " DELIMITED BY SIZE
004331             PDEC-USER-ID DELIMITED BY SIZE
004332             INTO PMNT-REPORT-LINE
004333         WRITE REPORT-LINE FROM PMNT-REPORT-LINE
004334         GO TO 3600-EXIT
004335     END-IF
004336     PERFORM 4000-WRITE-HISTORY-RECORD THRU 4000-EXIT
004337     MOVE 'A' TO PMNT-PND-STATUS(PMNT-MATCH-PX)
004338     MOVE PMNT-PND-REJECT-LOW(PMNT-MATCH-PX)
004339         TO PMNT-CUR-REJECT-LOW
004340     MOVE PMNT-PND-REJECT-HIGH(PMNT-MATCH-PX)
004341         TO PMNT-CUR-REJECT-HIGH
004342     MOVE PMNT-PND-THRESH-LOW(PMNT-MATCH-PX)
004343         TO PMNT-CUR-THRESH-LOW
004344     MOVE PMNT-PND-THRESH-HIGH(PMNT-MATCH-PX)
004345         TO PMNT-CUR-THRESH-HIGH
004346     IF PMNT-PND-MEAN-TOL(PMNT-MATCH-PX) IS NUMERIC
004347         MOVE PMNT-PND-MEAN-TOL(PMNT-MATCH-PX)
004348             TO PMNT-CUR-MEAN-TOL
004349     END-IF
004350     IF PMNT-PND-RANGE-TOL(PMNT-MATCH-PX) IS NUMERIC
004351         MOVE PMNT-PND-RANGE-TOL(PMNT-MATCH-PX)
004352             TO PMNT-CUR-RANGE-TOL
004353     END-IF
004354     IF PMNT-PND-COUNT-TOL(PMNT-MATCH-PX) IS NUMERIC
004355         MOVE PMNT-PND-COUNT-TOL(PMNT-MATCH-PX)
004356             TO PMNT-CUR-COUNT-TOL
004357     END-IF
004358     ADD 1 TO PMNT-CURRENT-VERSION
004359     ADD 1 TO PMNT-TRANS-APPLIED
004360     MOVE PMNT-CURRENT-VERSION TO PMNT-ED-VERSION
004361     MOVE SPACES TO PMNT-REPORT-LINE
004362     STRING "APPLIED CHANGE " DELIMITED BY SIZE
004363         PMNT-ED-CHANGE-NO DELIMITED BY SIZE
004364         " BY " DELIMITED BY SIZE
004365         PMNT-PND-MAKER-ID(PMNT-MATCH-PX) DELIMITED BY SIZE
004366         " APPROVED BY " DELIMITED BY SIZE
004367         PDEC-USER-ID DELIMITED BY SIZE
004368         " - NOW VERSION " DELIMITED BY SIZE
004369         PMNT-ED-VERSION DELIMITED BY SIZE
004370         INTO PMNT-REPORT-LINE
004371     WRITE REPORT-LINE FROM PMNT-REPORT-LINE.
004372 3600-EXIT.
004373     EXIT.
004374*--------------------------------------------------------------*
004375*  3700-VALIDATE-DECISION - USER, ACTION AND CHANGE NUMBER     *
004376*  SUPPLIED, THE CHANGE ON FILE AND STILL PENDING, AND THE     *
004377*  CHECKER NOT THE USER WHO SUBMITTED IT                       *
004378*--------------------------------------------------------------*
004379 3700-VALIDATE-DECISION.
004380     SET PMNT-TRAN-VALID TO TRUE
004381     IF PDEC-USER-ID = SPACES
004382             OR NOT (PDEC-APPROVE OR PDEC-REJECT)
004383             OR PDEC-CHANGE-NO-N IS NOT NUMERIC
004384         MOVE "USER, ACTION OR CHANGE NUMBER INVALID"
004385             TO PMNT-BAD-REASON
004386         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004387         GO TO 3700-EXIT
004388     END-IF
004389     MOVE 0 TO PMNT-MATCH-PX
004390     PERFORM 3750-MATCH-CHANGE THRU 3750-EXIT
004391         VARYING PMNT-PX FROM 1 BY 1
004392         UNTIL PMNT-PX > PMNT-PEND-COUNT
004393            OR PMNT-MATCH-PX > 0
004394     IF PMNT-MATCH-PX = 0
004395         MOVE "NO SUCH CHANGE" TO PMNT-BAD-REASON
004396         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004397         GO TO 3700-EXIT
004398     END-IF
004399     IF PMNT-PND-STATUS(PMNT-MATCH-PX) NOT = 'P'
004400         MOVE "CHANGE IS NO LONGER PENDING" TO PMNT-BAD-REASON
004401         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004402         GO TO 3700-EXIT
004403     END-IF
004404     IF PMNT-PND-MAKER-ID(PMNT-MATCH-PX) = PDEC-USER-ID
004405         MOVE "SUBMITTER MAY NOT DECIDE OWN CHANGE"
004406             TO PMNT-BAD-REASON
004407         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004408     END-IF.
004409 3700-EXIT.
004410     EXIT.
004411*--------------------------------------------------------------*
004412*  3750-MATCH-CHANGE - LOCATE THE DECISION'S CHANGE NUMBER     *
004413*--------------------------------------------------------------*
004414 3750-MATCH-CHANGE.
004415     IF PMNT-PND-CHANGE-NO(PMNT-PX) = PDEC-CHANGE-NO-N
004416         MOVE PMNT-PX TO PMNT-MATCH-PX
004417     END-IF.
004418 3750-EXIT.
004419     EXIT.
004420*--------------------------------------------------------------*
004421*  3800-LIST-BAD-DECISION                                      *
004422*--------------------------------------------------------------*
004423 3800-LIST-BAD-DECISION.
004424     SET PMNT-TRAN-INVALID TO TRUE
004425     MOVE SPACES TO PMNT-REPORT-LINE
004426     STRING "REJECTED DECISION: " DELIMITED BY SIZE
004427         DECISION-RECORD DELIMITED BY SIZE
004428         "  " DELIMITED BY SIZE
004429         PMNT-BAD-REASON DELIMITED BY SIZE
004430         INTO PMNT-REPORT-LINE
004431     WRITE REPORT-LINE FROM PMNT-REPORT-LINE.
004432 3800-EXIT.
004433     EXIT.
004434*--------------------------------------------------------------*
004435*  4000-WRITE-HISTORY-RECORD - WHO CHANGED WHAT AND WHEN,      *
004436*  OLD SET AND NEW SET, AND WHO APPROVED IT, APPENDED TO THE   *
004437*  CHANGE HISTORY                                              *
004438*--------------------------------------------------------------*
004439 4000-WRITE-HISTORY-RECORD.
004440     OPEN EXTEND HISTORY-FILE
004441     IF PMNT-HISTORY-STATUS = "35"
004442         OPEN OUTPUT HISTORY-FILE
004443     END-IF
004444     IF PMNT-HISTORY-STATUS NOT = "00"
004445         DISPLAY "PARMHIST OPEN FAILED, STATUS "
004446             PMNT-HISTORY-STATUS
004447         GO TO 9999-EXIT
004448     END-IF
004449     MOVE SPACES TO HISTORY-RECORD
004450     MOVE PMNT-RUN-DATE TO PHST-CHANGE-DATE
004451     MOVE PMNT-RUN-TIME TO PHST-CHANGE-TIME
004452     MOVE PMNT-PND-MAKER-ID(PMNT-MATCH-PX) TO PHST-USER-ID
004453     MOVE PDEC-USER-ID TO PHST-APPROVER-ID
004460     MOVE PMNT-CUR-REJECT-LOW TO PHST-OLD-REJECT-LOW
004470     MOVE PMNT-CUR-REJECT-HIGH TO PHST-OLD-REJECT-HIGH
004480     MOVE PMNT-CUR-THRESH-LOW TO PHST-OLD-THRESH-LOW
004490     MOVE PMNT-CUR-THRESH-HIGH TO PHST-OLD-THRESH-HIGH
004495     MOVE PMNT-PND-REJECT-LOW(PMNT-MATCH-PX)
004500         TO PHST-NEW-REJECT-LOW
004505     MOVE PMNT-PND-REJECT-HIGH(PMNT-MATCH-PX)
004510         TO PHST-NEW-REJECT-HIGH
004515     MOVE PMNT-PND-THRESH-LOW(PMNT-MATCH-PX)
004520         TO PHST-NEW-THRESH-LOW
004525     MOVE PMNT-PND-THRESH-HIGH(PMNT-MATCH-PX)
004530         TO PHST-NEW-THRESH-HIGH
004540     COMPUTE PHST-NEW-VERSION = PMNT-CURRENT-VERSION + 1
004550     MOVE PMNT-CUR-MEAN-TOL TO PHST-OLD-MEAN-TOL
004560     MOVE PMNT-CUR-RANGE-TOL TO PHST-OLD-RANGE-TOL
004570     MOVE PMNT-CUR-COUNT-TOL TO PHST-OLD-COUNT-TOL
004577     IF PMNT-PND-MEAN-TOL(PMNT-MATCH-PX) IS NUMERIC
004584         MOVE PMNT-PND-MEAN-TOL(PMNT-MATCH-PX)
004591             TO PHST-NEW-MEAN-TOL
004600     ELSE
004610         MOVE PMNT-CUR-MEAN-TOL TO PHST-NEW-MEAN-TOL
004620     END-IF
004627     IF PMNT-PND-RANGE-TOL(PMNT-MATCH-PX) IS NUMERIC
004634         MOVE PMNT-PND-RANGE-TOL(PMNT-MATCH-PX)
004641             TO PHST-NEW-RANGE-TOL
004650     ELSE
004660         MOVE PMNT-CUR-RANGE-TOL TO PHST-NEW-RANGE-TOL
004670     END-IF
004677     IF PMNT-PND-COUNT-TOL(PMNT-MATCH-PX) IS NUMERIC
004684         MOVE PMNT-PND-COUNT-TOL(PMNT-MATCH-PX)
004691             TO PHST-NEW-COUNT-TOL
004700     ELSE
004710         MOVE PMNT-CUR-COUNT-TOL TO PHST-NEW-COUNT-TOL
004720     END-IF
004980     WRITE PARAMETER-RECORD
004990     CLOSE PARAMETER-FILE.
005000 5000-EXIT.
005001     EXIT.
005002*--------------------------------------------------------------*
005003*  5500-WRITE-PENDING-FILE - THE AMENDED PENDING-CHANGE TABLE  *
005004*  REPLACES THE PENDING-CHANGE FILE; A DECIDED CHANGE OLDER    *
005005*  THAN THE RETENTION LIMIT IS DROPPED (PARMHIST KEEPS EVERY   *
005006*  APPLIED CHANGE FOR GOOD)                                    *
005007*  IT IS WRITTEN BEFORE THE MASTER, SO A FAILED REWRITE CAN    *
005008*  NEVER LEAVE AN APPLIED CHANGE PENDING TO BE DECIDED AGAIN   *
005009*--------------------------------------------------------------*
005010 5500-WRITE-PENDING-FILE.
005011     OPEN OUTPUT PENDING-FILE
005012     IF PMNT-PENDING-STATUS NOT = "00"
005013         DISPLAY "PARMPEND REWRITE OPEN FAILED, STATUS "
005014             PMNT-PENDING-STATUS
005015         GO TO 9999-EXIT
005016     END-IF
005017     PERFORM 5600-WRITE-ONE-PENDING THRU 5600-EXIT
005018         VARYING PMNT-PX FROM 1 BY 1
005019         UNTIL PMNT-PX > PMNT-PEND-COUNT
005020     CLOSE PENDING-FILE.
005021 5500-EXIT.
005022     EXIT.
005023*--------------------------------------------------------------*
005024*  5600-WRITE-ONE-PENDING                                      *
005025*--------------------------------------------------------------*
005026 5600-WRITE-ONE-PENDING.
005027     IF PMNT-PND-STATUS(PMNT-PX) NOT = 'P'
005028         COMPUTE PMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
005029             (PMNT-PND-DECISION-DATE(PMNT-PX))
005030         IF PMNT-TODAY-DAYS - PMNT-WORK-DAYS > PMNT-KEEP-DAYS
005031             GO TO 5600-EXIT
005032         END-IF
005033     END-IF
005034     MOVE SPACES TO PENDING-RECORD
005035     MOVE PMNT-PND-CHANGE-NO(PMNT-PX) TO PPND-CHANGE-NO
005036     MOVE PMNT-PND-STATUS(PMNT-PX) TO PPND-STATUS
005037     MOVE PMNT-PND-SUBMIT-DATE(PMNT-PX) TO PPND-SUBMIT-DATE
005038     MOVE PMNT-PND-SUBMIT-TIME(PMNT-PX) TO PPND-SUBMIT-TIME
005039     MOVE PMNT-PND-MAKER-ID(PMNT-PX) TO PPND-MAKER-ID
005040     MOVE PMNT-PND-CHECKER-ID(PMNT-PX) TO PPND-CHECKER-ID
005041     MOVE PMNT-PND-DECISION-DATE(PMNT-PX) TO PPND-DECISION-DATE
005042     MOVE PMNT-PND-REJECT-LOW(PMNT-PX) TO PPND-REJECT-LOW
005043     MOVE PMNT-PND-REJECT-HIGH(PMNT-PX) TO PPND-REJECT-HIGH
005044     MOVE PMNT-PND-THRESH-LOW(PMNT-PX) TO PPND-THRESHOLD-LOW
005045     MOVE PMNT-PND-THRESH-HIGH(PMNT-PX) TO PPND-THRESHOLD-HIGH
005046     MOVE PMNT-PND-MEAN-TOL(PMNT-PX) TO PPND-MEAN-TOL
005047     MOVE PMNT-PND-RANGE-TOL(PMNT-PX) TO PPND-RANGE-TOL
005048     MOVE PMNT-PND-COUNT-TOL(PMNT-PX) TO PPND-COUNT-TOL
005049     WRITE PENDING-RECORD.
005050 5600-EXIT.
005051     EXIT.
005052*--------------------------------------------------------------*
005053*  6000-WRITE-EFFECTIVE-SET - THE SET NOW IN EFFECT, AS THE    *
005054*  NEXT STATPROG RUN WILL LOAD IT                              *
005055*--------------------------------------------------------------*
005060 6000-WRITE-EFFECTIVE-SET.
005070     MOVE SPACES TO REPORT-LINE
005080     WRITE REPORT-LINE
005490         PMNT-ED-COUNT DELIMITED BY SIZE
005500         INTO PMNT-REPORT-LINE
005510     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
005511     MOVE PMNT-TRANS-HELD TO PMNT-ED-COUNT
005512     MOVE SPACES TO PMNT-REPORT-LINE
005513     STRING "HELD FOR APPROVAL: " DELIMITED BY SIZE
005514         PMNT-ED-COUNT DELIMITED BY SIZE
005515         INTO PMNT-REPORT-LINE
005516     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
005517     MOVE PMNT-DECISIONS-READ TO PMNT-ED-COUNT
005518     MOVE SPACES TO PMNT-REPORT-LINE
005519     STRING "DECISIONS READ:    " DELIMITED BY SIZE
005520         PMNT-ED-COUNT DELIMITED BY SIZE
005521         INTO PMNT-REPORT-LINE
005522     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
005523     MOVE PMNT-TRANS-APPLIED TO PMNT-ED-COUNT
005530     MOVE SPACES TO PMNT-REPORT-LINE
005540     STRING "APPLIED:           " DELIMITED BY SIZE
005541         PMNT-ED-COUNT DELIMITED BY SIZE
005542         INTO PMNT-REPORT-LINE
005543     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
005544     MOVE PMNT-CHANGES-DECLINED TO PMNT-ED-COUNT
005545     MOVE SPACES TO PMNT-REPORT-LINE
005546     STRING "DECLINED:          " DELIMITED BY SIZE
005547         PMNT-ED-COUNT DELIMITED BY SIZE
005548         INTO PMNT-REPORT-LINE
005549     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
005550     MOVE PMNT-CHANGES-EXPIRED TO PMNT-ED-COUNT
005551     MOVE SPACES TO PMNT-REPORT-LINE
005552     STRING "EXPIRED:           " DELIMITED BY SIZE
005553         PMNT-ED-COUNT DELIMITED BY SIZE
005560         INTO PMNT-REPORT-LINE
005570     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
005580     MOVE PMNT-TRANS-REJECTED TO PMNT-ED-COUNT
005640 6000-EXIT.
005650     EXIT.
005660*--------------------------------------------------------------*
005670*  6500-WRITE-PENDING-REPORT - EVERY CHANGE STILL AWAITING     *
005680*  APPROVAL, WHO SUBMITTED IT, HOW MANY DAYS IT HAS WAITED,    *
005690*  AND THE SET IT WOULD APPLY                                  *
005700*--------------------------------------------------------------*
005710 6500-WRITE-PENDING-REPORT.
005720     MOVE SPACES TO REPORT-LINE
005730     WRITE REPORT-LINE
005740     MOVE SPACES TO PMNT-REPORT-LINE
005750     STRING "CHANGES AWAITING APPROVAL" DELIMITED BY SIZE
005760         INTO PMNT-REPORT-LINE
005770     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
005780     PERFORM 6600-WRITE-PENDING-LINE THRU 6600-EXIT
005790         VARYING PMNT-PX FROM 1 BY 1
005800         UNTIL PMNT-PX > PMNT-PEND-COUNT
005810     MOVE PMNT-CHANGES-WAITING TO PMNT-ED-COUNT
005820     MOVE SPACES TO PMNT-REPORT-LINE
005830     STRING "AWAITING APPROVAL: " DELIMITED BY SIZE
005840         PMNT-ED-COUNT DELIMITED BY SIZE
005850         INTO PMNT-REPORT-LINE
005860     WRITE REPORT-LINE FROM PMNT-REPORT-LINE.
005870 6500-EXIT.
005880     EXIT.
005890*--------------------------------------------------------------*
005900*  6600-WRITE-PENDING-LINE - ONE PENDING CHANGE WITH ITS AGE   *
005910*  IN DAYS                                                     *
005920*--------------------------------------------------------------*
005930 6600-WRITE-PENDING-LINE.
005940     IF PMNT-PND-STATUS(PMNT-PX) NOT = 'P'
005950         GO TO 6600-EXIT
005960     END-IF
005970     ADD 1 TO PMNT-CHANGES-WAITING
005980     COMPUTE PMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
005990         (PMNT-PND-SUBMIT-DATE(PMNT-PX))
006000     COMPUTE PMNT-DAYS-WAITING = PMNT-TODAY-DAYS - PMNT-WORK-DAYS
006010     MOVE PMNT-PND-CHANGE-NO(PMNT-PX) TO PMNT-ED-CHANGE-NO
006020     MOVE PMNT-PND-SUBMIT-DATE(PMNT-PX) TO PMNT-ED-DATE
006030     MOVE PMNT-DAYS-WAITING TO PMNT-ED-DAYS
006040     MOVE SPACES TO PMNT-REPORT-LINE
006050     STRING "  CHANGE " DELIMITED BY SIZE
006060         PMNT-ED-CHANGE-NO DELIMITED BY SIZE
006070         "  BY " DELIMITED BY SIZE
006080         PMNT-PND-MAKER-ID(PMNT-PX) DELIMITED BY SIZE
006090         "  SUBMITTED " DELIMITED BY SIZE
006100         PMNT-ED-DATE DELIMITED BY SIZE
006110         "  WAITING" DELIMITED BY SIZE
006120         PMNT-ED-DAYS DELIMITED BY SIZE
006130         " DAYS" DELIMITED BY SIZE
006140         INTO PMNT-REPORT-LINE
006150     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
006160     MOVE PMNT-PND-REJECT-LOW(PMNT-PX) TO PMNT-ED-VALUE
006170     MOVE PMNT-PND-REJECT-HIGH(PMNT-PX) TO PMNT-ED-VALUE-2
006180     MOVE SPACES TO PMNT-REPORT-LINE
006190     STRING "    REJECT RANGE    " DELIMITED BY SIZE
006200         PMNT-ED-VALUE DELIMITED BY SIZE
006210         " TO " DELIMITED BY SIZE
006220         PMNT-ED-VALUE-2 DELIMITED BY SIZE
006230         INTO PMNT-REPORT-LINE
006240     WRITE REPORT-LINE FROM PMNT-REPORT-LINE
006250     MOVE PMNT-PND-THRESH-LOW(PMNT-PX) TO PMNT-ED-VALUE
006260     MOVE PMNT-PND-THRESH-HIGH(PMNT-PX) TO PMNT-ED-VALUE-2
006270     MOVE SPACES TO PMNT-REPORT-LINE
006280     STRING "    THRESHOLD RANGE " DELIMITED BY SIZE
006290         PMNT-ED-VALUE DELIMITED BY SIZE
006300         " TO " DELIMITED BY SIZE
006310         PMNT-ED-VALUE-2 DELIMITED BY SIZE
006320         "  TOL PCT " DELIMITED BY SIZE
006330         PMNT-PND-MEAN-TOL(PMNT-PX) DELIMITED BY SIZE
006340         " " DELIMITED BY SIZE
006350         PMNT-PND-RANGE-TOL(PMNT-PX) DELIMITED BY SIZE
006360         " " DELIMITED BY SIZE
006370         PMNT-PND-COUNT-TOL(PMNT-PX) DELIMITED BY SIZE
006380         INTO PMNT-REPORT-LINE
006390     WRITE REPORT-LINE FROM PMNT-REPORT-LINE.
006400 6600-EXIT.
006410     EXIT.
006420*--------------------------------------------------------------*
006430*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
006440*--------------------------------------------------------------*
006450 9999-EXIT.
006460     MOVE PMNT-RETURN-SEVERITY TO RETURN-CODE
006470     STOP RUN.
