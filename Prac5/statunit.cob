000220*  TRANSACTION ACTIONS: A ADD, U UPDATE NAME/DEPARTMENT,       *
000230*  I INACTIVATE, R REACTIVATE.                                 *
000240*                                                              *
000241*  NO ONE PERSON CAN CHANGE THE UNIT LIST: A VALID             *
000242*  TRANSACTION IS HELD ON THE PENDING-CHANGE FILE UNDER A      *
000243*  CHANGE NUMBER UNTIL A DECISION CARD FROM A SECOND,          *
000244*  DIFFERENT USER ID APPROVES (A) OR REJECTS (R) IT. AN        *
000245*  APPROVED CHANGE IS VALIDATED AGAIN AGAINST THE UNIT LIST    *
000246*  AS IT THEN STANDS BEFORE IT IS APPLIED, AND THE HISTORY     *
000247*  RECORDS BOTH USER IDS. A CHANGE LEFT PENDING LONGER THAN    *
000248*  THE EXPIRY LIMIT EXPIRES. DECIDED CHANGES STAY ON THE       *
000249*  PENDING-CHANGE FILE FOR THE RETENTION LIMIT, AND EVERY      *
000250*  CHANGE STILL AWAITING APPROVAL IS LISTED WITH THE DAYS IT   *
000251*  HAS WAITED.                                                 *
000252*                                                              *
000253*  CONDITION CODES: 0 HELD/APPLIED (OR NOTHING TO DO),         *
000254*  4 ONE OR MORE PENDING CHANGES EXPIRED, 8 ONE OR MORE        *
000255*  TRANSACTIONS OR DECISIONS REJECTED, 16 FATAL.               *
000270*--------------------------------------------------------------*
000280*  MODIFICATION HISTORY                                        *
000290*--------------------------------------------------------------*
000300*  DATE       BY   DESCRIPTION                                 *
000310*  09/02/2026 JH   ORIGINAL VERSION.                           *
000311*  10/15/2026 JH   MAKER-CHECKER: TRANSACTIONS ARE HELD ON THE *
000312*                  PENDING-CHANGE FILE (UNITPEND) UNTIL A      *
000313*                  SECOND USER APPROVES THEM ON UNITAPRV;      *
000314*                  PENDING CHANGES EXPIRE AFTER 7 DAYS AND ARE *
000315*                  LISTED WITH THEIR AGE. UNITHIST CARRIES THE *
000316*                  APPROVER'S USER ID (LRECL 96).              *
000317*  10/15/2026 JH   PENDING-CHANGE FILE IS REWRITTEN BEFORE THE *
000318*                  MASTER, SO A FAILED MASTER REWRITE CANNOT   *
000319*                  LEAVE AN APPLIED CHANGE STILL PENDING.      *
000320*--------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000490     SELECT REPORT-FILE ASSIGN TO "UNITRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS UMNT-REPORT-STATUS.
000511
000512     SELECT PENDING-FILE ASSIGN TO "UNITPEND"
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS UMNT-PENDING-STATUS.
000515
000516     SELECT DECISION-FILE ASSIGN TO "UNITAPRV"
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS UMNT-DECISION-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*--------------------------------------------------------------*
000920     05  UTRN-DEPARTMENT        PIC X(04).
000930*--------------------------------------------------------------*
000940*  HISTORY-FILE - ONE APPENDED RECORD PER APPLIED CHANGE:      *
000950*  WHEN, WHO SUBMITTED IT, THE ACTION, THE CODE, THE OLD       *
000960*  NAME/FLAG/DEPT, THE NEW NAME/FLAG/DEPT, AND WHO APPROVED IT *
000970*--------------------------------------------------------------*
000980 FD  HISTORY-FILE
000990     RECORDING MODE IS F.
001190     05  UHST-NEW-FLAG          PIC X(01).
001200     05  FILLER                 PIC X(01).
001210     05  UHST-NEW-DEPT          PIC X(04).
001213     05  FILLER                 PIC X(01).
001216     05  UHST-APPROVER-ID       PIC X(08).
001220*--------------------------------------------------------------*
001230*  REPORT-FILE - MAINTENANCE REPORT AND EFFECTIVE UNIT LIST    *
001240*--------------------------------------------------------------*
001250 FD  REPORT-FILE
001260     RECORDING MODE IS F.
001270 01  REPORT-LINE PIC X(80).
001271*--------------------------------------------------------------*
001272*  PENDING-FILE - EVERY SUBMITTED CHANGE: ITS NUMBER, STATUS   *
001273*  (P PENDING, A APPROVED, R REJECTED, E EXPIRED), WHEN AND    *
001274*  BY WHOM IT WAS SUBMITTED, WHO DECIDED IT AND WHEN, AND THE  *
001275*  ACTION, CODE, NAME AND DEPARTMENT IT CARRIES                *
001276*--------------------------------------------------------------*
001277 FD  PENDING-FILE
001278     RECORDING MODE IS F.
001279 01  PENDING-RECORD.
001280     05  UPND-CHANGE-NO         PIC 9(05).
001281     05  FILLER                 PIC X(01).
001282     05  UPND-STATUS            PIC X(01).
001283     05  FILLER                 PIC X(01).
001284     05  UPND-SUBMIT-DATE       PIC 9(08).
001285     05  FILLER                 PIC X(01).
001286     05  UPND-SUBMIT-TIME       PIC 9(08).
001287     05  FILLER                 PIC X(01).
001288     05  UPND-MAKER-ID          PIC X(08).
001289     05  FILLER                 PIC X(01).
001290     05  UPND-CHECKER-ID        PIC X(08).
001291     05  FILLER                 PIC X(01).
001292     05  UPND-DECISION-DATE     PIC 9(08).
001293     05  FILLER                 PIC X(01).
001294     05  UPND-ACTION            PIC X(01).
001295     05  FILLER                 PIC X(01).
001296     05  UPND-CODE              PIC X(02).
001297     05  FILLER                 PIC X(01).
001298     05  UPND-NAME              PIC X(20).
001299     05  FILLER                 PIC X(01).
001300     05  UPND-DEPARTMENT        PIC X(04).
001301*--------------------------------------------------------------*
001302*  DECISION-FILE - ONE CHECKER DECISION PER LINE: WHO IS       *
001303*  DECIDING, A APPROVE OR R REJECT, AND THE CHANGE NUMBER      *
001304*--------------------------------------------------------------*
001305 FD  DECISION-FILE
001306     RECORDING MODE IS F.
001307 01  DECISION-RECORD.
001308     05  UDEC-USER-ID           PIC X(08).
001309     05  FILLER                 PIC X(01).
001310     05  UDEC-ACTION            PIC X(01).
001311         88  UDEC-APPROVE                 VALUE 'A'.
001312         88  UDEC-REJECT                  VALUE 'R'.
001313     05  FILLER                 PIC X(01).
001314     05  UDEC-CHANGE-NO         PIC X(05).
001315     05  UDEC-CHANGE-NO-N REDEFINES UDEC-CHANGE-NO
001316                                PIC 9(05).
001317 WORKING-STORAGE SECTION.
001318*--------------------------------------------------------------*
001319*  STANDARD SWITCHES                                           *
001320*--------------------------------------------------------------*
001321 01  UMNT-SWITCHES.
001330     05  UMNT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001340         88  UMNT-EOF                     VALUE 'Y'.
001350         88  UMNT-NOT-EOF                 VALUE 'N'.
001360     05  UMNT-TRAN-SWITCH       PIC X(01) VALUE 'Y'.
001370         88  UMNT-TRAN-VALID              VALUE 'Y'.
001380         88  UMNT-TRAN-INVALID            VALUE 'N'.
001382     05  UMNT-PHASE-SWITCH      PIC X(01) VALUE 'S'.
001384         88  UMNT-IN-SUBMISSIONS          VALUE 'S'.
001386         88  UMNT-IN-DECISIONS            VALUE 'D'.
001390*--------------------------------------------------------------*
001400*  FILE STATUS CODES                                           *
001410*--------------------------------------------------------------*
001440     05  UMNT-TRANSACTION-STATUS PIC X(02).
001450     05  UMNT-HISTORY-STATUS    PIC X(02).
001460     05  UMNT-REPORT-STATUS     PIC X(02).
001461     05  UMNT-PENDING-STATUS    PIC X(02).
001462     05  UMNT-DECISION-STATUS   PIC X(02).
001463*--------------------------------------------------------------*
001464*  APPROVAL CONTROL - DAYS A CHANGE MAY WAIT FOR APPROVAL, AND *
001465*  DAYS A DECIDED CHANGE STAYS ON THE PENDING-CHANGE FILE      *
001466*--------------------------------------------------------------*
001467 77  UMNT-EXPIRE-DAYS           PIC 9(03) VALUE 7.
001468 77  UMNT-KEEP-DAYS             PIC 9(03) VALUE 90.
001470*--------------------------------------------------------------*
001480*  RUN OUTCOME                                                 *
001490*--------------------------------------------------------------*
001660 01  UMNT-IX                    PIC 9(03) COMP VALUE 0.
001670 01  UMNT-MATCH-IX              PIC 9(03) COMP VALUE 0.
001680*--------------------------------------------------------------*
001681*  THE CHANGE BEING CHECKED OR APPLIED - FROM A TRANSACTION    *
001682*  WHEN IT IS SUBMITTED, FROM THE PENDING-CHANGE TABLE WHEN IT *
001683*  IS APPROVED                                                 *
001684*--------------------------------------------------------------*
001685 01  UMNT-CHANGE.
001686     05  UCHG-USER-ID           PIC X(08).
001687     05  UCHG-ACTION            PIC X(01).
001688         88  UCHG-ACTION-ADD              VALUE 'A'.
001689         88  UCHG-ACTION-UPDATE           VALUE 'U'.
001690         88  UCHG-ACTION-INACTIVATE       VALUE 'I'.
001691         88  UCHG-ACTION-REACTIVATE       VALUE 'R'.
001692         88  UCHG-ACTION-KNOWN            VALUE 'A' 'U'
001693                                                'I' 'R'.
001694     05  UCHG-CODE              PIC X(02).
001695     05  UCHG-NAME              PIC X(20).
001696     05  UCHG-DEPARTMENT        PIC X(04).
001697*--------------------------------------------------------------*
001698*  IN-CORE PENDING-CHANGE TABLE - THE WHOLE PENDING-CHANGE     *
001699*  FILE, LOADED ONCE, AMENDED BY THE RUN, AND WRITTEN BACK     *
001700*--------------------------------------------------------------*
001701 01  UMNT-PEND-COUNT            PIC 9(05) COMP VALUE 0.
001702 01  UMNT-PND-CHANGE-NO OCCURS 1 TO 999 TIMES
001703         DEPENDING ON UMNT-PEND-COUNT PIC 9(05).
001704 01  UMNT-PND-STATUS OCCURS 1 TO 999 TIMES
001705         DEPENDING ON UMNT-PEND-COUNT PIC X(01).
001706 01  UMNT-PND-SUBMIT-DATE OCCURS 1 TO 999 TIMES
001707         DEPENDING ON UMNT-PEND-COUNT PIC 9(08).
001708 01  UMNT-PND-SUBMIT-TIME OCCURS 1 TO 999 TIMES
001709         DEPENDING ON UMNT-PEND-COUNT PIC 9(08).
001710 01  UMNT-PND-MAKER-ID OCCURS 1 TO 999 TIMES
001711         DEPENDING ON UMNT-PEND-COUNT PIC X(08).
001712 01  UMNT-PND-CHECKER-ID OCCURS 1 TO 999 TIMES
001713         DEPENDING ON UMNT-PEND-COUNT PIC X(08).
001714 01  UMNT-PND-DECISION-DATE OCCURS 1 TO 999 TIMES
001715         DEPENDING ON UMNT-PEND-COUNT PIC 9(08).
001716 01  UMNT-PND-ACTION OCCURS 1 TO 999 TIMES
001717         DEPENDING ON UMNT-PEND-COUNT PIC X(01).
001718 01  UMNT-PND-CODE OCCURS 1 TO 999 TIMES
001719         DEPENDING ON UMNT-PEND-COUNT PIC X(02).
001720 01  UMNT-PND-NAME OCCURS 1 TO 999 TIMES
001721         DEPENDING ON UMNT-PEND-COUNT PIC X(20).
001722 01  UMNT-PND-DEPT OCCURS 1 TO 999 TIMES
001723         DEPENDING ON UMNT-PEND-COUNT PIC X(04).
001724 01  UMNT-PX                    PIC 9(05) COMP VALUE 0.
001725 01  UMNT-MATCH-PX              PIC 9(05) COMP VALUE 0.
001726 01  UMNT-LAST-CHANGE-NO        PIC 9(05) VALUE 0.
001727 01  UMNT-BAD-REASON            PIC X(36).
001728*--------------------------------------------------------------*
001729*  RUN COUNTERS                                                *
001730*--------------------------------------------------------------*
001731 01  UMNT-TRANS-READ            PIC 9(05) COMP VALUE 0.
001732 01  UMNT-TRANS-APPLIED         PIC 9(05) COMP VALUE 0.
001733 01  UMNT-TRANS-REJECTED        PIC 9(05) COMP VALUE 0.
001734 01  UMNT-TRANS-HELD            PIC 9(05) COMP VALUE 0.
001735 01  UMNT-DECISIONS-READ        PIC 9(05) COMP VALUE 0.
001736 01  UMNT-CHANGES-DECLINED      PIC 9(05) COMP VALUE 0.
001737 01  UMNT-CHANGES-EXPIRED       PIC 9(05) COMP VALUE 0.
001738 01  UMNT-CHANGES-WAITING       PIC 9(05) COMP VALUE 0.
001739*--------------------------------------------------------------*
001740*  AGING WORK FIELDS                                           *
001741*--------------------------------------------------------------*
001742 01  UMNT-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
001743 01  UMNT-WORK-DAYS             PIC 9(07) COMP VALUE 0.
001744 01  UMNT-DAYS-WAITING          PIC S9(05) COMP VALUE 0.
001745*--------------------------------------------------------------*
001750*  RUN STAMPS AND REPORT WORK FIELDS                           *
001760*--------------------------------------------------------------*
001770 01  UMNT-RUN-DATE              PIC 9(08).
001800 01  UMNT-EDIT-FIELDS.
001810     05  UMNT-ED-RUN-DATE       PIC 9999/99/99.
001820     05  UMNT-ED-COUNT          PIC ZZZZ9.
001822     05  UMNT-ED-CHANGE-NO      PIC 9(05).
001824     05  UMNT-ED-DATE           PIC 9999/99/99.
001826     05  UMNT-ED-DAYS           PIC ZZZZ9.
001830 PROCEDURE DIVISION.
001840*--------------------------------------------------------------*
001850*  0000-MAINLINE                                               *
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001890     PERFORM 2000-LOAD-UNIT-FILE THRU 2000-EXIT
001893     PERFORM 2500-LOAD-PENDING-FILE THRU 2500-EXIT
001896     PERFORM 2700-EXPIRE-STALE-CHANGES THRU 2700-EXIT
001899     PERFORM 3000-HOLD-TRANSACTIONS THRU 3000-EXIT
001902     PERFORM 3500-APPLY-DECISIONS THRU 3500-EXIT
001905     PERFORM 5500-WRITE-PENDING-FILE THRU 5500-EXIT
001910     IF UMNT-TRANS-APPLIED > 0
001920         PERFORM 5000-WRITE-UNIT-FILE THRU 5000-EXIT
001930     END-IF
001940     PERFORM 6000-WRITE-EFFECTIVE-LIST THRU 6000-EXIT
001945     PERFORM 6500-WRITE-PENDING-REPORT THRU 6500-EXIT
001950     IF UMNT-TRANS-REJECTED > 0
001960         MOVE 8 TO UMNT-RETURN-SEVERITY
001970     ELSE
001973         IF UMNT-CHANGES-EXPIRED > 0
001976             MOVE 4 TO UMNT-RETURN-SEVERITY
001979         ELSE
001982             MOVE 0 TO UMNT-RETURN-SEVERITY
001985         END-IF
001990     END-IF
002000     CLOSE REPORT-FILE
002006     DISPLAY "STATUNIT COMPLETE - HELD: " UMNT-TRANS-HELD
002012         " APPLIED: " UMNT-TRANS-APPLIED
002020         " REJECTED: " UMNT-TRANS-REJECTED
002030     GO TO 9999-EXIT.
002040*--------------------------------------------------------------*
002130     END-IF
002140     ACCEPT UMNT-RUN-DATE FROM DATE YYYYMMDD
002150     ACCEPT UMNT-RUN-TIME FROM TIME
002153     COMPUTE UMNT-TODAY-DAYS =
002156         FUNCTION INTEGER-OF-DATE(UMNT-RUN-DATE)
002160     MOVE UMNT-RUN-DATE TO UMNT-ED-RUN-DATE
002170     MOVE SPACES TO UMNT-REPORT-LINE
002180     STRING "BUSINESS-UNIT MAINTENANCE REPORT - "
002710 2100-EXIT.
002720     EXIT.
002730*--------------------------------------------------------------*
002731*  2500-LOAD-PENDING-FILE - TABLE EVERY CHANGE ON THE          *
002732*  PENDING-CHANGE FILE; AN ABSENT OR EMPTY FILE MEANS NO       *
002733*  CHANGE HAS EVER BEEN SUBMITTED                              *
002734*--------------------------------------------------------------*
002735 2500-LOAD-PENDING-FILE.
002736     OPEN INPUT PENDING-FILE
002737     IF UMNT-PENDING-STATUS = "35"
002738         GO TO 2500-EXIT
002739     END-IF
002740     IF UMNT-PENDING-STATUS NOT = "00"
002741         DISPLAY "UNITPEND OPEN FAILED, STATUS "
002742             UMNT-PENDING-STATUS
002743         GO TO 9999-EXIT
002744     END-IF
002745     PERFORM 2600-LOAD-ONE-PENDING THRU 2600-EXIT
002746         UNTIL UMNT-EOF
002747     CLOSE PENDING-FILE
002748     SET UMNT-NOT-EOF TO TRUE.
002749 2500-EXIT.
002750     EXIT.
002751*--------------------------------------------------------------*
002752*  2600-LOAD-ONE-PENDING - TABLE ONE PENDING-CHANGE RECORD AND *
002753*  KEEP THE HIGHEST CHANGE NUMBER ISSUED                       *
002754*--------------------------------------------------------------*
002755 2600-LOAD-ONE-PENDING.
002756     READ PENDING-FILE
002757         AT END
002758             SET UMNT-EOF TO TRUE
002759     END-READ
002760     IF UMNT-EOF
002761         GO TO 2600-EXIT
002762     END-IF
002763     IF UPND-CHANGE-NO IS NOT NUMERIC
002764         GO TO 2600-EXIT
002765     END-IF
002766     IF UMNT-PEND-COUNT >= 999
002767         DISPLAY "UNITPEND HAS MORE THAN 999 CHANGES"
002768         GO TO 9999-EXIT
002769     END-IF
002770     ADD 1 TO UMNT-PEND-COUNT
002771     MOVE UPND-CHANGE-NO TO UMNT-PND-CHANGE-NO(UMNT-PEND-COUNT)
002772     MOVE UPND-STATUS TO UMNT-PND-STATUS(UMNT-PEND-COUNT)
002773     MOVE UPND-SUBMIT-DATE
002774         TO UMNT-PND-SUBMIT-DATE(UMNT-PEND-COUNT)
002775     MOVE UPND-SUBMIT-TIME
002776         TO UMNT-PND-SUBMIT-TIME(UMNT-PEND-COUNT)
002777     MOVE UPND-MAKER-ID TO UMNT-PND-MAKER-ID(UMNT-PEND-COUNT)
002778     MOVE UPND-CHECKER-ID TO UMNT-PND-CHECKER-ID(UMNT-PEND-COUNT)
002779     MOVE UPND-DECISION-DATE
002780         TO UMNT-PND-DECISION-DATE(UMNT-PEND-COUNT)
002781     MOVE UPND-ACTION TO UMNT-PND-ACTION(UMNT-PEND-COUNT)
002782     MOVE UPND-CODE TO UMNT-PND-CODE(UMNT-PEND-COUNT)
002783     MOVE UPND-NAME TO UMNT-PND-NAME(UMNT-PEND-COUNT)
002784     MOVE UPND-DEPARTMENT TO UMNT-PND-DEPT(UMNT-PEND-COUNT)
002785     IF UPND-CHANGE-NO > UMNT-LAST-CHANGE-NO
002786         MOVE UPND-CHANGE-NO TO UMNT-LAST-CHANGE-NO
002787     END-IF.
002788 2600-EXIT.
002789     EXIT.
002790*--------------------------------------------------------------*
002791*  2700-EXPIRE-STALE-CHANGES - A CHANGE STILL PENDING AFTER    *
002792*  THE EXPIRY LIMIT CAN NO LONGER BE APPROVED                  *
002793*--------------------------------------------------------------*
002794 2700-EXPIRE-STALE-CHANGES.
002795     PERFORM 2800-EXPIRE-ONE-CHANGE THRU 2800-EXIT
002796         VARYING UMNT-PX FROM 1 BY 1
002797         UNTIL UMNT-PX > UMNT-PEND-COUNT.
002798 2700-EXIT.
002799     EXIT.
002800*--------------------------------------------------------------*
002801*  2800-EXPIRE-ONE-CHANGE                                      *
002802*--------------------------------------------------------------*
002803 2800-EXPIRE-ONE-CHANGE.
002804     IF UMNT-PND-STATUS(UMNT-PX) NOT = 'P'
002805         GO TO 2800-EXIT
002806     END-IF
002807     COMPUTE UMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
002808         (UMNT-PND-SUBMIT-DATE(UMNT-PX))
002809     COMPUTE UMNT-DAYS-WAITING = UMNT-TODAY-DAYS - UMNT-WORK-DAYS
002810     IF UMNT-DAYS-WAITING NOT > UMNT-EXPIRE-DAYS
002811         GO TO 2800-EXIT
002812     END-IF
002813     MOVE 'E' TO UMNT-PND-STATUS(UMNT-PX)
002814     MOVE UMNT-RUN-DATE TO UMNT-PND-DECISION-DATE(UMNT-PX)
002815     ADD 1 TO UMNT-CHANGES-EXPIRED
002816     MOVE UMNT-PND-CHANGE-NO(UMNT-PX) TO UMNT-ED-CHANGE-NO
002817     MOVE UMNT-EXPIRE-DAYS TO UMNT-ED-DAYS
002818     MOVE SPACES TO UMNT-REPORT-LINE
002819     STRING "EXPIRED CHANGE " DELIMITED BY SIZE
002820         UMNT-ED-CHANGE-NO DELIMITED BY SIZE
002821         " BY " DELIMITED BY SIZE
002822         UMNT-PND-MAKER-ID(UMNT-PX) DELIMITED BY SIZE
002823         " - NOT APPROVED WITHIN" DELIMITED BY SIZE
002824         UMNT-ED-DAYS DELIMITED BY SIZE
002825         " DAYS" DELIMITED BY SIZE
002826         INTO UMNT-REPORT-LINE
002827     WRITE REPORT-LINE FROM UMNT-REPORT-LINE.
002828 2800-EXIT.
002829     EXIT.
002830*--------------------------------------------------------------*
002831*  3000-HOLD-TRANSACTIONS - EACH VALID TRANSACTION IS HELD ON  *
002832*  THE PENDING-CHANGE FILE TO AWAIT A SECOND USER'S APPROVAL;  *
002833*  AN INVALID ONE IS LISTED AND CHANGES NOTHING                *
002834*--------------------------------------------------------------*
002835 3000-HOLD-TRANSACTIONS.
002836     OPEN INPUT TRANSACTION-FILE
002837     IF UMNT-TRANSACTION-STATUS = "35"
002838         GO TO 3000-EXIT
002839     END-IF
002840     IF UMNT-TRANSACTION-STATUS NOT = "00"
002841         DISPLAY "UNITTRAN OPEN FAILED, STATUS "
002850             UMNT-TRANSACTION-STATUS
002860         GO TO 9999-EXIT
002870     END-IF
002880     PERFORM 3100-HOLD-ONE-TRANSACTION THRU 3100-EXIT
002890         UNTIL UMNT-EOF
002896     CLOSE TRANSACTION-FILE
002902     SET UMNT-NOT-EOF TO TRUE.
002910 3000-EXIT.
002920     EXIT.
002930*--------------------------------------------------------------*
002940*  3100-HOLD-ONE-TRANSACTION                                   *
002950*--------------------------------------------------------------*
002960 3100-HOLD-ONE-TRANSACTION.
003010     READ TRANSACTION-FILE
003020         AT END
003030             SET UMNT-EOF TO TRUE
003060         GO TO 3100-EXIT
003070     END-IF
003080     ADD 1 TO UMNT-TRANS-READ
003081     MOVE UTRN-USER-ID TO UCHG-USER-ID
003082     MOVE UTRN-ACTION TO UCHG-ACTION
003083     MOVE UTRN-CODE TO UCHG-CODE
003084     MOVE UTRN-NAME TO UCHG-NAME
003085     MOVE UTRN-DEPARTMENT TO UCHG-DEPARTMENT
003090     PERFORM 3400-FIND-UNIT THRU 3400-EXIT
003100     PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT
003110     IF UMNT-TRAN-INVALID
003120         ADD 1 TO UMNT-TRANS-REJECTED
003130         GO TO 3100-EXIT
003140     END-IF
003150     IF UMNT-PEND-COUNT >= 999
003160         DISPLAY "UNITPEND WOULD EXCEED 999 CHANGES"
003170         GO TO 9999-EXIT
003220     END-IF
003227     ADD 1 TO UMNT-PEND-COUNT
003234     ADD 1 TO UMNT-LAST-CHANGE-NO
003241     MOVE UMNT-LAST-CHANGE-NO
003248         TO UMNT-PND-CHANGE-NO(UMNT-PEND-COUNT)
003255     MOVE 'P' TO UMNT-PND-STATUS(UMNT-PEND-COUNT)
003262     MOVE UMNT-RUN-DATE TO UMNT-PND-SUBMIT-DATE(UMNT-PEND-COUNT)
003269     MOVE UMNT-RUN-TIME TO UMNT-PND-SUBMIT-TIME(UMNT-PEND-COUNT)
003276     MOVE UCHG-USER-ID TO UMNT-PND-MAKER-ID(UMNT-PEND-COUNT)
003283     MOVE SPACES TO UMNT-PND-CHECKER-ID(UMNT-PEND-COUNT)
003290     MOVE 0 TO UMNT-PND-DECISION-DATE(UMNT-PEND-COUNT)
003297     MOVE UCHG-ACTION TO UMNT-PND-ACTION(UMNT-PEND-COUNT)
003304     MOVE UCHG-CODE TO UMNT-PND-CODE(UMNT-PEND-COUNT)
003311     MOVE UCHG-NAME TO UMNT-PND-NAME(UMNT-PEND-COUNT)
003318     MOVE UCHG-DEPARTMENT TO UMNT-PND-DEPT(UMNT-PEND-COUNT)
003325     ADD 1 TO UMNT-TRANS-HELD
003332     MOVE UMNT-LAST-CHANGE-NO TO UMNT-ED-CHANGE-NO
003340     MOVE SPACES TO UMNT-REPORT-LINE
003346     STRING "HELD CHANGE " DELIMITED BY SIZE
003352         UMNT-ED-CHANGE-NO DELIMITED BY SIZE
003358         " - " DELIMITED BY SIZE
003364         UCHG-ACTION DELIMITED BY SIZE
003370         " ON UNIT " DELIMITED BY SIZE
003380         UCHG-CODE DELIMITED BY SIZE
003390         " BY " DELIMITED BY SIZE
003396         UCHG-USER-ID DELIMITED BY SIZE
003402         " - AWAITING APPROVAL" DELIMITED BY SIZE
003410         INTO UMNT-REPORT-LINE
003420     WRITE REPORT-LINE FROM UMNT-REPORT-LINE.
003430 3100-EXIT.
003500*--------------------------------------------------------------*
003510 3200-VALIDATE-TRANSACTION.
003520     SET UMNT-TRAN-VALID TO TRUE
003530     IF UCHG-USER-ID = SPACES OR UCHG-CODE = SPACES
003540             OR NOT UCHG-ACTION-KNOWN
003550         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
003560         GO TO 3200-EXIT
003570     END-IF
003580     IF UCHG-ACTION-ADD
003590         IF UMNT-MATCH-IX > 0 OR UCHG-NAME = SPACES
003600             PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
003610             GO TO 3200-EXIT
003620         END-IF
003700         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
003710         GO TO 3200-EXIT
003720     END-IF
003730     IF UCHG-ACTION-UPDATE AND UCHG-NAME = SPACES
003740         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
003750         GO TO 3200-EXIT
003760     END-IF
003770     IF UCHG-ACTION-INACTIVATE
003780             AND UMNT-TAB-FLAG(UMNT-MATCH-IX) = 'I'
003790         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
003800         GO TO 3200-EXIT
003810     END-IF
003820     IF UCHG-ACTION-REACTIVATE
003830             AND UMNT-TAB-FLAG(UMNT-MATCH-IX) = 'A'
003840         PERFORM 3300-LIST-BAD-TRANSACTION THRU 3300-EXIT
003850     END-IF.
003900*--------------------------------------------------------------*
003910 3300-LIST-BAD-TRANSACTION.
003920     SET UMNT-TRAN-INVALID TO TRUE
003921     IF UMNT-IN-DECISIONS
003922         MOVE "CHANGE NO LONGER VALID FOR THE UNIT"
003923             TO UMNT-BAD-REASON
003924         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
003925         GO TO 3300-EXIT
003926     END-IF
003930     MOVE SPACES TO UMNT-REPORT-LINE
003940     STRING "REJECTED TRANSACTION: " DELIMITED BY SIZE
003950         TRANSACTION-RECORD DELIMITED BY SIZE
003990     EXIT.
004000*--------------------------------------------------------------*
004010*  3400-FIND-UNIT - LINEAR SCAN OF THE TABLED UNIT LIST FOR    *
004020*  THE CHANGE'S CODE; ZERO MEANS NOT ON FILE                   *
004030*--------------------------------------------------------------*
004040 3400-FIND-UNIT.
004050     MOVE 0 TO UMNT-MATCH-IX
004060     PERFORM VARYING UMNT-IX FROM 1 BY 1
004070             UNTIL UMNT-IX > UMNT-UNIT-COUNT
004080                 OR UMNT-MATCH-IX > 0
004090         IF UMNT-TAB-CODE(UMNT-IX) = UCHG-CODE
004100             MOVE UMNT-IX TO UMNT-MATCH-IX
004110         END-IF
004120     END-PERFORM.
004130 3400-EXIT.
004140     EXIT.
004150*--------------------------------------------------------------*
004151*  3500-APPLY-DECISIONS - EACH VALID APPROVAL AMENDS THE       *
004152*  TABLED UNIT LIST AND IS LOGGED TO THE CHANGE HISTORY; EACH  *
004153*  VALID REJECTION CLOSES ITS CHANGE UNAPPLIED; AN INVALID     *
004154*  DECISION IS LISTED AND CHANGES NOTHING                      *
004155*--------------------------------------------------------------*
004156 3500-APPLY-DECISIONS.
004157     SET UMNT-IN-DECISIONS TO TRUE
004158     OPEN INPUT DECISION-FILE
004159     IF UMNT-DECISION-STATUS = "35"
004160         GO TO 3500-EXIT
004161     END-IF
004162     IF UMNT-DECISION-STATUS NOT = "00"
004163         DISPLAY "UNITAPRV OPEN FAILED, STATUS "
004164             UMNT-DECISION-STATUS
004165         GO TO 9999-EXIT
004166     END-IF
004167     PERFORM 3600-APPLY-ONE-DECISION THRU 3600-EXIT
004168         UNTIL UMNT-EOF
004169     CLOSE DECISION-FILE
004170     SET UMNT-NOT-EOF TO TRUE.
004171 3500-EXIT.
004172     EXIT.
004173*--------------------------------------------------------------*
004174*  3600-APPLY-ONE-DECISION - AN APPROVED CHANGE IS VALIDATED   *
004175*  AGAIN AGAINST THE UNIT LIST AS IT NOW STANDS; ONE THAT NO   *
004176*  LONGER FITS STAYS PENDING                                   *
004177*--------------------------------------------------------------*
004178 3600-APPLY-ONE-DECISION.
004179     READ DECISION-FILE
004180         AT END
004181             SET UMNT-EOF TO TRUE
004182     END-READ
004183     IF UMNT-EOF
004184         GO TO 3600-EXIT
004185     END-IF
004186     ADD 1 TO UMNT-DECISIONS-READ
004187     PERFORM 3700-VALIDATE-DECISION THRU 3700-EXIT
004188     IF UMNT-TRAN-INVALID
004189         ADD 1 TO UMNT-TRANS-REJECTED
004190         GO TO 3600-EXIT
004191     END-IF
004192     MOVE UMNT-PND-CHANGE-NO(UMNT-MATCH-PX) TO UMNT-ED-CHANGE-NO
004193     IF UDEC-REJECT
004194         MOVE 'R' TO UMNT-PND-STATUS(UMNT-MATCH-PX)
004195         MOVE UDEC-USER-ID TO UMNT-PND-CHECKER-ID(UMNT-MATCH-PX)
004196         MOVE UMNT-RUN-DATE
004197             TO UMNT-PND-DECISION-DATE(UMNT-MATCH-PX)
004198         ADD 1 TO UMNT-CHANGES-DECLINED
004199         MOVE SPACES TO UMNT-REPORT-LINE
004200         STRING "DECLINED CHANGE " DELIMITED BY SIZE
004201             UMNT-ED-CHANGE-NO DELIMITED BY SIZE
004202             " BY " DELIMITED BY SIZE
004203             UMNT-PND-MAKER-ID(UMNT-MATCH-PX) DELIMITED BY SIZE
004204             " - REJECTED BY " DELIMITED BY SIZE
004205             UDEC-USER-ID DELIMITED BY SIZE
004206             INTO UMNT-REPORT-LINE
004207         WRITE REPORT-LINE FROM UMNT-REPORT-LINE
004208         GO TO 3600-EXIT
004209     END-IF
004210     MOVE UMNT-PND-MAKER-ID(UMNT-MATCH-PX) TO UCHG-USER-ID
004211     MOVE UMNT-PND-ACTION(UMNT-MATCH-PX) TO UCHG-ACTION
004212     MOVE UMNT-PND-CODE(UMNT-MATCH-PX) TO UCHG-CODE
004213     MOVE UMNT-PND-NAME(UMNT-MATCH-PX) TO UCHG-NAME
004214     MOVE UMNT-PND-DEPT(UMNT-MATCH-PX) TO UCHG-DEPARTMENT
004215     PERFORM 3400-FIND-UNIT THRU 3400-EXIT
004216     PERFORM 3200-VALIDATE-TRANSACTION THRU 3200-EXIT
004217     IF UMNT-TRAN-INVALID
004218         ADD 1 TO UMNT-TRANS-REJECTED
004219         GO TO 3600-EXIT
004220     END-IF
004221     PERFORM 4000-WRITE-HISTORY-RECORD THRU 4000-EXIT
004222     IF UCHG-ACTION-ADD
004223         ADD 1 TO UMNT-UNIT-COUNT
004224         MOVE UCHG-CODE TO UMNT-TAB-CODE(UMNT-UNIT-COUNT)
004225         MOVE UCHG-NAME TO UMNT-TAB-NAME(UMNT-UNIT-COUNT)
004226         MOVE 'A' TO UMNT-TAB-FLAG(UMNT-UNIT-COUNT)
004227         MOVE UCHG-DEPARTMENT TO UMNT-TAB-DEPT(UMNT-UNIT-COUNT)
004228     END-IF
004229     IF UCHG-ACTION-UPDATE
004230         MOVE UCHG-NAME TO UMNT-TAB-NAME(UMNT-MATCH-IX)
004231         MOVE UCHG-DEPARTMENT TO UMNT-TAB-DEPT(UMNT-MATCH-IX)
004232     END-IF
004233     IF UCHG-ACTION-INACTIVATE
004234         MOVE 'I' TO UMNT-TAB-FLAG(UMNT-MATCH-IX)
004235     END-IF
004236     IF UCHG-ACTION-REACTIVATE
004237         MOVE 'A' TO UMNT-TAB-FLAG(UMNT-MATCH-IX)
004238     END-IF
004239     MOVE 'A' TO UMNT-PND-STATUS(UMNT-MATCH-PX)
004240     MOVE UDEC-USER-ID TO UMNT-PND-CHECKER-ID(UMNT-MATCH-PX)
004241     MOVE UMNT-RUN-DATE TO UMNT-PND-DECISION-DATE(UMNT-MATCH-PX)
004242     ADD 1 TO UMNT-TRANS-APPLIED
004243     MOVE SPACES TO UMNT-REPORT-LINE
004244     STRING "APPLIED CHANGE " DELIMITED BY SIZE
004245         UMNT-ED-CHANGE-NO DELIMITED BY SIZE
004246         " - " DELIMITED BY SIZE
004247         UCHG-ACTION DELIMITED BY SIZE
004248         " ON UNIT " DELIMITED BY SIZE
004249         UCHG-CODE DELIMITED BY SIZE
004250         " BY " DELIMITED BY SIZE
004251         UCHG-USER-ID DELIMITED BY SIZE
004252         " APPROVED BY " DELIMITED BY SIZE
004253         UDEC-USER-ID DELIMITED BY SIZE
004254         INTO UMNT-REPORT-LINE
004255     WRITE REPORT-LINE FROM UMNT-REPORT-LINE.
004256 3600-EXIT.
004257     EXIT.
004258*--------------------------------------------------------------*
004259*  3700-VALIDATE-DECISION - USER, ACTION AND CHANGE NUMBER     *
004260*  SUPPLIED, THE CHANGE ON FILE AND STILL PENDING, AND THE     *
004261*  CHECKER NOT THE USER WHO SUBMITTED IT                       *
004262*--------------------------------------------------------------*
004263 3700-VALIDATE-DECISION.
004264     SET UMNT-TRAN-VALID TO TRUE
004265     IF UDEC-USER-ID = SPACES
004266             OR NOT (UDEC-APPROVE OR UDEC-REJECT)
004267             OR UDEC-CHANGE-NO-N IS NOT NUMERIC
004268         MOVE "USER, ACTION OR CHANGE NUMBER INVALID"
004269             TO UMNT-BAD-REASON
004270         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004271         GO TO 3700-EXIT
004272     END-IF
004273     MOVE 0 TO UMNT-MATCH-PX
004274     PERFORM 3750-MATCH-CHANGE THRU 3750-EXIT
004275         VARYING UMNT-PX FROM 1 BY 1
004276         UNTIL UMNT-PX > UMNT-PEND-COUNT
004277            OR UMNT-MATCH-PX > 0
004278     IF UMNT-MATCH-PX = 0
004279         MOVE "NO SUCH CHANGE" TO UMNT-BAD-REASON
004280         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004281         GO TO 3700-EXIT
004282     END-IF
004283     IF UMNT-PND-STATUS(UMNT-MATCH-PX) NOT = 'P'
004284         MOVE "CHANGE IS NO LONGER PENDING" TO UMNT-BAD-REASON
004285         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004286         GO TO 3700-EXIT
004287     END-IF
004288     IF UMNT-PND-MAKER-ID(UMNT-MATCH-PX) = UDEC-USER-ID
004289         MOVE "SUBMITTER MAY NOT DECIDE OWN CHANGE"
004290             TO UMNT-BAD-REASON
004291         PERFORM 3800-LIST-BAD-DECISION THRU 3800-EXIT
004292     END-IF.
004293 3700-EXIT.
004294     EXIT.
004295*--------------------------------------------------------------*
004296*  3750-MATCH-CHANGE - LOCATE THE DECISION'S CHANGE NUMBER     *
004297*--------------------------------------------------------------*
004298 3750-MATCH-CHANGE.
004299     IF UMNT-PND-CHANGE-NO(UMNT-PX) = UDEC-CHANGE-NO-N
004300         MOVE UMNT-PX TO UMNT-MATCH-PX
004301     END-IF.
004302 3750-EXIT.
004303     EXIT.
004304*--------------------------------------------------------------*
004305*  3800-LIST-BAD-DECISION                                      *
004306*--------------------------------------------------------------*
004307 3800-LIST-BAD-DECISION.
004308     SET UMNT-TRAN-INVALID TO TRUE
004309     MOVE SPACES TO UMNT-REPORT-LINE
004310     STRING "REJECTED DECISION: " DELIMITED BY SIZE
004311         DECISION-RECORD DELIMITED BY SIZE
004312         "  " DELIMITED BY SIZE
004313         UMNT-BAD-REASON DELIMITED BY SIZE
004314         INTO UMNT-REPORT-LINE
004315     WRITE REPORT-LINE FROM UMNT-REPORT-LINE.
004316 3800-EXIT.
004317     EXIT.
004318*--------------------------------------------------------------*
004319*  4000-WRITE-HISTORY-RECORD - WHO CHANGED WHAT AND WHEN, THE  *
004320*  OLD UNIT AND THE NEW, AND WHO APPROVED IT, APPENDED TO THE  *
004321*  CHANGE HISTORY                                              *
004322*--------------------------------------------------------------*
004323 4000-WRITE-HISTORY-RECORD.
004324     OPEN EXTEND HISTORY-FILE
004325     IF UMNT-HISTORY-STATUS = "35"
004326         OPEN OUTPUT HISTORY-FILE
004327     END-IF
004328     IF UMNT-HISTORY-STATUS NOT = "00"
004329         DISPLAY "UNITHIST OPEN FAILED, STATUS "
004330             UMNT-HISTORY-STATUS
004331         GO TO 9999-EXIT
004332     END-IF
004333     MOVE SPACES TO HISTORY-RECORD
004334     MOVE UMNT-RUN-DATE TO UHST-CHANGE-DATE
004335     MOVE UMNT-RUN-TIME TO UHST-CHANGE-TIME
004336     MOVE UCHG-USER-ID TO UHST-USER-ID
004337     MOVE UDEC-USER-ID TO UHST-APPROVER-ID
004338     MOVE UCHG-ACTION TO UHST-ACTION
004339     MOVE UCHG-CODE TO UHST-CODE
004350     IF UMNT-MATCH-IX > 0
004360         MOVE UMNT-TAB-NAME(UMNT-MATCH-IX) TO UHST-OLD-NAME
004370         MOVE UMNT-TAB-FLAG(UMNT-MATCH-IX) TO UHST-OLD-FLAG
004380         MOVE UMNT-TAB-DEPT(UMNT-MATCH-IX) TO UHST-OLD-DEPT
004390     END-IF
004400     IF UCHG-ACTION-ADD
004410         MOVE UCHG-NAME TO UHST-NEW-NAME
004420         MOVE 'A' TO UHST-NEW-FLAG
004430         MOVE UCHG-DEPARTMENT TO UHST-NEW-DEPT
004440     END-IF
004450     IF UCHG-ACTION-UPDATE
004460         MOVE UCHG-NAME TO UHST-NEW-NAME
004470         MOVE UMNT-TAB-FLAG(UMNT-MATCH-IX) TO UHST-NEW-FLAG
004480         MOVE UCHG-DEPARTMENT TO UHST-NEW-DEPT
004490     END-IF
004500     IF UCHG-ACTION-INACTIVATE
004510         MOVE UMNT-TAB-NAME(UMNT-MATCH-IX) TO UHST-NEW-NAME
004520         MOVE 'I' TO UHST-NEW-FLAG
004530         MOVE UMNT-TAB-DEPT(UMNT-MATCH-IX) TO UHST-NEW-DEPT
004540     END-IF
004550     IF UCHG-ACTION-REACTIVATE
004560         MOVE UMNT-TAB-NAME(UMNT-MATCH-IX) TO UHST-NEW-NAME
004570         MOVE 'A' TO UHST-NEW-FLAG
004580         MOVE UMNT-TAB-DEPT(UMNT-MATCH-IX) TO UHST-NEW-DEPT
004850 5000-EXIT.
004860     EXIT.
004870*--------------------------------------------------------------*
004871*  5500-WRITE-PENDING-FILE - THE AMENDED PENDING-CHANGE TABLE  *
004872*  REPLACES THE PENDING-CHANGE FILE; A DECIDED CHANGE OLDER    *
004873*  THAN THE RETENTION LIMIT IS DROPPED (UNITHIST KEEPS EVERY   *
004874*  APPLIED CHANGE FOR GOOD)                                    *
004875*  IT IS WRITTEN BEFORE THE MASTER, SO A FAILED REWRITE CAN    *
004876*  NEVER LEAVE AN APPLIED CHANGE PENDING TO BE DECIDED AGAIN   *
004877*--------------------------------------------------------------*
004878 5500-WRITE-PENDING-FILE.
004879     OPEN OUTPUT PENDING-FILE
004880     IF UMNT-PENDING-STATUS NOT = "00"
004881         DISPLAY "UNITPEND REWRITE OPEN FAILED, STATUS "
004882             UMNT-PENDING-STATUS
004883         GO TO 9999-EXIT
004884     END-IF
004885     PERFORM 5600-WRITE-ONE-PENDING THRU 5600-EXIT
004886         VARYING UMNT-PX FROM 1 BY 1
004887         UNTIL UMNT-PX > UMNT-PEND-COUNT
004888     CLOSE PENDING-FILE.
004889 5500-EXIT.
004890     EXIT.
004891*--------------------------------------------------------------*
004892*  5600-WRITE-ONE-PENDING                                      *
004893*--------------------------------------------------------------*
004894 5600-WRITE-ONE-PENDING.
004895     IF UMNT-PND-STATUS(UMNT-PX) NOT = 'P'
004896         COMPUTE UMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
004897             (UMNT-PND-DECISION-DATE(UMNT-PX))
004898         IF UMNT-TODAY-DAYS - UMNT-WORK-DAYS > UMNT-KEEP-DAYS
004899             GO TO 5600-EXIT
004900         END-IF
004901     END-IF
004902     MOVE SPACES TO PENDING-RECORD
004903     MOVE UMNT-PND-CHANGE-NO(UMNT-PX) TO UPND-CHANGE-NO
004904     MOVE UMNT-PND-STATUS(UMNT-PX) TO UPND-STATUS
004905     MOVE UMNT-PND-SUBMIT-DATE(UMNT-PX) TO UPND-SUBMIT-DATE
004906     MOVE UMNT-PND-SUBMIT-TIME(UMNT-PX) TO UPND-SUBMIT-TIME
004907     MOVE UMNT-PND-MAKER-ID(UMNT-PX) TO UPND-MAKER-ID
004908     MOVE UMNT-PND-CHECKER-ID(UMNT-PX) TO UPND-CHECKER-ID
004909     MOVE UMNT-PND-DECISION-DATE(UMNT-PX) TO UPND-DECISION-DATE
004910     MOVE UMNT-PND-ACTION(UMNT-PX) TO UPND-ACTION
004911     MOVE UMNT-PND-CODE(UMNT-PX) TO UPND-CODE
004912     MOVE UMNT-PND-NAME(UMNT-PX) TO UPND-NAME
004913     MOVE UMNT-PND-DEPT(UMNT-PX) TO UPND-DEPARTMENT
004914     WRITE PENDING-RECORD.
004915 5600-EXIT.
004916     EXIT.
004917*--------------------------------------------------------------*
004918*  6000-WRITE-EFFECTIVE-LIST - THE UNIT LIST NOW IN EFFECT,    *
004919*  AS THE NEXT STATPROG RUN WILL LOAD IT, AND THE RUN COUNTS   *
004920*--------------------------------------------------------------*
004921 6000-WRITE-EFFECTIVE-LIST.
004922     MOVE SPACES TO REPORT-LINE
004930     WRITE REPORT-LINE
004940     MOVE SPACES TO UMNT-REPORT-LINE
004950     STRING "EFFECTIVE BUSINESS-UNIT LIST" DELIMITED BY SIZE
005150         UMNT-ED-COUNT DELIMITED BY SIZE
005160         INTO UMNT-REPORT-LINE
005170     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005171     MOVE UMNT-TRANS-HELD TO UMNT-ED-COUNT
005172     MOVE SPACES TO UMNT-REPORT-LINE
005173     STRING "HELD FOR APPROVAL: " DELIMITED BY SIZE
005174         UMNT-ED-COUNT DELIMITED BY SIZE
005175         INTO UMNT-REPORT-LINE
005176     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005177     MOVE UMNT-DECISIONS-READ TO UMNT-ED-COUNT
005178     MOVE SPACES TO UMNT-REPORT-LINE
005179     STRING "DECISIONS READ:    " DELIMITED BY SIZE
005180         UMNT-ED-COUNT DELIMITED BY SIZE
005181         INTO UMNT-REPORT-LINE
005182     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005183     MOVE UMNT-TRANS-APPLIED TO UMNT-ED-COUNT
005190     MOVE SPACES TO UMNT-REPORT-LINE
005200     STRING "APPLIED:           " DELIMITED BY SIZE
005201         UMNT-ED-COUNT DELIMITED BY SIZE
005202         INTO UMNT-REPORT-LINE
005203     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005204     MOVE UMNT-CHANGES-DECLINED TO UMNT-ED-COUNT
005205     MOVE SPACES TO UMNT-REPORT-LINE
005206     STRING "DECLINED:          " DELIMITED BY SIZE
005207         UMNT-ED-COUNT DELIMITED BY SIZE
005208         INTO UMNT-REPORT-LINE
005209     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005210     MOVE UMNT-CHANGES-EXPIRED TO UMNT-ED-COUNT
005211     MOVE SPACES TO UMNT-REPORT-LINE
005212     STRING "EXPIRED:           " DELIMITED BY SIZE
005213         UMNT-ED-COUNT DELIMITED BY SIZE
005220         INTO UMNT-REPORT-LINE
005230     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005240     MOVE UMNT-TRANS-REJECTED TO UMNT-ED-COUNT
005300 6000-EXIT.
005310     EXIT.
005320*--------------------------------------------------------------*
005330*  6500-WRITE-PENDING-REPORT - EVERY CHANGE STILL AWAITING     *
005340*  APPROVAL, WHO SUBMITTED IT, HOW MANY DAYS IT HAS WAITED,    *
005350*  AND WHAT IT WOULD DO                                        *
005360*--------------------------------------------------------------*
005370 6500-WRITE-PENDING-REPORT.
005380     MOVE SPACES TO REPORT-LINE
005390     WRITE REPORT-LINE
005400     MOVE SPACES TO UMNT-REPORT-LINE
005410     STRING "CHANGES AWAITING APPROVAL" DELIMITED BY SIZE
005420         INTO UMNT-REPORT-LINE
005430     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005440     PERFORM 6600-WRITE-PENDING-LINE THRU 6600-EXIT
005450         VARYING UMNT-PX FROM 1 BY 1
005460         UNTIL UMNT-PX > UMNT-PEND-COUNT
005470     MOVE UMNT-CHANGES-WAITING TO UMNT-ED-COUNT
005480     MOVE SPACES TO UMNT-REPORT-LINE
005490     STRING "AWAITING APPROVAL: " DELIMITED BY SIZE
005500         UMNT-ED-COUNT DELIMITED BY SIZE
005510         INTO UMNT-REPORT-LINE
005520     WRITE REPORT-LINE FROM UMNT-REPORT-LINE.
005530 6500-EXIT.
005540     EXIT.
005550*--------------------------------------------------------------*
005560*  6600-WRITE-PENDING-LINE - ONE PENDING CHANGE WITH ITS AGE   *
005570*  IN DAYS                                                     *
005580*--------------------------------------------------------------*
005590 6600-WRITE-PENDING-LINE.
005600     IF UMNT-PND-STATUS(UMNT-PX) NOT = 'P'
005610         GO TO 6600-EXIT
005620     END-IF
005630     ADD 1 TO UMNT-CHANGES-WAITING
005640     COMPUTE UMNT-WORK-DAYS = FUNCTION INTEGER-OF-DATE
005650         (UMNT-PND-SUBMIT-DATE(UMNT-PX))
005660     COMPUTE UMNT-DAYS-WAITING = UMNT-TODAY-DAYS - UMNT-WORK-DAYS
005670     MOVE UMNT-PND-CHANGE-NO(UMNT-PX) TO UMNT-ED-CHANGE-NO
005680     MOVE UMNT-PND-SUBMIT-DATE(UMNT-PX) TO UMNT-ED-DATE
005690     MOVE UMNT-DAYS-WAITING TO UMNT-ED-DAYS
005700     MOVE SPACES TO UMNT-REPORT-LINE
005710     STRING "  CHANGE " DELIMITED BY SIZE
005720         UMNT-ED-CHANGE-NO DELIMITED BY SIZE
005730         "  BY " DELIMITED BY SIZE
005740         UMNT-PND-MAKER-ID(UMNT-PX) DELIMITED BY SIZE
005750         "  SUBMITTED " DELIMITED BY SIZE
005760         UMNT-ED-DATE DELIMITED BY SIZE
005770         "  WAITING" DELIMITED BY SIZE
005780         UMNT-ED-DAYS DELIMITED BY SIZE
005790         " DAYS" DELIMITED BY SIZE
005800         INTO UMNT-REPORT-LINE
005810     WRITE REPORT-LINE FROM UMNT-REPORT-LINE
005820     MOVE SPACES TO UMNT-REPORT-LINE
005830     STRING "    " DELIMITED BY SIZE
005840         UMNT-PND-ACTION(UMNT-PX) DELIMITED BY SIZE
005850         "  " DELIMITED BY SIZE
005860         UMNT-PND-CODE(UMNT-PX) DELIMITED BY SIZE
005870         "  " DELIMITED BY SIZE
005880         UMNT-PND-NAME(UMNT-PX) DELIMITED BY SIZE
005890         "  " DELIMITED BY SIZE
005900         UMNT-PND-DEPT(UMNT-PX) DELIMITED BY SIZE
005910         INTO UMNT-REPORT-LINE
005920     WRITE REPORT-LINE FROM UMNT-REPORT-LINE.
005930 6600-EXIT.
005940     EXIT.
005950*--------------------------------------------------------------*
005960*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
005970*--------------------------------------------------------------*
005980 9999-EXIT.
005990     MOVE UMNT-RETURN-SEVERITY TO RETURN-CODE
006000     STOP RUN.
