000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STATFACK.
000030 AUTHOR. J HOLLOWAY.
000040 INSTALLATION. DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  STATFACK - FINANCE LOAD ACKNOWLEDGEMENT RECONCILIATION      *
000090*                                                              *
000100*  STATEXPT WRITES EACH RUN'S FIGURES TO A GENERATION OF       *
000110*  PROD.XFER.DAILYSTATS FOR THE DOWNLOAD JOB, BUT NOTHING TOLD *
000120*  US WHETHER FINANCE LOADED IT - A SKIPPED GENERATION WENT    *
000130*  UNNOTICED FOR WEEKS. FINANCE NOW RETURNS AN                 *
000140*  ACKNOWLEDGEMENT PER LOAD (BUSINESS DATE, ROWS LOADED, ROWS  *
000150*  REJECTED, LOAD TIMESTAMP). THIS PROGRAM READS EVERY         *
000160*  TRANSFER GENERATION STILL CATALOGED (EACH ONE STARTS WITH   *
000170*  THE COLUMN-HEADING ROW; ITS FIRST DATA ROW GIVES THE        *
000180*  BUSINESS DATE AND WHETHER IT IS A DAILY, RESTATED, MONTH OR *
000190*  QUARTER EXPORT), REGISTERS ANY NOT SEEN BEFORE ON THE       *
000200*  DELIVERY MASTER, AND MATCHES THE ACKNOWLEDGEMENTS AGAINST   *
000202*  THEM BY BUSINESS DATE. ONE DATE CAN CARRY SEVERAL DELIVERIES*
000204*  (A MONTH OR QUARTER EXPORT GOES OUT WITH THAT NIGHT'S DAILY,*
000206*  AND A RESTATEMENT KEEPS ITS ORIGINAL'S DATE), SO THE ONE    *
000208*  WHOSE ROWS SENT EQUAL FINANCE'S ROWS LOADED PLUS REJECTED IS*
000210*  TAKEN FIRST, AND ONLY WHEN NONE AGREES THE OLDEST ONE STILL *
000212*  UNACKNOWLEDGED.                                             *
000220*  A DELIVERY IS SETTLED WHEN FINANCE LOADED EVERY DATA ROW    *
000230*  SENT (THE HEADING ROW IS NOT COUNTED) AND REJECTED NONE.    *
000240*                                                              *
000250*  THE REPORT LISTS EXPORTS NEVER ACKNOWLEDGED, ROW-COUNT      *
000260*  DISAGREEMENTS, AND ACKNOWLEDGEMENTS FOR EXPORTS NEVER SENT, *
000270*  EACH AGED FROM THE DAY IT WAS FIRST SEEN AND ESCALATED PAST *
000280*  THE LIMIT, THE SAME WAY STATEXCP AGES THE EXCEPTION MASTER. *
000290*  AN OUTSTANDING ENTRY CLOSES WHEN FINANCE ACKNOWLEDGES (OR   *
000300*  RE-ACKNOWLEDGES) IT CORRECTLY, OR WHEN AN OPERATOR POSTS A  *
000310*  RESOLUTION FOR ITS BUSINESS DATE AND KIND ON ACKRES. AN     *
000320*  ACKNOWLEDGEMENT WHOSE LOAD TIMESTAMP IS ALREADY RECORDED FOR*
000330*  ITS DATE IS SKIPPED, SO FINANCE MAY RESEND THE WHOLE FILE.  *
000340*                                                              *
000350*  CONDITION CODES: 0 NOTHING NEEDS ATTENTION, 4 UNUSABLE      *
000360*  ACKNOWLEDGEMENT RECORDS, 8 AN OUTSTANDING ENTRY PAST THE    *
000370*  ESCALATION LIMIT, OR ANY ROW-COUNT DISAGREEMENT OR          *
000380*  ACKNOWLEDGEMENT FOR AN EXPORT NEVER SENT, 16 FATAL.         *
000390*--------------------------------------------------------------*
000400*  MODIFICATION HISTORY                                        *
000410*--------------------------------------------------------------*
000420*  DATE       BY   DESCRIPTION                                 *
000430*  10/15/2026 JH   ORIGINAL VERSION.                           *
000440*--------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TRANSFER-FILE ASSIGN TO "XFERFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FACK-TRANSFER-STATUS.
000520
000530     SELECT ACK-FILE ASSIGN TO "ACKFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FACK-ACK-STATUS.
000560
000570     SELECT OLD-MASTER-FILE ASSIGN TO "OLDMAST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FACK-OLD-MASTER-STATUS.
000600
000610     SELECT NEW-MASTER-FILE ASSIGN TO "NEWMAST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FACK-NEW-MASTER-STATUS.
000640
000650     SELECT RESOLUTION-FILE ASSIGN TO "RESFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FACK-RESOLUTION-STATUS.
000680
000690     SELECT REPORT-FILE ASSIGN TO "ACKRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FACK-REPORT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*--------------------------------------------------------------*
000750*  TRANSFER-FILE - THE DELIMITED EXTRACTS STATEXPT WROTE (ALL  *
000760*  CATALOGED GENERATIONS CONCATENATED ON THIS DD)              *
000770*--------------------------------------------------------------*
000780 FD  TRANSFER-FILE
000790     RECORDING MODE IS F.
000800 01  TRANSFER-RECORD            PIC X(132).
000810*--------------------------------------------------------------*
000820*  ACK-FILE - FINANCE'S LOAD ACKNOWLEDGEMENTS                  *
000830*--------------------------------------------------------------*
000840 FD  ACK-FILE
000850     RECORDING MODE IS F.
000860 01  ACK-RECORD.
000870     05  ACK-BUSINESS-DATE      PIC 9(08).
000880     05  FILLER                 PIC X(01).
000890     05  ACK-ROWS-LOADED        PIC 9(07).
000900     05  FILLER                 PIC X(01).
000910     05  ACK-ROWS-REJECTED      PIC 9(07).
000920     05  FILLER                 PIC X(01).
000930     05  ACK-LOAD-STAMP         PIC 9(14).
000940*--------------------------------------------------------------*
000950*  OLD/NEW MASTER - ONE RECORD PER DELIVERY, OR PER            *
000960*  ACKNOWLEDGEMENT THAT MATCHED NO DELIVERY. KIND IS D DAILY,  *
000970*  R RESTATED, M MONTH, Q QUARTER, A ACKNOWLEDGED BUT NEVER    *
000980*  SENT, X ACKNOWLEDGED AGAIN AFTER ITS EXPORTS WERE SETTLED.  *
000990*  STATUS IS OPEN (AWAITING ACKNOWLEDGEMENT), DIFF (ROW COUNTS *
001000*  DISAGREE), ORPH (NO EXPORT TO MATCH), ACKD (SETTLED) OR     *
001010*  RESV (RESOLVED BY AN OPERATOR)                              *
001020*--------------------------------------------------------------*
001030 FD  OLD-MASTER-FILE
001040     RECORDING MODE IS F.
001050 01  OLD-MASTER-RECORD.
001060     05  OMST-BUSINESS-DATE     PIC 9(08).
001070     05  FILLER                 PIC X(01).
001080     05  OMST-KIND              PIC X(01).
001090     05  FILLER                 PIC X(01).
001100     05  OMST-ROWS-SENT         PIC 9(07).
001110     05  FILLER                 PIC X(01).
001120     05  OMST-FIRST-SEEN        PIC 9(08).
001130     05  FILLER                 PIC X(01).
001140     05  OMST-STATUS            PIC X(04).
001150     05  FILLER                 PIC X(01).
001160     05  OMST-ROWS-LOADED       PIC 9(07).
001170     05  FILLER                 PIC X(01).
001180     05  OMST-ROWS-REJECTED     PIC 9(07).
001190     05  FILLER                 PIC X(01).
001200     05  OMST-LOAD-STAMP        PIC 9(14).
001210     05  FILLER                 PIC X(01).
001220     05  OMST-CLOSED-DATE       PIC 9(08).
001230     05  FILLER                 PIC X(01).
001240     05  OMST-LAST-SEEN         PIC 9(08).
001250 FD  NEW-MASTER-FILE
001260     RECORDING MODE IS F.
001270 01  NEW-MASTER-RECORD.
001280     05  NMST-BUSINESS-DATE     PIC 9(08).
001290     05  FILLER                 PIC X(01).
001300     05  NMST-KIND              PIC X(01).
001310     05  FILLER                 PIC X(01).
001320     05  NMST-ROWS-SENT         PIC 9(07).
001330     05  FILLER                 PIC X(01).
001340     05  NMST-FIRST-SEEN        PIC 9(08).
001350     05  FILLER                 PIC X(01).
001360     05  NMST-STATUS            PIC X(04).
001370     05  FILLER                 PIC X(01).
001380     05  NMST-ROWS-LOADED       PIC 9(07).
001390     05  FILLER                 PIC X(01).
001400     05  NMST-ROWS-REJECTED     PIC 9(07).
001410     05  FILLER                 PIC X(01).
001420     05  NMST-LOAD-STAMP        PIC 9(14).
001430     05  FILLER                 PIC X(01).
001440     05  NMST-CLOSED-DATE       PIC 9(08).
001450     05  FILLER                 PIC X(01).
001460     05  NMST-LAST-SEEN         PIC 9(08).
001470*--------------------------------------------------------------*
001480*  RESOLUTION-FILE - OPERATOR-POSTED RESOLUTIONS: THE ENTRY'S  *
001490*  BUSINESS DATE AND KIND, AND A RESOLUTION CODE               *
001500*--------------------------------------------------------------*
001510 FD  RESOLUTION-FILE
001520     RECORDING MODE IS F.
001530 01  RESOLUTION-RECORD.
001540     05  RES-BUSINESS-DATE      PIC 9(08).
001550     05  FILLER                 PIC X(01).
001560     05  RES-KIND               PIC X(01).
001570     05  FILLER                 PIC X(01).
001580     05  RES-RESOLUTION-CODE    PIC X(04).
001590*--------------------------------------------------------------*
001600*  REPORT-FILE - RECONCILIATION AND AGING REPORT               *
001610*--------------------------------------------------------------*
001620 FD  REPORT-FILE
001630     RECORDING MODE IS F.
001640 01  REPORT-LINE PIC X(80).
001650 WORKING-STORAGE SECTION.
001660*--------------------------------------------------------------*
001670*  STANDARD SWITCHES                                           *
001680*--------------------------------------------------------------*
001690 01  FACK-SWITCHES.
001700     05  FACK-EOF-SWITCH        PIC X(01) VALUE 'N'.
001710         88  FACK-EOF                     VALUE 'Y'.
001720         88  FACK-NOT-EOF                 VALUE 'N'.
001730     05  FACK-GENERATION-SWITCH PIC X(01) VALUE 'N'.
001740         88  FACK-IN-GENERATION           VALUE 'Y'.
001750         88  FACK-NO-GENERATION           VALUE 'N'.
001760     05  FACK-REPEAT-SWITCH     PIC X(01) VALUE 'N'.
001770         88  FACK-ACK-REPEATED            VALUE 'Y'.
001780         88  FACK-ACK-NEW                 VALUE 'N'.
001790*--------------------------------------------------------------*
001800*  FILE STATUS CODES                                           *
001810*--------------------------------------------------------------*
001820 01  FACK-FILE-STATUSES.
001830     05  FACK-TRANSFER-STATUS   PIC X(02).
001840     05  FACK-ACK-STATUS        PIC X(02).
001850     05  FACK-OLD-MASTER-STATUS PIC X(02).
001860     05  FACK-NEW-MASTER-STATUS PIC X(02).
001870     05  FACK-RESOLUTION-STATUS PIC X(02).
001880     05  FACK-REPORT-STATUS     PIC X(02).
001890*--------------------------------------------------------------*
001900*  ESCALATION AND RETENTION CONTROL - A SETTLED ENTRY IS KEPT  *
001910*  WELL PAST THE LIFE OF ITS TRANSFER GENERATION, SO THE       *
001920*  GENERATION IS NEVER MISTAKEN FOR A NEW DELIVERY             *
001930*--------------------------------------------------------------*
001940 77  FACK-ESCALATE-DAYS         PIC 9(03) VALUE 3.
001950 77  FACK-KEEP-DAYS             PIC 9(03) VALUE 90.
001960*--------------------------------------------------------------*
001970*  RUN OUTCOME - SEVERITY STARTS AT FATAL AND IS DOWNGRADED    *
001980*  ONLY WHEN THE NEW MASTER IS WRITTEN                         *
001990*--------------------------------------------------------------*
002000 01  FACK-RETURN-SEVERITY       PIC 9(02) VALUE 16.
002010*--------------------------------------------------------------*
002020*  IN-CORE MASTER TABLE - THE WHOLE TRACKED POPULATION         *
002030*--------------------------------------------------------------*
002040 01  FACK-MASTER-COUNT          PIC 9(05) COMP VALUE 0.
002050 01  FACK-TAB-DATE OCCURS 1 TO 9999 TIMES
002060         DEPENDING ON FACK-MASTER-COUNT PIC 9(08).
002070 01  FACK-TAB-KIND OCCURS 1 TO 9999 TIMES
002080         DEPENDING ON FACK-MASTER-COUNT PIC X(01).
002090 01  FACK-TAB-SENT OCCURS 1 TO 9999 TIMES
002100         DEPENDING ON FACK-MASTER-COUNT PIC 9(07).
002110 01  FACK-TAB-FIRST-SEEN OCCURS 1 TO 9999 TIMES
002120         DEPENDING ON FACK-MASTER-COUNT PIC 9(08).
002130 01  FACK-TAB-STATUS OCCURS 1 TO 9999 TIMES
002140         DEPENDING ON FACK-MASTER-COUNT PIC X(04).
002150 01  FACK-TAB-LOADED OCCURS 1 TO 9999 TIMES
002160         DEPENDING ON FACK-MASTER-COUNT PIC 9(07).
002170 01  FACK-TAB-REJECTED OCCURS 1 TO 9999 TIMES
002180         DEPENDING ON FACK-MASTER-COUNT PIC 9(07).
002190 01  FACK-TAB-STAMP OCCURS 1 TO 9999 TIMES
002200         DEPENDING ON FACK-MASTER-COUNT PIC 9(14).
002210 01  FACK-TAB-CLOSED OCCURS 1 TO 9999 TIMES
002220         DEPENDING ON FACK-MASTER-COUNT PIC 9(08).
002230 01  FACK-TAB-LAST-SEEN OCCURS 1 TO 9999 TIMES
002240         DEPENDING ON FACK-MASTER-COUNT PIC 9(08).
002250 01  FACK-IX                    PIC 9(05) COMP VALUE 0.
002260 01  FACK-MATCH-IX              PIC 9(05) COMP VALUE 0.
002262 01  FACK-OLDEST-IX             PIC 9(05) COMP VALUE 0.
002264 01  FACK-OLDEST-OPEN-IX        PIC 9(05) COMP VALUE 0.
002266 01  FACK-ACK-ROWS              PIC 9(08) VALUE 0.
002270*--------------------------------------------------------------*
002280*  RESOLUTIONS TABLE                                           *
002290*--------------------------------------------------------------*
002300 01  FACK-RES-COUNT             PIC 9(05) COMP VALUE 0.
002310 01  FACK-RES-DATE OCCURS 1 TO 9999 TIMES
002320         DEPENDING ON FACK-RES-COUNT PIC 9(08).
002330 01  FACK-RES-KIND OCCURS 1 TO 9999 TIMES
002340         DEPENDING ON FACK-RES-COUNT PIC X(01).
002350 01  FACK-RES-IX                PIC 9(05) COMP VALUE 0.
002360*--------------------------------------------------------------*
002370*  THE TRANSFER GENERATION BEING READ                          *
002380*--------------------------------------------------------------*
002390 01  FACK-GEN-DATE              PIC 9(08) VALUE 0.
002400 01  FACK-GEN-KIND              PIC X(01) VALUE SPACE.
002410 01  FACK-GEN-ROWS              PIC 9(07) VALUE 0.
002420 01  FACK-ROW-TYPE              PIC X(12).
002430 01  FACK-ROW-DATE              PIC X(08).
002440*--------------------------------------------------------------*
002450*  RUN COUNTERS                                                *
002460*--------------------------------------------------------------*
002470 01  FACK-COUNTERS.
002480     05  FACK-CARRIED-COUNT     PIC 9(05) COMP VALUE 0.
002490     05  FACK-GEN-READ-COUNT    PIC 9(05) COMP VALUE 0.
002500     05  FACK-GEN-KNOWN-COUNT   PIC 9(05) COMP VALUE 0.
002510     05  FACK-GEN-NEW-COUNT     PIC 9(05) COMP VALUE 0.
002520     05  FACK-GEN-EMPTY-COUNT   PIC 9(05) COMP VALUE 0.
002530     05  FACK-ACK-READ-COUNT    PIC 9(05) COMP VALUE 0.
002540     05  FACK-ACK-REPEAT-COUNT  PIC 9(05) COMP VALUE 0.
002550     05  FACK-ACK-BAD-COUNT     PIC 9(05) COMP VALUE 0.
002560     05  FACK-SETTLED-COUNT     PIC 9(05) COMP VALUE 0.
002570     05  FACK-RESOLVED-COUNT    PIC 9(05) COMP VALUE 0.
002580     05  FACK-DROPPED-COUNT     PIC 9(05) COMP VALUE 0.
002590     05  FACK-OPEN-COUNT        PIC 9(05) COMP VALUE 0.
002600     05  FACK-DIFF-COUNT        PIC 9(05) COMP VALUE 0.
002610     05  FACK-ORPH-COUNT        PIC 9(05) COMP VALUE 0.
002620     05  FACK-ESCALATED-COUNT   PIC 9(05) COMP VALUE 0.
002630     05  FACK-SECTION-COUNT     PIC 9(05) COMP VALUE 0.
002640*--------------------------------------------------------------*
002650*  AGING WORK FIELDS                                           *
002660*--------------------------------------------------------------*
002670 01  FACK-RUN-DATE              PIC 9(08).
002680 01  FACK-TODAY-DAYS            PIC 9(07) COMP VALUE 0.
002690 01  FACK-SEEN-DAYS             PIC 9(07) COMP VALUE 0.
002700 01  FACK-DAYS-OPEN             PIC S9(05) COMP VALUE 0.
002710*--------------------------------------------------------------*
002720*  REPORT WORK FIELDS                                          *
002730*--------------------------------------------------------------*
002740 01  FACK-SECTION-STATUS        PIC X(04) VALUE SPACES.
002750 01  FACK-KIND-TEXT             PIC X(08) VALUE SPACES.
002760 01  FACK-REPORT-LINE           PIC X(80).
002770 01  FACK-STAMP-WORK            PIC 9(14).
002780 01  FACK-STAMP-PARTS REDEFINES FACK-STAMP-WORK.
002790     05  FACK-STAMP-DATE        PIC 9(08).
002800     05  FACK-STAMP-HH          PIC 9(02).
002810     05  FACK-STAMP-MM          PIC 9(02).
002820     05  FACK-STAMP-SS          PIC 9(02).
002830 01  FACK-EDIT-FIELDS.
002840     05  FACK-ED-DATE           PIC 9999/99/99.
002850     05  FACK-ED-SEEN           PIC 9999/99/99.
002860     05  FACK-ED-STAMP-DATE     PIC 9999/99/99.
002870     05  FACK-ED-SENT           PIC ZZZZZZ9.
002880     05  FACK-ED-LOADED         PIC ZZZZZZ9.
002890     05  FACK-ED-REJECTED       PIC ZZZZZZ9.
002900     05  FACK-ED-DAYS           PIC ZZZZ9.
002910     05  FACK-ED-COUNT          PIC ZZZZ9.
002920 PROCEDURE DIVISION.
002930*--------------------------------------------------------------*
002940*  0000-MAINLINE                                               *
002950*--------------------------------------------------------------*
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002980     PERFORM 2000-LOAD-RESOLUTIONS THRU 2000-EXIT
002990     PERFORM 3000-LOAD-OLD-MASTER THRU 3000-EXIT
003000     PERFORM 4000-LOAD-DELIVERIES THRU 4000-EXIT
003010     PERFORM 5000-APPLY-ACKNOWLEDGEMENTS THRU 5000-EXIT
003020     PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT
003030     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
003040     CLOSE REPORT-FILE
003050     IF FACK-ESCALATED-COUNT > 0
003060             OR FACK-DIFF-COUNT > 0
003070             OR FACK-ORPH-COUNT > 0
003080         MOVE 8 TO FACK-RETURN-SEVERITY
003090     ELSE
003100         IF FACK-ACK-BAD-COUNT > 0
003110             MOVE 4 TO FACK-RETURN-SEVERITY
003120         ELSE
003130             MOVE 0 TO FACK-RETURN-SEVERITY
003140         END-IF
003150     END-IF
003160     DISPLAY "STATFACK COMPLETE - UNACKNOWLEDGED: "
003170         FACK-OPEN-COUNT
003180         " DISAGREEING: " FACK-DIFF-COUNT
003190         " NEVER SENT: " FACK-ORPH-COUNT
003200     GO TO 9999-EXIT.
003210*--------------------------------------------------------------*
003220*  1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS HEADING     *
003230*--------------------------------------------------------------*
003240 1000-INITIALIZE.
003250     OPEN OUTPUT REPORT-FILE
003260     IF FACK-REPORT-STATUS NOT = "00"
003270         DISPLAY "ACKRPT OPEN FAILED, STATUS "
003280             FACK-REPORT-STATUS
003290         GO TO 9999-EXIT
003300     END-IF
003310     ACCEPT FACK-RUN-DATE FROM DATE YYYYMMDD
003320     COMPUTE FACK-TODAY-DAYS =
003330         FUNCTION INTEGER-OF-DATE(FACK-RUN-DATE)
003340     MOVE FACK-RUN-DATE TO FACK-ED-DATE
003350     MOVE SPACES TO FACK-REPORT-LINE
003360     STRING "FINANCE LOAD ACKNOWLEDGEMENT RECONCILIATION - "
003370         DELIMITED BY SIZE
003380         FACK-ED-DATE DELIMITED BY SIZE
003390         INTO FACK-REPORT-LINE
003400     WRITE REPORT-LINE FROM FACK-REPORT-LINE.
003410 1000-EXIT.
003420     EXIT.
003430*--------------------------------------------------------------*
003440*  2000-LOAD-RESOLUTIONS - OPERATOR-POSTED RESOLUTIONS; AN     *
003450*  ABSENT OR EMPTY FILE SIMPLY MEANS NOTHING WAS WORKED        *
003460*--------------------------------------------------------------*
003470 2000-LOAD-RESOLUTIONS.
003480     OPEN INPUT RESOLUTION-FILE
003490     IF FACK-RESOLUTION-STATUS = "35"
003500         GO TO 2000-EXIT
003510     END-IF
003520     IF FACK-RESOLUTION-STATUS NOT = "00"
003530         DISPLAY "RESFILE OPEN FAILED, STATUS "
003540             FACK-RESOLUTION-STATUS
003550         GO TO 9999-EXIT
003560     END-IF
003570     SET FACK-NOT-EOF TO TRUE
003580     PERFORM 2100-LOAD-ONE-RESOLUTION THRU 2100-EXIT
003590         UNTIL FACK-EOF
003600     CLOSE RESOLUTION-FILE.
003610 2000-EXIT.
003620     EXIT.
003630*--------------------------------------------------------------*
003640*  2100-LOAD-ONE-RESOLUTION                                    *
003650*--------------------------------------------------------------*
003660 2100-LOAD-ONE-RESOLUTION.
003670     READ RESOLUTION-FILE
003680         AT END
003690             SET FACK-EOF TO TRUE
003700     END-READ
003710     IF FACK-EOF
003720         GO TO 2100-EXIT
003730     END-IF
003740     IF RES-BUSINESS-DATE IS NOT NUMERIC
003750             OR RES-KIND = SPACE
003760         DISPLAY "RESFILE ENTRY NOT USABLE: " RESOLUTION-RECORD
003770         GO TO 2100-EXIT
003780     END-IF
003790     IF FACK-RES-COUNT >= 9999
003800         DISPLAY "RESFILE HAS MORE THAN 9999 ENTRIES"
003810         GO TO 9999-EXIT
003820     END-IF
003830     ADD 1 TO FACK-RES-COUNT
003840     MOVE RES-BUSINESS-DATE TO FACK-RES-DATE(FACK-RES-COUNT)
003850     MOVE RES-KIND TO FACK-RES-KIND(FACK-RES-COUNT).
003860 2100-EXIT.
003870     EXIT.
003880*--------------------------------------------------------------*
003890*  3000-LOAD-OLD-MASTER - BRING THE TRACKED POPULATION IN,     *
003900*  POSTING ANY RESOLUTION THAT MATCHES AN OUTSTANDING ENTRY.   *
003910*  AN ABSENT MASTER IS AN EMPTY POPULATION                     *
003920*--------------------------------------------------------------*
003930 3000-LOAD-OLD-MASTER.
003940     OPEN INPUT OLD-MASTER-FILE
003950     IF FACK-OLD-MASTER-STATUS = "35"
003960         GO TO 3000-EXIT
003970     END-IF
003980     IF FACK-OLD-MASTER-STATUS NOT = "00"
003990         DISPLAY "OLDMAST OPEN FAILED, STATUS "
004000             FACK-OLD-MASTER-STATUS
004010         GO TO 9999-EXIT
004020     END-IF
004030     SET FACK-NOT-EOF TO TRUE
004040     PERFORM 3100-LOAD-ONE-MASTER THRU 3100-EXIT
004050         UNTIL FACK-EOF
004060     CLOSE OLD-MASTER-FILE.
004070 3000-EXIT.
004080     EXIT.
004090*--------------------------------------------------------------*
004100*  3100-LOAD-ONE-MASTER - TABLE ONE MASTER ENTRY AND POST ITS  *
004110*  RESOLUTION IF THE OPERATOR SUPPLIED ONE                     *
004120*--------------------------------------------------------------*
004130 3100-LOAD-ONE-MASTER.
004140     READ OLD-MASTER-FILE
004150         AT END
004160             SET FACK-EOF TO TRUE
004170     END-READ
004180     IF FACK-EOF
004190         GO TO 3100-EXIT
004200     END-IF
004210     IF FACK-MASTER-COUNT >= 9999
004220         DISPLAY "DELIVERY MASTER EXCEEDS 9999 ENTRIES"
004230         GO TO 9999-EXIT
004240     END-IF
004250     ADD 1 TO FACK-MASTER-COUNT
004260     ADD 1 TO FACK-CARRIED-COUNT
004270     MOVE OMST-BUSINESS-DATE TO FACK-TAB-DATE(FACK-MASTER-COUNT)
004280     MOVE OMST-KIND TO FACK-TAB-KIND(FACK-MASTER-COUNT)
004290     MOVE OMST-ROWS-SENT TO FACK-TAB-SENT(FACK-MASTER-COUNT)
004300     MOVE OMST-FIRST-SEEN
004310         TO FACK-TAB-FIRST-SEEN(FACK-MASTER-COUNT)
004320     MOVE OMST-STATUS TO FACK-TAB-STATUS(FACK-MASTER-COUNT)
004330     MOVE OMST-ROWS-LOADED TO FACK-TAB-LOADED(FACK-MASTER-COUNT)
004340     MOVE OMST-ROWS-REJECTED
004350         TO FACK-TAB-REJECTED(FACK-MASTER-COUNT)
004360     MOVE OMST-LOAD-STAMP TO FACK-TAB-STAMP(FACK-MASTER-COUNT)
004370     MOVE OMST-CLOSED-DATE TO FACK-TAB-CLOSED(FACK-MASTER-COUNT)
004380     MOVE OMST-LAST-SEEN TO FACK-TAB-LAST-SEEN(FACK-MASTER-COUNT)
004390     IF FACK-TAB-STATUS(FACK-MASTER-COUNT) = "OPEN"
004400             OR FACK-TAB-STATUS(FACK-MASTER-COUNT) = "DIFF"
004410             OR FACK-TAB-STATUS(FACK-MASTER-COUNT) = "ORPH"
004420         PERFORM 3200-POST-RESOLUTION THRU 3200-EXIT
004430             VARYING FACK-RES-IX FROM 1 BY 1
004440             UNTIL FACK-RES-IX > FACK-RES-COUNT
004450     END-IF.
004460 3100-EXIT.
004470     EXIT.
004480*--------------------------------------------------------------*
004490*  3200-POST-RESOLUTION - MARK THE JUST-TABLED ENTRY RESOLVED  *
004500*  IF A RESOLUTION NAMES ITS BUSINESS DATE AND KIND            *
004510*--------------------------------------------------------------*
004520 3200-POST-RESOLUTION.
004530     IF FACK-RES-DATE(FACK-RES-IX) =
004540             FACK-TAB-DATE(FACK-MASTER-COUNT)
004550         AND FACK-RES-KIND(FACK-RES-IX) =
004560             FACK-TAB-KIND(FACK-MASTER-COUNT)
004570         AND FACK-TAB-STATUS(FACK-MASTER-COUNT) NOT = "RESV"
004580         MOVE "RESV" TO FACK-TAB-STATUS(FACK-MASTER-COUNT)
004590         MOVE FACK-RUN-DATE TO FACK-TAB-CLOSED(FACK-MASTER-COUNT)
004600         ADD 1 TO FACK-RESOLVED-COUNT
004610     END-IF.
004620 3200-EXIT.
004630     EXIT.
004640*--------------------------------------------------------------*
004650*  4000-LOAD-DELIVERIES - READ THE TRANSFER GENERATIONS ONE    *
004660*  ROW AT A TIME; EACH COLUMN-HEADING ROW STARTS A NEW ONE     *
004670*--------------------------------------------------------------*
004680 4000-LOAD-DELIVERIES.
004690     OPEN INPUT TRANSFER-FILE
004700     IF FACK-TRANSFER-STATUS = "35"
004710         DISPLAY "XFERFILE NOT FOUND - NO DELIVERIES REGISTERED"
004720         GO TO 4000-EXIT
004730     END-IF
004740     IF FACK-TRANSFER-STATUS NOT = "00"
004750         DISPLAY "XFERFILE OPEN FAILED, STATUS "
004760             FACK-TRANSFER-STATUS
004770         GO TO 9999-EXIT
004780     END-IF
004790     SET FACK-NOT-EOF TO TRUE
004800     SET FACK-NO-GENERATION TO TRUE
004810     PERFORM 4100-READ-ONE-ROW THRU 4100-EXIT
004820         UNTIL FACK-EOF
004830     CLOSE TRANSFER-FILE.
004840 4000-EXIT.
004850     EXIT.
004860*--------------------------------------------------------------*
004870*  4100-READ-ONE-ROW - COUNT THE DATA ROWS OF A GENERATION AND *
004880*  TAKE ITS BUSINESS DATE AND KIND FROM THE FIRST OF THEM      *
004890*--------------------------------------------------------------*
004900 4100-READ-ONE-ROW.
004910     READ TRANSFER-FILE
004920         AT END
004930             SET FACK-EOF TO TRUE
004940     END-READ
004950     IF FACK-EOF
004960         IF FACK-IN-GENERATION
004970             PERFORM 4200-END-GENERATION THRU 4200-EXIT
004980         END-IF
004990         GO TO 4100-EXIT
005000     END-IF
005010     IF TRANSFER-RECORD = SPACES
005020         GO TO 4100-EXIT
005030     END-IF
005040     IF TRANSFER-RECORD(1:5) = "TYPE,"
005050         IF FACK-IN-GENERATION
005060             PERFORM 4200-END-GENERATION THRU 4200-EXIT
005070         END-IF
005080         SET FACK-IN-GENERATION TO TRUE
005090         MOVE 0 TO FACK-GEN-ROWS
005100         MOVE 0 TO FACK-GEN-DATE
005110         MOVE SPACE TO FACK-GEN-KIND
005120         GO TO 4100-EXIT
005130     END-IF
005140     IF FACK-NO-GENERATION
005150         SET FACK-IN-GENERATION TO TRUE
005160         MOVE 0 TO FACK-GEN-ROWS
005170         MOVE 0 TO FACK-GEN-DATE
005180         MOVE SPACE TO FACK-GEN-KIND
005190     END-IF
005200     ADD 1 TO FACK-GEN-ROWS
005210     IF FACK-GEN-ROWS > 1
005220         GO TO 4100-EXIT
005230     END-IF
005240     MOVE SPACES TO FACK-ROW-TYPE
005250     MOVE SPACES TO FACK-ROW-DATE
005260     UNSTRING TRANSFER-RECORD DELIMITED BY ","
005270         INTO FACK-ROW-TYPE FACK-ROW-DATE
005280     END-UNSTRING
005290     IF FACK-ROW-DATE IS NUMERIC
005300         MOVE FACK-ROW-DATE TO FACK-GEN-DATE
005310     END-IF
005320     IF FACK-ROW-TYPE = "SUMMARY"
005330         MOVE 'D' TO FACK-GEN-KIND
005340     END-IF
005350     IF FACK-ROW-TYPE = "RESTATED"
005360         MOVE 'R' TO FACK-GEN-KIND
005370     END-IF
005380     IF FACK-ROW-TYPE = "MONTH"
005390         MOVE 'M' TO FACK-GEN-KIND
005400     END-IF
005410     IF FACK-ROW-TYPE = "QUARTER"
005420         MOVE 'Q' TO FACK-GEN-KIND
005430     END-IF.
005440 4100-EXIT.
005450     EXIT.
005460*--------------------------------------------------------------*
005470*  4200-END-GENERATION - A GENERATION ALREADY ON THE MASTER    *
005480*  (SAME DATE, KIND AND ROWS) IS ONLY MARKED SEEN. A NEW ONE   *
005490*  SETTLES AN ACKNOWLEDGEMENT THAT ARRIVED AHEAD OF IT, OR     *
005500*  JOINS THE MASTER AS AWAITING ACKNOWLEDGEMENT                *
005510*--------------------------------------------------------------*
005520 4200-END-GENERATION.
005530     SET FACK-NO-GENERATION TO TRUE
005540     ADD 1 TO FACK-GEN-READ-COUNT
005550     IF FACK-GEN-ROWS = 0
005560             OR FACK-GEN-KIND = SPACE
005570             OR FACK-GEN-DATE = 0
005580         ADD 1 TO FACK-GEN-EMPTY-COUNT
005590         GO TO 4200-EXIT
005600     END-IF
005610     MOVE 0 TO FACK-MATCH-IX
005620     PERFORM 4210-TEST-KNOWN-DELIVERY THRU 4210-EXIT
005630         VARYING FACK-IX FROM 1 BY 1
005640         UNTIL FACK-IX > FACK-MASTER-COUNT
005650            OR FACK-MATCH-IX > 0
005660     IF FACK-MATCH-IX > 0
005670         ADD 1 TO FACK-GEN-KNOWN-COUNT
005680         MOVE FACK-RUN-DATE TO FACK-TAB-LAST-SEEN(FACK-MATCH-IX)
005690         GO TO 4200-EXIT
005700     END-IF
005710     ADD 1 TO FACK-GEN-NEW-COUNT
005720     PERFORM 4220-TEST-EARLY-ACK THRU 4220-EXIT
005730         VARYING FACK-IX FROM 1 BY 1
005740         UNTIL FACK-IX > FACK-MASTER-COUNT
005750            OR FACK-MATCH-IX > 0
005760     IF FACK-MATCH-IX > 0
005770         MOVE FACK-GEN-KIND TO FACK-TAB-KIND(FACK-MATCH-IX)
005780         MOVE FACK-GEN-ROWS TO FACK-TAB-SENT(FACK-MATCH-IX)
005790         MOVE FACK-RUN-DATE TO FACK-TAB-LAST-SEEN(FACK-MATCH-IX)
005800         PERFORM 5200-SETTLE-ENTRY THRU 5200-EXIT
005810         GO TO 4200-EXIT
005820     END-IF
005830     IF FACK-MASTER-COUNT >= 9999
005840         DISPLAY "DELIVERY MASTER EXCEEDS 9999 ENTRIES"
005850         GO TO 9999-EXIT
005860     END-IF
005870     ADD 1 TO FACK-MASTER-COUNT
005880     MOVE FACK-GEN-DATE TO FACK-TAB-DATE(FACK-MASTER-COUNT)
005890     MOVE FACK-GEN-KIND TO FACK-TAB-KIND(FACK-MASTER-COUNT)
005900     MOVE FACK-GEN-ROWS TO FACK-TAB-SENT(FACK-MASTER-COUNT)
005910     MOVE FACK-RUN-DATE TO FACK-TAB-FIRST-SEEN(FACK-MASTER-COUNT)
005920     MOVE "OPEN" TO FACK-TAB-STATUS(FACK-MASTER-COUNT)
005930     MOVE 0 TO FACK-TAB-LOADED(FACK-MASTER-COUNT)
005940     MOVE 0 TO FACK-TAB-REJECTED(FACK-MASTER-COUNT)
005950     MOVE 0 TO FACK-TAB-STAMP(FACK-MASTER-COUNT)
005960     MOVE 0 TO FACK-TAB-CLOSED(FACK-MASTER-COUNT)
005970     MOVE FACK-RUN-DATE TO FACK-TAB-LAST-SEEN(FACK-MASTER-COUNT).
005980 4200-EXIT.
005990     EXIT.
006000 4210-TEST-KNOWN-DELIVERY.
006010     IF FACK-TAB-DATE(FACK-IX) = FACK-GEN-DATE
006020             AND FACK-TAB-KIND(FACK-IX) = FACK-GEN-KIND
006030             AND FACK-TAB-SENT(FACK-IX) = FACK-GEN-ROWS
006040         MOVE FACK-IX TO FACK-MATCH-IX
006050     END-IF.
006060 4210-EXIT.
006070     EXIT.
006080 4220-TEST-EARLY-ACK.
006090     IF FACK-TAB-DATE(FACK-IX) = FACK-GEN-DATE
006100             AND FACK-TAB-STATUS(FACK-IX) = "ORPH"
006110             AND FACK-TAB-KIND(FACK-IX) = 'A'
006120         MOVE FACK-IX TO FACK-MATCH-IX
006130     END-IF.
006140 4220-EXIT.
006150     EXIT.
006160*--------------------------------------------------------------*
006170*  5000-APPLY-ACKNOWLEDGEMENTS - MATCH EACH ACKNOWLEDGEMENT TO *
006180*  A DELIVERY FOR ITS BUSINESS DATE. AN ABSENT FILE MEANS      *
006190*  NOTHING HAS COME BACK FROM FINANCE                          *
006200*--------------------------------------------------------------*
006210 5000-APPLY-ACKNOWLEDGEMENTS.
006220     OPEN INPUT ACK-FILE
006230     IF FACK-ACK-STATUS = "35"
006240         DISPLAY "ACKFILE NOT FOUND - NO ACKNOWLEDGEMENTS APPLIED"
006250         GO TO 5000-EXIT
006260     END-IF
006270     IF FACK-ACK-STATUS NOT = "00"
006280         DISPLAY "ACKFILE OPEN FAILED, STATUS " FACK-ACK-STATUS
006290         GO TO 9999-EXIT
006300     END-IF
006310     SET FACK-NOT-EOF TO TRUE
006320     PERFORM 5100-APPLY-ONE-ACK THRU 5100-EXIT
006330         UNTIL FACK-EOF
006340     CLOSE ACK-FILE.
006350 5000-EXIT.
006360     EXIT.
006370*--------------------------------------------------------------*
006380*  5100-APPLY-ONE-ACK - SKIP ONE ALREADY APPLIED; OTHERWISE    *
006386*  SETTLE THE DELIVERY OF THE DATE WHOSE ROWS SENT AGREE WITH  *
006392*  THE ROWS LOADED PLUS REJECTED, AWAITING ACKNOWLEDGEMENT     *
006398*  FIRST AND STILL DISAGREEING NEXT; FAILING THAT THE OLDEST   *
006404*  AWAITING, THEN THE OLDEST DISAGREEING; ELSE TRACK THE       *
006410*  ACKNOWLEDGEMENT AS HAVING NO EXPORT TO MATCH                *
006420*--------------------------------------------------------------*
006430 5100-APPLY-ONE-ACK.
006440     READ ACK-FILE
006450         AT END
006460             SET FACK-EOF TO TRUE
006470     END-READ
006480     IF FACK-EOF
006490         GO TO 5100-EXIT
006500     END-IF
006510     IF ACK-RECORD = SPACES
006520         GO TO 5100-EXIT
006530     END-IF
006540     ADD 1 TO FACK-ACK-READ-COUNT
006550     IF ACK-BUSINESS-DATE IS NOT NUMERIC
006560             OR ACK-ROWS-LOADED IS NOT NUMERIC
006570             OR ACK-ROWS-REJECTED IS NOT NUMERIC
006580             OR ACK-LOAD-STAMP IS NOT NUMERIC
006590         ADD 1 TO FACK-ACK-BAD-COUNT
006600         DISPLAY "ACKFILE ENTRY NOT USABLE: " ACK-RECORD
006610         GO TO 5100-EXIT
006620     END-IF
006630     SET FACK-ACK-NEW TO TRUE
006640     PERFORM 5110-TEST-REPEAT THRU 5110-EXIT
006650         VARYING FACK-IX FROM 1 BY 1
006660         UNTIL FACK-IX > FACK-MASTER-COUNT
006670            OR FACK-ACK-REPEATED
006680     IF FACK-ACK-REPEATED
006690         ADD 1 TO FACK-ACK-REPEAT-COUNT
006700         GO TO 5100-EXIT
006710     END-IF
006715     ADD ACK-ROWS-LOADED ACK-ROWS-REJECTED GIVING FACK-ACK-ROWS
006720     MOVE 0 TO FACK-MATCH-IX
006725     MOVE 0 TO FACK-OLDEST-IX
006730     MOVE "OPEN" TO FACK-SECTION-STATUS
006740     PERFORM 5120-TEST-TARGET THRU 5120-EXIT
006750         VARYING FACK-IX FROM 1 BY 1
006760         UNTIL FACK-IX > FACK-MASTER-COUNT
006770            OR FACK-MATCH-IX > 0
006775     MOVE FACK-OLDEST-IX TO FACK-OLDEST-OPEN-IX
006780     IF FACK-MATCH-IX = 0
006785         MOVE 0 TO FACK-OLDEST-IX
006790         MOVE "DIFF" TO FACK-SECTION-STATUS
006800         PERFORM 5120-TEST-TARGET THRU 5120-EXIT
006810             VARYING FACK-IX FROM 1 BY 1
006820             UNTIL FACK-IX > FACK-MASTER-COUNT
006830                OR FACK-MATCH-IX > 0
006831     END-IF
006832     IF FACK-MATCH-IX = 0
006833         MOVE FACK-OLDEST-OPEN-IX TO FACK-MATCH-IX
006834     END-IF
006835     IF FACK-MATCH-IX = 0
006836         MOVE FACK-OLDEST-IX TO FACK-MATCH-IX
006840     END-IF
006850     IF FACK-MATCH-IX > 0
006860         MOVE ACK-ROWS-LOADED TO FACK-TAB-LOADED(FACK-MATCH-IX)
006870         MOVE ACK-ROWS-REJECTED
006880             TO FACK-TAB-REJECTED(FACK-MATCH-IX)
006890         MOVE ACK-LOAD-STAMP TO FACK-TAB-STAMP(FACK-MATCH-IX)
006900         PERFORM 5200-SETTLE-ENTRY THRU 5200-EXIT
006910         GO TO 5100-EXIT
006920     END-IF
006930     PERFORM 5300-ADD-ORPHAN THRU 5300-EXIT.
006940 5100-EXIT.
006950     EXIT.
006960*--------------------------------------------------------------*
006968*  5110-TEST-REPEAT - AN ACKNOWLEDGEMENT WHOSE LOAD TIMESTAMP  *
006976*  IS ALREADY RECORDED FOR ITS DATE HAS BEEN APPLIED. A LATER  *
006984*  OR EARLIER STAMP IS ANOTHER LOAD - POSSIBLY OF ANOTHER      *
006992*  DELIVERY OF THE SAME DATE - AND IS MATCHED AS USUAL         *
007000*--------------------------------------------------------------*
007010 5110-TEST-REPEAT.
007020     IF FACK-TAB-DATE(FACK-IX) = ACK-BUSINESS-DATE
007030             AND FACK-TAB-STAMP(FACK-IX) > 0
007040             AND FACK-TAB-STAMP(FACK-IX) = ACK-LOAD-STAMP
007050         SET FACK-ACK-REPEATED TO TRUE
007060     END-IF.
007070 5110-EXIT.
007080     EXIT.
007081*--------------------------------------------------------------*
007082*  5120-TEST-TARGET - A DELIVERY OF THE DATE IN THE STATUS     *
007083*  BEING SEARCHED: REMEMBER THE FIRST (OLDEST) SEEN, AND STOP  *
007084*  AT ONE WHOSE ROWS SENT AGREE WITH THE ACKNOWLEDGEMENT       *
007085*--------------------------------------------------------------*
007090 5120-TEST-TARGET.
007100     IF FACK-TAB-DATE(FACK-IX) = ACK-BUSINESS-DATE
007110             AND FACK-TAB-STATUS(FACK-IX) = FACK-SECTION-STATUS
007120             AND FACK-TAB-KIND(FACK-IX) NOT = 'A'
007130             AND FACK-TAB-KIND(FACK-IX) NOT = 'X'
007132         IF FACK-OLDEST-IX = 0
007134             MOVE FACK-IX TO FACK-OLDEST-IX
007136         END-IF
007138         IF FACK-TAB-SENT(FACK-IX) = FACK-ACK-ROWS
007140             MOVE FACK-IX TO FACK-MATCH-IX
007142         END-IF
007150     END-IF.
007160 5120-EXIT.
007170     EXIT.
007180*--------------------------------------------------------------*
007190*  5200-SETTLE-ENTRY - COMPARE FINANCE'S COUNTS WITH THE ROWS  *
007200*  SENT FOR FACK-MATCH-IX: EVERY ROW LOADED AND NONE REJECTED  *
007210*  SETTLES IT, ANYTHING ELSE IS A DISAGREEMENT                 *
007220*--------------------------------------------------------------*
007230 5200-SETTLE-ENTRY.
007240     IF FACK-TAB-LOADED(FACK-MATCH-IX) =
007250             FACK-TAB-SENT(FACK-MATCH-IX)
007260         AND FACK-TAB-REJECTED(FACK-MATCH-IX) = 0
007270         MOVE "ACKD" TO FACK-TAB-STATUS(FACK-MATCH-IX)
007280         MOVE FACK-RUN-DATE TO FACK-TAB-CLOSED(FACK-MATCH-IX)
007290         ADD 1 TO FACK-SETTLED-COUNT
007300     ELSE
007310         MOVE "DIFF" TO FACK-TAB-STATUS(FACK-MATCH-IX)
007320         MOVE 0 TO FACK-TAB-CLOSED(FACK-MATCH-IX)
007330     END-IF.
007340 5200-EXIT.
007350     EXIT.
007360*--------------------------------------------------------------*
007370*  5300-ADD-ORPHAN - AN ACKNOWLEDGEMENT WITH NO DELIVERY LEFT  *
007380*  TO MATCH: KIND A WHEN NOTHING WAS EVER SENT FOR THE DATE,   *
007390*  KIND X WHEN EVERYTHING SENT FOR IT IS ALREADY SETTLED       *
007400*--------------------------------------------------------------*
007410 5300-ADD-ORPHAN.
007420     MOVE 0 TO FACK-MATCH-IX
007430     PERFORM 5310-TEST-ANY-DELIVERY THRU 5310-EXIT
007440         VARYING FACK-IX FROM 1 BY 1
007450         UNTIL FACK-IX > FACK-MASTER-COUNT
007460            OR FACK-MATCH-IX > 0
007470     IF FACK-MASTER-COUNT >= 9999
007480         DISPLAY "DELIVERY MASTER EXCEEDS 9999 ENTRIES"
007490         GO TO 9999-EXIT
007500     END-IF
007510     ADD 1 TO FACK-MASTER-COUNT
007520     MOVE ACK-BUSINESS-DATE TO FACK-TAB-DATE(FACK-MASTER-COUNT)
007530     IF FACK-MATCH-IX > 0
007540         MOVE 'X' TO FACK-TAB-KIND(FACK-MASTER-COUNT)
007550     ELSE
007560         MOVE 'A' TO FACK-TAB-KIND(FACK-MASTER-COUNT)
007570     END-IF
007580     MOVE 0 TO FACK-TAB-SENT(FACK-MASTER-COUNT)
007590     MOVE FACK-RUN-DATE TO FACK-TAB-FIRST-SEEN(FACK-MASTER-COUNT)
007600     MOVE "ORPH" TO FACK-TAB-STATUS(FACK-MASTER-COUNT)
007610     MOVE ACK-ROWS-LOADED TO FACK-TAB-LOADED(FACK-MASTER-COUNT)
007620     MOVE ACK-ROWS-REJECTED
007630         TO FACK-TAB-REJECTED(FACK-MASTER-COUNT)
007640     MOVE ACK-LOAD-STAMP TO FACK-TAB-STAMP(FACK-MASTER-COUNT)
007650     MOVE 0 TO FACK-TAB-CLOSED(FACK-MASTER-COUNT)
007660     MOVE FACK-RUN-DATE TO FACK-TAB-LAST-SEEN(FACK-MASTER-COUNT).
007670 5300-EXIT.
007680     EXIT.
007690 5310-TEST-ANY-DELIVERY.
007700     IF FACK-TAB-DATE(FACK-IX) = ACK-BUSINESS-DATE
007710             AND FACK-TAB-KIND(FACK-IX) NOT = 'A'
007720             AND FACK-TAB-KIND(FACK-IX) NOT = 'X'
007730         MOVE FACK-IX TO FACK-MATCH-IX
007740     END-IF.
007750 5310-EXIT.
007760     EXIT.
007770*--------------------------------------------------------------*
007780*  6000-WRITE-NEW-MASTER - THE TRACKED POPULATION GOES BACK    *
007790*  OUT AS THE NEW MASTER GENERATION; SETTLED AND RESOLVED      *
007800*  ENTRIES ARE DROPPED ONCE CLOSED LONGER THAN THE KEEP DAYS   *
007810*--------------------------------------------------------------*
007820 6000-WRITE-NEW-MASTER.
007830     OPEN OUTPUT NEW-MASTER-FILE
007840     IF FACK-NEW-MASTER-STATUS NOT = "00"
007850         DISPLAY "NEWMAST OPEN FAILED, STATUS "
007860             FACK-NEW-MASTER-STATUS
007870         GO TO 9999-EXIT
007880     END-IF
007890     PERFORM 6100-WRITE-ONE-MASTER THRU 6100-EXIT
007900         VARYING FACK-IX FROM 1 BY 1
007910         UNTIL FACK-IX > FACK-MASTER-COUNT
007920     CLOSE NEW-MASTER-FILE.
007930 6000-EXIT.
007940     EXIT.
007950 6100-WRITE-ONE-MASTER.
007960     IF FACK-TAB-STATUS(FACK-IX) = "ACKD"
007970             OR FACK-TAB-STATUS(FACK-IX) = "RESV"
007980         COMPUTE FACK-SEEN-DAYS = FUNCTION INTEGER-OF-DATE
007990             (FACK-TAB-CLOSED(FACK-IX))
008000         IF FACK-TODAY-DAYS - FACK-SEEN-DAYS > FACK-KEEP-DAYS
008010             ADD 1 TO FACK-DROPPED-COUNT
008020             GO TO 6100-EXIT
008030         END-IF
008040     END-IF
008050     MOVE SPACES TO NEW-MASTER-RECORD
008060     MOVE FACK-TAB-DATE(FACK-IX) TO NMST-BUSINESS-DATE
008070     MOVE FACK-TAB-KIND(FACK-IX) TO NMST-KIND
008080     MOVE FACK-TAB-SENT(FACK-IX) TO NMST-ROWS-SENT
008090     MOVE FACK-TAB-FIRST-SEEN(FACK-IX) TO NMST-FIRST-SEEN
008100     MOVE FACK-TAB-STATUS(FACK-IX) TO NMST-STATUS
008110     MOVE FACK-TAB-LOADED(FACK-IX) TO NMST-ROWS-LOADED
008120     MOVE FACK-TAB-REJECTED(FACK-IX) TO NMST-ROWS-REJECTED
008130     MOVE FACK-TAB-STAMP(FACK-IX) TO NMST-LOAD-STAMP
008140     MOVE FACK-TAB-CLOSED(FACK-IX) TO NMST-CLOSED-DATE
008150     MOVE FACK-TAB-LAST-SEEN(FACK-IX) TO NMST-LAST-SEEN
008160     WRITE NEW-MASTER-RECORD
008170     IF FACK-NEW-MASTER-STATUS NOT = "00"
008180         DISPLAY "NEWMAST WRITE FAILED, STATUS "
008190             FACK-NEW-MASTER-STATUS
008200         GO TO 9999-EXIT
008210     END-IF.
008220 6100-EXIT.
008230     EXIT.
008240*--------------------------------------------------------------*
008250*  7000-WRITE-REPORT - THE THREE OUTSTANDING LISTS, EACH ENTRY *
008260*  AGED AND ESCALATED PAST THE LIMIT, THEN THE RUN TOTALS      *
008270*--------------------------------------------------------------*
008280 7000-WRITE-REPORT.
008290     MOVE SPACES TO REPORT-LINE
008300     WRITE REPORT-LINE
008310     MOVE SPACES TO FACK-REPORT-LINE
008320     STRING "EXPORTS NEVER ACKNOWLEDGED" DELIMITED BY SIZE
008330         INTO FACK-REPORT-LINE
008340     WRITE REPORT-LINE FROM FACK-REPORT-LINE
008350     MOVE SPACES TO FACK-REPORT-LINE
008360     STRING "  BUS DATE    EXPORT       SENT  FIRST SEEN   DAYS"
008370         DELIMITED BY SIZE
008380         INTO FACK-REPORT-LINE
008390     WRITE REPORT-LINE FROM FACK-REPORT-LINE
008400     MOVE "OPEN" TO FACK-SECTION-STATUS
008410     PERFORM 7100-LIST-SECTION THRU 7100-EXIT
008420     MOVE SPACES TO REPORT-LINE
008430     WRITE REPORT-LINE
008440     MOVE SPACES TO FACK-REPORT-LINE
008450     STRING "ROW-COUNT DISAGREEMENTS" DELIMITED BY SIZE
008460         INTO FACK-REPORT-LINE
008470     WRITE REPORT-LINE FROM FACK-REPORT-LINE
008480     MOVE SPACES TO FACK-REPORT-LINE
008490     STRING "  BUS DATE    EXPORT       SENT   LOADED REJECTED"
008500         DELIMITED BY SIZE
008510         "  LOADED AT" DELIMITED BY SIZE
008520         INTO FACK-REPORT-LINE
008530     WRITE REPORT-LINE FROM FACK-REPORT-LINE
008540     MOVE "DIFF" TO FACK-SECTION-STATUS
008550     PERFORM 7100-LIST-SECTION THRU 7100-EXIT
008560     MOVE SPACES TO REPORT-LINE
008570     WRITE REPORT-LINE
008580     MOVE SPACES TO FACK-REPORT-LINE
008590     STRING "ACKNOWLEDGEMENTS FOR EXPORTS NEVER SENT"
008600         DELIMITED BY SIZE
008610         INTO FACK-REPORT-LINE
008620     WRITE REPORT-LINE FROM FACK-REPORT-LINE
008630     MOVE SPACES TO FACK-REPORT-LINE
008640     STRING "  BUS DATE    REASON          LOADED REJECTED"
008650         DELIMITED BY SIZE
008660         "  LOADED AT" DELIMITED BY SIZE
008670         INTO FACK-REPORT-LINE
008680     WRITE REPORT-LINE FROM FACK-REPORT-LINE
008690     MOVE "ORPH" TO FACK-SECTION-STATUS
008700     PERFORM 7100-LIST-SECTION THRU 7100-EXIT
008710     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
008720 7000-EXIT.
008730     EXIT.
008740*--------------------------------------------------------------*
008750*  7100-LIST-SECTION - EVERY ENTRY WITH STATUS                 *
008760*  FACK-SECTION-STATUS                                         *
008770*--------------------------------------------------------------*
008780 7100-LIST-SECTION.
008790     MOVE 0 TO FACK-SECTION-COUNT
008800     PERFORM 7200-LIST-ONE-ENTRY THRU 7200-EXIT
008810         VARYING FACK-IX FROM 1 BY 1
008820         UNTIL FACK-IX > FACK-MASTER-COUNT
008830     IF FACK-SECTION-COUNT = 0
008840         MOVE SPACES TO FACK-REPORT-LINE
008850         STRING "  NONE" DELIMITED BY SIZE
008860             INTO FACK-REPORT-LINE
008870         WRITE REPORT-LINE FROM FACK-REPORT-LINE
008880     END-IF.
008890 7100-EXIT.
008900     EXIT.
008910*--------------------------------------------------------------*
008920*  7200-LIST-ONE-ENTRY - ONE OUTSTANDING ENTRY WITH ITS AGE IN *
008930*  DAYS, FLAGGED ESCALATED PAST THE LIMIT                      *
008940*--------------------------------------------------------------*
008950 7200-LIST-ONE-ENTRY.
008960     IF FACK-TAB-STATUS(FACK-IX) NOT = FACK-SECTION-STATUS
008970         GO TO 7200-EXIT
008980     END-IF
008990     ADD 1 TO FACK-SECTION-COUNT
009000     IF FACK-SECTION-STATUS = "OPEN"
009010         ADD 1 TO FACK-OPEN-COUNT
009020     END-IF
009030     IF FACK-SECTION-STATUS = "DIFF"
009040         ADD 1 TO FACK-DIFF-COUNT
009050     END-IF
009060     IF FACK-SECTION-STATUS = "ORPH"
009070         ADD 1 TO FACK-ORPH-COUNT
009080     END-IF
009090     COMPUTE FACK-SEEN-DAYS = FUNCTION INTEGER-OF-DATE
009100         (FACK-TAB-FIRST-SEEN(FACK-IX))
009110     COMPUTE FACK-DAYS-OPEN = FACK-TODAY-DAYS - FACK-SEEN-DAYS
009120     PERFORM 7300-SET-KIND-TEXT THRU 7300-EXIT
009130     MOVE FACK-TAB-DATE(FACK-IX) TO FACK-ED-DATE
009140     MOVE FACK-TAB-FIRST-SEEN(FACK-IX) TO FACK-ED-SEEN
009150     MOVE FACK-TAB-SENT(FACK-IX) TO FACK-ED-SENT
009160     MOVE FACK-TAB-LOADED(FACK-IX) TO FACK-ED-LOADED
009170     MOVE FACK-TAB-REJECTED(FACK-IX) TO FACK-ED-REJECTED
009180     MOVE FACK-TAB-STAMP(FACK-IX) TO FACK-STAMP-WORK
009190     MOVE FACK-STAMP-DATE TO FACK-ED-STAMP-DATE
009200     MOVE FACK-DAYS-OPEN TO FACK-ED-DAYS
009210     MOVE SPACES TO FACK-REPORT-LINE
009220     IF FACK-SECTION-STATUS = "OPEN"
009230         STRING "  " DELIMITED BY SIZE
009240             FACK-ED-DATE DELIMITED BY SIZE
009250             "  " DELIMITED BY SIZE
009260             FACK-KIND-TEXT DELIMITED BY SIZE
009270             "  " DELIMITED BY SIZE
009280             FACK-ED-SENT DELIMITED BY SIZE
009290             "  " DELIMITED BY SIZE
009300             FACK-ED-SEEN DELIMITED BY SIZE
009310             "  " DELIMITED BY SIZE
009320             FACK-ED-DAYS DELIMITED BY SIZE
009330             INTO FACK-REPORT-LINE
009340     END-IF
009350     IF FACK-SECTION-STATUS = "DIFF"
009360         STRING "  " DELIMITED BY SIZE
009370             FACK-ED-DATE DELIMITED BY SIZE
009380             "  " DELIMITED BY SIZE
009390             FACK-KIND-TEXT DELIMITED BY SIZE
009400             "  " DELIMITED BY SIZE
009410             FACK-ED-SENT DELIMITED BY SIZE
009420             "  " DELIMITED BY SIZE
009430             FACK-ED-LOADED DELIMITED BY SIZE
009440             "  " DELIMITED BY SIZE
009450             FACK-ED-REJECTED DELIMITED BY SIZE
009460             "  " DELIMITED BY SIZE
009470             FACK-ED-STAMP-DATE DELIMITED BY SIZE
009480             " " DELIMITED BY SIZE
009490             FACK-STAMP-HH DELIMITED BY SIZE
009500             ":" DELIMITED BY SIZE
009510             FACK-STAMP-MM DELIMITED BY SIZE
009520             ":" DELIMITED BY SIZE
009530             FACK-STAMP-SS DELIMITED BY SIZE
009540             INTO FACK-REPORT-LINE
009550     END-IF
009560     IF FACK-SECTION-STATUS = "ORPH"
009570         STRING "  " DELIMITED BY SIZE
009580             FACK-ED-DATE DELIMITED BY SIZE
009590             "  " DELIMITED BY SIZE
009600             FACK-KIND-TEXT DELIMITED BY SIZE
009610             "       " DELIMITED BY SIZE
009620             FACK-ED-LOADED DELIMITED BY SIZE
009630             "  " DELIMITED BY SIZE
009640             FACK-ED-REJECTED DELIMITED BY SIZE
009650             "  " DELIMITED BY SIZE
009660             FACK-ED-STAMP-DATE DELIMITED BY SIZE
009670             " " DELIMITED BY SIZE
009680             FACK-STAMP-HH DELIMITED BY SIZE
009690             ":" DELIMITED BY SIZE
009700             FACK-STAMP-MM DELIMITED BY SIZE
009710             ":" DELIMITED BY SIZE
009720             FACK-STAMP-SS DELIMITED BY SIZE
009730             INTO FACK-REPORT-LINE
009740     END-IF
009750     WRITE REPORT-LINE FROM FACK-REPORT-LINE
009760     IF FACK-DAYS-OPEN > FACK-ESCALATE-DAYS
009770         ADD 1 TO FACK-ESCALATED-COUNT
009780         MOVE SPACES TO FACK-REPORT-LINE
009790         STRING "  *** ESCALATED - OUTSTANDING " DELIMITED BY SIZE
009800             FACK-ED-DAYS DELIMITED BY SIZE
009810             " DAYS, LONGER THAN THE LIMIT" DELIMITED BY SIZE
009820             INTO FACK-REPORT-LINE
009830         WRITE REPORT-LINE FROM FACK-REPORT-LINE
009840     END-IF.
009850 7200-EXIT.
009860     EXIT.
009870*--------------------------------------------------------------*
009880*  7300-SET-KIND-TEXT - THE ENTRY'S KIND IN WORDS              *
009890*--------------------------------------------------------------*
009900 7300-SET-KIND-TEXT.
009910     MOVE SPACES TO FACK-KIND-TEXT
009920     IF FACK-TAB-KIND(FACK-IX) = 'D'
009930         MOVE "DAILY" TO FACK-KIND-TEXT
009940     END-IF
009950     IF FACK-TAB-KIND(FACK-IX) = 'R'
009960         MOVE "RESTATED" TO FACK-KIND-TEXT
009970     END-IF
009980     IF FACK-TAB-KIND(FACK-IX) = 'M'
009990         MOVE "MONTH" TO FACK-KIND-TEXT
010000     END-IF
010010     IF FACK-TAB-KIND(FACK-IX) = 'Q'
010020         MOVE "QUARTER" TO FACK-KIND-TEXT
010030     END-IF
010040     IF FACK-TAB-KIND(FACK-IX) = 'A'
010050         MOVE "NOT SENT" TO FACK-KIND-TEXT
010060     END-IF
010070     IF FACK-TAB-KIND(FACK-IX) = 'X'
010080         MOVE "ALL ACKD" TO FACK-KIND-TEXT
010090     END-IF.
010100 7300-EXIT.
010110     EXIT.
010120*--------------------------------------------------------------*
010130*  7900-WRITE-TOTALS - RUN TOTALS                              *
010140*--------------------------------------------------------------*
010150 7900-WRITE-TOTALS.
010160     MOVE SPACES TO REPORT-LINE
010170     WRITE REPORT-LINE
010180     MOVE FACK-CARRIED-COUNT TO FACK-ED-COUNT
010190     MOVE SPACES TO FACK-REPORT-LINE
010200     STRING "CARRIED FORWARD:   " DELIMITED BY SIZE
010210         FACK-ED-COUNT DELIMITED BY SIZE
010220         INTO FACK-REPORT-LINE
010230     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010240     MOVE FACK-GEN-READ-COUNT TO FACK-ED-COUNT
010250     MOVE SPACES TO FACK-REPORT-LINE
010260     STRING "GENERATIONS READ:  " DELIMITED BY SIZE
010270         FACK-ED-COUNT DELIMITED BY SIZE
010280         INTO FACK-REPORT-LINE
010290     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010300     MOVE FACK-GEN-NEW-COUNT TO FACK-ED-COUNT
010310     MOVE SPACES TO FACK-REPORT-LINE
010320     STRING "NEW DELIVERIES:    " DELIMITED BY SIZE
010330         FACK-ED-COUNT DELIMITED BY SIZE
010340         INTO FACK-REPORT-LINE
010350     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010360     MOVE FACK-GEN-EMPTY-COUNT TO FACK-ED-COUNT
010370     MOVE SPACES TO FACK-REPORT-LINE
010380     STRING "EMPTY GENERATIONS: " DELIMITED BY SIZE
010390         FACK-ED-COUNT DELIMITED BY SIZE
010400         INTO FACK-REPORT-LINE
010410     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010420     MOVE FACK-ACK-READ-COUNT TO FACK-ED-COUNT
010430     MOVE SPACES TO FACK-REPORT-LINE
010440     STRING "ACKS READ:         " DELIMITED BY SIZE
010450         FACK-ED-COUNT DELIMITED BY SIZE
010460         INTO FACK-REPORT-LINE
010470     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010480     MOVE FACK-ACK-REPEAT-COUNT TO FACK-ED-COUNT
010490     MOVE SPACES TO FACK-REPORT-LINE
010500     STRING "ACKS ALREADY SEEN: " DELIMITED BY SIZE
010510         FACK-ED-COUNT DELIMITED BY SIZE
010520         INTO FACK-REPORT-LINE
010530     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010540     MOVE FACK-ACK-BAD-COUNT TO FACK-ED-COUNT
010550     MOVE SPACES TO FACK-REPORT-LINE
010560     STRING "ACKS NOT USABLE:   " DELIMITED BY SIZE
010570         FACK-ED-COUNT DELIMITED BY SIZE
010580         INTO FACK-REPORT-LINE
010590     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010600     MOVE FACK-SETTLED-COUNT TO FACK-ED-COUNT
010610     MOVE SPACES TO FACK-REPORT-LINE
010620     STRING "SETTLED THIS RUN:  " DELIMITED BY SIZE
010630         FACK-ED-COUNT DELIMITED BY SIZE
010640         INTO FACK-REPORT-LINE
010650     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010660     MOVE FACK-RESOLVED-COUNT TO FACK-ED-COUNT
010670     MOVE SPACES TO FACK-REPORT-LINE
010680     STRING "RESOLVED THIS RUN: " DELIMITED BY SIZE
010690         FACK-ED-COUNT DELIMITED BY SIZE
010700         INTO FACK-REPORT-LINE
010710     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010720     MOVE FACK-OPEN-COUNT TO FACK-ED-COUNT
010730     MOVE SPACES TO FACK-REPORT-LINE
010740     STRING "UNACKNOWLEDGED:    " DELIMITED BY SIZE
010750         FACK-ED-COUNT DELIMITED BY SIZE
010760         INTO FACK-REPORT-LINE
010770     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010780     MOVE FACK-DIFF-COUNT TO FACK-ED-COUNT
010790     MOVE SPACES TO FACK-REPORT-LINE
010800     STRING "DISAGREEING:       " DELIMITED BY SIZE
010810         FACK-ED-COUNT DELIMITED BY SIZE
010820         INTO FACK-REPORT-LINE
010830     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010840     MOVE FACK-ORPH-COUNT TO FACK-ED-COUNT
010850     MOVE SPACES TO FACK-REPORT-LINE
010860     STRING "NEVER SENT:        " DELIMITED BY SIZE
010870         FACK-ED-COUNT DELIMITED BY SIZE
010880         INTO FACK-REPORT-LINE
010890     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010900     MOVE FACK-ESCALATED-COUNT TO FACK-ED-COUNT
010910     MOVE SPACES TO FACK-REPORT-LINE
010920     STRING "ESCALATED:         " DELIMITED BY SIZE
010930         FACK-ED-COUNT DELIMITED BY SIZE
010940         INTO FACK-REPORT-LINE
010950     WRITE REPORT-LINE FROM FACK-REPORT-LINE
010960     MOVE FACK-DROPPED-COUNT TO FACK-ED-COUNT
010970     MOVE SPACES TO FACK-REPORT-LINE
010980     STRING "AGED OFF MASTER:   " DELIMITED BY SIZE
010990         FACK-ED-COUNT DELIMITED BY SIZE
011000         INTO FACK-REPORT-LINE
011010     WRITE REPORT-LINE FROM FACK-REPORT-LINE.
011020 7900-EXIT.
011030     EXIT.
011040*--------------------------------------------------------------*
011050*  9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION             *
011060*--------------------------------------------------------------*
011070 9999-EXIT.
011080     MOVE FACK-RETURN-SEVERITY TO RETURN-CODE
011090     STOP RUN.
