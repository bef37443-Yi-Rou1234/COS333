000336*                  MULTI-OFFICE FEED (LAYOUT PARITY ONLY -     *
000338*                  THE COMPARISON STILL KEYS ON THE INPUT      *
000339*                  RECORD NUMBER).                             *
000341*  10/15/2026 JH   A RESTATEMENT RUN'S SUMMARY (TYPE R) IS     *
000343*                  COMPARED THE SAME AS A TYPE S SUMMARY.      *
000345*--------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
001220*--------------------------------------------------------------*
001230*  CATSTATS RESULTS FILES - AS WRITTEN BY STATPROG'S           *
001240*  7150-WRITE-CATEGORY-STATS (TYPE S SUMMARY, TYPE C PER       *
001250*  CATEGORY, TYPE R SUMMARY FROM A RESTATEMENT RUN)            *
001260*--------------------------------------------------------------*
001270 FD  CATSTAT-A-FILE
001280     RECORDING MODE IS F.
006460     IF COMP-EOF
006470         GO TO 4100-EXIT
006480     END-IF
006490     IF CSA-TYPE = 'S' OR 'R'
006500         MOVE 'Y' TO COMP-A-HAVE-SUMMARY
006510         MOVE CSA-S-COUNT TO COMP-A-S-COUNT
006520         MOVE CSA-S-SMALLEST TO COMP-A-S-SMALLEST
007160     IF COMP-EOF
007170         GO TO 5100-EXIT
007180     END-IF
007190     IF CSB-TYPE = 'S' OR 'R'
007200         IF COMP-A-HAVE-SUMMARY = 'Y'
007210             PERFORM 5500-COMPARE-SUMMARY THRU 5500-EXIT
007220         END-IF
