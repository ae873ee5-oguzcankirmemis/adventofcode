          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT EXTRAP-REPORT-FILE
          ASSIGN TO WS-EXTRAP-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
                05 FILLER PIC X(110).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD EXTRAP-REPORT-FILE.
          01 EXTRAP-PRINT-LINE PIC X(132).
          FD SNAPSHOT-FILE.
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-SNAPSHOT-DATASET PIC X(200).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-RESULT PIC 9(9).
          01 WS-SNAPSHOT-INTERVAL PIC 9(9) USAGE BINARY VALUE 10.
          01 WS-GEN-DONE PIC S9(18) USAGE BINARY VALUE 0.
          01 WS-PART-2-RESULT PIC S9(18) USAGE BINARY VALUE 0.
          01 WS-LEDGER-SIGNED-EDIT PIC -(17)9.
      * EXTRAPOLATION AUDIT: THE 50-BILLION-GENERATION ANSWER RESTS
      * ON THE POT PATTERN SETTLING INTO A CYCLE. EACH GENERATION IS
      * FINGERPRINTED (POT COUNT PLUS A HASH OF THE PATTERN RELATIVE
      * TO ITS LEFTMOST POT); THE AUDIT REPORT SHOWS THE CYCLE FOUND,
      * THE OFFSET DELTAS AROUND THAT POINT, AND THE FORMULA APPLIED.
      * IF NO CYCLE IS OBSERVED INSIDE THE SIMULATED HORIZON NO
      * ANSWER IS POSTED AND THE RUN ENDS WITH A NON-ZERO RETURN-CODE.
          01 WS-EXTRAP-DATASET PIC X(200).
          01 WS-SIG-HASH PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-PREV-HASH PIC 9(18) USAGE COMP-5 VALUE 0.
             03 WW-DELTA PIC S9(18) USAGE COMP-5 VALUE 0.
             03 WW-COUNT PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-WINDOW-IDX PIC 9(2) USAGE BINARY.
      * CYCLE DETECTION. A PATTERN MAY REPEAT EVERY GENERATION OR
      * OSCILLATE WITH A LONGER PERIOD, SHIFTING BY A FIXED NUMBER OF
      * POTS EACH PERIOD. THE LAST WS-HIST-SIZE GENERATIONS ARE KEPT
      * IN A RING (SLOT = GENERATION MOD WS-HIST-SIZE, PLUS ONE).
      * GENERATION G REPEATS G - P WHEN FINGERPRINT AND POT COUNT
      * MATCH; PERIOD P IS CONFIRMED ONCE THAT HAS HELD FOR P
      * GENERATIONS RUNNING WITH ONE SHIFT. THE SHORTEST PERIOD UP TO
      * DAY12-MAX-PERIOD WINS, AND THE SEARCH RUNS TO GENERATION
      * DAY12-CYCLE-LIMIT AT MOST. SINCE THE PATTERN AT G + K IS THE
      * PATTERN AT G - P + K MOVED BY THE SHIFT, THE SUM AT THE TARGET
      * IS THE SUM AT THE SAME PHASE OF THE LAST OBSERVED PERIOD PLUS
      * ONE PER-CYCLE SUM DELTA (POTS IN THAT PHASE TIMES THE SHIFT)
      * FOR EVERY CYCLE STILL TO RUN.
          77 WS-HIST-SIZE PIC 9(4) USAGE BINARY VALUE 101.
          77 WS-PERIOD-MAX PIC 9(4) USAGE BINARY VALUE 100.
          01 WS-HISTORY-TABLE OCCURS 101.
             03 WH-GEN PIC S9(18) USAGE COMP-5 VALUE -1.
             03 WH-HASH PIC 9(18) USAGE COMP-5 VALUE 0.
             03 WH-COUNT PIC 9(18) USAGE COMP-5 VALUE 0.
             03 WH-MIN PIC S9(18) USAGE COMP-5 VALUE 0.
             03 WH-SUM PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-PERIOD-RUN-TABLE OCCURS 100.
             03 WP-RUN PIC 9(9) USAGE COMP-5 VALUE 0.
             03 WP-SHIFT PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-MAX-PERIOD PIC 9(4) USAGE COMP-5 VALUE 10.
          01 WS-PERIOD PIC 9(4) USAGE COMP-5.
          01 WS-HIST-SLOT PIC 9(4) USAGE COMP-5.
          01 WS-HIST-SLOT-2 PIC 9(4) USAGE COMP-5.
          01 WS-GEN-SUM PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-FOUND PIC X(1) VALUE "N".
          01 WS-CYCLE-PERIOD PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-SHIFT PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-CONFIRMED PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-PHASE-GEN PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-TO-RUN PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-REM PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-SUM-DELTA PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-EX-N-ED PIC -(17)9.
          01 WS-EX-N2-ED PIC -(17)9.
          01 WS-EX-PTR PIC 9(3).
      * RULE-COVERAGE ACCOUNTING. EVERY FIVE-POT PATTERN THE
      * SIMULATION EVALUATES IS TALLIED (ENCODED 1-32, # = 1 BIT),
      * EVERY RULE FIRING IS COUNTED, AND THE COVERAGE REPORT SHOWS
          PERFORM PARSE-INPUT.
          PERFORM LOAD-PARAMETERS.
          PERFORM OPEN-SNAPSHOT.
          PERFORM TRACK-STABILITY.
          PERFORM PART-1.
          PERFORM PART-2.
          CLOSE SNAPSHOT-FILE.
          PERFORM WRITE-COVERAGE-REPORT.
          MOVE "DAY12" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE "DAY12" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY12" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-R-L TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          IF WS-UNSTABLE = "Y"
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 10 TO WS-PARAM-DEFAULT.
          MOVE "DAY12-SNAPSHOT-INTERVAL" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-SNAPSHOT-INTERVAL.
          MOVE 10 TO WS-PARAM-DEFAULT.
          MOVE "DAY12-MAX-PERIOD" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-PERIOD-MAX
             DISPLAY "DAY12: MAX PERIOD EXCEEDS COMPILED MAXIMUM OF "
                "100, CLAMPING."
             MOVE WS-PERIOD-MAX TO WS-PARAM-RESULT
          END-IF.
          IF WS-PARAM-RESULT = 0
             MOVE 1 TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-MAX-PERIOD.
          MOVE 200 TO WS-PARAM-DEFAULT.
          MOVE "DAY12-CYCLE-LIMIT" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT <= WS-PART-1-SIMULATIONS
             COMPUTE WS-PARAM-RESULT = WS-PART-1-SIMULATIONS + 1
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-STABILIZATION-SIMULATIONS.
          EXIT.
      *
       OPEN-SNAPSHOT SECTION.
          MOVE "DAY12_SNAPSHOT" TO CAT-LOGICAL-NAME.
          MOVE "./day12/snapshots.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SNAPSHOT-DATASET.
          OPEN OUTPUT SNAPSHOT-FILE.
          EXIT.
          UNTIL WS-SIMULATIONS = WS-PART-1-SIMULATIONS
             PERFORM SIMULATE
             COMPUTE WS-GEN-DONE = WS-SIMULATIONS + 1
             PERFORM TRACK-STABILITY
             IF FUNCTION MOD (WS-GEN-DONE, WS-SNAPSHOT-INTERVAL) = 0
                PERFORM WRITE-SNAPSHOT
             END-IF
       PART-2 SECTION.
          PERFORM VARYING WS-SIMULATIONS FROM WS-SIMULATIONS BY 1
          UNTIL WS-SIMULATIONS = WS-STABILIZATION-SIMULATIONS
             OR WS-CYCLE-FOUND = "Y"
             PERFORM SIMULATE
             COMPUTE WS-GEN-DONE = WS-SIMULATIONS + 1
             PERFORM TRACK-STABILITY
                PERFORM WRITE-SNAPSHOT
             END-IF
          END-PERFORM.
          IF WS-CYCLE-FOUND NOT = "Y"
             MOVE "Y" TO WS-UNSTABLE
             MOVE WS-MAX-PERIOD TO WS-EX-N-ED
             MOVE WS-STABILIZATION-SIMULATIONS TO WS-EX-N2-ED
             DISPLAY "DAY12: *** NO CYCLE OF PERIOD 1 TO "
                FUNCTION TRIM (WS-EX-N-ED) " WITHIN "
                FUNCTION TRIM (WS-EX-N2-ED) " GENERATIONS - NO "
                "PART 2 ANSWER IS POSTED ***"
             MOVE "S" TO ALERT-SEVERITY
             MOVE "DAY12" TO ALERT-PROGRAM
             MOVE "NO PLANT CYCLE FOUND - PART 2 NOT POSTED"
                TO ALERT-MESSAGE
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             PERFORM WRITE-EXTRAP-REPORT
             DISPLAY "PART 2: NO ANSWER - NO CYCLE FOUND"
             MOVE "NO CYCLE FOUND" TO WS-LEDGER-PART-2
             GO TO PART-2-99
          END-IF.
          MOVE WS-CYCLE-SHIFT TO WS-DRIFT.
          COMPUTE WS-CYCLE-TO-RUN = WS-PART-2-SIMULATIONS - WS-GEN-DONE.
          DIVIDE WS-CYCLE-TO-RUN BY WS-CYCLE-PERIOD
             GIVING WS-CYCLE-TO-RUN REMAINDER WS-CYCLE-REM.
          COMPUTE WS-CYCLE-PHASE-GEN =
             WS-GEN-DONE - WS-CYCLE-PERIOD + WS-CYCLE-REM.
          COMPUTE WS-HIST-SLOT =
             FUNCTION MOD (WS-CYCLE-PHASE-GEN, WS-HIST-SIZE) + 1.
          COMPUTE WS-CYCLE-SUM-DELTA =
             WH-COUNT (WS-HIST-SLOT) * WS-CYCLE-SHIFT.
          COMPUTE WS-PART-2-RESULT = WH-SUM (WS-HIST-SLOT) +
             (WS-CYCLE-TO-RUN + 1) * WS-CYCLE-SUM-DELTA.
          PERFORM WRITE-EXTRAP-REPORT.
          DISPLAY "PART 2: " WS-PART-2-RESULT.
          MOVE WS-PART-2-RESULT TO WS-LEDGER-SIGNED-EDIT.
          MOVE WS-LEDGER-SIGNED-EDIT TO WS-LEDGER-PART-2.
       PART-2-99.
          EXIT.
      *
      * FINGERPRINT THE GENERATION, FILE IT IN THE HISTORY RING AND
      * REMEMBER THE LAST TEN OFFSET DELTAS. UNTIL A CYCLE IS FOUND,
      * EVERY PERIOD UP TO THE MAXIMUM IS TESTED AGAINST THE RING.
       TRACK-STABILITY SECTION.
          MOVE 0 TO WS-SIG-HASH.
          MOVE 0 TO WS-GEN-SUM.
          IF WS-LE (WS-C-T) = 0
             MOVE 0 TO WS-GEN-MIN
          ELSE
                WS-SIG-HASH * 131 +
                WS-LI (WS-C-T, WS-I-1) - WS-GEN-MIN + 1,
                999999999937)
             ADD WS-LI (WS-C-T, WS-I-1) TO WS-GEN-SUM
          END-PERFORM.
          COMPUTE WS-GEN-DELTA = WS-GEN-MIN - WS-PREV-MIN.
          COMPUTE WS-HIST-SLOT =
             FUNCTION MOD (WS-GEN-DONE, WS-HIST-SIZE) + 1.
          MOVE WS-GEN-DONE TO WH-GEN (WS-HIST-SLOT).
          MOVE WS-SIG-HASH TO WH-HASH (WS-HIST-SLOT).
          MOVE WS-LE (WS-C-T) TO WH-COUNT (WS-HIST-SLOT).
          MOVE WS-GEN-MIN TO WH-MIN (WS-HIST-SLOT).
          MOVE WS-GEN-SUM TO WH-SUM (WS-HIST-SLOT).
          IF WS-CYCLE-FOUND NOT = "Y"
             PERFORM TEST-CYCLE-PERIODS
          END-IF.
          MOVE WS-SIG-HASH TO WS-PREV-HASH.
          MOVE WS-LE (WS-C-T) TO WS-PREV-COUNT.
          MOVE WS-GEN-DELTA TO WW-DELTA (10).
          MOVE WS-LE (WS-C-T) TO WW-COUNT (10).
          EXIT.
      *
       TEST-CYCLE-PERIODS SECTION.
          PERFORM VARYING WS-PERIOD FROM 1 BY 1
          UNTIL WS-PERIOD > WS-MAX-PERIOD OR WS-PERIOD > WS-GEN-DONE
             COMPUTE WS-HIST-SLOT-2 = FUNCTION MOD (
                WS-GEN-DONE - WS-PERIOD, WS-HIST-SIZE) + 1
             IF WH-HASH (WS-HIST-SLOT-2) = WS-SIG-HASH AND
                WH-COUNT (WS-HIST-SLOT-2) = WS-LE (WS-C-T)
                COMPUTE WS-CYCLE-SHIFT =
                   WS-GEN-MIN - WH-MIN (WS-HIST-SLOT-2)
                IF WP-RUN (WS-PERIOD) > 0 AND
                   WP-SHIFT (WS-PERIOD) NOT = WS-CYCLE-SHIFT
                   MOVE 0 TO WP-RUN (WS-PERIOD)
                END-IF
                ADD 1 TO WP-RUN (WS-PERIOD)
                MOVE WS-CYCLE-SHIFT TO WP-SHIFT (WS-PERIOD)
             ELSE
                MOVE 0 TO WP-RUN (WS-PERIOD)
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-PERIOD FROM 1 BY 1
          UNTIL WS-PERIOD > WS-MAX-PERIOD OR WS-CYCLE-FOUND = "Y"
             IF WP-RUN (WS-PERIOD) >= WS-PERIOD
                MOVE "Y" TO WS-CYCLE-FOUND
                MOVE WS-PERIOD TO WS-CYCLE-PERIOD
                MOVE WP-SHIFT (WS-PERIOD) TO WS-CYCLE-SHIFT
                MOVE WS-GEN-DONE TO WS-CYCLE-CONFIRMED
      * THE FIRST MATCHING GENERATION REPEATED THE ONE A PERIOD BACK,
      * SO THE CYCLE HAD ALREADY BEGUN THERE.
                COMPUTE WS-STABLE-SINCE = WS-GEN-DONE
                   - WP-RUN (WS-PERIOD) + 1 - WS-PERIOD
             END-IF
          END-PERFORM.
          EXIT.
      *
       WRITE-EXTRAP-REPORT SECTION.
          MOVE "DAY12_EXTRAP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day12/extrapolation.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXTRAP-DATASET.
          OPEN OUTPUT EXTRAP-REPORT-FILE.
          IF WS-UNSTABLE = "Y"
             MOVE WS-MAX-PERIOD TO WS-EX-N-ED
             MOVE WS-STABILIZATION-SIMULATIONS TO WS-EX-N2-ED
             MOVE SPACES TO EXTRAP-PRINT-LINE
             STRING "*** NO CYCLE OF PERIOD 1 TO " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N-ED) DELIMITED BY SIZE
                    " SHOWED UP WITHIN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N2-ED) DELIMITED BY SIZE
                    " GENERATIONS" DELIMITED BY SIZE
                    INTO EXTRAP-PRINT-LINE
             END-STRING
             WRITE EXTRAP-PRINT-LINE
             MOVE "*** NO 50-BILLION-GENERATION ANSWER IS POSTED"
                TO EXTRAP-PRINT-LINE
             WRITE EXTRAP-PRINT-LINE
          ELSE
             MOVE WS-CYCLE-PERIOD TO WS-EX-N-ED
             MOVE WS-STABLE-SINCE TO WS-EX-N2-ED
             MOVE SPACES TO EXTRAP-PRINT-LINE
             STRING "CYCLE DETECTED: PERIOD " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N-ED) DELIMITED BY SIZE
                    ", CYCLE START GENERATION " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N2-ED) DELIMITED BY SIZE
                    INTO EXTRAP-PRINT-LINE
             END-STRING
             WRITE EXTRAP-PRINT-LINE
             MOVE WS-CYCLE-CONFIRMED TO WS-EX-N-ED
             MOVE WS-CYCLE-SHIFT TO WS-EX-N2-ED
             MOVE SPACES TO EXTRAP-PRINT-LINE
             STRING "CONFIRMED AT GENERATION " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N-ED) DELIMITED BY SIZE
                    ", SHIFT PER PERIOD " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N2-ED) DELIMITED BY SIZE
                    " POT(S)" DELIMITED BY SIZE
                    INTO EXTRAP-PRINT-LINE
             END-STRING
             WRITE EXTRAP-PRINT-LINE
             MOVE WS-CYCLE-SUM-DELTA TO WS-EX-N-ED
             MOVE SPACES TO EXTRAP-PRINT-LINE
             STRING "PER-CYCLE SUM DELTA " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N-ED) DELIMITED BY SIZE
                    INTO EXTRAP-PRINT-LINE
             END-STRING
                WRITE EXTRAP-PRINT-LINE
             END-IF
          END-PERFORM.
          IF WS-UNSTABLE NOT = "Y"
             MOVE WS-CYCLE-PHASE-GEN TO WS-EX-N-ED
             COMPUTE WS-EX-N2-ED = WS-CYCLE-TO-RUN + 1
             MOVE SPACES TO EXTRAP-PRINT-LINE
             MOVE 1 TO WS-EX-PTR
             STRING "FORMULA: SUM(G" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N-ED) DELIMITED BY SIZE
                    ") + " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EX-N2-ED) DELIMITED BY SIZE
                    " CYCLE(S) TO G50000000000 * SUM DELTA "
                       DELIMITED BY SIZE
                    INTO EXTRAP-PRINT-LINE
                    WITH POINTER WS-EX-PTR
             END-STRING
             MOVE WS-CYCLE-SUM-DELTA TO WS-EX-N-ED
             STRING FUNCTION TRIM (WS-EX-N-ED) DELIMITED BY SIZE
                INTO EXTRAP-PRINT-LINE
                WITH POINTER WS-EX-PTR
             END-STRING
             WRITE EXTRAP-PRINT-LINE
          END-IF.
          CLOSE EXTRAP-REPORT-FILE.
          EXIT.
      *
       PARSE-INPUT SECTION.
          MOVE "DAY12_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
       WRITE-COVERAGE-REPORT SECTION.
          MOVE "DAY12_COVERAGE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day12/coverage.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-COVERAGE-DATASET.
          OPEN OUTPUT COVERAGE-REPORT-FILE.
          MOVE "RULE COVERAGE - FIRE COUNT PER INPUT RULE"
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
