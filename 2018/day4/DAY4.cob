          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT EXCEPTIONS-REPORT-FILE
          ASSIGN TO WS-EXCEPTIONS-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT COVERAGE-REPORT-FILE
          ASSIGN TO WS-COVERAGE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TIMECARD-FILE
          ASSIGN TO WS-TIMECARD-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TIMECARD-EXCEPTION-FILE
          ASSIGN TO WS-TC-EXCEPTION-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ROTATION-REPORT-FILE
          ASSIGN TO WS-ROTATION-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ROSTER-FILE
          ASSIGN TO WS-ROSTER-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          01 INPUT-FILE-RECORD PIC X(50).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD EXCEPTIONS-REPORT-FILE.
          01 EXCEPTIONS-PRINT-LINE PIC X(132).
          FD PROFILE-REPORT-FILE.
          01 PROFILE-PRINT-LINE PIC X(132).
          FD COVERAGE-REPORT-FILE.
          01 COVERAGE-PRINT-LINE PIC X(132).
          FD TIMECARD-FILE.
          01 TIMECARD-RECORD PIC X(60).
          FD TIMECARD-EXCEPTION-FILE.
          01 TC-EXCEPTION-PRINT-LINE PIC X(132).
          FD ROTATION-REPORT-FILE.
          01 ROTATION-PRINT-LINE PIC X(132).
          FD ROSTER-FILE.
          01 ROSTER-RECORD PIC X(80).
      *
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-INPUT-FILE-EOF PIC X(1) VALUE "N".
          01 WS-EXCEPTIONS-DATASET PIC X(200).
          01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
          01 WS-SHIFTS-SCORED PIC 9(9) VALUE 0.
          01 WS-PREV-STATE PIC X(1) VALUE SPACES.
             88 WS-PREV-NONE VALUE SPACES.
             88 WS-PREV-WAS-BEGIN VALUE "G".
          01 WS-COV-N1-ED PIC Z(8)9.
          01 WS-COV-N2-ED PIC ZZZ9.
          01 WS-COV-N3-ED PIC ZZZ9.
      * TIMECARD EXTRACT FOR PAYROLL: ONE RECORD PER ROSTERED GUARD
      * PER SHIFT - SHIFT DATE, BEGIN TIME, MINUTES ON POST, MINUTES
      * ASLEEP AND MINUTES AWAKE - WITH A HOLD FLAG ON ANY SHIFT
      * CARRYING AN ENTRY ON THE EXCEPTIONS REPORT, AND A TRAILER
      * WITH THE GUARD COUNT AND TOTAL MINUTES. A SHIFT OF A GUARD
      * NOT ON THE MASTER ROSTER NEVER REACHES PAYROLL; IT IS LISTED
      * ON THE TIMECARD EXCEPTION LIST INSTEAD. THE CLOCK IS A TRUE
      * DAY SERIAL (THE LOGS PREDATE THE INTRINSIC DATE EPOCH), SO
      * SHIFTS CROSSING MIDNIGHT OR A MONTH END ARE TIMED EXACTLY.
          01 WS-TIMECARD-DATASET PIC X(200).
          01 WS-TC-EXCEPTION-DATASET PIC X(200).
          01 WS-TC-EXCEPTION-TABLE.
             03 WS-TC-EXCEPTION PIC X(1) OCCURS 10000 VALUE "N".
          01 WS-TC-GUARD-TABLE.
             03 WS-TC-GUARD-SEEN PIC X(1) OCCURS 10000 VALUE "N".
          01 WS-TC-CUM-VALUES PIC X(36)
             VALUE "000031059090120151181212243273304334".
          01 WS-TC-CUM-TABLE REDEFINES WS-TC-CUM-VALUES.
             03 WS-TC-CUM-DAYS PIC 9(3) OCCURS 12.
          01 WS-TC-BEGIN PIC 9(5) VALUE 0.
          01 WS-TC-END PIC 9(5) VALUE 0.
          01 WS-TC-NEXT PIC 9(5) VALUE 0.
          01 WS-TC-K PIC 9(5) VALUE 0.
          01 WS-TC-YEAR PIC 9(4) USAGE COMP-5.
          01 WS-TC-DAYS PIC 9(9) USAGE COMP-5.
          01 WS-TC-SERIAL PIC 9(12) USAGE COMP-5.
          01 WS-TC-START-T PIC 9(12) USAGE COMP-5.
          01 WS-TC-END-T PIC 9(12) USAGE COMP-5.
          01 WS-TC-SLEEP-T1 PIC 9(12) USAGE COMP-5.
          01 WS-TC-SLEEP-T2 PIC 9(12) USAGE COMP-5.
          01 WS-TC-ON-POST PIC 9(9) USAGE COMP-5.
          01 WS-TC-ASLEEP PIC 9(9) USAGE COMP-5.
          01 WS-TC-HOLD PIC X(1).
          01 WS-TC-SHIFTS PIC 9(7) VALUE 0.
          01 WS-TC-GUARDS PIC 9(5) VALUE 0.
          01 WS-TC-HELD PIC 9(7) VALUE 0.
          01 WS-TC-REFUSED PIC 9(7) VALUE 0.
          01 WS-TC-TOTAL-MINUTES PIC 9(9) VALUE 0.
          01 WS-TC-REASON PIC X(40).
          01 WS-TC-N-ED PIC Z(6)9.
          01 WS-TC-DETAIL-REC.
             03 WS-TCD-TYPE PIC X(1).
             03 WS-TCD-GUARD PIC 9(4).
             03 WS-TCD-DATE.
                05 WS-TCD-YEAR PIC 9(4).
                05 WS-TCD-MONTH PIC 9(2).
                05 WS-TCD-DAY PIC 9(2).
             03 WS-TCD-BEGIN.
                05 WS-TCD-HOUR PIC 9(2).
                05 WS-TCD-MINUTE PIC 9(2).
             03 WS-TCD-ON-POST PIC 9(5).
             03 WS-TCD-ASLEEP PIC 9(5).
             03 WS-TCD-AWAKE PIC 9(5).
             03 WS-TCD-HOLD PIC X(1).
          01 WS-TC-TRAILER-REC.
             03 WS-TCT-TYPE PIC X(1).
             03 WS-TCT-SHIFTS PIC 9(7).
             03 WS-TCT-GUARDS PIC 9(5).
             03 WS-TCT-MINUTES PIC 9(9).
          01 WS-TC-EXCEPTION-LINE.
             03 FILLER PIC X(7) VALUE "GUARD #".
             03 WS-TCX-GUARD PIC ZZZ9.
             03 FILLER PIC X(8) VALUE "  SHIFT ".
             03 WS-TCX-TIME PIC X(19).
             03 FILLER PIC X(3) VALUE " - ".
             03 WS-TCX-REASON PIC X(40).
      * PROPOSED GUARD ROTATION FOR THE NEXT PERIOD. THE MIDNIGHT
      * HOUR IS CUT INTO POST WINDOWS OF DAY4-ROTATION-WINDOW MINUTES
      * AND EACH WINDOW IS OFFERED THE ROSTER GUARD WITH THE FEWEST
      * EXPECTED ASLEEP-MINUTES THERE (WINDOW MINUTES FROM THE
      * MINUTE-BY-GUARD TABLE, PER SHIFT WORKED). THE CHEAPEST
      * WINDOW/GUARD PAIR IS TAKEN FIRST AND NO GUARD COVERS A SECOND
      * WINDOW UNTIL EVERY GUARD HAS ONE. THE CURRENT PATTERN IS THE
      * WHOLE LOG'S EXPECTED ASLEEP-MINUTES PER SHIFT IN THE SAME
      * WINDOW. A RECOMMENDATION ONLY - NOTHING IS CHANGED.
          01 WS-ROTATION-DATASET PIC X(200).
          01 WS-RT-WINDOW-SIZE PIC 9(2) USAGE BINARY VALUE 15.
          01 WS-RT-WINDOW-COUNT PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-RT-WINDOW-TABLE.
             03 WS-RT-WINDOW OCCURS 60.
                05 WS-RT-FIRST PIC 9(2).
                05 WS-RT-LAST PIC 9(2).
                05 WS-RT-GUARD PIC 9(4).
                05 WS-RT-EXPECTED PIC 9(5)V99.
                05 WS-RT-CURRENT PIC 9(5)V99.
          01 WS-RT-CAND-COUNT PIC 9(3) VALUE 0.
          01 WS-RT-CAND-TABLE.
             03 WS-RT-CAND OCCURS 500.
                05 WS-RT-CAND-ID PIC 9(4).
                05 WS-RT-CAND-USED PIC X(1).
          01 WS-RT-W PIC 9(2) USAGE BINARY.
          01 WS-RT-C PIC 9(3) USAGE BINARY.
          01 WS-RT-M PIC 9(2) USAGE BINARY.
          01 WS-RT-ROUND PIC 9(2) USAGE BINARY.
          01 WS-RT-BEST-W PIC 9(2) USAGE BINARY.
          01 WS-RT-BEST-C PIC 9(3) USAGE BINARY.
          01 WS-RT-BEST-EXP PIC 9(5)V99.
          01 WS-RT-FREE PIC 9(3) USAGE BINARY.
          01 WS-RT-SUM PIC 9(12) USAGE COMP-5.
          01 WS-RT-EXP PIC 9(5)V99.
          01 WS-RT-TOTAL-EXP PIC 9(6)V99.
          01 WS-RT-TOTAL-CUR PIC 9(6)V99.
          01 WS-RT-CHANGE PIC S9(6)V99.
          01 WS-RT-MIN-ED PIC 99.
          01 WS-RT-MIN2-ED PIC 99.
          01 WS-RT-ID-ED PIC ZZZ9.
          01 WS-RT-EXP-ED PIC ZZZZZ9.99.
          01 WS-RT-CUR-ED PIC ZZZZZ9.99.
          01 WS-RT-CHG-ED PIC -(6)9.99.
          01 WS-RT-LINE PIC X(132).
      *
       PROCEDURE DIVISION.
       INPUT-PARSE SECTION.
                   MOVE "Y" TO WS-VALID-GUARD (WS-IDX)
                   MOVE WS-GUARD-ID (WS-IDX) TO WS-TMP-2
                   ADD 1 TO WS-GUARD-SHIFTS (WS-TMP-2)
                   ADD 1 TO WS-SHIFTS-SCORED
                   PERFORM NOTE-SEEN-GUARD
                ELSE
                   MOVE "N" TO WS-VALID-GUARD (WS-IDX)
          CLOSE EXCEPTIONS-REPORT-FILE.
          PERFORM PART-1.
          PERFORM CAPTURE-WORST-MINUTES.
          PERFORM PLAN-GUARD-ROTATION.
          PERFORM PART-2.
          PERFORM WRITE-PROFILE-REPORT.
          PERFORM WRITE-COVERAGE-REPORT.
          PERFORM WRITE-TIMECARD-EXTRACT.
          MOVE "DAY4" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY4" TO WS-STATS-PROGRAM.
          MOVE WS-EXCEPTION-COUNT TO WS-STATS-RECORDS-REJECTED.
          PERFORM WRITE-STATS-RECORD.
          PERFORM BALANCE-GUARD-LOG.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * A LOG RECORD IS ACCEPTED WHEN IT FALLS IN A ROSTERED GUARD'S
      * SHIFT AND SO IS SCORED; ONE BEFORE THE FIRST SHIFT START OR IN
      * AN OFF-ROSTER GUARD'S SHIFT IS LEFT OUT AND COUNTS AS REJECTED
      * (ITS SHIFT START IS ON THE EXCEPTIONS REPORT).
       BALANCE-GUARD-LOG SECTION.
          MOVE "DAY4" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TABLE-LENGTH
             IF WS-VALID-GUARD (WS-IDX) = "Y"
                ADD 1 TO WS-BAL-ACCEPTED
             ELSE
                ADD 1 TO WS-BAL-REJECTED
             END-IF
          END-PERFORM.
          MOVE "SHIFTS-SCORED" TO WS-BAL-CONTROL-NAME.
          MOVE WS-SHIFTS-SCORED TO WS-BAL-CONTROL-VALUE.
          PERFORM WRITE-BALANCE-RECORD.
          EXIT.
      *
       SPLIT-INPUT-LIST SECTION.
          MOVE 0 TO WS-INPUT-COUNT.
       LOAD-ROSTER SECTION.
          MOVE "DAY4_ROSTER" TO CAT-LOGICAL-NAME.
          MOVE "./params/roster.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ROSTER-DATASET.
          MOVE "N" TO WS-ROSTER-EOF.
          OPEN INPUT ROSTER-FILE.
       OPEN-EXCEPTIONS-REPORT SECTION.
          MOVE "DAY4_EXCEPTIONS_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day4/exceptions.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXCEPTIONS-DATASET.
          OPEN OUTPUT EXCEPTIONS-REPORT-FILE.
          MOVE "DAY4" TO RPT-PROGRAM.
      *
       WRITE-EXCEPTION SECTION.
          ADD 1 TO WS-EXCEPTION-COUNT.
          MOVE "Y" TO WS-TC-EXCEPTION (WS-IDX).
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-EXCEPTIONS-STAMPS.
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
      * LIKE THE WORST MINUTES, THE ROTATION IS PLANNED BEFORE PART-2
      * RE-SORTS THE MINUTE-BY-GUARD TABLE.
       PLAN-GUARD-ROTATION SECTION.
          ACCEPT WS-CONTROL-FILE FROM ENVIRONMENT "DAY4_CONTROL".
          IF WS-CONTROL-FILE = SPACES
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 15 TO WS-PARAM-DEFAULT.
          MOVE "DAY4-ROTATION-WINDOW" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT < 1 OR WS-PARAM-RESULT > 60
             MOVE 15 TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-RT-WINDOW-SIZE.
          MOVE 0 TO WS-RT-WINDOW-COUNT.
          PERFORM VARYING WS-RT-M FROM 0 BY WS-RT-WINDOW-SIZE
          UNTIL WS-RT-M > 59
             ADD 1 TO WS-RT-WINDOW-COUNT
             MOVE WS-RT-M TO WS-RT-FIRST (WS-RT-WINDOW-COUNT)
             COMPUTE WS-RT-LAST (WS-RT-WINDOW-COUNT) =
                WS-RT-M + WS-RT-WINDOW-SIZE - 1
             IF WS-RT-LAST (WS-RT-WINDOW-COUNT) > 59
                MOVE 59 TO WS-RT-LAST (WS-RT-WINDOW-COUNT)
             END-IF
             MOVE 0 TO WS-RT-GUARD (WS-RT-WINDOW-COUNT)
             MOVE 0 TO WS-RT-EXPECTED (WS-RT-WINDOW-COUNT)
             MOVE 0 TO WS-RT-CURRENT (WS-RT-WINDOW-COUNT)
          END-PERFORM.
          MOVE 0 TO WS-RT-CAND-COUNT.
          IF WS-ROSTER-COUNT > 0
             PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
             UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                MOVE WS-ROSTER-GUARD-ID (WS-ROSTER-IDX)
                   TO WS-PROF-GUARD
                PERFORM ADD-ROTATION-CANDIDATE
             END-PERFORM
          ELSE
             PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
             UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                MOVE WS-SEEN-ID (WS-SEEN-IDX) TO WS-PROF-GUARD
                PERFORM ADD-ROTATION-CANDIDATE
             END-PERFORM
          END-IF.
          PERFORM VARYING WS-RT-W FROM 1 BY 1
          UNTIL WS-RT-W > WS-RT-WINDOW-COUNT
             PERFORM SCORE-CURRENT-WINDOW
          END-PERFORM.
          IF WS-RT-CAND-COUNT > 0
             MOVE WS-RT-CAND-COUNT TO WS-RT-FREE
             PERFORM VARYING WS-RT-ROUND FROM 1 BY 1
             UNTIL WS-RT-ROUND > WS-RT-WINDOW-COUNT
                PERFORM ASSIGN-CHEAPEST-WINDOW
             END-PERFORM
          END-IF.
          PERFORM WRITE-ROTATION-REPORT.
          EXIT.
      *
      * A GUARD WITH NO OBSERVED SHIFT HAS NO SLEEP HISTORY TO RANK
      * AND IS NOT PROPOSED.
       ADD-ROTATION-CANDIDATE SECTION.
          IF WS-GUARD-SHIFTS (WS-PROF-GUARD) > 0
             AND WS-RT-CAND-COUNT < 500
             ADD 1 TO WS-RT-CAND-COUNT
             MOVE WS-PROF-GUARD TO WS-RT-CAND-ID (WS-RT-CAND-COUNT)
             MOVE "N" TO WS-RT-CAND-USED (WS-RT-CAND-COUNT)
          END-IF.
          EXIT.
      *
       SCORE-CURRENT-WINDOW SECTION.
          MOVE 0 TO WS-RT-SUM.
          PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
          UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
             MOVE WS-SEEN-ID (WS-SEEN-IDX) TO WS-PROF-GUARD
             PERFORM VARYING WS-RT-M FROM WS-RT-FIRST (WS-RT-W) BY 1
             UNTIL WS-RT-M > WS-RT-LAST (WS-RT-W)
                ADD WS-ASLEEP-COUNT (WS-RT-M + 1, WS-PROF-GUARD)
                   TO WS-RT-SUM
             END-PERFORM
          END-PERFORM.
          IF WS-SHIFTS-SCORED > 0
             COMPUTE WS-RT-CURRENT (WS-RT-W) ROUNDED =
                WS-RT-SUM / WS-SHIFTS-SCORED
          END-IF.
          EXIT.
      *
      * WS-PROF-GUARD AND WS-RT-W IN; WS-RT-EXP OUT - THE GUARD'S
      * ASLEEP-MINUTES IN THE WINDOW PER SHIFT WORKED.
       SCORE-GUARD-WINDOW SECTION.
          MOVE 0 TO WS-RT-SUM.
          PERFORM VARYING WS-RT-M FROM WS-RT-FIRST (WS-RT-W) BY 1
          UNTIL WS-RT-M > WS-RT-LAST (WS-RT-W)
             ADD WS-ASLEEP-COUNT (WS-RT-M + 1, WS-PROF-GUARD)
                TO WS-RT-SUM
          END-PERFORM.
          COMPUTE WS-RT-EXP ROUNDED =
             WS-RT-SUM / WS-GUARD-SHIFTS (WS-PROF-GUARD).
          EXIT.
      *
      * ONE ROUND: THE CHEAPEST PAIR OF AN OPEN WINDOW AND A GUARD
      * NOT YET GIVEN A WINDOW. ONCE EVERY GUARD HAS ONE, ALL ARE
      * FREED FOR THE NEXT ROUND.
       ASSIGN-CHEAPEST-WINDOW SECTION.
          IF WS-RT-FREE = 0
             PERFORM VARYING WS-RT-C FROM 1 BY 1
             UNTIL WS-RT-C > WS-RT-CAND-COUNT
                MOVE "N" TO WS-RT-CAND-USED (WS-RT-C)
             END-PERFORM
             MOVE WS-RT-CAND-COUNT TO WS-RT-FREE
          END-IF.
          MOVE 0 TO WS-RT-BEST-W.
          MOVE 0 TO WS-RT-BEST-C.
          MOVE 99999.99 TO WS-RT-BEST-EXP.
          PERFORM VARYING WS-RT-W FROM 1 BY 1
          UNTIL WS-RT-W > WS-RT-WINDOW-COUNT
             IF WS-RT-GUARD (WS-RT-W) = 0
                PERFORM VARYING WS-RT-C FROM 1 BY 1
                UNTIL WS-RT-C > WS-RT-CAND-COUNT
                   IF WS-RT-CAND-USED (WS-RT-C) = "N"
                      MOVE WS-RT-CAND-ID (WS-RT-C) TO WS-PROF-GUARD
                      PERFORM SCORE-GUARD-WINDOW
                      IF WS-RT-BEST-W = 0
                         OR WS-RT-EXP < WS-RT-BEST-EXP
                         MOVE WS-RT-W TO WS-RT-BEST-W
                         MOVE WS-RT-C TO WS-RT-BEST-C
                         MOVE WS-RT-EXP TO WS-RT-BEST-EXP
                      END-IF
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM.
          IF WS-RT-BEST-W > 0
             MOVE WS-RT-CAND-ID (WS-RT-BEST-C)
                TO WS-RT-GUARD (WS-RT-BEST-W)
             MOVE WS-RT-BEST-EXP TO WS-RT-EXPECTED (WS-RT-BEST-W)
             MOVE "Y" TO WS-RT-CAND-USED (WS-RT-BEST-C)
             SUBTRACT 1 FROM WS-RT-FREE
          END-IF.
          EXIT.
      *
       WRITE-ROTATION-REPORT SECTION.
          MOVE "DAY4_ROTATION" TO CAT-LOGICAL-NAME.
          MOVE "./day4/rotation.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ROTATION-DATASET.
          OPEN OUTPUT ROTATION-REPORT-FILE.
          MOVE 0 TO RPT-PAGE-NUMBER.
          MOVE 0 TO RPT-RECORD-COUNT.
          MOVE SPACES TO RPT-PRINT-DATASET.
          MOVE "DAY4" TO RPT-PROGRAM.
          MOVE "PROPOSED GUARD ROTATION" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-ROTATION-STAMPS.
          MOVE SPACES TO WS-RT-LINE.
          STRING "RECOMMENDATION ONLY - SECURITY APPROVES OR EDITS "
                    DELIMITED BY SIZE
                 "BEFORE THE NEXT PERIOD" DELIMITED BY SIZE
                 INTO WS-RT-LINE
          END-STRING.
          PERFORM WRITE-ROTATION-LINE.
          IF WS-RT-CAND-COUNT = 0
             MOVE "NO ROSTER GUARD WITH SLEEP HISTORY - NO PROPOSAL"
                TO WS-RT-LINE
             PERFORM WRITE-ROTATION-LINE
             GO TO WRITE-ROTATION-REPORT-90
          END-IF.
          MOVE SPACES TO WS-RT-LINE.
          PERFORM WRITE-ROTATION-LINE.
          MOVE SPACES TO WS-RT-LINE.
          STRING "WINDOW       GUARD         EXP-ASLEEP  CURRENT-PAT"
                    DELIMITED BY SIZE
                 "     CHANGE" DELIMITED BY SIZE
                 INTO WS-RT-LINE
          END-STRING.
          PERFORM WRITE-ROTATION-LINE.
          MOVE 0 TO WS-RT-TOTAL-EXP.
          MOVE 0 TO WS-RT-TOTAL-CUR.
          PERFORM VARYING WS-RT-W FROM 1 BY 1
          UNTIL WS-RT-W > WS-RT-WINDOW-COUNT
             PERFORM WRITE-ROTATION-WINDOW
          END-PERFORM.
          MOVE WS-RT-TOTAL-EXP TO WS-RT-EXP-ED.
          MOVE WS-RT-TOTAL-CUR TO WS-RT-CUR-ED.
          COMPUTE WS-RT-CHANGE = WS-RT-TOTAL-EXP - WS-RT-TOTAL-CUR.
          MOVE WS-RT-CHANGE TO WS-RT-CHG-ED.
          MOVE SPACES TO WS-RT-LINE.
          STRING "HOUR TOTAL                 " DELIMITED BY SIZE
                 WS-RT-EXP-ED DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 WS-RT-CUR-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-RT-CHG-ED DELIMITED BY SIZE
                 INTO WS-RT-LINE
          END-STRING.
          PERFORM WRITE-ROTATION-LINE.
          IF WS-ROSTER-COUNT > 0
             PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
             UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                MOVE WS-ROSTER-GUARD-ID (WS-ROSTER-IDX)
                   TO WS-PROF-GUARD
                IF WS-GUARD-SHIFTS (WS-PROF-GUARD) = 0
                   MOVE WS-PROF-GUARD TO WS-RT-ID-ED
                   MOVE SPACES TO WS-RT-LINE
                   STRING "GUARD #" DELIMITED BY SIZE
                          WS-RT-ID-ED DELIMITED BY SIZE
                          " - NO SLEEP HISTORY, NOT RANKED"
                             DELIMITED BY SIZE
                          INTO WS-RT-LINE
                   END-STRING
                   PERFORM WRITE-ROTATION-LINE
                END-IF
             END-PERFORM
          END-IF.
       WRITE-ROTATION-REPORT-90.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-ROTATION-STAMPS.
          CLOSE ROTATION-REPORT-FILE.
          EXIT.
      *
       WRITE-ROTATION-WINDOW SECTION.
          ADD WS-RT-EXPECTED (WS-RT-W) TO WS-RT-TOTAL-EXP.
          ADD WS-RT-CURRENT (WS-RT-W) TO WS-RT-TOTAL-CUR.
          MOVE WS-RT-FIRST (WS-RT-W) TO WS-RT-MIN-ED.
          MOVE WS-RT-LAST (WS-RT-W) TO WS-RT-MIN2-ED.
          MOVE WS-RT-GUARD (WS-RT-W) TO WS-RT-ID-ED.
          MOVE WS-RT-EXPECTED (WS-RT-W) TO WS-RT-EXP-ED.
          MOVE WS-RT-CURRENT (WS-RT-W) TO WS-RT-CUR-ED.
          COMPUTE WS-RT-CHANGE = WS-RT-EXPECTED (WS-RT-W)
             - WS-RT-CURRENT (WS-RT-W).
          MOVE WS-RT-CHANGE TO WS-RT-CHG-ED.
          MOVE SPACES TO WS-RT-LINE.
          STRING "00:" DELIMITED BY SIZE
                 WS-RT-MIN-ED DELIMITED BY SIZE
                 "-00:" DELIMITED BY SIZE
                 WS-RT-MIN2-ED DELIMITED BY SIZE
                 "  GUARD #" DELIMITED BY SIZE
                 WS-RT-ID-ED DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 WS-RT-EXP-ED DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 WS-RT-CUR-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-RT-CHG-ED DELIMITED BY SIZE
                 INTO WS-RT-LINE
          END-STRING.
          PERFORM WRITE-ROTATION-LINE.
          EXIT.
      *
       WRITE-ROTATION-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-ROTATION-STAMPS.
          WRITE ROTATION-PRINT-LINE FROM WS-RT-LINE.
          EXIT.
      *
       WRITE-ROTATION-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE ROTATION-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE ROTATION-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE ROTATION-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       WRITE-PROFILE-REPORT SECTION.
          MOVE "DAY4_PROFILE" TO CAT-LOGICAL-NAME.
          MOVE "./day4/profile.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PROFILE-DATASET.
          OPEN OUTPUT PROFILE-REPORT-FILE.
          MOVE 0 TO RPT-PAGE-NUMBER.
          MOVE 0 TO RPT-RECORD-COUNT.
          MOVE "DAY4" TO RPT-PROGRAM.
          MOVE "GUARD SLEEP PROFILE REPORT" TO RPT-TITLE.
          PERFORM SET-PROFILE-COLUMNS.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PROFILE-STAMPS.
          MOVE SPACES TO PROFILE-PRINT-LINE.
          STRING "GUARD  SHIFTS  ASLEEP-MIN  WORST-MIN  "
                    DELIMITED BY SIZE
                PERFORM WRITE-HOUR-BREAKDOWN
             END-PERFORM
          END-IF.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PROFILE-STAMPS.
          CLOSE PROFILE-REPORT-FILE.
          MOVE SPACES TO RPT-PRINT-DATASET.
          EXIT.
      *
      * DELIMITED COPY OF THE PROFILE FOR SECURITY - ONE ROW PER
      * GUARD, CUT FROM THE PROFILE LINE. THE HOUR-OF-DAY BREAKDOWN
      * STAYS ON THE PRINT COPY ONLY.
       SET-PROFILE-COLUMNS SECTION.
          MOVE WS-PROFILE-DATASET TO RPT-PRINT-DATASET.
          MOVE 6 TO RPT-COLUMN-COUNT.
          MOVE "GUARD" TO RPT-COL-NAME (1).
          MOVE 1 TO RPT-COL-START (1).
          MOVE 4 TO RPT-COL-LENGTH (1).
          MOVE "SHIFTS" TO RPT-COL-NAME (2).
          MOVE 8 TO RPT-COL-START (2).
          MOVE 5 TO RPT-COL-LENGTH (2).
          MOVE "ASLEEP-MIN" TO RPT-COL-NAME (3).
          MOVE 15 TO RPT-COL-START (3).
          MOVE 9 TO RPT-COL-LENGTH (3).
          MOVE "WORST-MIN" TO RPT-COL-NAME (4).
          MOVE 33 TO RPT-COL-START (4).
          MOVE 2 TO RPT-COL-LENGTH (4).
          MOVE "WORST-COUNT" TO RPT-COL-NAME (5).
          MOVE 44 TO RPT-COL-START (5).
          MOVE 9 TO RPT-COL-LENGTH (5).
          MOVE "AVG-PER-SHIFT" TO RPT-COL-NAME (6).
          MOVE 58 TO RPT-COL-START (6).
          MOVE 8 TO RPT-COL-LENGTH (6).
          EXIT.
      *
       WRITE-PROFILE-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE PROFILE-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE PROFILE-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE PROFILE-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       WRITE-PROFILE-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PROFILE-STAMPS.
          MOVE WS-WORST-COUNT (WS-PROF-GUARD)
             TO WS-PROF-WORST-COUNT.
          MOVE WS-WORST-MINUTE (WS-PROF-GUARD)
             MOVE "  *** NO OBSERVED SHIFTS ***"
                TO PROFILE-PRINT-LINE (8:28)
             WRITE PROFILE-PRINT-LINE
             MOVE SPACES TO RPT-DETAIL-LINE
             MOVE WS-PROF-ID-ED TO RPT-DETAIL-LINE (1:4)
             MOVE "0" TO RPT-DETAIL-LINE (12:1)
             MOVE "E" TO RPT-FUNCTION
             CALL "RPTWRITE" USING RPT-CONTROL
             GO TO WRITE-PROFILE-LINE-99
          END-IF.
          MOVE WS-GUARD-SHIFTS (WS-PROF-GUARD) TO WS-PROF-N5-ED.
          MOVE WS-PROF-AVG TO WS-PROF-AVG-ED.
          MOVE WS-PROF-AVG-ED TO PROFILE-PRINT-LINE (58:8).
          WRITE PROFILE-PRINT-LINE.
          MOVE PROFILE-PRINT-LINE TO RPT-DETAIL-LINE.
          MOVE "E" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
       WRITE-PROFILE-LINE-99.
          EXIT.
      *
          PERFORM VARYING WS-PROF-H FROM 1 BY 1
          UNTIL WS-PROF-H > 24
             IF WS-HOUR-ASLEEP (WS-PROF-H, WS-PROF-GUARD) > 0
                MOVE "D" TO RPT-FUNCTION
                CALL "RPTWRITE" USING RPT-CONTROL
                PERFORM WRITE-PROFILE-STAMPS
                MOVE SPACES TO PROFILE-PRINT-LINE
                MOVE WS-PROF-GUARD TO WS-PROF-ID-ED
                MOVE WS-PROF-ID-ED TO PROFILE-PRINT-LINE (1:4)
          MOVE WS-PARAM-RESULT TO WS-GAP-THRESHOLD.
          MOVE "DAY4_COVERAGE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day4/coverage.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-COVERAGE-DATASET.
          OPEN OUTPUT COVERAGE-REPORT-FILE.
          MOVE WS-GAP-THRESHOLD TO WS-COV-N1-ED.
          END-STRING.
          WRITE COVERAGE-PRINT-LINE.
          EXIT.
      *
       WRITE-TIMECARD-EXTRACT SECTION.
          MOVE "DAY4_TIMECARDS" TO CAT-LOGICAL-NAME.
          MOVE "./day4/timecards.dat" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TIMECARD-DATASET.
          MOVE "DAY4_TIMECARD_EXCEPTIONS" TO CAT-LOGICAL-NAME.
          MOVE "./day4/timecard_exceptions.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TC-EXCEPTION-DATASET.
          OPEN OUTPUT TIMECARD-FILE.
          OPEN OUTPUT TIMECARD-EXCEPTION-FILE.
          MOVE 0 TO RPT-PAGE-NUMBER.
          MOVE 0 TO RPT-RECORD-COUNT.
          MOVE SPACES TO RPT-PRINT-DATASET.
          MOVE "DAY4" TO RPT-PROGRAM.
          MOVE "TIMECARD EXCEPTION LIST" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-TC-EXCEPTION-STAMPS.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TABLE-LENGTH
             IF WS-BEGIN (WS-IDX)
                PERFORM BUILD-TIMECARD
             END-IF
          END-PERFORM.
          MOVE "T" TO WS-TCT-TYPE.
          MOVE WS-TC-SHIFTS TO WS-TCT-SHIFTS.
          MOVE WS-TC-GUARDS TO WS-TCT-GUARDS.
          MOVE WS-TC-TOTAL-MINUTES TO WS-TCT-MINUTES.
          MOVE SPACES TO TIMECARD-RECORD.
          MOVE WS-TC-TRAILER-REC TO TIMECARD-RECORD.
          WRITE TIMECARD-RECORD.
          CLOSE TIMECARD-FILE.
          IF WS-TC-REFUSED = 0
             MOVE "NO TIMECARD EXCEPTIONS - EVERY SHIFT EXTRACTED"
                TO TC-EXCEPTION-PRINT-LINE
             WRITE TC-EXCEPTION-PRINT-LINE
          END-IF.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-TC-EXCEPTION-STAMPS.
          CLOSE TIMECARD-EXCEPTION-FILE.
          MOVE WS-TC-SHIFTS TO WS-TC-N-ED.
          DISPLAY "DAY4: TIMECARDS - " FUNCTION TRIM (WS-TC-N-ED)
             " SHIFT(S) EXTRACTED, " WS-TC-HELD " HELD, "
             WS-TC-REFUSED " OFF-ROSTER".
          IF WS-ROSTER-COUNT = 0
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY4" TO ALERT-PROGRAM
             MOVE "NO MASTER ROSTER - NO TIMECARDS SENT TO PAYROLL"
                TO ALERT-MESSAGE
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
          END-IF.
          EXIT.
      *
      * ONE SHIFT: WS-IDX IS ITS BEGIN-SHIFT RECORD. ITS RECORDS RUN
      * TO THE ONE BEFORE THE NEXT BEGIN-SHIFT (WS-TC-END). THE GUARD
      * IS PAID TO THE TOP OF THE HOUR AFTER THE SHIFT'S LAST EVENT -
      * THE MIDNIGHT-HOUR ASSUMPTION THE SLEEP SCORING MAKES - AND A
      * SHIFT WITH NO EVENT THAT BEGINS IN THE 23:00 HOUR IS PAID
      * THROUGH THE MIDNIGHT HOUR; NEVER PAST THE NEXT BEGIN-SHIFT.
       BUILD-TIMECARD SECTION.
          MOVE WS-IDX TO WS-TC-BEGIN.
          COMPUTE WS-TC-NEXT = WS-IDX + 1.
          PERFORM UNTIL WS-TC-NEXT > WS-TABLE-LENGTH
             OR WS-BEGIN (WS-TC-NEXT)
             ADD 1 TO WS-TC-NEXT
          END-PERFORM.
          COMPUTE WS-TC-END = WS-TC-NEXT - 1.
          IF WS-ROSTER-COUNT = 0
             MOVE "NO MASTER ROSTER ON FILE" TO WS-TC-REASON
             PERFORM WRITE-TC-EXCEPTION
             GO TO BUILD-TIMECARD-99
          END-IF.
          IF WS-VALID-GUARD (WS-TC-BEGIN) = "N"
             MOVE "GUARD ID NOT ON MASTER ROSTER" TO WS-TC-REASON
             PERFORM WRITE-TC-EXCEPTION
             GO TO BUILD-TIMECARD-99
          END-IF.
          MOVE WS-TC-BEGIN TO WS-TC-K.
          PERFORM COMPUTE-TC-SERIAL.
          MOVE WS-TC-SERIAL TO WS-TC-START-T.
          MOVE WS-TC-END TO WS-TC-K.
          PERFORM COMPUTE-TC-SERIAL.
          COMPUTE WS-TC-END-T =
             FUNCTION INTEGER (WS-TC-SERIAL / 60) * 60 + 60.
          IF WS-TC-END = WS-TC-BEGIN AND WS-HOUR (WS-TC-BEGIN) = 23
             ADD 60 TO WS-TC-END-T
          END-IF.
          IF WS-TC-NEXT <= WS-TABLE-LENGTH
             MOVE WS-TC-NEXT TO WS-TC-K
             PERFORM COMPUTE-TC-SERIAL
             IF WS-TC-SERIAL < WS-TC-END-T
                MOVE WS-TC-SERIAL TO WS-TC-END-T
             END-IF
          END-IF.
          MOVE 0 TO WS-TC-ON-POST.
          IF WS-TC-END-T > WS-TC-START-T
             COMPUTE WS-TC-ON-POST = WS-TC-END-T - WS-TC-START-T
          END-IF.
          MOVE 0 TO WS-TC-ASLEEP.
          MOVE "N" TO WS-TC-HOLD.
          PERFORM VARYING WS-TC-K FROM WS-TC-BEGIN BY 1
          UNTIL WS-TC-K > WS-TC-END
             IF WS-TC-EXCEPTION (WS-TC-K) = "Y"
                MOVE "Y" TO WS-TC-HOLD
             END-IF
             IF WS-ASLEEP (WS-TC-K)
                PERFORM ADD-TC-SLEEP
             END-IF
          END-PERFORM.
          IF WS-TC-ASLEEP > WS-TC-ON-POST
             MOVE WS-TC-ON-POST TO WS-TC-ASLEEP
          END-IF.
          MOVE "D" TO WS-TCD-TYPE.
          MOVE WS-GUARD-ID (WS-TC-BEGIN) TO WS-TCD-GUARD.
          MOVE WS-YEAR (WS-TC-BEGIN) TO WS-TCD-YEAR.
          MOVE WS-MONTH (WS-TC-BEGIN) TO WS-TCD-MONTH.
          MOVE WS-DAY (WS-TC-BEGIN) TO WS-TCD-DAY.
          MOVE WS-HOUR (WS-TC-BEGIN) TO WS-TCD-HOUR.
          MOVE WS-MINUTE (WS-TC-BEGIN) TO WS-TCD-MINUTE.
          MOVE WS-TC-ON-POST TO WS-TCD-ON-POST.
          MOVE WS-TC-ASLEEP TO WS-TCD-ASLEEP.
          COMPUTE WS-TCD-AWAKE = WS-TC-ON-POST - WS-TC-ASLEEP.
          MOVE WS-TC-HOLD TO WS-TCD-HOLD.
          MOVE SPACES TO TIMECARD-RECORD.
          MOVE WS-TC-DETAIL-REC TO TIMECARD-RECORD.
          WRITE TIMECARD-RECORD.
          ADD 1 TO WS-TC-SHIFTS.
          ADD WS-TC-ON-POST TO WS-TC-TOTAL-MINUTES.
          IF WS-TC-HOLD = "Y"
             ADD 1 TO WS-TC-HELD
          END-IF.
          MOVE WS-GUARD-ID (WS-TC-BEGIN) TO WS-TMP-2.
          IF WS-TC-GUARD-SEEN (WS-TMP-2) = "N"
             MOVE "Y" TO WS-TC-GUARD-SEEN (WS-TMP-2)
             ADD 1 TO WS-TC-GUARDS
          END-IF.
       BUILD-TIMECARD-99.
          EXIT.
      *
      * A SLEEP ENDS AT THE NEXT RECORD IN THE SHIFT, OR AT THE
      * SHIFT'S OWN END WHEN IT IS THE SHIFT'S LAST RECORD.
       ADD-TC-SLEEP SECTION.
          PERFORM COMPUTE-TC-SERIAL.
          MOVE WS-TC-SERIAL TO WS-TC-SLEEP-T1.
          IF WS-TC-K < WS-TC-END
             ADD 1 TO WS-TC-K
             PERFORM COMPUTE-TC-SERIAL
             SUBTRACT 1 FROM WS-TC-K
             MOVE WS-TC-SERIAL TO WS-TC-SLEEP-T2
          ELSE
             MOVE WS-TC-END-T TO WS-TC-SLEEP-T2
          END-IF.
          IF WS-TC-SLEEP-T2 > WS-TC-SLEEP-T1
             COMPUTE WS-TC-ASLEEP =
                WS-TC-ASLEEP + WS-TC-SLEEP-T2 - WS-TC-SLEEP-T1
          END-IF.
          EXIT.
      *
      * WS-TC-K IN; WS-TC-SERIAL OUT - MINUTES SINCE A FIXED ORIGIN,
      * FROM A PROLEPTIC GREGORIAN DAY COUNT.
       COMPUTE-TC-SERIAL SECTION.
          COMPUTE WS-TC-YEAR = WS-YEAR (WS-TC-K) - 1.
          COMPUTE WS-TC-DAYS = WS-TC-YEAR * 365
             + FUNCTION INTEGER (WS-TC-YEAR / 4)
             - FUNCTION INTEGER (WS-TC-YEAR / 100)
             + FUNCTION INTEGER (WS-TC-YEAR / 400)
             + WS-DAY (WS-TC-K).
          IF WS-MONTH (WS-TC-K) >= 1 AND WS-MONTH (WS-TC-K) <= 12
             ADD WS-TC-CUM-DAYS (WS-MONTH (WS-TC-K)) TO WS-TC-DAYS
             IF WS-MONTH (WS-TC-K) > 2
                AND FUNCTION MOD (WS-YEAR (WS-TC-K), 4) = 0
                AND (FUNCTION MOD (WS-YEAR (WS-TC-K), 100) NOT = 0
                 OR FUNCTION MOD (WS-YEAR (WS-TC-K), 400) = 0)
                ADD 1 TO WS-TC-DAYS
             END-IF
          END-IF.
          COMPUTE WS-TC-SERIAL = WS-TC-DAYS * 1440
             + WS-HOUR (WS-TC-K) * 60 + WS-MINUTE (WS-TC-K).
          EXIT.
      *
       WRITE-TC-EXCEPTION SECTION.
          ADD 1 TO WS-TC-REFUSED.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-TC-EXCEPTION-STAMPS.
          MOVE WS-GUARD-ID (WS-TC-BEGIN) TO WS-TCX-GUARD.
          MOVE WS-TIME-STR (WS-TC-BEGIN) TO WS-TCX-TIME.
          MOVE WS-TC-REASON TO WS-TCX-REASON.
          WRITE TC-EXCEPTION-PRINT-LINE FROM WS-TC-EXCEPTION-LINE.
          EXIT.
      *
       WRITE-TC-EXCEPTION-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE TC-EXCEPTION-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE TC-EXCEPTION-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE TC-EXCEPTION-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
