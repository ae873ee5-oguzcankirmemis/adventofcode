      * EVENING PRE-FLIGHT PREVIEW - THE COUNTERPART TO MORNRPT.
      * MORNRPT TELLS THE DESK WHAT HAPPENED; THIS PAGE TELLS THE
      * SHIFT OPERATOR WHAT IS ABOUT TO HAPPEN, BEFORE PRESSING GO.
      * THE STEPS, THEIR ORDER, THE DATASETS EACH ONE NEEDS AND ITS
      * COND TEST COME FROM THE JOB-STREAM DEFINITION (SEE JOBSTPA),
      * THE SAME ONE THE DRIVER RUNS; AGAINST THOSE STEPS IT MERGES
      * FOUR SOURCES:
      *   - THE RUN CALENDAR (PARAMS/RUNCAL.CFG) EVALUATED FOR
      *     TONIGHT'S DAY OF WEEK, SO CALENDAR-HELD STEPS SHOW AS
      *     HELD WITH THE RULE THAT HOLDS THEM;
      *     INPUT CHANGED SINCE THE LAST RUN;
      *   - THE STATS HISTORY, GIVING EACH STEP ITS AVERAGE ELAPSED
      *     TIME AND EACH WAVE A PREDICTED DURATION (LONGEST
      *     NON-HELD STEP), SUMMED INTO TONIGHT'S PREDICTED WINDOW;
      *   - LAST NIGHT'S CARRY-OVER DATASET (SEE DEFERCHK), FLAGGING
      *     EVERY STEP THE BATCH CUTOFF DEFERRED INTO TONIGHT.
      * A STEP WHOSE PRIORITY IS NOT NORMAL SHOWS ITS PRIORITY.
      * RETURN CODE 0 ALWAYS; THE PREVIEW NEVER BLOCKS THE STREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JOBSTSL.
          SELECT RUNCAL-FILE
             ASSIGN TO WS-RUNCAL-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             ASSIGN TO WS-STATS-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATS-IN-STATUS.
          SELECT CARRY-FILE
             ASSIGN TO WS-CARRY-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARRY-STATUS.
          SELECT PREVIEW-REPORT-FILE
             ASSIGN TO WS-PREVIEW-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY JOBSTFD.
          FD RUNCAL-FILE.
          01 RUNCAL-RECORD PIC X(80).
          FD PLAN-FILE.
          01 CHANGES-RECORD PIC X(160).
          FD STATS-IN-FILE.
          01 STATS-IN-RECORD PIC X(200).
          FD CARRY-FILE.
          01 CARRY-RECORD PIC X(80).
          FD PREVIEW-REPORT-FILE.
          01 PREVIEW-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY JOBSTWS.
          01 WS-RUNCAL-DATASET PIC X(200).
          01 WS-RUNCAL-STATUS PIC X(2) VALUE SPACES.
          01 WS-RUNCAL-EOF PIC X(1) VALUE "N".
          01 WS-STATS-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-STATS-IN-EOF PIC X(1) VALUE "N".
          01 WS-PREVIEW-DATASET PIC X(200).
          01 WS-CARRY-DATASET PIC X(200).
          01 WS-CARRY-STATUS PIC X(2) VALUE SPACES.
          01 WS-CARRY-EOF PIC X(1) VALUE "N".
          01 WS-CARRY-TABLE.
             03 WS-CARRY-ENTRY OCCURS 60.
                05 WS-CO-FLAG PIC X(1) VALUE "N".
                05 WS-CO-DATE PIC X(8) VALUE SPACES.
                05 WS-CO-NIGHTS PIC X(3) VALUE SPACES.
          01 WS-CARRY-PARSE.
             03 WS-CP-STEP PIC X(10).
             03 WS-CP-DATE PIC X(8).
             03 WS-CP-RUN PIC X(8).
             03 WS-CP-NIGHTS PIC X(3).
             03 WS-CP-CUTOFF PIC X(4).
          01 WS-CARRY-COUNT PIC 9(2) VALUE 0.
          01 WS-STEP-TABLE.
             03 WS-STEP-ENTRY OCCURS 25.
                05 WS-SP-RULE PIC X(8) VALUE "DAILY".
                05 WS-SP-WAVE PIC 9(2) VALUE 0.
                05 WS-SP-CHANGED PIC X(1) VALUE "N".
                05 WS-SP-AVG PIC 9(9) VALUE 0.
                05 WS-SP-IN-STREAM PIC X(1) VALUE "N".
          01 WS-DUR-TOT-TABLE.
             03 WS-DUR-TOT PIC 9(12) VALUE 0 OCCURS 25.
          01 WS-DUR-CNT-TABLE.
          01 WS-WAVE-STEPS PIC 9(2).
          01 WS-HELD-COUNT PIC 9(2) VALUE 0.
          01 WS-CHANGED-COUNT PIC 9(2) VALUE 0.
          01 WS-WAVE-ED PIC Z9.
          01 WS-SEC-ED PIC ZZZZZZ9.9.
          01 WS-DETAIL-LINE PIC X(132).
          MOVE "EVENRPT" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM COMPUTE-DAY-OF-WEEK.
          PERFORM LOAD-JOB-STREAM.
          PERFORM MARK-STREAM-STEPS.
          PERFORM READ-RUN-CALENDAR.
          PERFORM READ-BATCH-PLAN.
          PERFORM READ-CHANGE-REPORT.
          PERFORM READ-STATS-HISTORY.
          PERFORM READ-CARRY-OVER.
          PERFORM PREDICT-WINDOW.
          PERFORM WRITE-PREVIEW-REPORT.
          MOVE 0 TO RETURN-CODE.
             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
          COMPUTE WS-DOW = FUNCTION MOD (WS-DATE-INT, 7).
          EXIT.
      *
       MARK-STREAM-STEPS SECTION.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT
             IF JS-STEP-DAY (JS-IDX) >= 1 AND
                JS-STEP-DAY (JS-IDX) <= 25
                MOVE "Y" TO WS-SP-IN-STREAM (JS-STEP-DAY (JS-IDX))
             END-IF
          END-PERFORM.
          EXIT.
      *
       READ-RUN-CALENDAR SECTION.
          MOVE "RUNCAL_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/runcal.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RUNCAL-DATASET.
          OPEN INPUT RUNCAL-FILE.
          IF WS-RUNCAL-STATUS NOT = "00"
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          IF WS-SP-HELD (WS-DAY) = "Y" AND
             WS-SP-IN-STREAM (WS-DAY) = "Y"
             ADD 1 TO WS-HELD-COUNT
          END-IF.
          EXIT.
       READ-BATCH-PLAN SECTION.
          MOVE "BATCH_PLAN" TO CAT-LOGICAL-NAME.
          MOVE "../../scripts/batch_plan.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PLAN-DATASET.
          OPEN INPUT PLAN-FILE.
          IF WS-PLAN-STATUS NOT = "00"
      * NO PLAN ON FILE: THE SERIAL STREAM RUNS EVERY DAY STEP IN
      * DEFINITION ORDER, ONE "WAVE" PER STEP.
             MOVE 0 TO WS-MAX-WAVE
             PERFORM VARYING JS-IDX FROM 1 BY 1
             UNTIL JS-IDX > JS-STEP-COUNT
                IF JS-STEP-DAY (JS-IDX) >= 1 AND
                   JS-STEP-DAY (JS-IDX) <= 25
                   ADD 1 TO WS-MAX-WAVE
                   MOVE WS-MAX-WAVE
                      TO WS-SP-WAVE (JS-STEP-DAY (JS-IDX))
                END-IF
             END-PERFORM
             GO TO READ-BATCH-PLAN-99
          END-IF.
          MOVE "Y" TO WS-PLAN-PRESENT.
             INTO WS-PP-TAG, WS-PP-WAVE, WS-PP-STEP.
          MOVE WS-PP-STEP TO WS-KEY-PART.
          PERFORM EXTRACT-DAY-NUMBER.
          IF WS-DAY >= 1 AND WS-DAY <= 25 AND
             WS-SP-IN-STREAM (WS-DAY) = "Y"
             COMPUTE WS-SP-WAVE (WS-DAY) =
                FUNCTION NUMVAL (WS-PP-WAVE)
             IF WS-SP-WAVE (WS-DAY) > WS-MAX-WAVE
          MOVE "MANIFEST_CHANGES" TO CAT-LOGICAL-NAME.
          MOVE "../../results/manifest_changes.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CHANGES-DATASET.
          OPEN INPUT CHANGES-FILE.
          IF WS-CHANGES-STATUS NOT = "00"
       READ-STATS-HISTORY SECTION.
          MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATS-IN-DATASET.
          OPEN INPUT STATS-IN-FILE.
          IF WS-STATS-IN-STATUS NOT = "00"
       TALLY-STATS-ROW-99.
          EXIT.
      *
      * EACH LINE IS STEP,DATE,RUN,NIGHTS,CUTOFF FOR A STEP THE
      * CUTOFF DEFERRED LAST NIGHT; NO DATASET MEANS NOTHING CARRIED.
       READ-CARRY-OVER SECTION.
          MOVE "DEFER_CARRY" TO CAT-LOGICAL-NAME.
          MOVE "../../results/deferred.dat" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARRY-DATASET.
          OPEN INPUT CARRY-FILE.
          IF WS-CARRY-STATUS NOT = "00"
             GO TO READ-CARRY-OVER-99
          END-IF.
          PERFORM UNTIL WS-CARRY-EOF = "Y"
             READ CARRY-FILE
                AT END
                   MOVE "Y" TO WS-CARRY-EOF
                NOT AT END
                   PERFORM POST-CARRY-RECORD
             END-READ
          END-PERFORM.
          CLOSE CARRY-FILE.
       READ-CARRY-OVER-99.
          EXIT.
      *
       POST-CARRY-RECORD SECTION.
          MOVE SPACES TO WS-CARRY-PARSE.
          UNSTRING CARRY-RECORD DELIMITED BY ","
             INTO WS-CP-STEP, WS-CP-DATE, WS-CP-RUN, WS-CP-NIGHTS,
                  WS-CP-CUTOFF.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT
             IF JS-STEP-NAME (JS-IDX) = WS-CP-STEP AND
                WS-CO-FLAG (JS-IDX) = "N"
                MOVE "Y" TO WS-CO-FLAG (JS-IDX)
                MOVE WS-CP-DATE TO WS-CO-DATE (JS-IDX)
                MOVE WS-CP-NIGHTS TO WS-CO-NIGHTS (JS-IDX)
                ADD 1 TO WS-CARRY-COUNT
             END-IF
          END-PERFORM.
          EXIT.
      *
      * A WAVE RUNS AS LONG AS ITS LONGEST NON-HELD STEP; HELD STEPS
      * COST THE WINDOW NOTHING BECAUSE THE DRIVER SKIPS THEM.
       PREDICT-WINDOW SECTION.
       WRITE-PREVIEW-REPORT SECTION.
          MOVE "EVENING_PREVIEW" TO CAT-LOGICAL-NAME.
          MOVE "../../results/evenrpt.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PREVIEW-DATASET.
          OPEN OUTPUT PREVIEW-REPORT-FILE.
          MOVE "EVENRPT" TO RPT-PROGRAM.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PREVIEW-STAMPS.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT
             PERFORM WRITE-STEP-LINE
          END-PERFORM.
          PERFORM WRITE-SUMMARY-LINES.
          CLOSE PREVIEW-REPORT-FILE.
          EXIT.
      *
      * ONE LINE PER STEP OF THE DEFINITION, WITH ITS COND TEST, AND
      * A CONTINUATION LINE NAMING THE DATASETS IT NEEDS.
       WRITE-STEP-LINE SECTION.
          MOVE SPACES TO WS-DETAIL-LINE.
          IF JS-STEP-DAY (JS-IDX) < 1 OR JS-STEP-DAY (JS-IDX) > 25
             STRING FUNCTION TRIM (JS-STEP-NAME (JS-IDX))
                       DELIMITED BY SIZE
                    "  UTILITY - RUNS AFTER THE DAY STEPS"
                       DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             GO TO WRITE-STEP-LINE-50
          END-IF.
          MOVE JS-STEP-DAY (JS-IDX) TO WS-DAY.
          IF WS-SP-HELD (WS-DAY) = "Y"
             STRING FUNCTION TRIM (JS-STEP-NAME (JS-IDX))
                       DELIMITED BY SIZE
                    "  HELD - CALENDAR RULE " DELIMITED BY SIZE
                    WS-SP-RULE (WS-DAY) DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
          ELSE
             MOVE WS-SP-WAVE (WS-DAY) TO WS-WAVE-ED
             COMPUTE WS-SEC-ED = WS-SP-AVG (WS-DAY) / 100
             STRING FUNCTION TRIM (JS-STEP-NAME (JS-IDX))
                       DELIMITED BY SIZE
                    "  WAVE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-WAVE-ED) DELIMITED BY SIZE
                    "  AVG ELAPSED " DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          END-IF.
       WRITE-STEP-LINE-50.
          IF JS-STEP-PRIORITY (JS-IDX) NOT = "NORMAL"
             MOVE WS-DETAIL-LINE TO WS-WORK-LINE
             MOVE SPACES TO WS-DETAIL-LINE
             STRING FUNCTION TRIM (WS-WORK-LINE) DELIMITED BY SIZE
                    "  PRIORITY " DELIMITED BY SIZE
                    FUNCTION TRIM (JS-STEP-PRIORITY (JS-IDX))
                       DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          END-IF.
          IF WS-CO-FLAG (JS-IDX) = "Y"
             MOVE WS-DETAIL-LINE TO WS-WORK-LINE
             MOVE SPACES TO WS-DETAIL-LINE
             STRING FUNCTION TRIM (WS-WORK-LINE) DELIMITED BY SIZE
                    "  ** CARRIED OVER - DEFERRED " DELIMITED BY SIZE
                    WS-CO-DATE (JS-IDX) DELIMITED BY SIZE
                    ", NIGHT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-CO-NIGHTS (JS-IDX))
                       DELIMITED BY SIZE
                    " **" DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          END-IF.
          IF JS-STEP-COND (JS-IDX) NOT = SPACES
             MOVE WS-DETAIL-LINE TO WS-WORK-LINE
             MOVE SPACES TO WS-DETAIL-LINE
             STRING FUNCTION TRIM (WS-WORK-LINE) DELIMITED BY SIZE
                    "  COND " DELIMITED BY SIZE
                    FUNCTION TRIM (JS-STEP-COND (JS-IDX))
                       DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          END-IF.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PREVIEW-STAMPS.
          WRITE PREVIEW-REPORT-RECORD FROM WS-DETAIL-LINE.
          IF JS-STEP-DATASETS (JS-IDX) = SPACES
             GO TO WRITE-STEP-LINE-99
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE "      DATASETS " TO WS-DETAIL-LINE.
          MOVE FUNCTION TRIM (JS-STEP-DATASETS (JS-IDX))
             TO WS-DETAIL-LINE (16:117).
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PREVIEW-STAMPS.
          WRITE PREVIEW-REPORT-RECORD FROM WS-DETAIL-LINE.
      * A LIST LONGER THAN THE LINE CONTINUES BENEATH IT.
          MOVE FUNCTION TRIM (JS-STEP-DATASETS (JS-IDX))
             TO JS-P-DATASETS.
          IF JS-P-DATASETS (118:43) = SPACES
             GO TO WRITE-STEP-LINE-99
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE JS-P-DATASETS (118:43) TO WS-DETAIL-LINE (16:43).
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PREVIEW-STAMPS.
          WRITE PREVIEW-REPORT-RECORD FROM WS-DETAIL-LINE.
       WRITE-STEP-LINE-99.
          EXIT.
      *
       WRITE-SUMMARY-LINES SECTION.
                 WS-CHANGED-COUNT DELIMITED BY SIZE
                 "  PLAN ON FILE: " DELIMITED BY SIZE
                 WS-PLAN-PRESENT DELIMITED BY SIZE
                 "  CARRIED OVER: " DELIMITED BY SIZE
                 WS-CARRY-COUNT DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
             WRITE PREVIEW-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY JOBSTPA.
      *
       COPY AUDITPA.
