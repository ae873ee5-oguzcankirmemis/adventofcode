      * START, ASSUMING A WAVE RUNS AS LONG AS ITS LONGEST STEP) IS
      * WRITTEN TO THE PLAN SO THE OPERATOR CAN SEE WHETHER TONIGHT'S
      * STREAM FITS THE WINDOW BEFORE PRESSING GO.
      * ONLY THE DAY-CLASS STEPS OF THE JOB-STREAM DEFINITION (SEE
      * JOBSTPA) ARE PLANNED, AND A COND TEST THAT NAMES AN EARLIER
      * DAY STEP IS TREATED AS A FORCED ORDERING, SO THE DRIVER CAN
      * TAKE A WAVE'S COND TESTS BEFORE ANY OF ITS STEPS STARTS.
      * PLAN RECORD FORMAT:
      *   MAXCONC,<N>
      *   STEP,<WAVE>,<PROGRAM>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JOBSTSL.
          SELECT SCHEDULE-FILE
             ASSIGN TO WS-SCHEDULE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
      *
       DATA DIVISION.
       FILE SECTION.
          COPY JOBSTFD.
          FD SCHEDULE-FILE.
          01 SCHEDULE-RECORD PIC X(80).
          FD PLAN-FILE.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY JOBSTWS.
          01 WS-SCHEDULE-DATASET PIC X(200).
          01 WS-SCHEDULE-STATUS PIC X(2) VALUE SPACES.
          01 WS-SCHEDULE-EOF PIC X(1) VALUE "N".
          01 WS-CUM-FINISH PIC 9(12).
          01 WS-SEC-ED PIC ZZZZZZ9.99.
          01 WS-FIN-ED PIC ZZZZZZ9.99.
          01 WS-IN-STREAM-TABLE.
             03 WS-IN-STREAM PIC X(1) VALUE "N" OCCURS 25.
          01 WS-COND-TESTS.
             03 WS-COND-TEST PIC X(30) OCCURS 8.
          01 WS-TEST-IDX PIC 9(2).
          01 WS-COND-CODE PIC X(10).
          01 WS-COND-OP PIC X(4).
          01 WS-COND-STEP PIC X(20).
          01 WS-JS-PRED PIC 9(3).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "BATCHCTL" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM READ-SCHEDULE-CONFIG.
          PERFORM LOAD-JOB-STREAM.
          PERFORM MARK-STREAM-STEPS.
          PERFORM READ-STATS-HISTORY.
          PERFORM COMPUTE-WAVES.
          PERFORM PACK-WAVES.
       READ-SCHEDULE-CONFIG SECTION.
          MOVE "SCHEDULE_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/schedule.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCHEDULE-DATASET.
          OPEN INPUT SCHEDULE-FILE.
          IF WS-SCHEDULE-STATUS NOT = "00"
             FUNCTION NUMVAL (FUNCTION TRIM (WS-VALUE-PART (4:2))).
          EXIT.
      *
      * THE DAY STEPS TONIGHT'S STREAM CARRIES, AND THE ORDERINGS
      * THEIR COND TESTS IMPLY.
       MARK-STREAM-STEPS SECTION.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT
             IF JS-STEP-DAY (JS-IDX) >= 1 AND
                JS-STEP-DAY (JS-IDX) <= 25
                MOVE "Y" TO WS-IN-STREAM (JS-STEP-DAY (JS-IDX))
                PERFORM ADD-COND-EDGES
             END-IF
          END-PERFORM.
          EXIT.
      *
       ADD-COND-EDGES SECTION.
          MOVE SPACES TO WS-COND-TESTS.
          UNSTRING JS-STEP-COND (JS-IDX) DELIMITED BY ";"
             INTO WS-COND-TEST (1), WS-COND-TEST (2),
                  WS-COND-TEST (3), WS-COND-TEST (4),
                  WS-COND-TEST (5), WS-COND-TEST (6),
                  WS-COND-TEST (7), WS-COND-TEST (8).
          PERFORM VARYING WS-TEST-IDX FROM 1 BY 1
          UNTIL WS-TEST-IDX > 8
             MOVE SPACES TO WS-COND-CODE WS-COND-OP WS-COND-STEP
             UNSTRING WS-COND-TEST (WS-TEST-IDX) DELIMITED BY ","
                INTO WS-COND-CODE, WS-COND-OP, WS-COND-STEP
             MOVE 0 TO WS-JS-PRED
             IF WS-COND-STEP NOT = SPACES
                PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX >= JS-IDX OR WS-JS-PRED > 0
                   IF JS-STEP-NAME (WS-IDX) =
                      FUNCTION TRIM (WS-COND-STEP)
                      MOVE WS-IDX TO WS-JS-PRED
                   END-IF
                END-PERFORM
             END-IF
             IF WS-JS-PRED > 0
                IF JS-STEP-DAY (WS-JS-PRED) >= 1 AND
                   JS-STEP-DAY (WS-JS-PRED) <= 25 AND
                   JS-STEP-DAY (WS-JS-PRED) NOT = JS-STEP-DAY (JS-IDX)
                   AND WS-EDGE-COUNT < 100
                   ADD 1 TO WS-EDGE-COUNT
                   MOVE JS-STEP-DAY (JS-IDX)
                      TO WS-EDGE-STEP (WS-EDGE-COUNT)
                   MOVE JS-STEP-DAY (WS-JS-PRED)
                      TO WS-EDGE-PRED (WS-EDGE-COUNT)
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
      * AVERAGE HISTORICAL ELAPSED TIME PER DAY STEP, FROM THE SHARED
      * PROCESSING-STATISTICS DATASET. A MISSING OR EMPTY DATASET
      * LEAVES EVERY DURATION AT ZERO AND THE PACKER DEGRADES TO THE
       READ-STATS-HISTORY SECTION.
          MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATS-IN-DATASET.
          OPEN INPUT STATS-IN-FILE.
          IF WS-STATS-IN-STATUS NOT = "00"
          MOVE 0 TO WS-PICK-DUR.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             IF WS-ASSIGN (WS-DAY) = 0 AND
                WS-LEVEL (WS-DAY) = WS-LVL AND
                WS-IN-STREAM (WS-DAY) = "Y"
                IF WS-PICK = 0 OR WS-DUR (WS-DAY) > WS-PICK-DUR
                   MOVE WS-DAY TO WS-PICK
                   MOVE WS-DUR (WS-DAY) TO WS-PICK-DUR
       WRITE-PLAN SECTION.
          MOVE "BATCH_PLAN" TO CAT-LOGICAL-NAME.
          MOVE "../../scripts/batch_plan.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PLAN-DATASET.
          OPEN OUTPUT PLAN-FILE.
          MOVE WS-MAX-CONCURRENT TO WS-CONC-ED.
          END-STRING.
          WRITE PLAN-RECORD.
          EXIT.
      *
       COPY JOBSTPA.
      *
       COPY AUDITPA.
