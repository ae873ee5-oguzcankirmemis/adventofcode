          FD DEADLINE-FILE.
          01 DEADLINE-RECORD PIC X(80).
          FD JOBLOG-IN-FILE.
          01 JOBLOG-IN-RECORD PIC X(120).
          FD STATE-FILE.
          01 STATE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
       READ-DEADLINES SECTION.
          MOVE "SLA_DEADLINES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/deadlines.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DEADLINE-DATASET.
          OPEN INPUT DEADLINE-FILE.
          IF WS-DEADLINE-STATUS NOT = "00"
       READ-ALERTED-STATE SECTION.
          MOVE "SLAMON_STATE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/slamon_state.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATE-DATASET.
          OPEN INPUT STATE-FILE.
          IF WS-STATE-STATUS NOT = "00"
       SCAN-JOBLOG SECTION.
          MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-IN-DATASET.
          OPEN INPUT JOBLOG-IN-FILE.
          IF WS-JOBLOG-IN-STATUS NOT = "00"
