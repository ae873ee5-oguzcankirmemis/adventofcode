          FD DICT-FILE.
          01 DICT-RECORD PIC X(250).
          FD JOBLOG-IN-FILE.
          01 JOBLOG-IN-RECORD PIC X(120).
          FD CONDITION-REPORT-FILE.
          01 CONDITION-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       READ-DICTIONARY SECTION.
          MOVE "CONDCODE_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/condcode.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DICT-DATASET.
          OPEN INPUT DICT-FILE.
          IF WS-DICT-STATUS NOT = "00"
       SWEEP-JOBLOG SECTION.
          MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-IN-DATASET.
          OPEN INPUT JOBLOG-IN-FILE.
          IF WS-JOBLOG-IN-STATUS NOT = "00"
       OPEN-CONDITION-REPORT SECTION.
          MOVE "CONDITION_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/condsum.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CONDITION-DATASET.
          OPEN OUTPUT CONDITION-REPORT-FILE.
          MOVE "CONDSUM" TO RPT-PROGRAM.
