       OPEN-COMPARE-REPORT SECTION.
          MOVE "RUNCOMP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/runcomp.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REPORT-DATASET.
          OPEN OUTPUT COMPARE-REPORT-FILE.
          EXIT.
       READ-PAIR-LIST SECTION.
          MOVE "RUNCOMP_LIST" TO CAT-LOGICAL-NAME.
          MOVE "../../params/runcomp.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PAIR-LIST-DATASET.
          OPEN INPUT PAIR-LIST-FILE.
          IF WS-PAIR-LIST-STATUS NOT = "00"
