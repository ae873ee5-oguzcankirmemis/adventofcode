       WRITE-COMPARISON SECTION.
          MOVE "PARMCOMP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/parmcomp.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-COMP-DATASET.
          OPEN OUTPUT COMP-REPORT-FILE.
          MOVE SPACES TO COMP-PRINT-LINE.
