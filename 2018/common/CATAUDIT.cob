       OPEN-AUDIT-REPORT SECTION.
          MOVE "CATAUDIT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/cataudit.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-AUDIT-REPORT-DATASET.
      * ON A FRESH INSTALLATION THE RESULTS AREA DOES NOT EXIST
      * YET AND THIS AUDIT IS THE FIRST STEP THAT WRITES THERE.
