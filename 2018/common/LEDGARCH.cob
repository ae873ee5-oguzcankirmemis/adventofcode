       LOAD-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
