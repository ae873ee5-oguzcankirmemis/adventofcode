       LOAD-LEDGER-KEYS SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
       SWEEP-MASTER SECTION.
          MOVE "RESULTS_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/master.idx" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MASTER-DATASET.
          OPEN INPUT RESULTS-MASTER-FILE.
          IF WS-MASTER-STATUS NOT = "00"
       OPEN-RECON-REPORT SECTION.
          MOVE "LEDGER_RECON_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledgrcon.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECON-DATASET.
          OPEN OUTPUT RECON-REPORT-FILE.
          MOVE "LEDGER / RESULTS-MASTER RECONCILIATION"
