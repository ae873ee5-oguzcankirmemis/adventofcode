       LOAD-AGING-MASTER SECTION.
          MOVE "SUSPENSE_AGING_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/suspage.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MASTER-DATASET.
          OPEN INPUT MASTER-FILE.
          IF WS-MASTER-STATUS NOT = "00"
       SWEEP-SUSPENSE-SOURCES SECTION.
          MOVE "SUSPENSE_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/suspense.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SOURCE-LIST-DATASET.
          OPEN INPUT SOURCE-LIST-FILE.
          IF WS-SOURCE-LIST-STATUS NOT = "00"
          MOVE "SUSPAGE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/suspage_report.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-AGING-DATASET.
          OPEN OUTPUT AGING-REPORT-FILE.
          MOVE "SUSPENSE AGING - OPEN ITEMS BY AGE IN NIGHTS"
