       READ-ALERTS SECTION.
          MOVE "ALERT_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/alerts.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ALERT-DATASET.
          OPEN INPUT ALERT-FILE.
          IF WS-ALERT-STATUS NOT = "00"
       WRITE-SUMMARY-REPORT SECTION.
          MOVE "ALERT_SUMMARY" TO CAT-LOGICAL-NAME.
          MOVE "../../results/alertsum.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SUMMARY-DATASET.
          OPEN OUTPUT SUMMARY-REPORT-FILE.
          MOVE WS-SEVERE-COUNT TO WS-ED-4.
