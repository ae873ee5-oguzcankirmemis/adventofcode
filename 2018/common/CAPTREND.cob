       READ-CAPACITY-CARD SECTION.
          MOVE "CAPACITY_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/capacity.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CAPACITY-DATASET.
          OPEN INPUT CAPACITY-FILE.
          IF WS-CAPACITY-STATUS NOT = "00"
       READ-RUN-CALENDAR SECTION.
          MOVE "RUNCAL_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/runcal.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RUNCAL-DATASET.
          OPEN INPUT RUNCAL-FILE.
          IF WS-RUNCAL-STATUS NOT = "00"
       READ-STATS-HISTORY SECTION.
          MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATS-IN-DATASET.
          OPEN INPUT STATS-IN-FILE.
          IF WS-STATS-IN-STATUS NOT = "00"
       WRITE-TREND-REPORT SECTION.
          MOVE "CAPTREND_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/captrend.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TREND-DATASET.
          OPEN OUTPUT TREND-REPORT-FILE.
          MOVE "CAPACITY TREND - PROJECTED ELAPSED AND TABLE HWM"
