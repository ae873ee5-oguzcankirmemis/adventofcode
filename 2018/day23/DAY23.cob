             ORGANIZATION IS LINE SEQUENTIAL.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
      *
       DATA DIVISION.
       FILE SECTION.
          01 DRIFT-PRINT-LINE PIC X(132).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY ELAPSEWS.
          COPY STJRNWS.
          01 WS-INPUT-DATASET PIC X(200).

          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY23" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY23" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-NANOBOTS-LEN TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       OPEN-BOT-REPORT SECTION.
          MOVE "DAY23_BOT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day23/bot-overlap.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BOT-REPORT-DATASET.
          OPEN OUTPUT BOT-REPORT-FILE.
          EXIT.
       PARSE-INPUT SECTION.
          MOVE "DAY23_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
       RUN-PROBE-MODE SECTION.
          MOVE "DAY23_PROBES" TO CAT-LOGICAL-NAME.
          MOVE "./day23/probes.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PROBE-DATASET.
          OPEN INPUT PROBE-FILE.
          IF WS-PROBE-STATUS NOT = "00"
          END-IF.
          MOVE "DAY23_PROBE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day23/probe_report.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PROBE-REPORT-DATASET.
          OPEN OUTPUT PROBE-REPORT-FILE.
          MOVE "POINT (X,Y,Z)  BOTS-IN-RANGE  DIST-TO-ORIGIN"
       RUN-DRIFT-MODE SECTION.
          MOVE "DAY23_PREV_SCAN" TO CAT-LOGICAL-NAME.
          MOVE "./day23/prev_scan.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PREV-SCAN-DATASET.
          OPEN INPUT PREV-SCAN-FILE.
          IF WS-PREV-SCAN-STATUS NOT = "00"
       READ-SCAN-STATE SECTION.
          MOVE "DAY23_SCAN_STATE" TO CAT-LOGICAL-NAME.
          MOVE "./day23/scan_state.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCAN-STATE-DATASET.
          OPEN INPUT SCAN-STATE-FILE.
          IF WS-SCAN-STATE-STATUS NOT = "00"
       WRITE-SCAN-STATE SECTION.
          MOVE "DAY23_SCAN_STATE" TO CAT-LOGICAL-NAME.
          MOVE "./day23/scan_state.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCAN-STATE-DATASET.
          MOVE "DAY23-SCAN-STATE" TO SJ-NAME.
          MOVE WS-SCAN-STATE-DATASET TO SJ-PATH.
          PERFORM JOURNAL-STATE-BEFORE.
          OPEN OUTPUT SCAN-STATE-FILE.
          MOVE WS-C-X-1 (WS-BEST-P) TO WS-DR-N1-ED.
          MOVE WS-C-Y-1 (WS-BEST-P) TO WS-DR-N2-ED.
          END-STRING.
          WRITE SCAN-STATE-RECORD.
          CLOSE SCAN-STATE-FILE.
          PERFORM JOURNAL-STATE-AFTER.
          EXIT.
      *
       WRITE-DRIFT-REPORT SECTION.
          MOVE "DAY23_DRIFT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day23/drift.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DRIFT-DATASET.
          OPEN OUTPUT DRIFT-REPORT-FILE.
          MOVE "FLEET DRIFT - TONIGHT'S SCAN VS PREVIOUS SCAN"
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
       COPY STJRNPA.
