             FILE STATUS IS WS-TREND-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
      *
       DATA DIVISION.
       FILE SECTION.
          01 TREND-RECORD PIC X(80).
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
          COPY STJRNWS.
          01 CONSTELLATION-REPORT-RECORD.
             03 CRR-POINT-TAG PIC X(7) VALUE "POINT #".
             03 CRR-POINT-ID PIC ZZZZ9.
      * DISTANCE-3 MEMBERSHIP REPORT.
          01 WS-SWEEP-DATASET PIC X(200).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-RESULT PIC 9(9).
          01 WS-SWEEP-MAX PIC 9(2) USAGE COMP-5 VALUE 6.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY25" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
      * AN ALREADY-CARRIED POINT SKIPPED FROM THE CUMULATIVE FEED IS
      * ACCOUNTED AS REJECTED; THE CONTROL FIGURE IS THE GROWTH OF
      * THE POINT TABLE OVER THE CARRIED STATE.
          MOVE "DAY25" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE "POINTS-JOINED" TO WS-BAL-CONTROL-NAME.
          COMPUTE WS-BAL-CONTROL-VALUE =
             WS-UNION-FIND-LENGTH - WS-STATE-POINTS.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PARSE-INPUT SECTION.
          MOVE "DAY25_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
             PERFORM CHECK-CARRIED-DUPLICATE
             IF WS-DUP-FOUND = "Y"
                ADD 1 TO WS-DUP-COUNT
                ADD 1 TO WS-BAL-REJECTED
                GO TO LOAD-INPUT-POINT-99
             END-IF
          END-IF.
             PERFORM REPORT-POINT-CAP
          END-IF.
          ADD 1 TO WS-UNION-FIND-LENGTH.
          ADD 1 TO WS-BAL-ACCEPTED.
          ADD 1 TO WS-PART-1-RESULT.
          MOVE WS-T-D-1 TO WS-W (WS-UNION-FIND-LENGTH).
          MOVE WS-T-D-2 TO WS-X (WS-UNION-FIND-LENGTH).
       WRITE-CONSTELLATION-REPORT SECTION.
          MOVE "DAY25_CONSTELLATION_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day25/constellations.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CONSTELLATION-DATASET.
          OPEN OUTPUT CONSTELLATION-REPORT-FILE.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 6 TO WS-PARAM-DEFAULT.
          MOVE "DAY25-SWEEP-MAX" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT >= 1 AND WS-PARAM-RESULT <= 99
             MOVE WS-PARAM-RESULT TO WS-SWEEP-MAX
          END-IF.
          MOVE "DAY25_SWEEP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day25/sweep.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SWEEP-DATASET.
          OPEN OUTPUT SWEEP-REPORT-FILE.
      * BELOW THRESHOLD 1 EVERY POINT IS ITS OWN CONSTELLATION.
       LOAD-CONSTELLATION-STATE SECTION.
          MOVE "DAY25_STATE" TO CAT-LOGICAL-NAME.
          MOVE "./day25/state.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATE-DATASET.
          OPEN INPUT STATE-FILE.
          IF WS-STATE-STATUS NOT = "00"
       WRITE-MERGE-REPORT SECTION.
          MOVE "DAY25_MERGE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day25/merges.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MERGE-DATASET.
          OPEN OUTPUT MERGE-REPORT-FILE.
          MOVE WS-BATCH-SIZE TO WS-IN-N1-ED.
       APPEND-TREND-RECORD SECTION.
          MOVE "DAY25_TREND" TO CAT-LOGICAL-NAME.
          MOVE "./day25/trend.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TREND-DATASET.
          ACCEPT WS-INC-DATE FROM DATE YYYYMMDD.
          OPEN EXTEND TREND-FILE.
          EXIT.
      *
       WRITE-CONSTELLATION-STATE SECTION.
          MOVE "DAY25-STATE" TO SJ-NAME.
          MOVE WS-STATE-DATASET TO SJ-PATH.
          PERFORM JOURNAL-STATE-BEFORE.
          OPEN OUTPUT STATE-FILE.
          IF WS-STATE-STATUS NOT = "00"
             DISPLAY "DAY25: UNABLE TO WRITE STATE - STATUS "
             WRITE STATE-RECORD
          END-PERFORM.
          CLOSE STATE-FILE.
          PERFORM JOURNAL-STATE-AFTER.
       WRITE-CONSTELLATION-STATE-99.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY STJRNPA.
