          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT LEADERBOARD-FILE
          ASSIGN TO WS-LEADERBOARD-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
             03 INPUT-STR PIC X(60).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD LEADERBOARD-FILE.
          01 LEADERBOARD-PRINT-LINE PIC X(132).
          FD ANALYTICS-REPORT-FILE.
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-RESULT PIC 9(9).
          01 WS-CHECKPOINT-DATASET PIC X(200).
          01 WS-CHECKPOINT-STATUS PIC X(2) VALUE SPACES.
          PERFORM WRITE-RUN-HEADER.
          MOVE "DAY9_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY9" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY9" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-SCENARIO-COUNT TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 1000000 TO WS-PARAM-DEFAULT.
          MOVE "DAY9-CHECKPOINT-INTERVAL" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-CHECKPOINT-INTERVAL.
          MOVE 23 TO WS-PARAM-DEFAULT.
          MOVE "DAY9-WIN" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > 99 THEN
             DISPLAY "DAY9: SPECIAL MARBLE RULE EXCEEDS COMPILED "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-WIN.
          MOVE 7 TO WS-PARAM-DEFAULT.
          MOVE "DAY9-DECREMENT" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > 9 THEN
             DISPLAY "DAY9: REMOVAL OFFSET MUST BE A SINGLE DIGIT, "
          MOVE 0 TO WS-RESUME-IDX.
          MOVE "DAY9_CHECKPOINT" TO CAT-LOGICAL-NAME.
          MOVE "./day9/checkpoint.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CHECKPOINT-DATASET.
          OPEN INPUT CHECKPOINT-FILE.
          IF WS-CHECKPOINT-STATUS NOT = "00"
       WRITE-LEADERBOARD SECTION.
          MOVE "DAY9_LEADERBOARD" TO CAT-LOGICAL-NAME.
          MOVE "./day9/leaderboard.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEADERBOARD-DATASET.
          OPEN OUTPUT LEADERBOARD-FILE.
          MOVE SPACES TO LEADERBOARD-PRINT-LINE.
       WRITE-SCORING-ANALYTICS SECTION.
          MOVE "DAY9_ANALYTICS_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day9/analytics.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ANALYTICS-DATASET.
          OPEN OUTPUT ANALYTICS-REPORT-FILE.
          MOVE "SCORING ANALYTICS - PART-2 GAME"
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
