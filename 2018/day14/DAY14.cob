          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT CHECKPOINT-FILE
          ASSIGN TO WS-CHECKPOINT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
             03 INPUT-OFFSET-STR REDEFINES INPUT-OFFSET PIC X(6).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD CHECKPOINT-FILE.
          01 CHECKPOINT-RECORD PIC X(4000).
          FD PATTERN-DECK-FILE.
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
      * WS-DIGITS, WS-WIN AND WS-DECREMENT ARE THE RECIPE ENGINE'S
      * TUNABLE CONSTANTS -- HOW MANY DIGITS PART-1 REPORTS, AND THE
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY14" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY14" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 10 TO WS-PARAM-DEFAULT.
          MOVE "DAY14-DIGITS" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-MAX-DIGITS THEN
             DISPLAY "DAY14: DIGITS EXCEEDS COMPILED MAXIMUM OF "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-DIGITS.
          MOVE 3 TO WS-PARAM-DEFAULT.
          MOVE "DAY14-WIN" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > 9 THEN
             DISPLAY "DAY14: STARTING RECIPE 1 MUST BE A SINGLE "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-WIN.
          MOVE 7 TO WS-PARAM-DEFAULT.
          MOVE "DAY14-DECREMENT" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > 9 THEN
             DISPLAY "DAY14: STARTING RECIPE 2 MUST BE A SINGLE "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-DECREMENT.
          MOVE 1000000 TO WS-PARAM-DEFAULT.
          MOVE "DAY14-CHECKPOINT-INTERVAL" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > 0
             MOVE WS-PARAM-RESULT TO WS-CHECKPOINT-INTERVAL
       PARSE-INPUT SECTION.
          MOVE "DAY14_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
       RESOLVE-CHECKPOINT-DATASET SECTION.
          MOVE "DAY14_CHECKPOINT" TO CAT-LOGICAL-NAME.
          MOVE "./day14/checkpoint.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CHECKPOINT-DATASET.
          EXIT.
      *
       LOAD-PATTERN-DECK SECTION.
          MOVE "DAY14_PATTERN_DECK" TO CAT-LOGICAL-NAME.
          MOVE "./day14/patterns.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DECK-DATASET.
          OPEN INPUT PATTERN-DECK-FILE.
          IF WS-DECK-STATUS NOT = "00"
       WRITE-DECK-REPORT SECTION.
          MOVE "DAY14_DECK_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day14/deck.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DECK-REPORT-DATASET.
          OPEN OUTPUT DECK-REPORT-FILE.
          MOVE "PATTERN DECK - FIRST OCCURRENCE PER TARGET"
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
