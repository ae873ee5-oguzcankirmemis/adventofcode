          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT SNAPSHOT-FILE
          ASSIGN TO WS-SNAPSHOT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SECTOR-REPORT-FILE
          ASSIGN TO WS-SECTOR-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT FORECAST-DECK-FILE
          ASSIGN TO WS-FORECAST-DECK-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FORECAST-DECK-STATUS.
          SELECT FORECAST-REPORT-FILE
          ASSIGN TO WS-FORECAST-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
             03 INPUT-STR PIC X(200).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD SNAPSHOT-FILE.
          01 SNAPSHOT-PRINT-LINE PIC X(250).
          FD SECTOR-REPORT-FILE.
          01 SECTOR-PRINT-LINE PIC X(132).
          FD FORECAST-DECK-FILE.
          01 FORECAST-DECK-RECORD PIC X(80).
          FD FORECAST-REPORT-FILE.
          01 FORECAST-PRINT-LINE PIC X(250).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-SNAPSHOT-DATASET PIC X(200).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-RESULT PIC 9(9).
          01 WS-SNAPSHOT-INTERVAL PIC 9(9) USAGE BINARY VALUE 100.
          77 WS-STABILIZATION PIC 9(18) USAGE COMP-5 VALUE 20000.
          01 WS-SEC-CC PIC 9(4) USAGE COMP-5.
          01 WS-SEC-N-ED PIC Z(11)9.
          01 WS-SEC-PTR PIC 9(3).
          01 WS-SEC-EMPTY PIC X(1).
      * RESOURCE FORECAST. THE FORECAST DECK LISTS TARGET MINUTES
      * (MINUTE|N, OR EVERY|STEP|FIRST|LAST FOR A SERIES). ONE PASS
      * ROUND THE CYCLE PART 2 DETECTS IS CATALOGUED AND EVERY
      * TARGET AT OR AFTER THE CYCLE START READS ITS PHASE FROM THE
      * CATALOGUE INSTEAD OF BEING SIMULATED. A TARGET BEFORE THE
      * CYCLE WAS ENTERED IS CAPTURED AS THE SIMULATION PASSES IT AND
      * IS FLAGGED AS SIMULATED. THE GRID AFTER THE CATALOGUE PASS
      * MUST MATCH THE GRID IT STARTED FROM OR NO CYCLE ANSWERS ARE
      * GIVEN; THE GRID IS PUT BACK EITHER WAY SO PART 2 IS UNCHANGED.
          01 WS-FORECAST-DECK-DATASET PIC X(200).
          01 WS-FORECAST-DECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-FORECAST-DECK-EOF PIC X(1) VALUE "N".
          01 WS-FORECAST-DATASET PIC X(200).
          77 WS-FC-TARGET-MAX PIC 9(4) USAGE COMP-5 VALUE 1000.
          77 WS-FC-STATE-MAX PIC 9(4) USAGE COMP-5 VALUE 2000.
          01 WS-FC-TARGET-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-FC-TARGET-TABLE.
             03 WS-FC-TARGET OCCURS 1000.
                05 WS-FC-USED PIC X(1) VALUE SPACE.
                05 WS-FC-MINUTE PIC 9(18) USAGE COMP-5 VALUE 0.
                05 WS-FC-METHOD PIC X(1) VALUE SPACE.
                   88 WS-FC-SIMULATED VALUE "S".
                   88 WS-FC-FROM-CYCLE VALUE "C".
                05 WS-FC-SLOT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-FC-STATE-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-FC-STATE-TABLE.
             03 WS-FC-STATE OCCURS 2000.
                05 WS-FC-TREES PIC 9(9) USAGE COMP-5.
                05 WS-FC-YARDS PIC 9(9) USAGE COMP-5.
                05 WS-FC-OPEN PIC 9(9) USAGE COMP-5.
                05 WS-FC-VALUE PIC 9(18) USAGE COMP-5.
                05 WS-FC-SEC-VALUE PIC 9(9) USAGE COMP-5 OCCURS 100.
          01 WS-FC-NEXT PIC 9(4) USAGE COMP-5 VALUE 1.
          01 WS-FC-NOW PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-FC-IDX PIC 9(4) USAGE COMP-5.
          01 WS-FC-SEC-IDX PIC 9(4) USAGE COMP-5.
          01 WS-FC-FULL PIC X(1) VALUE "N".
          01 WS-FC-FOUND PIC X(1).
          01 WS-FC-STEP PIC 9(18) USAGE COMP-5.
          01 WS-FC-LAST PIC 9(18) USAGE COMP-5.
          01 WS-FC-ADD-MINUTE PIC 9(18) USAGE COMP-5.
          01 WS-FC-SIMULATED-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-FC-CYCLE-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-FC-PARSE.
             03 WS-FC-P-KIND PIC X(10).
             03 WS-FC-P-1 PIC X(20).
             03 WS-FC-P-2 PIC X(20).
             03 WS-FC-P-3 PIC X(20).
          01 WS-CYCLE-START PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-LENGTH PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-BASE PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-CYCLE-PHASE PIC 9(18) USAGE COMP-5.
          01 WS-CYCLE-STATUS PIC X(1) VALUE "N".
             88 WS-CYCLE-NOT-NEEDED VALUE "N".
             88 WS-CYCLE-CATALOGUED VALUE "Y".
             88 WS-CYCLE-TOO-LONG VALUE "L".
             88 WS-CYCLE-UNCONFIRMED VALUE "U".
          01 WS-CYCLE-GRID PIC X(40000).
          01 WS-FC-MIN-ED PIC Z(17)9.
          01 WS-FC-N1-ED PIC Z(11)9.
          01 WS-FC-N2-ED PIC Z(11)9.
          01 WS-FC-N3-ED PIC Z(11)9.
          01 WS-FC-N4-ED PIC Z(11)9.
          01 WS-FC-PTR PIC 9(3).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          PERFORM WRITE-RUN-HEADER.
          PERFORM PARSE-INPUT.
          PERFORM OPEN-SNAPSHOT.
          PERFORM LOAD-FORECAST-DECK.
          PERFORM START-ELAPSED-TIMER.
          MOVE 0 TO WS-FC-NOW.
          PERFORM CAPTURE-DIRECT-TARGETS.
          PERFORM PART-1.
          PERFORM PART-2.
          PERFORM STOP-ELAPSED-TIMER.
          PERFORM WRITE-FORECAST-REPORT.
          PERFORM WRITE-SECTOR-METRICS.
          CLOSE SNAPSHOT-FILE SECTOR-REPORT-FILE.
          MOVE "DAY18" TO WS-LEDGER-PROGRAM.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY18" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY18" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-ROWS TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       OPEN-SNAPSHOT SECTION.
          MOVE "DAY18_SNAPSHOT" TO CAT-LOGICAL-NAME.
          MOVE "./day18/snapshots.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SNAPSHOT-DATASET.
          ACCEPT WS-CONTROL-FILE FROM ENVIRONMENT "DAY18_CONTROL".
          IF WS-CONTROL-FILE = SPACES
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 100 TO WS-PARAM-DEFAULT.
          MOVE "DAY18-SNAPSHOT-INTERVAL" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-SNAPSHOT-INTERVAL.
          MOVE 2 TO WS-PARAM-DEFAULT.
          MOVE "DAY18-SECTOR-ROWS" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT >= 1 AND WS-PARAM-RESULT <= 10
             MOVE WS-PARAM-RESULT TO WS-SECTOR-ROWS
          END-IF.
          MOVE 2 TO WS-PARAM-DEFAULT.
          MOVE "DAY18-SECTOR-COLS" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT >= 1 AND WS-PARAM-RESULT <= 10
             MOVE WS-PARAM-RESULT TO WS-SECTOR-COLS
          END-IF.
          MOVE "DAY18_SECTOR_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day18/sectors.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SECTOR-DATASET.
          OPEN OUTPUT SECTOR-REPORT-FILE.
          OPEN OUTPUT SNAPSHOT-FILE.
       PARSE-INPUT SECTION.
          MOVE "DAY18_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
          PERFORM VARYING WS-MINUTES FROM 0 BY 1
          UNTIL WS-MINUTES = WS-PART-1-MINUTES
             PERFORM ITERATE
             COMPUTE WS-FC-NOW = WS-MINUTES + 1
             PERFORM CAPTURE-DIRECT-TARGETS
             IF FUNCTION MOD (WS-MINUTES, WS-SNAPSHOT-INTERVAL) = 0 THEN
                PERFORM WRITE-SNAPSHOT
             END-IF
          PERFORM VARYING WS-MINUTES FROM WS-MINUTES BY 1
          UNTIL WS-MINUTES = WS-STABILIZATION
             PERFORM ITERATE
             COMPUTE WS-FC-NOW = WS-MINUTES + 1
             PERFORM CAPTURE-DIRECT-TARGETS
             IF FUNCTION MOD (WS-MINUTES, WS-SNAPSHOT-INTERVAL) = 0 THEN
                PERFORM WRITE-SNAPSHOT
             END-IF
          PERFORM FOREVER
             PERFORM ITERATE
             ADD 1 TO WS-MINUTES
             MOVE WS-MINUTES TO WS-FC-NOW
             PERFORM CAPTURE-DIRECT-TARGETS
             PERFORM CHECK-ALL-METRICS
             COMPUTE WS-T-1 = WS-TREE-COUNT * WS-LUMBER-COUNT
             IF NOT WS-HASHMAP (WS-T-1) = 0 THEN
             END-IF
             MOVE WS-MINUTES TO WS-HASHMAP (WS-T-1)
          END-PERFORM.
          MOVE WS-HASHMAP (WS-T-1) TO WS-CYCLE-START.
          MOVE WS-T-2 TO WS-CYCLE-LENGTH.
          PERFORM CATALOGUE-CYCLE.
          PERFORM VARYING WS-MINUTES FROM WS-MINUTES BY 1
          UNTIL WS-MINUTES = WS-PART-2-MINUTES
             PERFORM ITERATE
          EXIT.
      *
       WRITE-ONE-SECTOR SECTION.
          PERFORM TALLY-ONE-SECTOR.
          IF WS-SEC-EMPTY = "Y"
             GO TO WRITE-ONE-SECTOR-99
          END-IF.
          MOVE SPACES TO SECTOR-PRINT-LINE.
          MOVE 1 TO WS-SEC-PTR.
          MOVE WS-MINUTES TO WS-SEC-N-ED.
          WRITE SECTOR-PRINT-LINE.
       WRITE-ONE-SECTOR-99.
          EXIT.
      *
       SECTOR-BOUNDS SECTION.
          MOVE "N" TO WS-SEC-EMPTY.
          COMPUTE WS-SEC-R1 = (WS-SEC-R - 1) * WS-SEC-ROW-SPAN + 1.
          COMPUTE WS-SEC-R2 = WS-SEC-R * WS-SEC-ROW-SPAN.
          IF WS-SEC-R2 > WS-ROWS
             MOVE WS-ROWS TO WS-SEC-R2
          END-IF.
          COMPUTE WS-SEC-C1 = (WS-SEC-C - 1) * WS-SEC-COL-SPAN + 1.
          COMPUTE WS-SEC-C2 = WS-SEC-C * WS-SEC-COL-SPAN.
          IF WS-SEC-C2 > WS-COLS
             MOVE WS-COLS TO WS-SEC-C2
          END-IF.
          IF WS-SEC-R1 > WS-SEC-R2 OR WS-SEC-C1 > WS-SEC-C2
             MOVE "Y" TO WS-SEC-EMPTY
          END-IF.
          EXIT.
      *
       TALLY-ONE-SECTOR SECTION.
          MOVE 0 TO WS-SEC-TREES WS-SEC-YARDS WS-SEC-VALUE.
          PERFORM SECTOR-BOUNDS.
          IF WS-SEC-EMPTY = "Y"
             GO TO TALLY-ONE-SECTOR-99
          END-IF.
          PERFORM VARYING WS-SEC-RR FROM WS-SEC-R1 BY 1
          UNTIL WS-SEC-RR > WS-SEC-R2
             PERFORM VARYING WS-SEC-CC FROM WS-SEC-C1 BY 1
             UNTIL WS-SEC-CC > WS-SEC-C2
                IF WS-TREE (WS-I-1, WS-SEC-RR, WS-SEC-CC)
                   ADD 1 TO WS-SEC-TREES
                END-IF
                IF WS-LUMBER (WS-I-1, WS-SEC-RR, WS-SEC-CC)
                   ADD 1 TO WS-SEC-YARDS
                END-IF
             END-PERFORM
          END-PERFORM.
          COMPUTE WS-SEC-VALUE = WS-SEC-TREES * WS-SEC-YARDS.
       TALLY-ONE-SECTOR-99.
          EXIT.
      *
       LOAD-FORECAST-DECK SECTION.
          MOVE "DAY18_FORECAST_DECK" TO CAT-LOGICAL-NAME.
          MOVE "../../params/forecast18.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FORECAST-DECK-DATASET.
          OPEN INPUT FORECAST-DECK-FILE.
          IF WS-FORECAST-DECK-STATUS NOT = "00"
             GO TO LOAD-FORECAST-DECK-99
          END-IF.
          PERFORM UNTIL WS-FORECAST-DECK-EOF = "Y"
             READ FORECAST-DECK-FILE
                AT END
                   MOVE "Y" TO WS-FORECAST-DECK-EOF
                NOT AT END
                   PERFORM PARSE-FORECAST-RECORD
             END-READ
          END-PERFORM.
          CLOSE FORECAST-DECK-FILE.
          SORT WS-FC-TARGET ON DESCENDING KEY WS-FC-USED
             ASCENDING KEY WS-FC-MINUTE.
       LOAD-FORECAST-DECK-99.
          EXIT.
      *
       PARSE-FORECAST-RECORD SECTION.
          IF FORECAST-DECK-RECORD = SPACES OR
             FORECAST-DECK-RECORD (1:1) = "*"
             GO TO PARSE-FORECAST-RECORD-99
          END-IF.
          MOVE SPACES TO WS-FC-PARSE.
          UNSTRING FORECAST-DECK-RECORD DELIMITED BY "|"
             INTO WS-FC-P-KIND, WS-FC-P-1, WS-FC-P-2, WS-FC-P-3.
          IF WS-FC-P-KIND = "MINUTE"
             IF FUNCTION TRIM (WS-FC-P-1) IS NOT NUMERIC
                GO TO PARSE-FORECAST-RECORD-90
             END-IF
             COMPUTE WS-FC-ADD-MINUTE = FUNCTION NUMVAL (WS-FC-P-1)
             PERFORM ADD-FORECAST-TARGET
             GO TO PARSE-FORECAST-RECORD-99
          END-IF.
          IF WS-FC-P-KIND NOT = "EVERY" OR
             FUNCTION TRIM (WS-FC-P-1) IS NOT NUMERIC OR
             FUNCTION TRIM (WS-FC-P-2) IS NOT NUMERIC OR
             FUNCTION TRIM (WS-FC-P-3) IS NOT NUMERIC
             GO TO PARSE-FORECAST-RECORD-90
          END-IF.
          COMPUTE WS-FC-STEP = FUNCTION NUMVAL (WS-FC-P-1).
          COMPUTE WS-FC-ADD-MINUTE = FUNCTION NUMVAL (WS-FC-P-2).
          COMPUTE WS-FC-LAST = FUNCTION NUMVAL (WS-FC-P-3).
          IF WS-FC-STEP = 0 OR WS-FC-ADD-MINUTE > WS-FC-LAST
             GO TO PARSE-FORECAST-RECORD-90
          END-IF.
          PERFORM UNTIL WS-FC-ADD-MINUTE > WS-FC-LAST OR
             WS-FC-FULL = "Y"
             PERFORM ADD-FORECAST-TARGET
             ADD WS-FC-STEP TO WS-FC-ADD-MINUTE
          END-PERFORM.
          GO TO PARSE-FORECAST-RECORD-99.
       PARSE-FORECAST-RECORD-90.
          DISPLAY "DAY18: BAD FORECAST RECORD IGNORED: "
             FORECAST-DECK-RECORD (1:60).
       PARSE-FORECAST-RECORD-99.
          EXIT.
      *
       ADD-FORECAST-TARGET SECTION.
          MOVE "N" TO WS-FC-FOUND.
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FC-TARGET-COUNT OR WS-FC-FOUND = "Y"
             IF WS-FC-MINUTE (WS-FC-IDX) = WS-FC-ADD-MINUTE
                MOVE "Y" TO WS-FC-FOUND
             END-IF
          END-PERFORM.
          IF WS-FC-FOUND = "Y"
             GO TO ADD-FORECAST-TARGET-99
          END-IF.
          IF WS-FC-TARGET-COUNT >= WS-FC-TARGET-MAX
             IF WS-FC-FULL = "N"
                DISPLAY "DAY18: FORECAST DECK HOLDS MORE THAN "
                   WS-FC-TARGET-MAX " TARGETS - EXTRA IGNORED"
                MOVE "Y" TO WS-FC-FULL
             END-IF
             GO TO ADD-FORECAST-TARGET-99
          END-IF.
          ADD 1 TO WS-FC-TARGET-COUNT.
          MOVE "Y" TO WS-FC-USED (WS-FC-TARGET-COUNT).
          MOVE WS-FC-ADD-MINUTE TO WS-FC-MINUTE (WS-FC-TARGET-COUNT).
       ADD-FORECAST-TARGET-99.
          EXIT.
      *
      * THE TARGETS ARE IN MINUTE ORDER AND WS-FC-NOW ADVANCES ONE
      * MINUTE AT A TIME, SO ONLY THE NEXT TARGET NEEDS CHECKING.
       CAPTURE-DIRECT-TARGETS SECTION.
          IF WS-FC-NEXT > WS-FC-TARGET-COUNT
             GO TO CAPTURE-DIRECT-TARGETS-99
          END-IF.
          IF WS-FC-MINUTE (WS-FC-NEXT) NOT = WS-FC-NOW
             GO TO CAPTURE-DIRECT-TARGETS-99
          END-IF.
          PERFORM CAPTURE-STATE.
          MOVE "S" TO WS-FC-METHOD (WS-FC-NEXT).
          MOVE WS-FC-STATE-COUNT TO WS-FC-SLOT (WS-FC-NEXT).
          ADD 1 TO WS-FC-NEXT.
       CAPTURE-DIRECT-TARGETS-99.
          EXIT.
      *
       CAPTURE-STATE SECTION.
          ADD 1 TO WS-FC-STATE-COUNT.
          PERFORM CHECK-ALL-METRICS.
          MOVE WS-TREE-COUNT TO WS-FC-TREES (WS-FC-STATE-COUNT).
          MOVE WS-LUMBER-COUNT TO WS-FC-YARDS (WS-FC-STATE-COUNT).
          MOVE WS-OPEN-COUNT TO WS-FC-OPEN (WS-FC-STATE-COUNT).
          COMPUTE WS-FC-VALUE (WS-FC-STATE-COUNT) =
             WS-TREE-COUNT * WS-LUMBER-COUNT.
          COMPUTE WS-SEC-ROW-SPAN =
             (WS-ROWS + WS-SECTOR-ROWS - 1) / WS-SECTOR-ROWS.
          COMPUTE WS-SEC-COL-SPAN =
             (WS-COLS + WS-SECTOR-COLS - 1) / WS-SECTOR-COLS.
          MOVE 0 TO WS-FC-SEC-IDX.
          PERFORM VARYING WS-SEC-R FROM 1 BY 1
          UNTIL WS-SEC-R > WS-SECTOR-ROWS
             PERFORM VARYING WS-SEC-C FROM 1 BY 1
             UNTIL WS-SEC-C > WS-SECTOR-COLS
                ADD 1 TO WS-FC-SEC-IDX
                PERFORM TALLY-ONE-SECTOR
                MOVE WS-SEC-VALUE TO
                   WS-FC-SEC-VALUE (WS-FC-STATE-COUNT, WS-FC-SEC-IDX)
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
      * ONE PASS ROUND THE CYCLE FROM THE MINUTE IT WAS DETECTED AT,
      * WHICH IS PHASE 0 (THE SAME STATE AS THE CYCLE START).
       CATALOGUE-CYCLE SECTION.
          IF WS-FC-TARGET-COUNT = 0
             GO TO CATALOGUE-CYCLE-99
          END-IF.
          IF WS-FC-MINUTE (WS-FC-TARGET-COUNT) < WS-CYCLE-START
             GO TO CATALOGUE-CYCLE-99
          END-IF.
          IF WS-CYCLE-LENGTH > WS-FC-STATE-MAX - WS-FC-STATE-COUNT
             MOVE "L" TO WS-CYCLE-STATUS
             GO TO CATALOGUE-CYCLE-99
          END-IF.
          MOVE WS-DP (WS-I-1) TO WS-CYCLE-GRID.
          COMPUTE WS-CYCLE-BASE = WS-FC-STATE-COUNT + 1.
          PERFORM WS-CYCLE-LENGTH TIMES
             PERFORM CAPTURE-STATE
             PERFORM ITERATE
          END-PERFORM.
          IF WS-DP (WS-I-1) = WS-CYCLE-GRID
             MOVE "Y" TO WS-CYCLE-STATUS
          ELSE
             MOVE "U" TO WS-CYCLE-STATUS
             MOVE WS-CYCLE-GRID TO WS-DP (WS-I-1)
          END-IF.
       CATALOGUE-CYCLE-99.
          EXIT.
      *
       WRITE-FORECAST-REPORT SECTION.
          IF WS-FC-TARGET-COUNT = 0
             GO TO WRITE-FORECAST-REPORT-99
          END-IF.
          MOVE "DAY18_FORECAST_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day18/forecast.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FORECAST-DATASET.
          OPEN OUTPUT FORECAST-REPORT-FILE.
          MOVE WS-CYCLE-START TO WS-FC-MIN-ED.
          MOVE WS-CYCLE-LENGTH TO WS-FC-N1-ED.
          MOVE SPACES TO FORECAST-PRINT-LINE.
          STRING "RESOURCE FORECAST - CYCLE ENTERED AT MINUTE "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-MIN-ED) DELIMITED BY SIZE
                 "  CYCLE LENGTH " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N1-ED) DELIMITED BY SIZE
                 INTO FORECAST-PRINT-LINE
          END-STRING.
          WRITE FORECAST-PRINT-LINE.
          IF WS-CYCLE-TOO-LONG OR WS-CYCLE-UNCONFIRMED
             PERFORM REPORT-CYCLE-WITHHELD
          END-IF.
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FC-TARGET-COUNT
             IF WS-FC-MINUTE (WS-FC-IDX) >= WS-CYCLE-START
                MOVE SPACE TO WS-FC-METHOD (WS-FC-IDX)
                IF WS-CYCLE-CATALOGUED
                   COMPUTE WS-CYCLE-PHASE = FUNCTION MOD
                      (WS-FC-MINUTE (WS-FC-IDX) - WS-CYCLE-START,
                       WS-CYCLE-LENGTH)
                   COMPUTE WS-FC-SLOT (WS-FC-IDX) =
                      WS-CYCLE-BASE + WS-CYCLE-PHASE
                   MOVE "C" TO WS-FC-METHOD (WS-FC-IDX)
                END-IF
             END-IF
             PERFORM WRITE-FORECAST-TARGET
          END-PERFORM.
          CLOSE FORECAST-REPORT-FILE.
          DISPLAY "DAY18: " WS-FC-TARGET-COUNT " FORECAST TARGET(S) - "
             WS-FC-CYCLE-COUNT " FROM CYCLE, "
             WS-FC-SIMULATED-COUNT " SIMULATED".
       WRITE-FORECAST-REPORT-99.
          EXIT.
      *
       REPORT-CYCLE-WITHHELD SECTION.
          MOVE SPACES TO FORECAST-PRINT-LINE.
          IF WS-CYCLE-TOO-LONG
             MOVE WS-FC-STATE-MAX TO WS-FC-N2-ED
             STRING "*** CYCLE LONGER THAN THE FORECAST CATALOGUE OF "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-FC-N2-ED) DELIMITED BY SIZE
                    " STATES - TARGETS FROM THE CYCLE START ON NOT "
                       DELIMITED BY SIZE
                    "ANSWERED ***" DELIMITED BY SIZE
                    INTO FORECAST-PRINT-LINE
             END-STRING
          ELSE
             STRING "*** GRID AFTER ONE CYCLE DOES NOT MATCH THE CYCLE "
                       DELIMITED BY SIZE
                    "START - TARGETS FROM THE CYCLE START ON NOT "
                       DELIMITED BY SIZE
                    "ANSWERED ***" DELIMITED BY SIZE
                    INTO FORECAST-PRINT-LINE
             END-STRING
          END-IF.
          WRITE FORECAST-PRINT-LINE.
          DISPLAY "DAY18: " FUNCTION TRIM (FORECAST-PRINT-LINE).
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "DAY18" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          MOVE FORECAST-PRINT-LINE (5:110) TO ALERT-MESSAGE.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          EXIT.
      *
       WRITE-FORECAST-TARGET SECTION.
          MOVE WS-FC-MINUTE (WS-FC-IDX) TO WS-FC-MIN-ED.
          MOVE SPACES TO FORECAST-PRINT-LINE.
          IF NOT WS-FC-SIMULATED (WS-FC-IDX) AND
             NOT WS-FC-FROM-CYCLE (WS-FC-IDX)
             STRING "MINUTE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-FC-MIN-ED) DELIMITED BY SIZE
                    "  NO ANSWER" DELIMITED BY SIZE
                    INTO FORECAST-PRINT-LINE
             END-STRING
             WRITE FORECAST-PRINT-LINE
             GO TO WRITE-FORECAST-TARGET-99
          END-IF.
          MOVE WS-FC-TREES (WS-FC-SLOT (WS-FC-IDX)) TO WS-FC-N1-ED.
          MOVE WS-FC-YARDS (WS-FC-SLOT (WS-FC-IDX)) TO WS-FC-N2-ED.
          MOVE WS-FC-OPEN (WS-FC-SLOT (WS-FC-IDX)) TO WS-FC-N3-ED.
          MOVE WS-FC-VALUE (WS-FC-SLOT (WS-FC-IDX)) TO WS-FC-N4-ED.
          MOVE 1 TO WS-FC-PTR.
          STRING "MINUTE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-MIN-ED) DELIMITED BY SIZE
                 "  TREES=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N1-ED) DELIMITED BY SIZE
                 "  LUMBERYARDS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N2-ED) DELIMITED BY SIZE
                 "  OPEN=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N3-ED) DELIMITED BY SIZE
                 "  VALUE=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N4-ED) DELIMITED BY SIZE
                 INTO FORECAST-PRINT-LINE
                 WITH POINTER WS-FC-PTR
          END-STRING.
          IF WS-FC-SIMULATED (WS-FC-IDX)
             ADD 1 TO WS-FC-SIMULATED-COUNT
             STRING "  SIMULATED - BEFORE CYCLE ENTERED"
                       DELIMITED BY SIZE
                    INTO FORECAST-PRINT-LINE
                    WITH POINTER WS-FC-PTR
             END-STRING
          ELSE
             ADD 1 TO WS-FC-CYCLE-COUNT
             STRING "  FROM CYCLE" DELIMITED BY SIZE
                    INTO FORECAST-PRINT-LINE
                    WITH POINTER WS-FC-PTR
             END-STRING
          END-IF.
          WRITE FORECAST-PRINT-LINE.
          MOVE 0 TO WS-FC-SEC-IDX.
          PERFORM VARYING WS-SEC-R FROM 1 BY 1
          UNTIL WS-SEC-R > WS-SECTOR-ROWS
             MOVE SPACES TO FORECAST-PRINT-LINE
             MOVE "   SECTORS" TO FORECAST-PRINT-LINE
             MOVE 11 TO WS-FC-PTR
             PERFORM VARYING WS-SEC-C FROM 1 BY 1
             UNTIL WS-SEC-C > WS-SECTOR-COLS
                ADD 1 TO WS-FC-SEC-IDX
                PERFORM WRITE-FORECAST-SECTOR
             END-PERFORM
             IF WS-FC-PTR > 11
                WRITE FORECAST-PRINT-LINE
             END-IF
          END-PERFORM.
       WRITE-FORECAST-TARGET-99.
          EXIT.
      *
       WRITE-FORECAST-SECTOR SECTION.
          PERFORM SECTOR-BOUNDS.
          IF WS-SEC-EMPTY = "Y"
             GO TO WRITE-FORECAST-SECTOR-99
          END-IF.
          MOVE WS-SEC-R TO WS-FC-N1-ED.
          MOVE WS-SEC-C TO WS-FC-N2-ED.
          MOVE WS-FC-SEC-VALUE (WS-FC-SLOT (WS-FC-IDX), WS-FC-SEC-IDX)
             TO WS-FC-N3-ED.
          STRING " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N1-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N2-ED) DELIMITED BY SIZE
                 "=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FC-N3-ED) DELIMITED BY SIZE
                 INTO FORECAST-PRINT-LINE
                 WITH POINTER WS-FC-PTR
          END-STRING.
       WRITE-FORECAST-SECTOR-99.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
