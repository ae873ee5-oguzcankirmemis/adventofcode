          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT DEFECT-REPORT-FILE
          ASSIGN TO WS-DEFECT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT HEAT-REPORT-FILE
          ASSIGN TO WS-HEAT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT POLICY-DECK-FILE
          ASSIGN TO WS-POLICY-DECK-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POLICY-DECK-STATUS.
          SELECT POLICY-REPORT-FILE
          ASSIGN TO WS-POLICY-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
                03 INPUT-STR PIC X(200).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD DEFECT-REPORT-FILE.
          01 DEFECT-PRINT-LINE PIC X(132).
          FD CRASH-LOG-FILE.
          01 CRASH-PRINT-LINE PIC X(132).
          FD HEAT-REPORT-FILE.
          01 HEAT-PRINT-LINE PIC X(210).
          FD POLICY-DECK-FILE.
          01 POLICY-DECK-RECORD PIC X(120).
          FD POLICY-REPORT-FILE.
          01 POLICY-PRINT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
                88 WS-GO-STRAIGHT VALUE 1.
                88 WS-TURN-RIGHT VALUE 2.
             03 WS-CART-ID PIC 9(2) USAGE BINARY VALUE 0.
             03 WS-CART-SEQ PIC X(12) VALUE SPACES.
             03 WS-CART-SEQ-LEN PIC 9(2) USAGE BINARY VALUE 0.
             03 WS-CART-STEP PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-I-1 PIC 9(4) USAGE BINARY.
          01 WS-I-2 PIC 9(4) USAGE BINARY.
          01 WS-T-1 PIC 9(4) USAGE BINARY.
          01 WS-HEAT-N1-ED PIC ZZZZZZZZ9.
          01 WS-HEAT-N2-ED PIC ZZZ9.
          01 WS-HEAT-N3-ED PIC ZZZ9.
      * TURN POLICY DECK. THE STANDARD RUN ABOVE TURNS EVERY CART
      * LEFT, STRAIGHT, RIGHT AT SUCCESSIVE INTERSECTIONS. THE DECK
      * DEFINES POLICY SETS, EACH WITH ITS OWN TURN SEQUENCES (L, S
      * AND R), CARTS ASSIGNED TO A SEQUENCE BY STARTING POSITION AND
      * INTERSECTIONS WHERE EVERY CART TAKES ONE FIXED TURN. EACH SET
      * IS SIMULATED FROM THE ORIGINAL CART POSITIONS UNTIL ONE CART
      * OR NONE IS LEFT, OR DAY13-POLICY-TICK-LIMIT TICKS HAVE RUN,
      * AND THE COMPARISON REPORT SETS THE OUTCOMES SIDE BY SIDE
      * WITH THE STANDARD RUN.
          01 WS-COLLISION-COUNT PIC 9(4) USAGE BINARY VALUE 0.
          01 WS-FIRST-CRASH-TICK PIC 9(9) USAGE BINARY VALUE 0.
          01 WS-CART-SAVE OCCURS 25 PIC X(80).
          01 WS-CARTS-SAVE PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-POLICY-MODE PIC X(1) VALUE "N".
          01 WS-POLICY-DECK-DATASET PIC X(200).
          01 WS-POLICY-DECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-POLICY-DECK-EOF PIC X(1) VALUE "N".
          01 WS-POLICY-REPORT-DATASET PIC X(200).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-RESULT PIC 9(9).
          01 WS-POLICY-TICK-LIMIT PIC 9(9) USAGE BINARY
             VALUE 100000.
          01 WS-POLICY-PARSE.
             03 WS-PK-KIND PIC X(12).
             03 WS-PK-SET PIC X(20).
             03 WS-PK-F3 PIC X(20).
             03 WS-PK-F4 PIC X(20).
             03 WS-PK-F5 PIC X(20).
          01 WS-PK-X PIC 9(4) USAGE BINARY.
          01 WS-PK-Y PIC 9(4) USAGE BINARY.
          77 WS-STANDARD-SEQ PIC X(3) VALUE "LSR".
          77 WS-PSET-MAX PIC 9(2) USAGE BINARY VALUE 11.
          01 WS-PSET-COUNT PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-PSET-TABLE OCCURS 11.
             03 PS-NAME PIC X(12).
             03 PS-FIRST-X PIC 9(4).
             03 PS-FIRST-Y PIC 9(4).
             03 PS-FIRST-TICK PIC 9(9) USAGE BINARY.
             03 PS-COLLISIONS PIC 9(4) USAGE BINARY.
             03 PS-END-TICK PIC 9(9) USAGE BINARY.
             03 PS-LEFT PIC 9(2) USAGE BINARY.
             03 PS-LAST-X PIC 9(4).
             03 PS-LAST-Y PIC 9(4).
             03 PS-BUSY OCCURS 3.
                05 PB-X PIC 9(4) USAGE BINARY.
                05 PB-Y PIC 9(4) USAGE BINARY.
                05 PB-TRANSIT PIC 9(9) USAGE BINARY.
          77 WS-POLICY-MAX PIC 9(2) USAGE BINARY VALUE 40.
          01 WS-POLICY-COUNT PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-POLICY-TABLE OCCURS 40.
             03 PL-SET PIC 9(2) USAGE BINARY.
             03 PL-NAME PIC X(12).
             03 PL-SEQ PIC X(12).
             03 PL-LEN PIC 9(2) USAGE BINARY.
          77 WS-ASSIGN-MAX PIC 9(3) USAGE BINARY VALUE 200.
          01 WS-ASSIGN-COUNT PIC 9(3) USAGE BINARY VALUE 0.
          01 WS-ASSIGN-TABLE OCCURS 200.
             03 AS-SET PIC 9(2) USAGE BINARY.
             03 AS-ROW PIC 9(4) USAGE BINARY.
             03 AS-COL PIC 9(4) USAGE BINARY.
             03 AS-POLICY PIC X(12).
          77 WS-FIXED-MAX PIC 9(3) USAGE BINARY VALUE 200.
          01 WS-FIXED-COUNT PIC 9(3) USAGE BINARY VALUE 0.
          01 WS-FIXED-TABLE OCCURS 200.
             03 FX-SET PIC 9(2) USAGE BINARY.
             03 FX-ROW PIC 9(4) USAGE BINARY.
             03 FX-COL PIC 9(4) USAGE BINARY.
             03 FX-TURN PIC X(1).
          01 WS-RUN-SET PIC 9(2) USAGE BINARY.
          01 WS-PS-IDX PIC 9(2) USAGE BINARY.
          01 WS-PL-IDX PIC 9(2) USAGE BINARY.
          01 WS-PX-IDX PIC 9(3) USAGE BINARY.
          01 WS-PB-IDX PIC 9(1) USAGE BINARY.
          01 WS-TURN-LETTER PIC X(1).
          01 WS-PR-PTR PIC 9(3).
          01 WS-PR-N1-ED PIC ZZZZZZZZ9.
          01 WS-PR-N2-ED PIC ZZZ9.
          01 WS-PR-N3-ED PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          PERFORM WRITE-RUN-HEADER.
          PERFORM PARSE-INPUT.
          PERFORM VALIDATE-TRACK-MAP.
          PERFORM SAVE-STARTING-CARTS.
          PERFORM OPEN-CRASH-LOG.
          PERFORM PART-1.
          PERFORM PART-2.
          CLOSE CRASH-LOG-FILE.
          PERFORM WRITE-HEAT-REPORT.
          PERFORM LOAD-PARAMETERS.
          PERFORM LOAD-POLICY-DECK.
          IF WS-PSET-COUNT > 1
             PERFORM COMPARE-POLICY-SETS
          END-IF.
          MOVE "DAY13" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY13" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY13" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-ROWS TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       VALIDATE-TRACK-MAP SECTION.
          MOVE "DAY13_DEFECT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day13/track_defects.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DEFECT-DATASET.
          OPEN OUTPUT DEFECT-REPORT-FILE.
          PERFORM VARYING WS-V-ROW FROM 1 BY 1
       OPEN-CRASH-LOG SECTION.
          MOVE "DAY13_CRASH_LOG" TO CAT-LOGICAL-NAME.
          MOVE "./day13/crashes.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CRASH-LOG-DATASET.
          OPEN OUTPUT CRASH-LOG-FILE.
          EXIT.
       PARSE-INPUT SECTION.
          MOVE "DAY13_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                   COMPUTE WS-DIR (WS-I-1) = FUNCTION MOD (WS-T-3 4)
                END-IF
             WHEN "+"
                IF WS-POLICY-MODE = "Y"
                   PERFORM POLICY-TURN
                   EXIT SECTION
                END-IF
                IF WS-TURN-LEFT (WS-I-1) THEN
                   COMPUTE WS-T-3 = WS-DIR (WS-I-1) + 3
                   COMPUTE WS-DIR (WS-I-1) = FUNCTION MOD (WS-T-3 4)
      *
       HANDLE-CRASH SECTION.
          ADD 2 TO WS-CRASHES.
          ADD 1 TO WS-COLLISION-COUNT.
          IF WS-X-1 = 9999 AND WS-Y-1 = 9999 THEN
             COMPUTE WS-Y-1 = WS-T-1 - 1
             COMPUTE WS-X-1 = WS-T-2 - 1
             MOVE WS-TICK-COUNT TO WS-FIRST-CRASH-TICK
          END-IF.
          MOVE "X" TO WS-CRASHED (WS-I-1).
          PERFORM VARYING WS-I-2 FROM 1 BY 1
                WS-C-C (WS-I-2) = WS-T-2 THEN
                   MOVE "X" TO WS-CRASHED (WS-I-2)
                   MOVE " " TO WS-COLLISION (WS-T-1, WS-T-2)
                   IF WS-POLICY-MODE NOT = "Y"
                      PERFORM WRITE-CRASH-LOG
                   END-IF
                   EXIT SECTION
             END-IF
          END-PERFORM.
       WRITE-HEAT-REPORT SECTION.
          MOVE "DAY13_HEAT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day13/heat.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-HEAT-DATASET.
          PERFORM COLLECT-HOT-CELLS.
          OPEN OUTPUT HEAT-REPORT-FILE.
          END-EVALUATE.
       SET-HEAT-CELL-99.
          EXIT.
      *
       SAVE-STARTING-CARTS SECTION.
          MOVE WS-CARTS TO WS-CARTS-SAVE.
          PERFORM VARYING WS-I-1 FROM 1 BY 1 UNTIL WS-I-1 > 25
             MOVE WS-CART (WS-I-1) TO WS-CART-SAVE (WS-I-1)
          END-PERFORM.
          EXIT.
      *
       LOAD-PARAMETERS SECTION.
          ACCEPT WS-CONTROL-FILE FROM ENVIRONMENT "DAY13_CONTROL".
          IF WS-CONTROL-FILE = SPACES
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 100000 TO WS-PARAM-DEFAULT.
          MOVE "DAY13-POLICY-TICK-LIMIT" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT = 0
             MOVE 100000 TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-POLICY-TICK-LIMIT.
          EXIT.
      *
      * ENTRY 1 OF THE SET TABLE IS THE STANDARD RUN JUST FINISHED;
      * DECK SETS FOLLOW IN ORDER OF FIRST APPEARANCE.
       LOAD-POLICY-DECK SECTION.
          MOVE 1 TO WS-PSET-COUNT.
          MOVE "(STANDARD)" TO PS-NAME (1).
          MOVE 1 TO WS-RUN-SET.
          PERFORM RECORD-POLICY-OUTCOME.
          MOVE "DAY13_TURN_POLICIES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/turnpolicy13.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-POLICY-DECK-DATASET.
          OPEN INPUT POLICY-DECK-FILE.
          IF WS-POLICY-DECK-STATUS NOT = "00"
             GO TO LOAD-POLICY-DECK-99
          END-IF.
          PERFORM UNTIL WS-POLICY-DECK-EOF = "Y"
             READ POLICY-DECK-FILE
                AT END
                   MOVE "Y" TO WS-POLICY-DECK-EOF
                NOT AT END
                   PERFORM PARSE-POLICY-RECORD
             END-READ
          END-PERFORM.
          CLOSE POLICY-DECK-FILE.
       LOAD-POLICY-DECK-99.
          EXIT.
      *
      * POLICY|SET|NAME|SEQUENCE   CART|SET|X|Y|POLICY
      * FIXED|SET|X|Y|TURN         (X,Y AS IN THE CRASH REPORTS)
       PARSE-POLICY-RECORD SECTION.
          IF POLICY-DECK-RECORD = SPACES OR
             POLICY-DECK-RECORD (1:1) = "*"
             GO TO PARSE-POLICY-RECORD-99
          END-IF.
          MOVE SPACES TO WS-POLICY-PARSE.
          UNSTRING POLICY-DECK-RECORD DELIMITED BY "|"
             INTO WS-PK-KIND, WS-PK-SET, WS-PK-F3, WS-PK-F4,
                WS-PK-F5.
          MOVE FUNCTION UPPER-CASE (WS-PK-KIND) TO WS-PK-KIND.
          MOVE FUNCTION UPPER-CASE (WS-PK-F5) TO WS-PK-F5.
          IF WS-PK-SET = SPACES
             GO TO PARSE-POLICY-RECORD-90
          END-IF.
          EVALUATE WS-PK-KIND
             WHEN "POLICY"
                MOVE FUNCTION UPPER-CASE (WS-PK-F4) TO WS-PK-F4
                IF WS-PK-F3 = SPACES OR WS-PK-F4 = SPACES OR
                   WS-PK-F4 (13:8) NOT = SPACES
                   GO TO PARSE-POLICY-RECORD-90
                END-IF
                MOVE 0 TO WS-PX-IDX
                INSPECT WS-PK-F4 TALLYING WS-PX-IDX
                   FOR CHARACTERS BEFORE INITIAL " "
                MOVE 0 TO WS-PB-IDX
                INSPECT WS-PK-F4 (1:WS-PX-IDX) TALLYING WS-PB-IDX
                   FOR ALL "L" ALL "S" ALL "R"
                IF WS-PB-IDX NOT = WS-PX-IDX
                   GO TO PARSE-POLICY-RECORD-90
                END-IF
                PERFORM FIND-OR-ADD-PSET
                IF WS-PS-IDX = 0
                   GO TO PARSE-POLICY-RECORD-99
                END-IF
                IF WS-POLICY-COUNT >= WS-POLICY-MAX
                   DISPLAY "DAY13: TURN POLICY DECK EXCEEDS "
                      WS-POLICY-MAX " POLICIES - EXTRA IGNORED"
                   GO TO PARSE-POLICY-RECORD-99
                END-IF
                ADD 1 TO WS-POLICY-COUNT
                MOVE WS-PS-IDX TO PL-SET (WS-POLICY-COUNT)
                MOVE WS-PK-F3 TO PL-NAME (WS-POLICY-COUNT)
                MOVE WS-PK-F4 TO PL-SEQ (WS-POLICY-COUNT)
                MOVE WS-PX-IDX TO PL-LEN (WS-POLICY-COUNT)
             WHEN "CART"
             WHEN "FIXED"
                IF WS-PK-F3 = SPACES OR WS-PK-F4 = SPACES OR
                   WS-PK-F5 = SPACES OR
                   FUNCTION TRIM (WS-PK-F3) IS NOT NUMERIC OR
                   FUNCTION TRIM (WS-PK-F4) IS NOT NUMERIC
                   GO TO PARSE-POLICY-RECORD-90
                END-IF
                COMPUTE WS-PK-X = FUNCTION NUMVAL (WS-PK-F3) + 1
                COMPUTE WS-PK-Y = FUNCTION NUMVAL (WS-PK-F4) + 1
                IF WS-PK-X > 200 OR WS-PK-Y > WS-ROWS
                   GO TO PARSE-POLICY-RECORD-90
                END-IF
                IF WS-PK-KIND = "CART"
                   PERFORM ADD-CART-ASSIGNMENT
                ELSE
                   PERFORM ADD-FIXED-TURN
                END-IF
             WHEN OTHER
                GO TO PARSE-POLICY-RECORD-90
          END-EVALUATE.
          GO TO PARSE-POLICY-RECORD-99.
       PARSE-POLICY-RECORD-90.
          DISPLAY "DAY13: BAD TURN POLICY RECORD IGNORED: "
             POLICY-DECK-RECORD (1:60).
       PARSE-POLICY-RECORD-99.
          EXIT.
      *
       ADD-CART-ASSIGNMENT SECTION.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
          UNTIL WS-I-1 > WS-CARTS-SAVE
             MOVE WS-CART-SAVE (WS-I-1) TO WS-CART (25)
             IF WS-C-R (25) = WS-PK-Y AND WS-C-C (25) = WS-PK-X
                GO TO ADD-CART-ASSIGNMENT-10
             END-IF
          END-PERFORM.
          DISPLAY "DAY13: NO CART STARTS AT "
             FUNCTION TRIM (WS-PK-F3) "," FUNCTION TRIM (WS-PK-F4)
             " - TURN POLICY CARD IGNORED".
          GO TO ADD-CART-ASSIGNMENT-99.
       ADD-CART-ASSIGNMENT-10.
          PERFORM FIND-OR-ADD-PSET.
          IF WS-PS-IDX = 0
             GO TO ADD-CART-ASSIGNMENT-99
          END-IF.
          IF WS-ASSIGN-COUNT >= WS-ASSIGN-MAX
             DISPLAY "DAY13: TURN POLICY DECK EXCEEDS "
                WS-ASSIGN-MAX " CART CARDS - EXTRA IGNORED"
             GO TO ADD-CART-ASSIGNMENT-99
          END-IF.
          ADD 1 TO WS-ASSIGN-COUNT.
          MOVE WS-PS-IDX TO AS-SET (WS-ASSIGN-COUNT).
          MOVE WS-PK-Y TO AS-ROW (WS-ASSIGN-COUNT).
          MOVE WS-PK-X TO AS-COL (WS-ASSIGN-COUNT).
          MOVE WS-PK-F5 TO AS-POLICY (WS-ASSIGN-COUNT).
       ADD-CART-ASSIGNMENT-99.
          EXIT.
      *
       ADD-FIXED-TURN SECTION.
          IF WS-M (WS-PK-Y, WS-PK-X) NOT = "+" OR
             (WS-PK-F5 NOT = "L" AND WS-PK-F5 NOT = "S" AND
              WS-PK-F5 NOT = "R")
             DISPLAY "DAY13: FIXED TURN NEEDS AN INTERSECTION AND "
                "L, S OR R - CARD IGNORED: "
                POLICY-DECK-RECORD (1:40)
             GO TO ADD-FIXED-TURN-99
          END-IF.
          PERFORM FIND-OR-ADD-PSET.
          IF WS-PS-IDX = 0
             GO TO ADD-FIXED-TURN-99
          END-IF.
          IF WS-FIXED-COUNT >= WS-FIXED-MAX
             DISPLAY "DAY13: TURN POLICY DECK EXCEEDS "
                WS-FIXED-MAX " FIXED TURNS - EXTRA IGNORED"
             GO TO ADD-FIXED-TURN-99
          END-IF.
          ADD 1 TO WS-FIXED-COUNT.
          MOVE WS-PS-IDX TO FX-SET (WS-FIXED-COUNT).
          MOVE WS-PK-Y TO FX-ROW (WS-FIXED-COUNT).
          MOVE WS-PK-X TO FX-COL (WS-FIXED-COUNT).
          MOVE WS-PK-F5 (1:1) TO FX-TURN (WS-FIXED-COUNT).
       ADD-FIXED-TURN-99.
          EXIT.
      *
       FIND-OR-ADD-PSET SECTION.
          PERFORM VARYING WS-PS-IDX FROM 2 BY 1
          UNTIL WS-PS-IDX > WS-PSET-COUNT
             IF PS-NAME (WS-PS-IDX) = WS-PK-SET
                GO TO FIND-OR-ADD-PSET-99
             END-IF
          END-PERFORM.
          IF WS-PSET-COUNT >= WS-PSET-MAX
             DISPLAY "DAY13: TURN POLICY DECK EXCEEDS 10 SETS - "
                FUNCTION TRIM (WS-PK-SET) " IGNORED"
             MOVE 0 TO WS-PS-IDX
             GO TO FIND-OR-ADD-PSET-99
          END-IF.
          ADD 1 TO WS-PSET-COUNT.
          MOVE WS-PSET-COUNT TO WS-PS-IDX.
          MOVE WS-PK-SET TO PS-NAME (WS-PS-IDX).
       FIND-OR-ADD-PSET-99.
          EXIT.
      *
       COMPARE-POLICY-SETS SECTION.
          MOVE "Y" TO WS-POLICY-MODE.
          PERFORM VARYING WS-RUN-SET FROM 2 BY 1
          UNTIL WS-RUN-SET > WS-PSET-COUNT
             PERFORM RUN-POLICY-SET
             PERFORM RECORD-POLICY-OUTCOME
          END-PERFORM.
          MOVE "N" TO WS-POLICY-MODE.
          PERFORM WRITE-POLICY-REPORT.
          EXIT.
      *
      * BACK TO THE STARTING CARTS WITH AN EMPTY TRACK. A CART WITH
      * NO CARD FOLLOWS THE SET'S FIRST POLICY, OR THE STANDARD
      * CYCLE IF THE SET DEFINES NONE.
       RUN-POLICY-SET SECTION.
          PERFORM VARYING WS-I-1 FROM 1 BY 1 UNTIL WS-I-1 > 25
             MOVE WS-CART-SAVE (WS-I-1) TO WS-CART (WS-I-1)
          END-PERFORM.
          MOVE WS-CARTS-SAVE TO WS-CARTS.
          PERFORM VARYING WS-T-1 FROM 1 BY 1 UNTIL WS-T-1 > 200
             MOVE SPACES TO WS-COLLISION-TABLE (WS-T-1)
          END-PERFORM.
          INITIALIZE WS-TRANSIT-TABLE.
          MOVE 0 TO WS-TICK-COUNT WS-COLLISION-COUNT
             WS-FIRST-CRASH-TICK.
          MOVE 9999 TO WS-X-1 WS-Y-1 WS-X-2 WS-Y-2.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
          UNTIL WS-I-1 > WS-CARTS
             PERFORM ASSIGN-CART-POLICY
          END-PERFORM.
          PERFORM UNTIL WS-CARTS <= 1 OR
             WS-TICK-COUNT >= WS-POLICY-TICK-LIMIT
             PERFORM TICK
          END-PERFORM.
          SORT WS-CART ON ASCENDING WS-SORT-KEY.
          IF WS-CARTS = 1
             COMPUTE WS-Y-2 = WS-C-R (1) - 1
             COMPUTE WS-X-2 = WS-C-C (1) - 1
          END-IF.
          EXIT.
      *
       ASSIGN-CART-POLICY SECTION.
          MOVE SPACES TO WS-PK-F5.
          PERFORM VARYING WS-PX-IDX FROM 1 BY 1
          UNTIL WS-PX-IDX > WS-ASSIGN-COUNT
             IF AS-SET (WS-PX-IDX) = WS-RUN-SET AND
                AS-ROW (WS-PX-IDX) = WS-C-R (WS-I-1) AND
                AS-COL (WS-PX-IDX) = WS-C-C (WS-I-1)
                MOVE AS-POLICY (WS-PX-IDX) TO WS-PK-F5
             END-IF
          END-PERFORM.
          MOVE 0 TO WS-PL-IDX.
          PERFORM VARYING WS-PX-IDX FROM WS-POLICY-COUNT BY -1
          UNTIL WS-PX-IDX < 1
             IF PL-SET (WS-PX-IDX) = WS-RUN-SET AND
                (WS-PK-F5 = SPACES OR
                 FUNCTION UPPER-CASE (PL-NAME (WS-PX-IDX)) = WS-PK-F5)
                MOVE WS-PX-IDX TO WS-PL-IDX
             END-IF
          END-PERFORM.
          IF WS-PL-IDX = 0 AND WS-PK-F5 NOT = SPACES
             DISPLAY "DAY13: SET " FUNCTION TRIM (PS-NAME (WS-RUN-SET))
                " HAS NO POLICY " FUNCTION TRIM (WS-PK-F5)
                " - CART " WS-CART-ID (WS-I-1) " KEEPS THE DEFAULT"
             PERFORM VARYING WS-PX-IDX FROM WS-POLICY-COUNT BY -1
             UNTIL WS-PX-IDX < 1
                IF PL-SET (WS-PX-IDX) = WS-RUN-SET
                   MOVE WS-PX-IDX TO WS-PL-IDX
                END-IF
             END-PERFORM
          END-IF.
          IF WS-PL-IDX = 0
             MOVE WS-STANDARD-SEQ TO WS-CART-SEQ (WS-I-1)
             MOVE 3 TO WS-CART-SEQ-LEN (WS-I-1)
          ELSE
             MOVE PL-SEQ (WS-PL-IDX) TO WS-CART-SEQ (WS-I-1)
             MOVE PL-LEN (WS-PL-IDX) TO WS-CART-SEQ-LEN (WS-I-1)
          END-IF.
          MOVE 1 TO WS-CART-STEP (WS-I-1).
          EXIT.
      *
      * A FIXED INTERSECTION TURNS EVERY CART THE SAME WAY AND DOES
      * NOT USE UP A STEP OF THE CART'S OWN SEQUENCE.
       POLICY-TURN SECTION.
          MOVE SPACE TO WS-TURN-LETTER.
          PERFORM VARYING WS-PX-IDX FROM 1 BY 1
          UNTIL WS-PX-IDX > WS-FIXED-COUNT OR WS-TURN-LETTER NOT = " "
             IF FX-SET (WS-PX-IDX) = WS-RUN-SET AND
                FX-ROW (WS-PX-IDX) = WS-T-1 AND
                FX-COL (WS-PX-IDX) = WS-T-2
                MOVE FX-TURN (WS-PX-IDX) TO WS-TURN-LETTER
             END-IF
          END-PERFORM.
          IF WS-TURN-LETTER = " "
             MOVE WS-CART-SEQ (WS-I-1) (WS-CART-STEP (WS-I-1):1)
                TO WS-TURN-LETTER
             ADD 1 TO WS-CART-STEP (WS-I-1)
             IF WS-CART-STEP (WS-I-1) > WS-CART-SEQ-LEN (WS-I-1)
                MOVE 1 TO WS-CART-STEP (WS-I-1)
             END-IF
          END-IF.
          EVALUATE WS-TURN-LETTER
             WHEN "L"
                COMPUTE WS-T-3 = WS-DIR (WS-I-1) + 3
                COMPUTE WS-DIR (WS-I-1) = FUNCTION MOD (WS-T-3 4)
             WHEN "R"
                COMPUTE WS-T-3 = WS-DIR (WS-I-1) + 1
                COMPUTE WS-DIR (WS-I-1) = FUNCTION MOD (WS-T-3 4)
          END-EVALUATE.
          EXIT.
      *
       RECORD-POLICY-OUTCOME SECTION.
          MOVE WS-X-1 TO PS-FIRST-X (WS-RUN-SET).
          MOVE WS-Y-1 TO PS-FIRST-Y (WS-RUN-SET).
          MOVE WS-FIRST-CRASH-TICK TO PS-FIRST-TICK (WS-RUN-SET).
          MOVE WS-COLLISION-COUNT TO PS-COLLISIONS (WS-RUN-SET).
          MOVE WS-TICK-COUNT TO PS-END-TICK (WS-RUN-SET).
          MOVE WS-CARTS TO PS-LEFT (WS-RUN-SET).
          MOVE WS-X-2 TO PS-LAST-X (WS-RUN-SET).
          MOVE WS-Y-2 TO PS-LAST-Y (WS-RUN-SET).
          PERFORM VARYING WS-PB-IDX FROM 1 BY 1 UNTIL WS-PB-IDX > 3
             MOVE 0 TO PB-TRANSIT (WS-RUN-SET, WS-PB-IDX)
          END-PERFORM.
          PERFORM VARYING WS-T-1 FROM 1 BY 1
          UNTIL WS-T-1 > WS-ROWS
             PERFORM VARYING WS-T-2 FROM 1 BY 1
             UNTIL WS-T-2 > 200
                IF WS-M (WS-T-1, WS-T-2) = "+" AND
                   WS-TRANSIT (WS-T-1, WS-T-2) >
                      PB-TRANSIT (WS-RUN-SET, 3)
                   PERFORM RANK-BUSY-INTERSECTION
                END-IF
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
       RANK-BUSY-INTERSECTION SECTION.
          MOVE 3 TO WS-PB-IDX.
          PERFORM UNTIL WS-PB-IDX = 1
             IF WS-TRANSIT (WS-T-1, WS-T-2) <=
                PB-TRANSIT (WS-RUN-SET, WS-PB-IDX - 1)
                EXIT PERFORM
             END-IF
             MOVE PS-BUSY (WS-RUN-SET, WS-PB-IDX - 1)
                TO PS-BUSY (WS-RUN-SET, WS-PB-IDX)
             SUBTRACT 1 FROM WS-PB-IDX
          END-PERFORM.
          COMPUTE PB-X (WS-RUN-SET, WS-PB-IDX) = WS-T-2 - 1.
          COMPUTE PB-Y (WS-RUN-SET, WS-PB-IDX) = WS-T-1 - 1.
          MOVE WS-TRANSIT (WS-T-1, WS-T-2)
             TO PB-TRANSIT (WS-RUN-SET, WS-PB-IDX).
          EXIT.
      *
       WRITE-POLICY-REPORT SECTION.
          MOVE "DAY13_POLICY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day13/policy_compare.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-POLICY-REPORT-DATASET.
          OPEN OUTPUT POLICY-REPORT-FILE.
          COMPUTE WS-PR-N2-ED = WS-PSET-COUNT - 1.
          MOVE SPACES TO POLICY-PRINT-LINE.
          STRING "TURN POLICY COMPARISON - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PR-N2-ED) DELIMITED BY SIZE
                 " POLICY SET(S) AGAINST THE STANDARD "
                    DELIMITED BY SIZE
                 "LEFT/STRAIGHT/RIGHT CYCLE" DELIMITED BY SIZE
                 INTO POLICY-PRINT-LINE
          END-STRING.
          WRITE POLICY-PRINT-LINE.
          MOVE SPACES TO POLICY-PRINT-LINE.
          WRITE POLICY-PRINT-LINE.
          MOVE SPACES TO POLICY-PRINT-LINE.
          STRING "SET           FIRST CRASH    TICK  COLLISIONS  "
                    DELIMITED BY SIZE
                 "OUTCOME                          " DELIMITED BY SIZE
                 "BUSIEST INTERSECTIONS (X,Y=TRANSITS)"
                    DELIMITED BY SIZE
                 INTO POLICY-PRINT-LINE
          END-STRING.
          WRITE POLICY-PRINT-LINE.
          PERFORM VARYING WS-RUN-SET FROM 1 BY 1
          UNTIL WS-RUN-SET > WS-PSET-COUNT
             PERFORM WRITE-POLICY-LINE
          END-PERFORM.
          CLOSE POLICY-REPORT-FILE.
          COMPUTE WS-PR-N2-ED = WS-PSET-COUNT - 1.
          DISPLAY "DAY13: " FUNCTION TRIM (WS-PR-N2-ED)
             " TURN POLICY SET(S) COMPARED - SEE THE POLICY REPORT".
          EXIT.
      *
       WRITE-POLICY-LINE SECTION.
          MOVE SPACES TO POLICY-PRINT-LINE.
          MOVE PS-NAME (WS-RUN-SET) TO POLICY-PRINT-LINE (1:12).
          IF PS-COLLISIONS (WS-RUN-SET) = 0
             MOVE "NONE" TO POLICY-PRINT-LINE (15:4)
          ELSE
             MOVE PS-FIRST-X (WS-RUN-SET) TO WS-PR-N2-ED
             MOVE PS-FIRST-Y (WS-RUN-SET) TO WS-PR-N3-ED
             MOVE 15 TO WS-PR-PTR
             STRING FUNCTION TRIM (WS-PR-N2-ED) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PR-N3-ED) DELIMITED BY SIZE
                    INTO POLICY-PRINT-LINE
                    WITH POINTER WS-PR-PTR
             END-STRING
             MOVE PS-FIRST-TICK (WS-RUN-SET) TO WS-PR-N1-ED
             MOVE WS-PR-N1-ED TO POLICY-PRINT-LINE (25:9)
          END-IF.
          MOVE PS-COLLISIONS (WS-RUN-SET) TO WS-PR-N1-ED.
          MOVE WS-PR-N1-ED TO POLICY-PRINT-LINE (36:9).
          MOVE 48 TO WS-PR-PTR.
          MOVE PS-END-TICK (WS-RUN-SET) TO WS-PR-N1-ED.
          EVALUATE TRUE
             WHEN PS-LEFT (WS-RUN-SET) = 1
                MOVE PS-LAST-X (WS-RUN-SET) TO WS-PR-N2-ED
                MOVE PS-LAST-Y (WS-RUN-SET) TO WS-PR-N3-ED
                STRING "LAST CART AT " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PR-N2-ED) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PR-N3-ED) DELIMITED BY SIZE
                       " TICK " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PR-N1-ED) DELIMITED BY SIZE
                       INTO POLICY-PRINT-LINE
                       WITH POINTER WS-PR-PTR
                END-STRING
             WHEN PS-LEFT (WS-RUN-SET) = 0
                STRING "NO CART LEFT AT TICK " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PR-N1-ED) DELIMITED BY SIZE
                       INTO POLICY-PRINT-LINE
                       WITH POINTER WS-PR-PTR
                END-STRING
             WHEN OTHER
                MOVE PS-LEFT (WS-RUN-SET) TO WS-PR-N2-ED
                STRING FUNCTION TRIM (WS-PR-N2-ED) DELIMITED BY SIZE
                       " CARTS RUNNING AT TICK " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PR-N1-ED) DELIMITED BY SIZE
                       INTO POLICY-PRINT-LINE
                       WITH POINTER WS-PR-PTR
                END-STRING
          END-EVALUATE.
          MOVE 81 TO WS-PR-PTR.
          PERFORM VARYING WS-PB-IDX FROM 1 BY 1 UNTIL WS-PB-IDX > 3
             IF PB-TRANSIT (WS-RUN-SET, WS-PB-IDX) > 0
                MOVE PB-X (WS-RUN-SET, WS-PB-IDX) TO WS-PR-N2-ED
                MOVE PB-Y (WS-RUN-SET, WS-PB-IDX) TO WS-PR-N3-ED
                MOVE PB-TRANSIT (WS-RUN-SET, WS-PB-IDX)
                   TO WS-PR-N1-ED
                STRING FUNCTION TRIM (WS-PR-N2-ED) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PR-N3-ED) DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PR-N1-ED) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       INTO POLICY-PRINT-LINE
                       WITH POINTER WS-PR-PTR
                END-STRING
             END-IF
          END-PERFORM.
          WRITE POLICY-PRINT-LINE.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
