          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT SWEEP-REPORT-FILE
          ASSIGN TO WS-SWEEP-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TOP-SQUARES-FILE
          ASSIGN TO WS-TOP-SQUARES-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT FOOTPRINT-DECK-FILE
          ASSIGN TO WS-FOOTPRINT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FOOTPRINT-STATUS.
          SELECT FOOTPRINT-REPORT-FILE
          ASSIGN TO WS-FP-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
             03 INPUT-SERIAL-NUMBER-STR PIC X(20).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD SWEEP-REPORT-FILE.
          01 SWEEP-PRINT-LINE PIC X(132).
          FD TOP-SQUARES-FILE.
          01 TOP-SQUARES-PRINT-LINE PIC X(132).
          FD FOOTPRINT-DECK-FILE.
          01 FOOTPRINT-DECK-RECORD PIC X(80).
          FD FOOTPRINT-REPORT-FILE.
          01 FOOTPRINT-PRINT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-TOP-N3-ED PIC ZZZZ9.
          01 WS-TOP-N4-ED PIC ZZZZ9.
          01 WS-TOP-P-ED PIC -(17)9.
      * RECTANGULAR FOOTPRINTS. THE FOOTPRINT DECK LISTS THE W X H
      * SHAPES THE EQUIPMENT COMES IN (W COLUMNS BY H ROWS), EACH
      * OPTIONALLY IN BOTH ORIENTATIONS. EVERY SERIAL'S SUMMED-AREA
      * TABLE IS SEARCHED FOR EACH SHAPE'S BEST TOP-LEFT CORNER, AND
      * THE SHAPES ARE RANKED BY POWER PER CELL (THE AVERAGE OVER THE
      * SERIALS OF EACH SERIAL'S BEST, DIVIDED BY THE SHAPE'S AREA).
          01 WS-FOOTPRINT-DATASET PIC X(200).
          01 WS-FOOTPRINT-STATUS PIC X(2) VALUE SPACES.
          01 WS-FOOTPRINT-EOF PIC X(1) VALUE "N".
          01 WS-FP-REPORT-DATASET PIC X(200).
          01 WS-FOOTPRINT-PARSE.
             03 WS-FK-KIND PIC X(12).
             03 WS-FK-WIDTH PIC X(12).
             03 WS-FK-HEIGHT PIC X(12).
             03 WS-FK-ROTATE PIC X(12).
          01 WS-FK-W PIC 9(9) USAGE BINARY.
          01 WS-FK-H PIC 9(9) USAGE BINARY.
          77 WS-FOOTPRINT-MAX PIC 9(3) USAGE BINARY VALUE 20.
          01 WS-FOOTPRINT-COUNT PIC 9(3) USAGE BINARY VALUE 0.
          01 WS-FOOTPRINT-TABLE OCCURS 20.
             03 FP-WIDTH PIC 9(4) USAGE BINARY.
             03 FP-HEIGHT PIC 9(4) USAGE BINARY.
             03 FP-POWER-TOTAL PIC S9(18) USAGE BINARY.
          01 WS-FOOTPRINT-RESULT.
             03 FR-SERIAL OCCURS 100.
                05 FR-SHAPE OCCURS 20.
                   07 FR-X PIC 9(4) USAGE BINARY.
                   07 FR-Y PIC 9(4) USAGE BINARY.
                   07 FR-POWER PIC S9(18) USAGE BINARY.
          01 WS-FP-RANK-TABLE OCCURS 20.
             03 FK-PER-CELL PIC S9(9)V9(4).
             03 FK-SHAPE PIC 9(3) USAGE BINARY.
          01 WS-FP-IDX PIC 9(3) USAGE BINARY.
          01 WS-FP-IDX-2 PIC 9(3) USAGE BINARY.
          01 WS-FP-BEST PIC S9(18) USAGE BINARY.
          01 WS-FP-SHAPE-ED PIC X(9).
          01 WS-FP-CELL-ED PIC -(5)9.9999.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "DAY11" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM PARSE-INPUT.
          PERFORM LOAD-FOOTPRINT-DECK.
          IF WS-SERIAL-COUNT = 0
             DISPLAY "DAY11: NO SERIAL NUMBERS ON THE INPUT"
             MOVE 1 TO RETURN-CODE
             PERFORM RUN-SERIAL-SWEEP
          ELSE
             MOVE SN-SERIAL (1) TO WS-SERIAL-NUMBER
             MOVE 1 TO WS-SERIAL-IDX
             PERFORM COMPUTE-GRID
             PERFORM BUILD-SUM-TABLE
             PERFORM SEARCH-SQUARES
             IF WS-FOOTPRINT-COUNT > 0
                PERFORM SEARCH-FOOTPRINTS
             END-IF
             PERFORM PART-1
             PERFORM PART-2
             PERFORM LOAD-PARAMETERS
                PERFORM WRITE-TOP-SQUARES-REPORT
             END-IF
          END-IF.
          IF WS-FOOTPRINT-COUNT > 0
             PERFORM WRITE-FOOTPRINT-REPORT
          END-IF.
          MOVE "DAY11" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY11" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
      * A SWEEP-LIST RECORD (ONE SERIAL OR A RANGE) IS ACCEPTED ONLY
      * WHEN EVERY SERIAL IT NAMES WAS LOADED; COMMENT AND BLANK LINES
      * ARE NOT RECORDS.
          MOVE "DAY11" TO WS-BAL-PROGRAM.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PARSE-INPUT SECTION.
          MOVE "DAY11_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
             INPUT-SERIAL-NUMBER-STR (1:1) = "*"
             GO TO PARSE-SERIAL-RECORD-99
          END-IF.
          ADD 1 TO WS-BAL-READ.
          MOVE SPACES TO WS-RANGE-PARSE.
          UNSTRING INPUT-SERIAL-NUMBER-STR DELIMITED BY "-"
             INTO WS-RP-FROM, WS-RP-TO.
             ADD 1 TO WS-SERIAL-COUNT
             MOVE WS-TMP-1 TO SN-SERIAL (WS-SERIAL-COUNT)
          END-PERFORM.
          ADD 1 TO WS-BAL-ACCEPTED.
       PARSE-SERIAL-RECORD-99.
          EXIT.
      *
             PERFORM COMPUTE-GRID
             PERFORM BUILD-SUM-TABLE
             PERFORM SEARCH-SQUARES
             IF WS-FOOTPRINT-COUNT > 0
                PERFORM SEARCH-FOOTPRINTS
             END-IF
             MOVE WS-X-1 TO SN-X1 (WS-SERIAL-IDX)
             MOVE WS-Y-1 TO SN-Y1 (WS-SERIAL-IDX)
             MOVE WS-MAX-POWER-1 TO SN-P1-POWER (WS-SERIAL-IDX)
       WRITE-SWEEP-REPORT SECTION.
          MOVE "DAY11_SWEEP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day11/sweep.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SWEEP-DATASET.
          OPEN OUTPUT SWEEP-REPORT-FILE.
          MOVE SPACES TO SWEEP-PRINT-LINE.
       WRITE-TOP-SQUARES-REPORT SECTION.
          MOVE "DAY11_TOP_SQUARES" TO CAT-LOGICAL-NAME.
          MOVE "./day11/topsquares.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TOP-SQUARES-DATASET.
          OPEN OUTPUT TOP-SQUARES-FILE.
          MOVE WS-TOP-COUNT TO WS-TOP-N1-ED.
             WRITE TOP-SQUARES-PRINT-LINE
          END-PERFORM.
          EXIT.
      *
       LOAD-FOOTPRINT-DECK SECTION.
          MOVE "DAY11_FOOTPRINTS" TO CAT-LOGICAL-NAME.
          MOVE "../../params/footprints11.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FOOTPRINT-DATASET.
          OPEN INPUT FOOTPRINT-DECK-FILE.
          IF WS-FOOTPRINT-STATUS NOT = "00"
             GO TO LOAD-FOOTPRINT-DECK-99
          END-IF.
          PERFORM UNTIL WS-FOOTPRINT-EOF = "Y"
             READ FOOTPRINT-DECK-FILE
                AT END
                   MOVE "Y" TO WS-FOOTPRINT-EOF
                NOT AT END
                   PERFORM PARSE-FOOTPRINT-RECORD
             END-READ
          END-PERFORM.
          CLOSE FOOTPRINT-DECK-FILE.
       LOAD-FOOTPRINT-DECK-99.
          EXIT.
      *
      * FOOTPRINT|W|H|ROTATE - ROTATE "Y" ALSO SEARCHES THE H X W
      * SHAPE. A SHAPE ALREADY ON THE DECK IS NOT SEARCHED TWICE.
       PARSE-FOOTPRINT-RECORD SECTION.
          IF FOOTPRINT-DECK-RECORD = SPACES OR
             FOOTPRINT-DECK-RECORD (1:1) = "*"
             GO TO PARSE-FOOTPRINT-RECORD-99
          END-IF.
          MOVE SPACES TO WS-FOOTPRINT-PARSE.
          UNSTRING FOOTPRINT-DECK-RECORD DELIMITED BY "|"
             INTO WS-FK-KIND, WS-FK-WIDTH, WS-FK-HEIGHT, WS-FK-ROTATE.
          IF FUNCTION UPPER-CASE (WS-FK-KIND) NOT = "FOOTPRINT" OR
             WS-FK-WIDTH = SPACES OR WS-FK-HEIGHT = SPACES OR
             FUNCTION TRIM (WS-FK-WIDTH) IS NOT NUMERIC OR
             FUNCTION TRIM (WS-FK-HEIGHT) IS NOT NUMERIC
             DISPLAY "DAY11: BAD FOOTPRINT DECK RECORD IGNORED: "
                FOOTPRINT-DECK-RECORD (1:60)
             GO TO PARSE-FOOTPRINT-RECORD-99
          END-IF.
          COMPUTE WS-FK-W = FUNCTION NUMVAL (WS-FK-WIDTH).
          COMPUTE WS-FK-H = FUNCTION NUMVAL (WS-FK-HEIGHT).
          IF WS-FK-W < 1 OR WS-FK-W > WS-COLS OR
             WS-FK-H < 1 OR WS-FK-H > WS-ROWS
             DISPLAY "DAY11: FOOTPRINT OUTSIDE THE 300X300 GRID "
                "IGNORED: " FOOTPRINT-DECK-RECORD (1:40)
             GO TO PARSE-FOOTPRINT-RECORD-99
          END-IF.
          PERFORM ADD-FOOTPRINT.
          IF FUNCTION UPPER-CASE (WS-FK-ROTATE (1:1)) = "Y"
             MOVE WS-FK-W TO WS-FP-BEST
             MOVE WS-FK-H TO WS-FK-W
             MOVE WS-FP-BEST TO WS-FK-H
             PERFORM ADD-FOOTPRINT
          END-IF.
       PARSE-FOOTPRINT-RECORD-99.
          EXIT.
      *
       ADD-FOOTPRINT SECTION.
          PERFORM VARYING WS-FP-IDX FROM 1 BY 1
          UNTIL WS-FP-IDX > WS-FOOTPRINT-COUNT
             IF FP-WIDTH (WS-FP-IDX) = WS-FK-W AND
                FP-HEIGHT (WS-FP-IDX) = WS-FK-H
                GO TO ADD-FOOTPRINT-99
             END-IF
          END-PERFORM.
          IF WS-FOOTPRINT-COUNT >= WS-FOOTPRINT-MAX
             DISPLAY "DAY11: FOOTPRINT DECK EXCEEDS " WS-FOOTPRINT-MAX
                " SHAPES - EXTRA IGNORED"
             GO TO ADD-FOOTPRINT-99
          END-IF.
          ADD 1 TO WS-FOOTPRINT-COUNT.
          MOVE WS-FK-W TO FP-WIDTH (WS-FOOTPRINT-COUNT).
          MOVE WS-FK-H TO FP-HEIGHT (WS-FOOTPRINT-COUNT).
          MOVE 0 TO FP-POWER-TOTAL (WS-FOOTPRINT-COUNT).
       ADD-FOOTPRINT-99.
          EXIT.
      *
      * SAME FOUR-LOOKUP INCLUSION-EXCLUSION AS SQUARE-SUM, WITH THE
      * ROW SPAN AND COLUMN SPAN TAKEN FROM THE SHAPE SEPARATELY.
       SEARCH-FOOTPRINTS SECTION.
          PERFORM VARYING WS-FP-IDX FROM 1 BY 1
          UNTIL WS-FP-IDX > WS-FOOTPRINT-COUNT
             MOVE -999999999999999999 TO WS-FP-BEST
             COMPUTE WS-MAX-ROW = WS-ROWS - FP-HEIGHT (WS-FP-IDX) + 1
             COMPUTE WS-MAX-COL = WS-COLS - FP-WIDTH (WS-FP-IDX) + 1
             PERFORM VARYING WS-ROW FROM 1 BY 1
             UNTIL WS-ROW > WS-MAX-ROW
                PERFORM VARYING WS-COL FROM 1 BY 1
                UNTIL WS-COL > WS-MAX-COL
                   COMPUTE WS-SQUARE-TOTAL =
                      WS-SUM-COL (WS-ROW + FP-HEIGHT (WS-FP-IDX),
                         WS-COL + FP-WIDTH (WS-FP-IDX))
                      - WS-SUM-COL (WS-ROW,
                         WS-COL + FP-WIDTH (WS-FP-IDX))
                      - WS-SUM-COL (WS-ROW + FP-HEIGHT (WS-FP-IDX),
                         WS-COL)
                      + WS-SUM-COL (WS-ROW, WS-COL)
                   IF WS-SQUARE-TOTAL > WS-FP-BEST
                      MOVE WS-SQUARE-TOTAL TO WS-FP-BEST
                      MOVE WS-COL TO FR-X (WS-SERIAL-IDX, WS-FP-IDX)
                      MOVE WS-ROW TO FR-Y (WS-SERIAL-IDX, WS-FP-IDX)
                   END-IF
                END-PERFORM
             END-PERFORM
             MOVE WS-FP-BEST TO FR-POWER (WS-SERIAL-IDX, WS-FP-IDX)
             ADD WS-FP-BEST TO FP-POWER-TOTAL (WS-FP-IDX)
          END-PERFORM.
          EXIT.
      *
       WRITE-FOOTPRINT-REPORT SECTION.
          MOVE "DAY11_FOOTPRINT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day11/footprints.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FP-REPORT-DATASET.
          OPEN OUTPUT FOOTPRINT-REPORT-FILE.
          MOVE WS-FOOTPRINT-COUNT TO WS-SWEEP-N-ED.
          MOVE WS-SERIAL-COUNT TO WS-SWEEP-N2-ED.
          MOVE SPACES TO FOOTPRINT-PRINT-LINE.
          STRING "FOOTPRINT SEARCH - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SWEEP-N-ED) DELIMITED BY SIZE
                 " SHAPE(S) OVER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SWEEP-N2-ED) DELIMITED BY SIZE
                 " SERIAL(S)" DELIMITED BY SIZE
                 INTO FOOTPRINT-PRINT-LINE
          END-STRING.
          WRITE FOOTPRINT-PRINT-LINE.
          MOVE SPACES TO FOOTPRINT-PRINT-LINE.
          WRITE FOOTPRINT-PRINT-LINE.
          MOVE SPACES TO FOOTPRINT-PRINT-LINE.
          STRING "   SERIAL  FOOTPRINT  CORNER (X,Y)          POWER"
                    DELIMITED BY SIZE
                 "    POWER/CELL" DELIMITED BY SIZE
                 INTO FOOTPRINT-PRINT-LINE
          END-STRING.
          WRITE FOOTPRINT-PRINT-LINE.
          PERFORM VARYING WS-SERIAL-IDX FROM 1 BY 1
          UNTIL WS-SERIAL-IDX > WS-SERIAL-COUNT
             PERFORM VARYING WS-FP-IDX FROM 1 BY 1
             UNTIL WS-FP-IDX > WS-FOOTPRINT-COUNT
                PERFORM WRITE-FOOTPRINT-LINE
             END-PERFORM
          END-PERFORM.
          PERFORM VARYING WS-FP-IDX FROM 1 BY 1
          UNTIL WS-FP-IDX > WS-FOOTPRINT-MAX
             IF WS-FP-IDX > WS-FOOTPRINT-COUNT
                MOVE -999999999.9999 TO FK-PER-CELL (WS-FP-IDX)
             ELSE
                COMPUTE FK-PER-CELL (WS-FP-IDX) ROUNDED =
                   FP-POWER-TOTAL (WS-FP-IDX) / (WS-SERIAL-COUNT
                   * FP-WIDTH (WS-FP-IDX) * FP-HEIGHT (WS-FP-IDX))
             END-IF
             MOVE WS-FP-IDX TO FK-SHAPE (WS-FP-IDX)
          END-PERFORM.
          SORT WS-FP-RANK-TABLE DESCENDING KEY FK-PER-CELL.
          MOVE SPACES TO FOOTPRINT-PRINT-LINE.
          WRITE FOOTPRINT-PRINT-LINE.
          MOVE SPACES TO FOOTPRINT-PRINT-LINE.
          STRING "RANKING BY POWER PER CELL " DELIMITED BY SIZE
                 "(AVERAGE OF EACH SERIAL'S BEST):" DELIMITED BY SIZE
                 INTO FOOTPRINT-PRINT-LINE
          END-STRING.
          WRITE FOOTPRINT-PRINT-LINE.
          MOVE "RANK  FOOTPRINT  CELLS    POWER/CELL"
             TO FOOTPRINT-PRINT-LINE.
          WRITE FOOTPRINT-PRINT-LINE.
          PERFORM VARYING WS-FP-IDX-2 FROM 1 BY 1
          UNTIL WS-FP-IDX-2 > WS-FOOTPRINT-COUNT
             MOVE FK-SHAPE (WS-FP-IDX-2) TO WS-FP-IDX
             PERFORM FORMAT-FOOTPRINT-SHAPE
             MOVE SPACES TO FOOTPRINT-PRINT-LINE
             MOVE WS-FP-IDX-2 TO WS-TOP-N1-ED
             MOVE WS-TOP-N1-ED (2:4) TO FOOTPRINT-PRINT-LINE (1:4)
             MOVE WS-FP-SHAPE-ED TO FOOTPRINT-PRINT-LINE (7:9)
             COMPUTE WS-SQUARE-TOTAL =
                FP-WIDTH (WS-FP-IDX) * FP-HEIGHT (WS-FP-IDX)
             MOVE WS-SQUARE-TOTAL TO WS-TOP-N1-ED
             MOVE WS-TOP-N1-ED TO FOOTPRINT-PRINT-LINE (17:5)
             MOVE FK-PER-CELL (WS-FP-IDX-2) TO WS-FP-CELL-ED
             MOVE WS-FP-CELL-ED TO FOOTPRINT-PRINT-LINE (24:11)
             WRITE FOOTPRINT-PRINT-LINE
          END-PERFORM.
          CLOSE FOOTPRINT-REPORT-FILE.
          MOVE FK-SHAPE (1) TO WS-FP-IDX.
          PERFORM FORMAT-FOOTPRINT-SHAPE.
          DISPLAY "DAY11: " WS-FOOTPRINT-COUNT " FOOTPRINT(S) "
             "SEARCHED - BEST PER CELL " FUNCTION TRIM (WS-FP-SHAPE-ED).
          EXIT.
      *
       WRITE-FOOTPRINT-LINE SECTION.
          PERFORM FORMAT-FOOTPRINT-SHAPE.
          MOVE SPACES TO FOOTPRINT-PRINT-LINE.
          MOVE SN-SERIAL (WS-SERIAL-IDX) TO WS-SWEEP-N-ED.
          MOVE WS-SWEEP-N-ED TO FOOTPRINT-PRINT-LINE (1:9).
          MOVE WS-FP-SHAPE-ED TO FOOTPRINT-PRINT-LINE (12:9).
          MOVE 23 TO WS-SWEEP-PTR.
          MOVE FR-X (WS-SERIAL-IDX, WS-FP-IDX) TO WS-SWEEP-N-ED.
          STRING FUNCTION TRIM (WS-SWEEP-N-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO FOOTPRINT-PRINT-LINE
                 WITH POINTER WS-SWEEP-PTR
          END-STRING.
          MOVE FR-Y (WS-SERIAL-IDX, WS-FP-IDX) TO WS-SWEEP-N-ED.
          STRING FUNCTION TRIM (WS-SWEEP-N-ED) DELIMITED BY SIZE
             INTO FOOTPRINT-PRINT-LINE
             WITH POINTER WS-SWEEP-PTR
          END-STRING.
          MOVE FR-POWER (WS-SERIAL-IDX, WS-FP-IDX) TO WS-TOP-P-ED.
          MOVE WS-TOP-P-ED (10:9) TO FOOTPRINT-PRINT-LINE (42:9).
          COMPUTE WS-FP-CELL-ED ROUNDED =
             FR-POWER (WS-SERIAL-IDX, WS-FP-IDX) /
             (FP-WIDTH (WS-FP-IDX) * FP-HEIGHT (WS-FP-IDX)).
          MOVE WS-FP-CELL-ED TO FOOTPRINT-PRINT-LINE (54:11).
          WRITE FOOTPRINT-PRINT-LINE.
          EXIT.
      *
       FORMAT-FOOTPRINT-SHAPE SECTION.
          MOVE SPACES TO WS-FP-SHAPE-ED.
          MOVE FP-WIDTH (WS-FP-IDX) TO WS-TOP-N2-ED.
          MOVE FP-HEIGHT (WS-FP-IDX) TO WS-TOP-N3-ED.
          STRING FUNCTION TRIM (WS-TOP-N2-ED) DELIMITED BY SIZE
                 "X" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TOP-N3-ED) DELIMITED BY SIZE
                 INTO WS-FP-SHAPE-ED
          END-STRING.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
