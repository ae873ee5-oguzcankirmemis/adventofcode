          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT REGION-REPORT-FILE
          ASSIGN TO WS-REGION-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT BOUNDARY-REPORT-FILE
          ASSIGN TO WS-BOUNDARY-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT QUERY-FILE
          ASSIGN TO WS-QUERY-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-QUERY-STATUS.
          SELECT QUERY-REPORT-FILE
          ASSIGN TO WS-QUERY-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT WORKLOAD-REPORT-FILE
          ASSIGN TO WS-WORKLOAD-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
             03 INPUT-STR PIC X(60).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD REGION-REPORT-FILE.
          01 REGION-PRINT-LINE PIC X(132).
          FD BOUNDARY-REPORT-FILE.
          01 BOUNDARY-PRINT-LINE PIC X(132).
          FD QUERY-FILE.
          01 QUERY-RECORD PIC X(60).
          FD QUERY-REPORT-FILE.
          01 QUERY-PRINT-LINE PIC X(132).
          FD WORKLOAD-REPORT-FILE.
          01 WORKLOAD-PRINT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
             03 WS-REPORT-RATE PIC 9(3)V99 VALUE 0.
          01 WS-TOTAL-FINITE-AREA PIC 9(18) USAGE BINARY VALUE 0.
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-RESULT PIC 9(9).
          01 WS-HEIGHT PIC 9(5) VALUE 500.
                05 WS-AREA PIC 9(18) USAGE BINARY VALUE 0.
                05 WS-SITE-ID PIC X(8).
                05 WS-SITE-NAME PIC X(20).
                05 WS-SITE-INFINITE PIC X(1).
          01 WS-MAP.
             03 WS-ROWS OCCURS 1000.
                05 WS-COLS OCCURS 1000.
          01 WS-BND-N3-ED PIC ZZZZ9.
          01 WS-BND-N4-ED PIC ZZZZ9.
          01 WS-BND-N5-ED PIC ZZZZ9.
      * QUERY-FILE MODE. WHEN A DELIVERY-POINT FILE IS ON FILE
      * (DAY6_QUERY_POINTS, RECORDS "X, Y" OR "X, Y, POINT-ID") EACH
      * POINT IS ANSWERED FROM THE COORDINATE MASTER: THE SITE AT
      * THE SMALLEST MANHATTAN DISTANCE, WHETHER THAT DISTANCE IS
      * TIED, WHETHER THE POINT LIES IN THE PART 2 SAFE REGION AND
      * WHETHER THE OWNING REGION IS INFINITE. POINTS ARE MEASURED
      * DIRECTLY RATHER THAN LOOKED UP ON THE GRID, SO ONE OFF THE
      * GRID IS STILL ANSWERED. A TIED POINT HAS NO OWNER AND IS
      * CHARGED TO NO SITE'S WORKLOAD.
          01 QUERY-REPORT-RECORD.
             03 QRR-POINT PIC X(12).
             03 FILLER PIC X(2) VALUE SPACES.
             03 QRR-X PIC -(8)9.
             03 FILLER PIC X(2) VALUE ", ".
             03 QRR-Y PIC -(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 QRR-SITE-ID PIC X(8).
             03 FILLER PIC X(1) VALUE SPACES.
             03 QRR-SITE-NAME PIC X(20).
             03 FILLER PIC X(2) VALUE SPACES.
             03 QRR-DISTANCE PIC Z(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 QRR-TIED PIC X(3).
             03 FILLER PIC X(3) VALUE SPACES.
             03 QRR-SAFE PIC X(3).
             03 FILLER PIC X(3) VALUE SPACES.
             03 QRR-INFINITE PIC X(3).
          01 WORKLOAD-REPORT-RECORD.
             03 WRR-SITE-ID PIC X(8).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WRR-SITE-NAME PIC X(20).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WRR-POINTS PIC Z(6)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WRR-AVERAGE PIC Z(8)9.99.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WRR-MAXIMUM PIC Z(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WRR-REGION PIC X(8).
          01 WS-QUERY-DATASET PIC X(200).
          01 WS-QUERY-STATUS PIC X(2) VALUE SPACES.
          01 WS-QUERY-EOF PIC X(1) VALUE "N".
          01 WS-QUERY-REPORT-DATASET PIC X(200).
          01 WS-WORKLOAD-DATASET PIC X(200).
          01 WS-QX-IN PIC X(12).
          01 WS-QY-IN PIC X(12).
          01 WS-QID-IN PIC X(12).
          01 WS-Q-X PIC S9(9) USAGE BINARY.
          01 WS-Q-Y PIC S9(9) USAGE BINARY.
          01 WS-Q-BEST PIC S9(18) USAGE BINARY.
          01 WS-Q-OWNER PIC 9(4) USAGE BINARY.
          01 WS-Q-TIES PIC 9(4) USAGE BINARY.
          01 WS-Q-TOTAL PIC S9(18) USAGE BINARY.
          01 WS-Q-READ PIC 9(7) VALUE 0.
          01 WS-Q-ANSWERED PIC 9(7) VALUE 0.
          01 WS-Q-CONTESTED PIC 9(7) VALUE 0.
          01 WS-Q-SAFE-COUNT PIC 9(7) VALUE 0.
          01 WS-Q-REJECTED PIC 9(7) VALUE 0.
          01 WS-Q-N1-ED PIC ZZZZZZ9.
          01 WS-Q-N2-ED PIC ZZZZZZ9.
          01 WS-Q-N3-ED PIC ZZZZZZ9.
          01 WS-Q-N4-ED PIC ZZZZZZ9.
          01 WS-Q-N5-ED PIC ZZZZZZ9.
          01 WS-WORKLOAD-TABLE.
             03 WS-WL-ENTRY OCCURS 1000.
                05 WS-WL-POINTS PIC 9(7) USAGE BINARY VALUE 0.
                05 WS-WL-DISTANCE PIC 9(15) USAGE BINARY VALUE 0.
                05 WS-WL-MAX PIC 9(9) USAGE BINARY VALUE 0.
      *
       PROCEDURE DIVISION.
       INPUT-PARSE SECTION.
          PERFORM WRITE-RUN-HEADER.
          MOVE "DAY6_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          PERFORM LOAD-PARAMETERS.
          OPEN INPUT INPUT-FILE.
          CLOSE INPUT-FILE.
          PERFORM PART-1.
          PERFORM PART-2.
          PERFORM ANSWER-QUERY-POINTS.
          MOVE "DAY6" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY6" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY6" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-POINTS-LENGTH TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 500 TO WS-PARAM-DEFAULT.
          MOVE "DAY6-HEIGHT" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-MAX-GRID
             DISPLAY "DAY6: DAY6-HEIGHT EXCEEDS COMPILED MAXIMUM OF "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-HEIGHT.
          MOVE 500 TO WS-PARAM-DEFAULT.
          MOVE "DAY6-WIDTH" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-MAX-GRID
             DISPLAY "DAY6: DAY6-WIDTH EXCEEDS COMPILED MAXIMUM OF "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-WIDTH.
          MOVE 9999 TO WS-PARAM-DEFAULT.
          MOVE "DAY6-PART2-BOUND" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-MAX-PART2-BOUND
             DISPLAY "DAY6: DAY6-PART2-BOUND EXCEEDS COMPILED MAXIMUM "
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-POINTS-LENGTH
             PERFORM CHECK-EDGES
             MOVE WS-INFINITE TO WS-SITE-INFINITE (WS-IDX-1)
             IF NOT WS-INFINITE = "Y" AND
                WS-AREA (WS-IDX-1) > WS-PART-1-RESULT THEN
                   MOVE WS-AREA (WS-IDX-1) TO WS-PART-1-RESULT
       WRITE-REGION-REPORT SECTION.
          MOVE "DAY6_REGION_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day6/regions.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REGION-REPORT-DATASET.
          SORT WS-REPORT-TABLE DESCENDING KEY WS-REPORT-AREA.
          OPEN OUTPUT REGION-REPORT-FILE.
          ADD 1 TO WS-PART-2-RESULT
          EXIT.
       
      *
       ANSWER-QUERY-POINTS SECTION.
          MOVE "DAY6_QUERY_POINTS" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/queries.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUERY-DATASET.
          OPEN INPUT QUERY-FILE.
          IF WS-QUERY-STATUS NOT = "00"
             IF WS-QUERY-STATUS NOT = "35"
                DISPLAY "DAY6: QUERY FILE OPEN ERROR "
                   WS-QUERY-STATUS " - NO POINTS ANSWERED"
             END-IF
             GO TO ANSWER-QUERY-POINTS-99
          END-IF.
          IF WS-POINTS-LENGTH = 0
             DISPLAY "DAY6: NO COORDINATES LOADED - QUERY FILE "
                "NOT ANSWERED"
             CLOSE QUERY-FILE
             GO TO ANSWER-QUERY-POINTS-99
          END-IF.
          MOVE "DAY6_QUERY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day6/query_answers.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUERY-REPORT-DATASET.
          OPEN OUTPUT QUERY-REPORT-FILE.
          MOVE "DELIVERY POINT ASSIGNMENT" TO QUERY-PRINT-LINE.
          WRITE QUERY-PRINT-LINE.
          MOVE SPACES TO QUERY-PRINT-LINE.
          STRING "POINT                 X,         Y  SITE     "
                    DELIMITED BY SIZE
                 "NAME                  DISTANCE  TIED  SAFE  INF"
                    DELIMITED BY SIZE
                 INTO QUERY-PRINT-LINE
          END-STRING.
          WRITE QUERY-PRINT-LINE.
          MOVE "N" TO WS-QUERY-EOF.
          PERFORM UNTIL WS-QUERY-EOF = "Y"
             READ QUERY-FILE
                AT END
                   MOVE "Y" TO WS-QUERY-EOF
                NOT AT END
                   PERFORM ANSWER-ONE-QUERY
             END-READ
          END-PERFORM.
          CLOSE QUERY-FILE.
          CLOSE QUERY-REPORT-FILE.
          PERFORM WRITE-WORKLOAD-SUMMARY.
          MOVE WS-Q-ANSWERED TO WS-Q-N1-ED.
          MOVE WS-Q-CONTESTED TO WS-Q-N2-ED.
          MOVE WS-Q-REJECTED TO WS-Q-N3-ED.
          DISPLAY "DAY6: " FUNCTION TRIM (WS-Q-N1-ED)
             " QUERY POINT(S) ANSWERED, "
             FUNCTION TRIM (WS-Q-N2-ED) " CONTESTED, "
             FUNCTION TRIM (WS-Q-N3-ED) " REJECTED".
       ANSWER-QUERY-POINTS-99.
          EXIT.
      *
       ANSWER-ONE-QUERY SECTION.
          IF QUERY-RECORD = SPACES
             GO TO ANSWER-ONE-QUERY-99
          END-IF.
          ADD 1 TO WS-Q-READ.
          MOVE SPACES TO WS-QX-IN WS-QY-IN WS-QID-IN.
          UNSTRING QUERY-RECORD DELIMITED BY ", " INTO
             WS-QX-IN, WS-QY-IN, WS-QID-IN.
          IF FUNCTION TEST-NUMVAL (WS-QX-IN) NOT = 0 OR
             FUNCTION TEST-NUMVAL (WS-QY-IN) NOT = 0 OR
             WS-QX-IN = SPACES OR WS-QY-IN = SPACES
             ADD 1 TO WS-Q-REJECTED
             MOVE SPACES TO QUERY-PRINT-LINE
             STRING "REJECTED - NOT X, Y: " DELIMITED BY SIZE
                    FUNCTION TRIM (QUERY-RECORD) DELIMITED BY SIZE
                    INTO QUERY-PRINT-LINE
             END-STRING
             WRITE QUERY-PRINT-LINE
             GO TO ANSWER-ONE-QUERY-99
          END-IF.
          COMPUTE WS-Q-X = FUNCTION NUMVAL (WS-QX-IN).
          COMPUTE WS-Q-Y = FUNCTION NUMVAL (WS-QY-IN).
          IF WS-QID-IN = SPACES
             MOVE WS-Q-READ TO WS-Q-N1-ED
             STRING "Q-" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-Q-N1-ED) DELIMITED BY SIZE
                    INTO WS-QID-IN
             END-STRING
          END-IF.
          MOVE 999999999999999999 TO WS-Q-BEST.
          MOVE 0 TO WS-Q-OWNER.
          MOVE 0 TO WS-Q-TIES.
          MOVE 0 TO WS-Q-TOTAL.
          PERFORM VARYING WS-IDX-3 FROM 1 BY 1
          UNTIL WS-IDX-3 > WS-POINTS-LENGTH
             COMPUTE WS-TMP-1 = WS-Q-Y - WS-Y (WS-IDX-3)
             COMPUTE WS-TMP-2 = WS-Q-X - WS-X (WS-IDX-3)
             COMPUTE WS-TMP-1 = FUNCTION ABS (WS-TMP-1)
                + FUNCTION ABS (WS-TMP-2)
             ADD WS-TMP-1 TO WS-Q-TOTAL
             IF WS-TMP-1 < WS-Q-BEST
                MOVE WS-TMP-1 TO WS-Q-BEST
                MOVE WS-IDX-3 TO WS-Q-OWNER
                MOVE 1 TO WS-Q-TIES
             ELSE
                IF WS-TMP-1 = WS-Q-BEST
                   ADD 1 TO WS-Q-TIES
                END-IF
             END-IF
          END-PERFORM.
          ADD 1 TO WS-Q-ANSWERED.
          MOVE WS-QID-IN TO QRR-POINT.
          MOVE WS-Q-X TO QRR-X.
          MOVE WS-Q-Y TO QRR-Y.
          MOVE WS-Q-BEST TO QRR-DISTANCE.
          IF WS-Q-TOTAL > WS-PART-2-BOUNDS
             MOVE "NO" TO QRR-SAFE
          ELSE
             MOVE "YES" TO QRR-SAFE
             ADD 1 TO WS-Q-SAFE-COUNT
          END-IF.
          IF WS-Q-TIES > 1
             ADD 1 TO WS-Q-CONTESTED
             MOVE "YES" TO QRR-TIED
             MOVE SPACES TO QRR-SITE-ID
             MOVE WS-Q-TIES TO WS-Q-N2-ED
             MOVE SPACES TO QRR-SITE-NAME
             STRING "TIED AMONG " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-Q-N2-ED) DELIMITED BY SIZE
                    " SITES" DELIMITED BY SIZE
                    INTO QRR-SITE-NAME
             END-STRING
             MOVE "N/A" TO QRR-INFINITE
          ELSE
             MOVE "NO" TO QRR-TIED
             MOVE WS-SITE-ID (WS-Q-OWNER) TO QRR-SITE-ID
             MOVE WS-SITE-NAME (WS-Q-OWNER) TO QRR-SITE-NAME
             IF WS-SITE-INFINITE (WS-Q-OWNER) = "Y"
                MOVE "YES" TO QRR-INFINITE
             ELSE
                MOVE "NO" TO QRR-INFINITE
             END-IF
             ADD 1 TO WS-WL-POINTS (WS-Q-OWNER)
             ADD WS-Q-BEST TO WS-WL-DISTANCE (WS-Q-OWNER)
             IF WS-Q-BEST > WS-WL-MAX (WS-Q-OWNER)
                MOVE WS-Q-BEST TO WS-WL-MAX (WS-Q-OWNER)
             END-IF
          END-IF.
          WRITE QUERY-PRINT-LINE FROM QUERY-REPORT-RECORD.
       ANSWER-ONE-QUERY-99.
          EXIT.
      *
      * ONE LINE PER SITE ON THE COORDINATE MASTER, IN MASTER ORDER,
      * THEN THE QUERY CONTROL TOTALS. THE SITE POINTS PLUS THE
      * CONTESTED POINTS FOOT TO THE POINTS ANSWERED.
       WRITE-WORKLOAD-SUMMARY SECTION.
          MOVE "DAY6_QUERY_WORKLOAD" TO CAT-LOGICAL-NAME.
          MOVE "./day6/query_workload.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-WORKLOAD-DATASET.
          OPEN OUTPUT WORKLOAD-REPORT-FILE.
          MOVE "SITE WORKLOAD FROM DELIVERY POINT QUERIES"
             TO WORKLOAD-PRINT-LINE.
          WRITE WORKLOAD-PRINT-LINE.
          MOVE SPACES TO WORKLOAD-PRINT-LINE.
          STRING "SITE     NAME                    POINTS  "
                    DELIMITED BY SIZE
                 "AVG DISTANCE   MAX DIST  REGION" DELIMITED BY SIZE
                 INTO WORKLOAD-PRINT-LINE
          END-STRING.
          WRITE WORKLOAD-PRINT-LINE.
          PERFORM VARYING WS-IDX-3 FROM 1 BY 1
          UNTIL WS-IDX-3 > WS-POINTS-LENGTH
             MOVE WS-SITE-ID (WS-IDX-3) TO WRR-SITE-ID
             MOVE WS-SITE-NAME (WS-IDX-3) TO WRR-SITE-NAME
             MOVE WS-WL-POINTS (WS-IDX-3) TO WRR-POINTS
             IF WS-WL-POINTS (WS-IDX-3) > 0
                COMPUTE WRR-AVERAGE ROUNDED =
                   WS-WL-DISTANCE (WS-IDX-3) / WS-WL-POINTS (WS-IDX-3)
             ELSE
                MOVE 0 TO WRR-AVERAGE
             END-IF
             MOVE WS-WL-MAX (WS-IDX-3) TO WRR-MAXIMUM
             IF WS-SITE-INFINITE (WS-IDX-3) = "Y"
                MOVE "INFINITE" TO WRR-REGION
             ELSE
                MOVE "FINITE" TO WRR-REGION
             END-IF
             WRITE WORKLOAD-PRINT-LINE FROM WORKLOAD-REPORT-RECORD
          END-PERFORM.
          MOVE SPACES TO WORKLOAD-PRINT-LINE.
          WRITE WORKLOAD-PRINT-LINE.
          MOVE WS-Q-READ TO WS-Q-N1-ED.
          MOVE WS-Q-ANSWERED TO WS-Q-N2-ED.
          MOVE WS-Q-CONTESTED TO WS-Q-N3-ED.
          MOVE WS-Q-SAFE-COUNT TO WS-Q-N4-ED.
          MOVE WS-Q-REJECTED TO WS-Q-N5-ED.
          MOVE SPACES TO WORKLOAD-PRINT-LINE.
          STRING "QUERY TOTALS: READ=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-Q-N1-ED) DELIMITED BY SIZE
                 "  ANSWERED=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-Q-N2-ED) DELIMITED BY SIZE
                 "  CONTESTED=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-Q-N3-ED) DELIMITED BY SIZE
                 "  IN SAFE REGION=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-Q-N4-ED) DELIMITED BY SIZE
                 "  REJECTED=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-Q-N5-ED) DELIMITED BY SIZE
                 INTO WORKLOAD-PRINT-LINE
          END-STRING.
          WRITE WORKLOAD-PRINT-LINE.
          CLOSE WORKLOAD-REPORT-FILE.
          EXIT.
      *
       TALLY-CONTESTED-CELLS SECTION.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
       WRITE-BOUNDARY-REPORT SECTION.
          MOVE "DAY6_BOUNDARY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day6/boundaries.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BOUNDARY-DATASET.
          SORT WS-PAIR-ENTRY ON DESCENDING WS-BP-CELLS.
          OPEN OUTPUT BOUNDARY-REPORT-FILE.
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
