       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE.
       AUTHOR. OK999.
      * MONTHLY SUPPLIER QUALITY SCORECARD. SUPRET SENDS EACH NIGHT'S
      * REJECTS BACK TO THE SUPPLIER; THIS PAGE IS WHAT THE MONTHLY
      * SUPPLIER REVIEW LOOKS AT. FOR THE REVIEW MONTH
      * (SUPSCORE_MONTH=YYYYMM, DEFAULTING TO THE CURRENT MONTH) EVERY
      * SUPPLIER ON THE SUPPLIER MASTER (PARAMS/SUPPLIERS.CFG) GETS
      * THE RECORDS RECEIVED AND REJECTED ACROSS THE STEPS WHOSE FEEDS
      * IT OWNS, ITS REJECT RATE, AND THE RATE FOR EACH OF THE FIVE
      * MONTHS BEFORE WITH A TREND: IMPROVING OR WORSENING WHEN THE
      * MONTH'S RATE IS AT LEAST A TENTH OF A POINT BELOW OR ABOVE THE
      * AVERAGE OF THE EARLIER MONTHS THAT HAD RECORDS, STEADY
      * OTHERWISE, NEW WHEN THERE IS NO EARLIER MONTH TO COMPARE.
      * BUILT FROM THE RECORDS-READ AND RECORDS-REJECTED COLUMNS OF
      * THE SHARED PROCESSING-STATISTICS DATASET, THE SAME SOURCE AS
      * MONTHEND.
      * RETURN CODES: 0 = SCORECARD WRITTEN, 1 = STATS DATASET COULD
      * NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY SUPMSL.
          SELECT STATS-IN-FILE
             ASSIGN TO WS-STATS-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATS-IN-STATUS.
          SELECT SCORECARD-REPORT-FILE
             ASSIGN TO WS-SCORECARD-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY SUPMFD.
          FD STATS-IN-FILE.
          01 STATS-IN-RECORD PIC X(200).
          FD SCORECARD-REPORT-FILE.
          01 SCORECARD-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY SUPMWS.
          01 WS-STATS-IN-DATASET PIC X(200).
          01 WS-STATS-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-STATS-IN-EOF PIC X(1) VALUE "N".
          01 WS-SCORECARD-DATASET PIC X(200).
          01 WS-REVIEW-MONTH PIC X(6).
          01 WS-TODAY PIC 9(8).
          01 WS-MONTH-NUM PIC 9(6).
          01 WS-MM-PART PIC 9(2).
          01 WS-YY-PART PIC 9(4).
      * MONTH 6 IS THE REVIEW MONTH, MONTH 1 FIVE MONTHS BEFORE IT.
          01 WS-MONTH-KEYS.
             03 WS-MONTH-KEY PIC X(6) OCCURS 6.
          01 WS-SCORE-TABLE.
             03 WS-SC-SUPPLIER OCCURS 40.
                05 WS-SC-MONTH OCCURS 6.
                   07 WS-SC-READ PIC 9(12) VALUE 0.
                   07 WS-SC-REJECTED PIC 9(12) VALUE 0.
          01 WS-PARSE.
             03 WS-P-DATE PIC X(10).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-READ PIC X(12).
             03 WS-P-REJECTED PIC X(12).
          01 WS-NUM PIC 9(12).
          01 WS-IDX PIC 9(3).
          01 WS-MDX PIC 9(1).
          01 WS-SIDE PIC 9(1).
          01 WS-RATE PIC 9(3)V99.
          01 WS-THIS-RATE PIC 9(3)V99.
          01 WS-PRIOR-SUM PIC 9(5)V99.
          01 WS-PRIOR-N PIC 9(1).
          01 WS-PRIOR-AVG PIC 9(3)V99.
          01 WS-TREND PIC X(10).
          01 WS-WORSE-COUNT PIC 9(3) VALUE 0.
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-SC-PTR PIC 9(3).
          01 WS-SC-N-ED PIC ZZZZZZZZ9.
          01 WS-SC-RATE-ED PIC ZZ9.99.
          01 WS-SC-COUNT-ED PIC ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "SUPSCORE" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM RESOLVE-REVIEW-MONTHS.
          PERFORM LOAD-SUPPLIER-MASTER.
          IF SM-SUPPLIER-COUNT = 0
             DISPLAY "SUPSCORE: NO SUPPLIER MASTER - EVERY STEP IS "
                "UNOWNED"
          END-IF.
          PERFORM READ-STATS.
          PERFORM WRITE-SCORECARD-REPORT.
          DISPLAY "SUPSCORE: " SM-SUPPLIER-COUNT " SUPPLIER(S) SCORED, "
             WS-WORSE-COUNT " WORSENING".
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       RESOLVE-REVIEW-MONTHS SECTION.
          ACCEPT WS-REVIEW-MONTH FROM ENVIRONMENT "SUPSCORE_MONTH".
          IF WS-REVIEW-MONTH = SPACES
             ACCEPT WS-TODAY FROM DATE YYYYMMDD
             MOVE WS-TODAY (1:6) TO WS-REVIEW-MONTH
          END-IF.
          MOVE WS-REVIEW-MONTH TO WS-MONTH-NUM.
          MOVE WS-MONTH-NUM (1:4) TO WS-YY-PART.
          MOVE WS-MONTH-NUM (5:2) TO WS-MM-PART.
          MOVE WS-REVIEW-MONTH TO WS-MONTH-KEY (6).
          PERFORM VARYING WS-MDX FROM 5 BY -1 UNTIL WS-MDX < 1
             IF WS-MM-PART = 1
                SUBTRACT 1 FROM WS-YY-PART
                MOVE 12 TO WS-MM-PART
             ELSE
                SUBTRACT 1 FROM WS-MM-PART
             END-IF
             MOVE SPACES TO WS-MONTH-KEY (WS-MDX)
             STRING WS-YY-PART DELIMITED BY SIZE
                    WS-MM-PART DELIMITED BY SIZE
                    INTO WS-MONTH-KEY (WS-MDX)
             END-STRING
          END-PERFORM.
          DISPLAY "SUPSCORE: SCORING " WS-REVIEW-MONTH
             " AGAINST " WS-MONTH-KEY (1) "-" WS-MONTH-KEY (5).
          EXIT.
      *
       READ-STATS SECTION.
          MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATS-IN-DATASET.
          OPEN INPUT STATS-IN-FILE.
          IF WS-STATS-IN-STATUS NOT = "00"
             DISPLAY "SUPSCORE: UNABLE TO OPEN STATS - STATUS "
                WS-STATS-IN-STATUS
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM UNTIL WS-STATS-IN-EOF = "Y"
             READ STATS-IN-FILE
                AT END
                   MOVE "Y" TO WS-STATS-IN-EOF
                NOT AT END
                   PERFORM TALLY-STATS-ROW
             END-READ
          END-PERFORM.
          CLOSE STATS-IN-FILE.
          EXIT.
      *
      * A DAY STEP'S STATS ROW CARRIES ITS PROGRAM NAME, WHICH IS ALSO
      * ITS STEP NAME ON THE JOB-STREAM CARD AND THE SUPPLIER MASTER.
       TALLY-STATS-ROW SECTION.
          MOVE SPACES TO WS-PARSE.
          UNSTRING STATS-IN-RECORD DELIMITED BY ","
             INTO WS-P-DATE, WS-P-PROGRAM, WS-P-READ,
                  WS-P-REJECTED.
          IF WS-P-PROGRAM = SPACES OR WS-P-DATE = SPACES
             GO TO TALLY-STATS-ROW-99
          END-IF.
          MOVE 0 TO WS-SIDE.
          PERFORM VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > 6
             IF WS-P-DATE (1:6) = WS-MONTH-KEY (WS-MDX)
                MOVE WS-MDX TO WS-SIDE
             END-IF
          END-PERFORM.
          IF WS-SIDE = 0
             GO TO TALLY-STATS-ROW-99
          END-IF.
          MOVE WS-P-PROGRAM TO SM-LOOKUP-STEP.
          PERFORM FIND-STEP-SUPPLIER.
          IF SM-HIT = 0
             GO TO TALLY-STATS-ROW-99
          END-IF.
          COMPUTE WS-NUM = FUNCTION NUMVAL (WS-P-READ).
          ADD WS-NUM TO WS-SC-READ (SM-HIT, WS-SIDE).
          COMPUTE WS-NUM = FUNCTION NUMVAL (WS-P-REJECTED).
          ADD WS-NUM TO WS-SC-REJECTED (SM-HIT, WS-SIDE).
       TALLY-STATS-ROW-99.
          EXIT.
      *
       WRITE-SCORECARD-REPORT SECTION.
          MOVE "SUPPLIER_SCORECARD" TO CAT-LOGICAL-NAME.
          MOVE "../../results/supscore.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCORECARD-DATASET.
          OPEN OUTPUT SCORECARD-REPORT-FILE.
          MOVE "SUPSCORE" TO RPT-PROGRAM.
          MOVE SPACES TO RPT-TITLE.
          STRING "SUPPLIER QUALITY SCORECARD " DELIMITED BY SIZE
                 WS-REVIEW-MONTH DELIMITED BY SIZE
                 INTO RPT-TITLE
          END-STRING.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-SCORECARD-STAMPS.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > SM-SUPPLIER-COUNT
             PERFORM WRITE-SUPPLIER-LINES
          END-PERFORM.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-SCORECARD-DETAIL.
          MOVE WS-WORSE-COUNT TO WS-SC-COUNT-ED.
          STRING "SUPPLIERS WORSENING THIS MONTH: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SC-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-SCORECARD-DETAIL.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-SCORECARD-STAMPS.
          CLOSE SCORECARD-REPORT-FILE.
          EXIT.
      *
      * WS-MDX IN: THE RATE FOR THAT MONTH, IN PERCENT, INTO WS-RATE.
       COMPUTE-REJECT-RATE SECTION.
          MOVE 0 TO WS-RATE.
          IF WS-SC-READ (WS-IDX, WS-MDX) > 0
             COMPUTE WS-RATE ROUNDED =
                WS-SC-REJECTED (WS-IDX, WS-MDX) * 100 /
                WS-SC-READ (WS-IDX, WS-MDX)
          END-IF.
          EXIT.
      *
       WRITE-SUPPLIER-LINES SECTION.
          MOVE 6 TO WS-MDX.
          PERFORM COMPUTE-REJECT-RATE.
          MOVE WS-RATE TO WS-THIS-RATE.
          MOVE 0 TO WS-PRIOR-SUM WS-PRIOR-N.
          PERFORM VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > 5
             IF WS-SC-READ (WS-IDX, WS-MDX) > 0
                PERFORM COMPUTE-REJECT-RATE
                ADD WS-RATE TO WS-PRIOR-SUM
                ADD 1 TO WS-PRIOR-N
             END-IF
          END-PERFORM.
          EVALUATE TRUE
             WHEN WS-SC-READ (WS-IDX, 6) = 0
                MOVE "NO FEEDS" TO WS-TREND
             WHEN WS-PRIOR-N = 0
                MOVE "NEW" TO WS-TREND
             WHEN OTHER
                COMPUTE WS-PRIOR-AVG ROUNDED =
                   WS-PRIOR-SUM / WS-PRIOR-N
                EVALUATE TRUE
                   WHEN WS-THIS-RATE >= WS-PRIOR-AVG + 0.10
                      MOVE "WORSENING" TO WS-TREND
                      ADD 1 TO WS-WORSE-COUNT
                   WHEN WS-THIS-RATE + 0.10 <= WS-PRIOR-AVG
                      MOVE "IMPROVING" TO WS-TREND
                   WHEN OTHER
                      MOVE "STEADY" TO WS-TREND
                END-EVALUATE
          END-EVALUATE.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE 1 TO WS-SC-PTR.
          STRING SM-SUPPLIER (WS-IDX) DELIMITED BY SIZE
                 " RECEIVED=" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-SC-PTR
          END-STRING.
          MOVE WS-SC-READ (WS-IDX, 6) TO WS-SC-N-ED.
          STRING FUNCTION TRIM (WS-SC-N-ED) DELIMITED BY SIZE
                 "  REJECTED=" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-SC-PTR
          END-STRING.
          MOVE WS-SC-REJECTED (WS-IDX, 6) TO WS-SC-N-ED.
          STRING FUNCTION TRIM (WS-SC-N-ED) DELIMITED BY SIZE
                 "  REJECT RATE=" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-SC-PTR
          END-STRING.
          MOVE WS-THIS-RATE TO WS-SC-RATE-ED.
          STRING FUNCTION TRIM (WS-SC-RATE-ED) DELIMITED BY SIZE
                 "%  TREND=" DELIMITED BY SIZE
                 WS-TREND DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM (SM-NAME (WS-IDX)) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-SC-PTR
          END-STRING.
          PERFORM WRITE-SCORECARD-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE 1 TO WS-SC-PTR.
          STRING "           PRIOR MONTHS:" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-SC-PTR
          END-STRING.
          PERFORM VARYING WS-MDX FROM 1 BY 1 UNTIL WS-MDX > 5
             STRING " " DELIMITED BY SIZE
                    WS-MONTH-KEY (WS-MDX) DELIMITED BY SIZE
                    "=" DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
                    WITH POINTER WS-SC-PTR
             END-STRING
             IF WS-SC-READ (WS-IDX, WS-MDX) = 0
                STRING "-" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                       WITH POINTER WS-SC-PTR
                END-STRING
             ELSE
                PERFORM COMPUTE-REJECT-RATE
                MOVE WS-RATE TO WS-SC-RATE-ED
                STRING FUNCTION TRIM (WS-SC-RATE-ED) DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                       WITH POINTER WS-SC-PTR
                END-STRING
             END-IF
          END-PERFORM.
          PERFORM WRITE-SCORECARD-DETAIL.
          EXIT.
      *
       WRITE-SCORECARD-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-SCORECARD-STAMPS.
          WRITE SCORECARD-REPORT-RECORD FROM WS-DETAIL-LINE.
          EXIT.
      *
       WRITE-SCORECARD-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE SCORECARD-REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE SCORECARD-REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE SCORECARD-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY SUPMPA.
       COPY AUDITPA.
