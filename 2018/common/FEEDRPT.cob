       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRPT.
       AUTHOR. OK999.
      * FEED ARRIVAL REPORT. LISTS EVERY FEED ON THE EXPECTED-FEEDS
      * REGISTER (PARAMS/FEEDS.CFG) WITH HOW IT ARRIVED TONIGHT, AS
      * FEEDCHK RECORDED IT IN THE FEED ARRIVALS DATASET
      * (FEED_ARRIVALS) BEFORE THE STEP THAT READS IT:
      *   ON-TIME     - ARRIVED BY ITS EXPECTED TIME.
      *   LATE        - ARRIVED AFTER ITS EXPECTED TIME; THE STEP RAN.
      *   MISSING     - NOT THERE BY ITS LATEST ACCEPTABLE TIME; THE
      *                 STEP WAS HELD.
      *   PENDING     - STILL INSIDE ITS TOLERANCE WHEN ANOTHER FEED
      *                 OF THE SAME STEP HELD IT.
      *   NOT CHECKED - NO RECORD TONIGHT (THE STEP WAS BYPASSED,
      *                 DEFERRED OR NOT YET REACHED).
      * EACH LINE CARRIES THE SUPPLIER CODE SO THE DESK KNOWS WHOM TO
      * CHASE. TONIGHT'S RECORDS ARE THE CURRENT BATCH_RUN_NUMBER'S,
      * OR TODAY'S WHEN NO RUN NUMBER IS ISSUED; A FEED CHECKED MORE
      * THAN ONCE (A HELD STEP RE-CHECKED ON RESTART) REPORTS ITS
      * LAST OUTCOME.
      * RETURN CODES: 0 ALWAYS - THE REPORT NEVER BLOCKS THE STREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY FEEDRGSL.
          SELECT ARRIVALS-FILE
             ASSIGN TO WS-ARRIVALS-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARRIVALS-STATUS.
          SELECT FEED-REPORT-FILE
             ASSIGN TO WS-FEED-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY FEEDRGFD.
          FD ARRIVALS-FILE.
          01 ARRIVALS-RECORD PIC X(160).
          FD FEED-REPORT-FILE.
          01 FEED-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY FEEDRGWS.
          01 WS-ARRIVALS-DATASET PIC X(200).
          01 WS-ARRIVALS-STATUS PIC X(2) VALUE SPACES.
          01 WS-ARRIVALS-EOF PIC X(1) VALUE "N".
          01 WS-FEED-REPORT-DATASET PIC X(200).
          01 WS-ARRIVALS-PARSE.
             03 WS-AP-DATE PIC X(8).
             03 WS-AP-RUN PIC X(8).
             03 WS-AP-STEP PIC X(10).
             03 WS-AP-FEED PIC X(30).
             03 WS-AP-SUPPLIER PIC X(10).
             03 WS-AP-EXPECTED PIC X(4).
             03 WS-AP-LATEST PIC X(4).
             03 WS-AP-ARRIVED PIC X(12).
             03 WS-AP-STATUS PIC X(11).
          01 WS-OUTCOME-TABLE.
             03 WS-OUTCOME OCCURS 60.
                05 WS-OC-STATUS PIC X(11).
                05 WS-OC-ARRIVED PIC X(12).
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-TODAY PIC X(8).
          01 WS-ON-TIME-COUNT PIC 9(3) VALUE 0.
          01 WS-LATE-COUNT PIC 9(3) VALUE 0.
          01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
          01 WS-OTHER-COUNT PIC 9(3) VALUE 0.
          01 WS-ARRIVED-SHOWN PIC X(13).
          01 WS-DETAIL-LINE PIC X(132).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "FEEDRPT" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE "0" TO WS-RUN-NUMBER
          END-IF.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          PERFORM LOAD-FEED-REGISTER.
          PERFORM VARYING FR-IDX FROM 1 BY 1 UNTIL FR-IDX > 60
             MOVE "NOT CHECKED" TO WS-OC-STATUS (FR-IDX)
             MOVE SPACES TO WS-OC-ARRIVED (FR-IDX)
          END-PERFORM.
          PERFORM READ-ARRIVALS.
          PERFORM OPEN-FEED-REPORT.
          PERFORM VARYING FR-IDX FROM 1 BY 1
          UNTIL FR-IDX > FR-FEED-COUNT
             PERFORM WRITE-FEED-LINE
          END-PERFORM.
          PERFORM CLOSE-FEED-REPORT.
          DISPLAY "FEEDRPT: " WS-ON-TIME-COUNT " ON-TIME, "
             WS-LATE-COUNT " LATE, " WS-MISSING-COUNT " MISSING, "
             WS-OTHER-COUNT " NOT ARRIVED OR NOT CHECKED".
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       READ-ARRIVALS SECTION.
          MOVE "FEED_ARRIVALS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/feedarrivals.dat" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ARRIVALS-DATASET.
          OPEN INPUT ARRIVALS-FILE.
          IF WS-ARRIVALS-STATUS NOT = "00"
             DISPLAY "FEEDRPT: NO FEED ARRIVALS RECORDED - EVERY "
                "FEED REPORTS NOT CHECKED"
             GO TO READ-ARRIVALS-99
          END-IF.
          PERFORM UNTIL WS-ARRIVALS-EOF = "Y"
             READ ARRIVALS-FILE
                AT END
                   MOVE "Y" TO WS-ARRIVALS-EOF
                NOT AT END
                   PERFORM POST-ARRIVAL
             END-READ
          END-PERFORM.
          CLOSE ARRIVALS-FILE.
       READ-ARRIVALS-99.
          EXIT.
      *
       POST-ARRIVAL SECTION.
          MOVE SPACES TO WS-ARRIVALS-PARSE.
          UNSTRING ARRIVALS-RECORD DELIMITED BY ","
             INTO WS-AP-DATE, WS-AP-RUN, WS-AP-STEP, WS-AP-FEED,
                  WS-AP-SUPPLIER, WS-AP-EXPECTED, WS-AP-LATEST,
                  WS-AP-ARRIVED, WS-AP-STATUS.
          IF WS-RUN-NUMBER NOT = "0"
             IF FUNCTION TRIM (WS-AP-RUN) NOT =
                FUNCTION TRIM (WS-RUN-NUMBER)
                GO TO POST-ARRIVAL-99
             END-IF
          ELSE
             IF WS-AP-DATE NOT = WS-TODAY
                GO TO POST-ARRIVAL-99
             END-IF
          END-IF.
          PERFORM VARYING FR-IDX FROM 1 BY 1
          UNTIL FR-IDX > FR-FEED-COUNT
             IF FR-STEP (FR-IDX) = WS-AP-STEP AND
                FR-FEED (FR-IDX) = WS-AP-FEED
                MOVE WS-AP-STATUS TO WS-OC-STATUS (FR-IDX)
                MOVE WS-AP-ARRIVED TO WS-OC-ARRIVED (FR-IDX)
             END-IF
          END-PERFORM.
       POST-ARRIVAL-99.
          EXIT.
      *
       WRITE-FEED-LINE SECTION.
          EVALUATE WS-OC-STATUS (FR-IDX)
             WHEN "ON-TIME"
                ADD 1 TO WS-ON-TIME-COUNT
             WHEN "LATE"
                ADD 1 TO WS-LATE-COUNT
             WHEN "MISSING"
                ADD 1 TO WS-MISSING-COUNT
             WHEN OTHER
                ADD 1 TO WS-OTHER-COUNT
          END-EVALUATE.
          MOVE SPACES TO WS-ARRIVED-SHOWN.
          IF WS-OC-ARRIVED (FR-IDX) NOT = SPACES
             STRING WS-OC-ARRIVED (FR-IDX) (1:8) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-OC-ARRIVED (FR-IDX) (9:4) DELIMITED BY SIZE
                    INTO WS-ARRIVED-SHOWN
             END-STRING
          ELSE
             MOVE "-" TO WS-ARRIVED-SHOWN
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING FR-STEP (FR-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FR-FEED (FR-IDX) (1:20) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FR-SUPPLIER (FR-IDX) DELIMITED BY SIZE
                 "  EXP " DELIMITED BY SIZE
                 FR-EXPECTED (FR-IDX) DELIMITED BY SIZE
                 "  LATEST " DELIMITED BY SIZE
                 FR-LATEST (FR-IDX) DELIMITED BY SIZE
                 "  ARRIVED " DELIMITED BY SIZE
                 WS-ARRIVED-SHOWN DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-OC-STATUS (FR-IDX) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-FEED-DETAIL.
          EXIT.
      *
       OPEN-FEED-REPORT SECTION.
          MOVE "FEED_ARRIVAL_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/feedarrival.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FEED-REPORT-DATASET.
          OPEN OUTPUT FEED-REPORT-FILE.
          MOVE "FEEDRPT" TO RPT-PROGRAM.
          MOVE "FEED ARRIVAL REPORT" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-FEED-STAMPS.
          EXIT.
      *
       WRITE-FEED-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-FEED-STAMPS.
          WRITE FEED-REPORT-RECORD FROM WS-DETAIL-LINE.
          EXIT.
      *
       CLOSE-FEED-REPORT SECTION.
          IF FR-FEED-COUNT = 0
             MOVE "NO FEEDS ON THE EXPECTED-FEEDS REGISTER"
                TO WS-DETAIL-LINE
             PERFORM WRITE-FEED-DETAIL
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "ON-TIME: " DELIMITED BY SIZE
                 WS-ON-TIME-COUNT DELIMITED BY SIZE
                 "  LATE: " DELIMITED BY SIZE
                 WS-LATE-COUNT DELIMITED BY SIZE
                 "  MISSING: " DELIMITED BY SIZE
                 WS-MISSING-COUNT DELIMITED BY SIZE
                 "  NOT ARRIVED OR NOT CHECKED: " DELIMITED BY SIZE
                 WS-OTHER-COUNT DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-FEED-DETAIL.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-FEED-STAMPS.
          CLOSE FEED-REPORT-FILE.
          EXIT.
      *
       WRITE-FEED-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE FEED-REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE FEED-REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE FEED-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY FEEDRGPA.
      *
       COPY AUDITPA.
