             FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT HISTORY-REPORT-FILE
             ASSIGN TO WS-HISTORY-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SUSPENSE-FILE
             ASSIGN TO WS-SUSPENSE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT DEVICE-REPORT-FILE
             ASSIGN TO WS-DEVICE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
             03 INPUT-VARIABLE PIC X(18).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD HISTORY-REPORT-FILE.
          01 HISTORY-REPORT-RECORD.
             03 FILLER PIC X(6) VALUE "STEP #".
             03 HRR-FLAG PIC X(8) VALUE SPACES.
          FD SUSPENSE-FILE.
          01 SUSPENSE-RECORD PIC X(120).
          FD DEVICE-REPORT-FILE.
          01 DEVICE-PRINT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY RPTWRTWS.
          01 WS-INPUT-DATASET PIC X(200).

          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
                DEPENDING ON WS-CHANGE-COUNT.
                05 WS-CH-VALUE PIC S9(18) USAGE COMP-5.
                05 WS-CH-FLAG PIC X(1).
                05 WS-CH-LINE PIC 9(6) USAGE COMP-5.
      * OUTLIER SCREEN: MEDIAN CHANGE MAGNITUDE AND MEDIAN ABSOLUTE
      * DEVIATION, WITH THE SCREEN LIMIT A CONFIGURABLE NUMBER OF
      * DEVIATIONS ABOVE THE MEDIAN. MEDIANS ARE USED BECAUSE A
      * RAW PASS POSTS TO THE LEDGER, THE SCREENED PASS IS REPORTED
      * ALONGSIDE IT.
          01 WS-CALIB-SCREENED PIC X(1) VALUE "N".
          01 WS-CALIB-DEVICE PIC X(1) VALUE "N".
          01 WS-CALIB-FIRST PIC 9(6) USAGE COMP-5 VALUE 1.
          01 WS-CALIB-LAST PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-CALC-PART-1 PIC S9(18) USAGE COMP-3 VALUE 0.
          01 WS-CALC-PART-2 PIC S9(18) USAGE COMP-3 VALUE 0.
          01 WS-CALC-P2-FOUND PIC X(1) VALUE "N".
          01 WS-PAIR-TIME PIC S9(18) USAGE COMP-5.
          01 WS-BEST-TIME PIC S9(18) USAGE COMP-5 VALUE -1.
          01 WS-BEST-VALUE PIC S9(18) USAGE COMP-5 VALUE 0.
      * MULTI-DEVICE FEEDS: A "*DEVICE*|<ID>" HEADER OPENS EACH
      * DEVICE'S RUN OF CHANGES, WHICH IS CALIBRATED ON ITS OWN AND
      * POSTED AS D1-<ID>. CHANGES AHEAD OF THE FIRST HEADER BELONG
      * TO DEVICE NO-ID. A FEED WITHOUT HEADERS HAS NO DEVICES AND
      * RUNS EXACTLY AS A SINGLE-DEVICE FEED ALWAYS DID.
      * WS-DV-STATUS: P POSTED, R NEVER REPEATS, E NO CHANGES.
          01 WS-DEVICE-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          77 WS-DEVICE-MAX PIC 9(4) USAGE COMP-5 VALUE 500.
          01 WS-DEVICE-TABLE.
             03 WS-DEVICE-ENTRY OCCURS 1 TO 500
                DEPENDING ON WS-DEVICE-COUNT.
                05 WS-DV-DRIFT PIC S9(18) USAGE COMP-5.
                05 WS-DV-ID PIC X(7).
                05 WS-DV-LINE PIC 9(6) USAGE COMP-5.
                05 WS-DV-FIRST PIC 9(6) USAGE COMP-5.
                05 WS-DV-LAST PIC 9(6) USAGE COMP-5.
                05 WS-DV-PART-1 PIC S9(18) USAGE COMP-3.
                05 WS-DV-PART-2 PIC S9(18) USAGE COMP-3.
                05 WS-DV-STATUS PIC X(1).
          01 WS-DEVICE-IDX PIC 9(4) USAGE COMP-5.
          01 WS-DEVICE-NEW-ID PIC X(7).
          01 WS-DEVICE-NEW-LINE PIC 9(6) USAGE COMP-5.
          01 WS-DEVICE-POSTED PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-DEVICE-SUSPENDED PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-DEVICE-REASON PIC X(40).
          01 WS-DEVICE-CHANGES PIC 9(6) USAGE COMP-5.
          01 WS-DEVICE-DATASET PIC X(200).
          01 WS-SUSPENSE-OPEN PIC X(1) VALUE "N".
          01 WS-DEVICE-DETAIL.
             03 FILLER PIC X(2) VALUE SPACES.
             03 DVR-RANK PIC ZZZ9.
             03 FILLER PIC X(3) VALUE SPACES.
             03 DVR-DEVICE PIC X(7).
             03 FILLER PIC X(3) VALUE SPACES.
             03 DVR-CHANGES PIC ZZZZZZ9.
             03 FILLER PIC X(3) VALUE SPACES.
             03 DVR-FREQUENCY PIC -(17)9.
             03 FILLER PIC X(3) VALUE SPACES.
             03 DVR-REPEAT PIC X(18).
             03 FILLER PIC X(3) VALUE SPACES.
             03 DVR-STATUS PIC X(20).
          01 WS-DEVICE-HEADING.
             03 FILLER PIC X(2) VALUE SPACES.
             03 FILLER PIC X(4) VALUE "RANK".
             03 FILLER PIC X(3) VALUE SPACES.
             03 FILLER PIC X(7) VALUE "DEVICE".
             03 FILLER PIC X(3) VALUE SPACES.
             03 FILLER PIC X(7) VALUE "CHANGES".
             03 FILLER PIC X(3) VALUE SPACES.
             03 FILLER PIC X(18) VALUE "  RESULTING FREQ.".
             03 FILLER PIC X(3) VALUE SPACES.
             03 FILLER PIC X(18) VALUE "      FIRST REPEAT".
             03 FILLER PIC X(3) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "STATUS".
          01 WS-DEVICE-ED PIC -(17)9.
          01 WS-DEVICE-HELD PIC X(24).
      *
       PROCEDURE DIVISION.
       PART-1 SECTION.
          PERFORM WRITE-RUN-HEADER.
          MOVE "DAY1_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                      MOVE "Y" TO WS-INPUT-FILE-EOF
                   NOT AT END
                      ADD 1 TO WS-STATS-RECORDS-READ
                      IF INPUT-VARIABLE (1:9) = "*DEVICE*|"
                         PERFORM OPEN-DEVICE
                      ELSE
                         PERFORM TAKE-CHANGE
                      END-IF
                END-READ
             END-PERFORM.
          CLOSE INPUT-FILE.
          PERFORM SCREEN-CHANGE-FEED.
          PERFORM LOAD-HISTORY-CONFIG.
          MOVE "N" TO WS-CALIB-SCREENED.
          MOVE 1 TO WS-CALIB-FIRST.
          MOVE WS-CHANGE-COUNT TO WS-CALIB-LAST.
          PERFORM RUN-CALIBRATION.
          DISPLAY "PART 1: " WS-CALC-PART-1.
          MOVE WS-CALC-PART-1 TO WS-LEDGER-SIGNED-EDIT.
           END-IF.
           MOVE "DAY1" TO WS-LEDGER-PROGRAM.
           PERFORM WRITE-LEDGER-RECORD.
           IF WS-DEVICE-COUNT > 0
              PERFORM CALIBRATE-DEVICES
           END-IF.
           IF WS-SUSPENSE-OPEN = "Y"
              CLOSE SUSPENSE-FILE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE "DAY1" TO WS-STATS-PROGRAM.
           PERFORM WRITE-STATS-RECORD.
           PERFORM BALANCE-CHANGE-FEED.
           PERFORM WRITE-RUN-TRAILER.
           STOP RUN.
      *
      * ONE CALIBRATION OVER THE CHANGE TABLE ENTRIES WS-CALIB-FIRST
      * THRU WS-CALIB-LAST (THE WHOLE FEED, OR ONE DEVICE'S CHANGES):
      * THE PASS-ONE PREFIX SUMS, THEN THE RESIDUE-CLASS REPEAT
      * SEARCH. WITH THE SCREEN SWITCH ON, FLAGGED ENTRIES ARE PASSED
      * OVER AS IF THE FEED NEVER CONTAINED THEM.
       RUN-CALIBRATION SECTION.
           MOVE 0 TO WS-PREFIX-COUNT.
           MOVE 0 TO PART-1-SUM.
           MOVE -1 TO WS-BEST-TIME.
           MOVE 0 TO WS-BEST-VALUE.
           PERFORM VARYING TMP-IDX FROM WS-CALIB-FIRST BY 1
           UNTIL TMP-IDX > WS-CALIB-LAST
              IF WS-CALIB-SCREENED = "N"
                 OR WS-CH-FLAG (TMP-IDX) = "N"
                 ADD 1 TO WS-PREFIX-COUNT
              COMPUTE WS-PF-RESIDUE (TMP-IDX) = FUNCTION MOD
                 (WS-PF-VALUE (TMP-IDX), WS-ABS-DELTA)
              IF WS-HISTORY-ENABLED AND WS-CALIB-SCREENED = "N"
                 AND WS-CALIB-DEVICE = "N"
                 MOVE WS-PF-VALUE (TMP-IDX) TO PART-2-CURRENT-SUM
                 PERFORM WRITE-HISTORY-STEP
              END-IF
           END-IF.
       SCORE-CROSSING-PAIR-99.
           EXIT.
      *
       TAKE-CHANGE SECTION.
           MOVE INPUT-VARIABLE TO TMP-VAR.
           IF WS-CHANGE-COUNT >= WS-PREFIX-MAX
              DISPLAY "DAY1: FEED EXCEEDS " WS-PREFIX-MAX
                 " CHANGES - ABORTING"
              MOVE 1 TO RETURN-CODE
              PERFORM WRITE-RUN-TRAILER
              STOP RUN
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE TMP-VAR TO WS-CH-VALUE (WS-CHANGE-COUNT).
           MOVE "N" TO WS-CH-FLAG (WS-CHANGE-COUNT).
           MOVE WS-STATS-RECORDS-READ TO WS-CH-LINE (WS-CHANGE-COUNT).
           IF WS-DEVICE-COUNT > 0
              MOVE WS-CHANGE-COUNT TO WS-DV-LAST (WS-DEVICE-COUNT)
           END-IF.
           EXIT.
      *
      * A DEVICE HEADER CLOSES THE PREVIOUS DEVICE'S RUN OF CHANGES.
      * THE FIRST HEADER OF A FEED THAT ALREADY HOLDS CHANGES HANDS
      * THOSE CHANGES TO DEVICE NO-ID. THE ID GOES INTO THE LEDGER'S
      * COMMA-SEPARATED LINE, SO A COMMA OR BAR IN IT BECOMES A DASH.
       OPEN-DEVICE SECTION.
           IF WS-DEVICE-COUNT = 0 AND WS-CHANGE-COUNT > 0
              MOVE "NO-ID" TO WS-DEVICE-NEW-ID
              MOVE 0 TO WS-DEVICE-NEW-LINE
              PERFORM ADD-DEVICE
              MOVE 1 TO WS-DV-FIRST (WS-DEVICE-COUNT)
              MOVE WS-CHANGE-COUNT TO WS-DV-LAST (WS-DEVICE-COUNT)
           END-IF.
           MOVE INPUT-VARIABLE (10:7) TO WS-DEVICE-NEW-ID.
           INSPECT WS-DEVICE-NEW-ID REPLACING ALL "," BY "-"
                                              ALL "|" BY "-".
           IF WS-DEVICE-NEW-ID = SPACES
              MOVE "NO-ID" TO WS-DEVICE-NEW-ID
           END-IF.
           MOVE WS-STATS-RECORDS-READ TO WS-DEVICE-NEW-LINE.
           PERFORM ADD-DEVICE.
           EXIT.
      *
       ADD-DEVICE SECTION.
           IF WS-DEVICE-COUNT >= WS-DEVICE-MAX
              DISPLAY "DAY1: FEED EXCEEDS " WS-DEVICE-MAX
                 " DEVICES - ABORTING"
              MOVE 1 TO RETURN-CODE
              PERFORM WRITE-RUN-TRAILER
              STOP RUN
           END-IF.
           ADD 1 TO WS-DEVICE-COUNT.
           MOVE WS-DEVICE-NEW-ID TO WS-DV-ID (WS-DEVICE-COUNT).
           MOVE WS-DEVICE-NEW-LINE TO WS-DV-LINE (WS-DEVICE-COUNT).
           COMPUTE WS-DV-FIRST (WS-DEVICE-COUNT) = WS-CHANGE-COUNT + 1.
           MOVE WS-CHANGE-COUNT TO WS-DV-LAST (WS-DEVICE-COUNT).
           MOVE 0 TO WS-DV-DRIFT (WS-DEVICE-COUNT).
           MOVE 0 TO WS-DV-PART-1 (WS-DEVICE-COUNT).
           MOVE 0 TO WS-DV-PART-2 (WS-DEVICE-COUNT).
           MOVE "E" TO WS-DV-STATUS (WS-DEVICE-COUNT).
           EXIT.
      *
      * EACH DEVICE'S CHANGES ARE CALIBRATED ON THEIR OWN - RAW, AS
      * THE STEP'S OWN POST IS - AND POSTED TO THE LEDGER AS
      * D1-<ID>; THE PREFIX KEEPS THESE LINES OUT OF THE READERS
      * THAT TAKE THE DAY NUMBER FROM A DAYN PROGRAM NAME. A DEVICE
      * WHOSE FREQUENCY NEVER REPEATS, OR THAT CARRIED NO CHANGES,
      * GOES TO SUSPENSE UNDER ITS DEVICE ID AND THE REST OF THE
      * FEED STANDS.
       CALIBRATE-DEVICES SECTION.
           MOVE "N" TO WS-CALIB-SCREENED.
           MOVE "Y" TO WS-CALIB-DEVICE.
           PERFORM VARYING WS-DEVICE-IDX FROM 1 BY 1
           UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
              PERFORM CALIBRATE-ONE-DEVICE
           END-PERFORM.
           MOVE "N" TO WS-CALIB-DEVICE.
           DISPLAY "DAY1: " WS-DEVICE-COUNT " DEVICES - "
              WS-DEVICE-POSTED " POSTED, " WS-DEVICE-SUSPENDED
              " SUSPENDED".
           PERFORM WRITE-DEVICE-REPORT.
           EXIT.
      *
       CALIBRATE-ONE-DEVICE SECTION.
           IF WS-DV-FIRST (WS-DEVICE-IDX) > WS-DV-LAST (WS-DEVICE-IDX)
              MOVE "E" TO WS-DV-STATUS (WS-DEVICE-IDX)
              MOVE "NO CHANGES UNDER HEADER" TO WS-DEVICE-REASON
              PERFORM SUSPEND-DEVICE
              GO TO CALIBRATE-ONE-DEVICE-99
           END-IF.
           MOVE WS-DV-FIRST (WS-DEVICE-IDX) TO WS-CALIB-FIRST.
           MOVE WS-DV-LAST (WS-DEVICE-IDX) TO WS-CALIB-LAST.
           PERFORM RUN-CALIBRATION.
           MOVE WS-CALC-PART-1 TO WS-DV-PART-1 (WS-DEVICE-IDX).
           COMPUTE WS-DV-DRIFT (WS-DEVICE-IDX) =
              FUNCTION ABS (WS-CALC-PART-1).
           IF WS-CALC-P2-FOUND = "N"
              MOVE "R" TO WS-DV-STATUS (WS-DEVICE-IDX)
              MOVE "FREQUENCY NEVER REPEATS" TO WS-DEVICE-REASON
              PERFORM SUSPEND-DEVICE
              GO TO CALIBRATE-ONE-DEVICE-99
           END-IF.
           MOVE "P" TO WS-DV-STATUS (WS-DEVICE-IDX).
           MOVE WS-CALC-PART-2 TO WS-DV-PART-2 (WS-DEVICE-IDX).
           ADD 1 TO WS-DEVICE-POSTED.
           MOVE SPACES TO WS-LEDGER-PROGRAM.
           STRING "D1-" DELIMITED BY SIZE
                  WS-DV-ID (WS-DEVICE-IDX) DELIMITED BY SPACE
                  INTO WS-LEDGER-PROGRAM
           END-STRING.
           MOVE WS-CALC-PART-1 TO WS-LEDGER-SIGNED-EDIT.
           MOVE WS-LEDGER-SIGNED-EDIT TO WS-LEDGER-PART-1.
           MOVE WS-CALC-PART-2 TO WS-LEDGER-SIGNED-EDIT.
           MOVE WS-LEDGER-SIGNED-EDIT TO WS-LEDGER-PART-2.
           PERFORM WRITE-LEDGER-RECORD.
       CALIBRATE-ONE-DEVICE-99.
           EXIT.
      *
      * THE SUSPENSE RECORD NAMES THE DEVICE AND ITS HEADER LINE (THE
      * FIRST CHANGE'S LINE FOR DEVICE NO-ID), THE LINE A CORRECTION
      * OR A RETURN TO THE SUPPLIER STARTS FROM.
       SUSPEND-DEVICE SECTION.
           ADD 1 TO WS-DEVICE-SUSPENDED.
           COMPUTE WS-DEVICE-CHANGES = WS-DV-LAST (WS-DEVICE-IDX)
              - WS-DV-FIRST (WS-DEVICE-IDX) + 1.
           IF WS-DV-LINE (WS-DEVICE-IDX) = 0
              MOVE WS-CH-LINE (WS-DV-FIRST (WS-DEVICE-IDX))
                 TO WS-SUSP-LINE-ED
           ELSE
              MOVE WS-DV-LINE (WS-DEVICE-IDX) TO WS-SUSP-LINE-ED
           END-IF.
           MOVE SPACES TO WS-DEVICE-HELD.
           IF WS-DEVICE-CHANGES > 0
              MOVE WS-DEVICE-CHANGES TO WS-SUSP-VALUE-ED
              STRING " - " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SUSP-VALUE-ED) DELIMITED BY SIZE
                     " CHANGES HELD" DELIMITED BY SIZE
                     INTO WS-DEVICE-HELD
              END-STRING
           END-IF.
           PERFORM OPEN-SUSPENSE-FILE.
           MOVE SPACES TO SUSPENSE-RECORD.
           STRING "DEVICE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DV-ID (WS-DEVICE-IDX))
                     DELIMITED BY SIZE
                  " AT LINE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUSP-LINE-ED) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DEVICE-REASON) DELIMITED BY SIZE
                  WS-DEVICE-HELD DELIMITED BY "  "
                  INTO SUSPENSE-RECORD
           END-STRING.
           WRITE SUSPENSE-RECORD.
           DISPLAY "DAY1: DEVICE " WS-DV-ID (WS-DEVICE-IDX) " - "
              FUNCTION TRIM (WS-DEVICE-REASON) " - SENT TO SUSPENSE".
           MOVE "W" TO ALERT-SEVERITY.
           MOVE "DAY1" TO ALERT-PROGRAM.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "DEVICE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DV-ID (WS-DEVICE-IDX))
                     DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DEVICE-REASON) DELIMITED BY SIZE
                  " - SENT TO SUSPENSE" DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
              ALERT-MESSAGE.
           EXIT.
      *
      * THE SUSPENSE FILE IS OPENED BY THE FIRST ENTRY OF THE RUN,
      * SCREENED OUTLIER OR SUSPENDED DEVICE, AND CLOSED AT THE END
      * OF THE STEP; A RUN WITH NOTHING TO SUSPEND NEVER OPENS IT.
       OPEN-SUSPENSE-FILE SECTION.
           IF WS-SUSPENSE-OPEN = "Y"
              GO TO OPEN-SUSPENSE-FILE-99
           END-IF.
           MOVE "DAY1_SUSPENSE" TO CAT-LOGICAL-NAME.
           MOVE "./day1/suspense.txt" TO CAT-DEFAULT-PATH.
           MOVE "OUTPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-SUSPENSE-DATASET.
           OPEN OUTPUT SUSPENSE-FILE.
           MOVE "Y" TO WS-SUSPENSE-OPEN.
       OPEN-SUSPENSE-FILE-99.
           EXIT.
      *
      * DEVICE CALIBRATION REPORT: EVERY DEVICE IN THE FEED, RANKED BY
      * DRIFT - THE SIZE OF ITS RESULTING FREQUENCY, EITHER SIGN -
      * LARGEST FIRST, WITH ITS FIRST REPEATED FREQUENCY AND WHETHER
      * IT WAS POSTED OR SENT TO SUSPENSE.
       WRITE-DEVICE-REPORT SECTION.
           SORT WS-DEVICE-ENTRY DESCENDING WS-DV-DRIFT
              ASCENDING WS-DV-LINE.
           MOVE "DAY1_DEVICE_REPORT" TO CAT-LOGICAL-NAME.
           MOVE "./day1/devices.txt" TO CAT-DEFAULT-PATH.
           MOVE "OUTPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-DEVICE-DATASET.
           OPEN OUTPUT DEVICE-REPORT-FILE.
           MOVE "DAY1" TO RPT-PROGRAM.
           MOVE "DEVICE CALIBRATION BY DRIFT" TO RPT-TITLE.
           MOVE "H" TO RPT-FUNCTION.
           CALL "RPTWRITE" USING RPT-CONTROL.
           PERFORM WRITE-DEVICE-STAMPS.
           MOVE "D" TO RPT-FUNCTION.
           CALL "RPTWRITE" USING RPT-CONTROL.
           PERFORM WRITE-DEVICE-STAMPS.
           WRITE DEVICE-PRINT-LINE FROM WS-DEVICE-HEADING.
           PERFORM VARYING WS-DEVICE-IDX FROM 1 BY 1
           UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
              PERFORM WRITE-DEVICE-LINE
           END-PERFORM.
           MOVE "T" TO RPT-FUNCTION.
           CALL "RPTWRITE" USING RPT-CONTROL.
           PERFORM WRITE-DEVICE-STAMPS.
           CLOSE DEVICE-REPORT-FILE.
           DISPLAY "DAY1: DEVICE REPORT WRITTEN - "
              FUNCTION TRIM (WS-DEVICE-DATASET).
           EXIT.
      *
       WRITE-DEVICE-LINE SECTION.
           MOVE "D" TO RPT-FUNCTION.
           CALL "RPTWRITE" USING RPT-CONTROL.
           PERFORM WRITE-DEVICE-STAMPS.
           MOVE WS-DEVICE-IDX TO DVR-RANK.
           MOVE WS-DV-ID (WS-DEVICE-IDX) TO DVR-DEVICE.
           COMPUTE WS-DEVICE-CHANGES = WS-DV-LAST (WS-DEVICE-IDX)
              - WS-DV-FIRST (WS-DEVICE-IDX) + 1.
           MOVE WS-DEVICE-CHANGES TO DVR-CHANGES.
           MOVE WS-DV-PART-1 (WS-DEVICE-IDX) TO DVR-FREQUENCY.
           EVALUATE WS-DV-STATUS (WS-DEVICE-IDX)
              WHEN "P"
                 MOVE WS-DV-PART-2 (WS-DEVICE-IDX) TO WS-DEVICE-ED
                 MOVE WS-DEVICE-ED TO DVR-REPEAT
                 MOVE "POSTED" TO DVR-STATUS
              WHEN "R"
                 MOVE "            (NONE)" TO DVR-REPEAT
                 MOVE "SUSPENDED-NO REPEAT" TO DVR-STATUS
              WHEN OTHER
                 MOVE "            (NONE)" TO DVR-REPEAT
                 MOVE "SUSPENDED-EMPTY" TO DVR-STATUS
           END-EVALUATE.
           WRITE DEVICE-PRINT-LINE FROM WS-DEVICE-DETAIL.
           EXIT.
      *
       WRITE-DEVICE-STAMPS SECTION.
           IF RPT-OUT-COUNT >= 1
              WRITE DEVICE-PRINT-LINE FROM RPT-OUT-LINE-1
           END-IF.
           IF RPT-OUT-COUNT >= 2
              WRITE DEVICE-PRINT-LINE FROM RPT-OUT-LINE-2
           END-IF.
           IF RPT-OUT-COUNT >= 3
              WRITE DEVICE-PRINT-LINE FROM RPT-OUT-LINE-3
           END-IF.
           EXIT.
      *
       LOAD-SCREEN-PARAMETERS SECTION.
           ACCEPT WS-CONTROL-FILE FROM ENVIRONMENT "DAY1_CONTROL".
              GO TO SCREEN-CHANGE-FEED-99
           END-IF.
           ADD WS-FLAGGED-COUNT TO WS-STATS-RECORDS-REJECTED.
           PERFORM OPEN-SUSPENSE-FILE.
           MOVE WS-SCREEN-LIMIT TO WS-SUSP-LIMIT-ED.
           PERFORM VARYING TMP-IDX FROM 1 BY 1
           UNTIL TMP-IDX > WS-CHANGE-COUNT
              IF WS-CH-FLAG (TMP-IDX) = "Y"
                 MOVE WS-CH-LINE (TMP-IDX) TO WS-SUSP-LINE-ED
                 MOVE WS-CH-VALUE (TMP-IDX) TO WS-SUSP-VALUE-ED
                 MOVE SPACES TO SUSPENSE-RECORD
                 STRING "LINE " DELIMITED BY SIZE
                    INTO SUSPENSE-RECORD
                 END-STRING
                 WRITE SUSPENSE-RECORD
                 ADD 1 TO WS-BAL-SUSPENDED
              END-IF
           END-PERFORM.
           MOVE "W" TO ALERT-SEVERITY.
           MOVE "DAY1" TO ALERT-PROGRAM.
           MOVE SPACES TO ALERT-MESSAGE.
              ALERT-MESSAGE.
       SCREEN-CHANGE-FEED-99.
           EXIT.
      *
      * A CHANGE IS ACCEPTED WHEN IT SITS IN THE CHANGE TABLE UNFLAGGED;
      * A FLAGGED ONE WAS WRITTEN TO SUSPENSE ABOVE. A DEVICE HEADER
      * IS ACCEPTED WITH ITS DEVICE; A DEVICE SENT TO SUSPENSE TAKES
      * ITS HEADER AND ITS UNFLAGGED CHANGES WITH IT.
       BALANCE-CHANGE-FEED SECTION.
           MOVE "DAY1" TO WS-BAL-PROGRAM.
           MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
           MOVE 0 TO WS-BAL-ACCEPTED.
           PERFORM VARYING TMP-IDX FROM 1 BY 1
           UNTIL TMP-IDX > WS-CHANGE-COUNT
              IF WS-CH-FLAG (TMP-IDX) = "N"
                 ADD 1 TO WS-BAL-ACCEPTED
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEVICE-IDX FROM 1 BY 1
           UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
              PERFORM BALANCE-DEVICE
           END-PERFORM.
           IF WS-DEVICE-COUNT > 0
              MOVE "DEVICES" TO WS-BAL-CONTROL-NAME
              MOVE WS-DEVICE-COUNT TO WS-BAL-CONTROL-VALUE
           END-IF.
           PERFORM WRITE-BALANCE-RECORD.
           EXIT.
      *
       BALANCE-DEVICE SECTION.
           IF WS-DV-STATUS (WS-DEVICE-IDX) = "P"
              IF WS-DV-LINE (WS-DEVICE-IDX) > 0
                 ADD 1 TO WS-BAL-ACCEPTED
              END-IF
              GO TO BALANCE-DEVICE-99
           END-IF.
           MOVE 0 TO WS-DEVICE-CHANGES.
           PERFORM VARYING TMP-IDX FROM WS-DV-FIRST (WS-DEVICE-IDX)
           BY 1 UNTIL TMP-IDX > WS-DV-LAST (WS-DEVICE-IDX)
              IF WS-CH-FLAG (TMP-IDX) = "N"
                 ADD 1 TO WS-DEVICE-CHANGES
              END-IF
           END-PERFORM.
           SUBTRACT WS-DEVICE-CHANGES FROM WS-BAL-ACCEPTED.
           ADD WS-DEVICE-CHANGES TO WS-BAL-SUSPENDED.
           IF WS-DV-LINE (WS-DEVICE-IDX) > 0
              ADD 1 TO WS-BAL-SUSPENDED
           END-IF.
       BALANCE-DEVICE-99.
           EXIT.
      *
       LOAD-HISTORY-CONFIG SECTION.
           ACCEPT WS-HISTORY-FLAG FROM ENVIRONMENT "DAY1_HISTORY".
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
