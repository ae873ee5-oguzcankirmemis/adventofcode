       AUTHOR. OK999.
      * BATCH STEP RECONCILIATION OVER THE SHARED JOB-LOG DATASET
      * (SEE JOBLOG). FOR THE BATCH DATE NAMED BY JOBRECON_DATE
      * (DEFAULT: TODAY) IT VERIFIES THAT EVERY STEP OF THE JOB-STREAM
      * DEFINITION (SEE JOBSTPA) APPEARS EXACTLY ONCE, IN STREAM
      * ORDER, EACH WITH A TRAILER FOLLOWING ITS HEADER. ANY MISSING,
      * DUPLICATED, UNPAIRED OR OUT-OF-ORDER STEP IS REPORTED AND
      * RAISES A NON-ZERO RETURN-CODE, SO A PARTIALLY RERUN NIGHT CAN
      * BE PROVEN COMPLETE WITHOUT READING THE RAW LOG. A STEP THAT
      * NEVER STARTED IS REPORTED AS BYPASSED BY ITS COND TEST,
      * SKIPPED BY THE OPERATOR, DEFERRED PAST THE BATCH CUTOFF OR
      * HELD (FOR A MISSING FEED OR FOR CONTROL TOTALS THAT DO NOT
      * AGREE) WHEN THE DRIVER'S TYPE-B, TYPE-S, TYPE-D OR TYPE-W
      * RECORD SAYS SO, AND AS MISSING OTHERWISE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JOBSTSL.
          SELECT JOB-LOG-FILE
             ASSIGN TO WS-JOBLOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
      *
       DATA DIVISION.
       FILE SECTION.
          COPY JOBSTFD.
          FD JOB-LOG-FILE.
          01 JOB-LOG-IN-RECORD PIC X(120).
          FD RECON-REPORT-FILE.
          01 RECON-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY JOBSTWS.
          01 WS-JOBLOG-DATASET PIC X(200).
          01 WS-JOBLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-JOBLOG-EOF PIC X(1) VALUE "N".
          01 WS-RECON-DATASET PIC X(200).
          01 WS-RECON-DATE PIC X(8).
          01 WS-STEP-TABLE.
             03 WS-STEP-ENTRY OCCURS 60.
                05 WS-ST-PROGRAM PIC X(10) VALUE SPACES.
                05 WS-ST-HEADERS PIC 9(3) VALUE 0.
                05 WS-ST-TRAILERS PIC 9(3) VALUE 0.
                05 WS-ST-UNPAIRED PIC X(1) VALUE "N".
                05 WS-ST-FIRST-SEEN PIC 9(5) VALUE 0.
                05 WS-ST-LAST-RC PIC S9(9) VALUE 0.
                05 WS-ST-BYPASSED PIC X(1) VALUE "N".
                05 WS-ST-SKIPPED PIC X(1) VALUE "N".
                05 WS-ST-DEFERRED PIC X(1) VALUE "N".
                05 WS-ST-HELD PIC X(1) VALUE "N".
          01 WS-STEP-COUNT PIC 9(2) VALUE 0.
          01 WS-PARSE.
             03 WS-P-DATE PIC X(10).
             03 WS-P-TIME PIC X(10).
             03 WS-P-TYPE PIC X(2).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-RC PIC X(12).
             03 WS-P-RUN PIC X(8).
             03 WS-P-OPERATOR PIC X(8).
             03 WS-P-REASON PIC X(60).
          01 WS-IDX PIC 9(2).
          01 WS-HIT PIC 9(2).
          01 WS-EVENT-SEQ PIC 9(5) VALUE 0.
          01 WS-LAST-FIRST-SEEN PIC 9(5) VALUE 0.
          01 WS-PROBLEM-COUNT PIC 9(3) VALUE 0.
          01 WS-STATUS-TEXT PIC X(40).
          01 WS-DETAIL.
             03 WS-DET-PROGRAM PIC X(10).
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE EXPECTED STREAM IS THE JOB-STREAM DEFINITION, IN THE
      * ORDER NIGHTLY_BATCH.SH RUNS THE STEPS IN. THE JOB LOG CARRIES
      * PROGRAM NAMES ON HEADERS AND TRAILERS AND STEP NAMES ON THE
      * DRIVER'S OWN RECORDS; THE SHIPPED STREAM NAMES EACH STEP
      * AFTER ITS PROGRAM, SO THE PROGRAM IS THE KEY.
       BUILD-STEP-TABLE SECTION.
          PERFORM LOAD-JOB-STREAM.
          MOVE JS-STEP-COUNT TO WS-STEP-COUNT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-STEP-COUNT
             MOVE JS-STEP-PROGRAM (WS-IDX) TO WS-ST-PROGRAM (WS-IDX)
          END-PERFORM.
          EXIT.
      *
       READ-JOB-LOG SECTION.
          END-IF.
          MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-DATASET.
          OPEN INPUT JOB-LOG-FILE.
          IF WS-JOBLOG-STATUS NOT = "00"
          MOVE SPACES TO WS-PARSE.
          UNSTRING JOB-LOG-IN-RECORD DELIMITED BY ","
             INTO WS-P-DATE, WS-P-TIME, WS-P-TYPE, WS-P-PROGRAM,
                  WS-P-RC, WS-P-RUN, WS-P-OPERATOR, WS-P-REASON.
          IF WS-P-DATE (1:8) NOT = WS-RECON-DATE
             GO TO TALLY-JOB-LOG-ROW-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-STEP-COUNT OR WS-HIT > 0
             IF WS-ST-PROGRAM (WS-IDX) = WS-P-PROGRAM OR
                JS-STEP-NAME (WS-IDX) = WS-P-PROGRAM
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
                END-IF
                COMPUTE WS-ST-LAST-RC (WS-HIT) =
                   FUNCTION NUMVAL (WS-P-RC)
             WHEN "B"
                MOVE "Y" TO WS-ST-BYPASSED (WS-HIT)
             WHEN "S"
                MOVE "Y" TO WS-ST-SKIPPED (WS-HIT)
             WHEN "D"
                MOVE "Y" TO WS-ST-DEFERRED (WS-HIT)
             WHEN "W"
                IF WS-P-REASON (1:8) = "CONTROL "
                   MOVE "C" TO WS-ST-HELD (WS-HIT)
                ELSE
                   MOVE "F" TO WS-ST-HELD (WS-HIT)
                END-IF
          END-EVALUATE.
       TALLY-JOB-LOG-ROW-99.
          EXIT.
       WRITE-RECON-REPORT SECTION.
          MOVE "JOBRECON_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/jobrecon.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECON-DATASET.
          OPEN OUTPUT RECON-REPORT-FILE.
          MOVE SPACES TO RECON-REPORT-RECORD.
          END-STRING.
          WRITE RECON-REPORT-RECORD.
          MOVE 0 TO WS-LAST-FIRST-SEEN.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-STEP-COUNT
             PERFORM WRITE-STEP-LINE
          END-PERFORM.
          CLOSE RECON-REPORT-FILE.
       WRITE-STEP-LINE SECTION.
          MOVE SPACES TO WS-STATUS-TEXT.
          EVALUATE TRUE
             WHEN WS-ST-HEADERS (WS-IDX) = 0 AND
                  WS-ST-BYPASSED (WS-IDX) = "Y"
                MOVE "BYPASSED BY COND TEST" TO WS-STATUS-TEXT
             WHEN WS-ST-HEADERS (WS-IDX) = 0 AND
                  WS-ST-SKIPPED (WS-IDX) = "Y"
                MOVE "SKIPPED BY OPERATOR" TO WS-STATUS-TEXT
             WHEN WS-ST-HEADERS (WS-IDX) = 0 AND
                  WS-ST-DEFERRED (WS-IDX) = "Y"
                MOVE "DEFERRED PAST CUTOFF" TO WS-STATUS-TEXT
             WHEN WS-ST-HEADERS (WS-IDX) = 0 AND
                  WS-ST-HELD (WS-IDX) = "F"
                MOVE "HELD - FEED MISSING" TO WS-STATUS-TEXT
             WHEN WS-ST-HEADERS (WS-IDX) = 0 AND
                  WS-ST-HELD (WS-IDX) = "C"
                MOVE "HELD - CONTROL TOTALS" TO WS-STATUS-TEXT
             WHEN WS-ST-HEADERS (WS-IDX) = 0
                MOVE "MISSING" TO WS-STATUS-TEXT
             WHEN WS-ST-HEADERS (WS-IDX) > 1
          MOVE WS-DETAIL TO RECON-REPORT-RECORD.
          WRITE RECON-REPORT-RECORD.
          EXIT.
      *
       COPY JOBSTPA.
      *
       COPY AUDITPA.
