      * COUNTS, AN ABORTED BATCH), THEN COMPLETION AND REGRESSION
      * COUNTS, PER-DAY REJECT COUNTS, ROWS POSTED, AND TOTAL BATCH
      * ELAPSED TIME TAKEN FROM THE FIRST AND LAST RUN-LOG LINES.
      * A FAILED STEP NO LONGER ENDS THE RUN, SO STEP FAILURES ARE
      * COUNTED FROM THE RUN LOG AS AN ATTENTION FLAG OF THEIR OWN,
      * AND STEPS BYPASSED BY THEIR COND TEST ARE COUNTED BESIDE THE
      * OPERATOR SKIPS. STEPS DEFERRED PAST THE BATCH CUTOFF ARE
      * LISTED FROM THE CARRY-OVER DATASET (SEE DEFERCHK); ONE ON ITS
      * SECOND NIGHT RUNNING IS AN ATTENTION FLAG, AS IS A STEP HELD
      * FOR A FEED MISSING PAST ITS LATEST TIME (SEE FEEDCHK) OR FOR
      * SENDER CONTROL TOTALS THAT DO NOT AGREE (SEE CTLCHK).
      * THE DR SHIPMENT LOG (SEE DRSHIP) GIVES THE RUN THE DR COPY CAN
      * BE RESTORED TO; A FAILED OR SKIPPED SHIPMENT, OR A DR COPY
      * BEHIND THE LAST RUN ISSUED, IS AN ATTENTION FLAG UNTIL THE
      * NEXT GOOD SHIPMENT.
      * INCIDENTS STILL OPEN ON THE INCIDENT MASTER (SEE INCIDENT) ARE
      * LISTED, AND ANY OPEN INCIDENT IS AN ATTENTION FLAG; THE MASTER
      * IS AS AT THE LAST INCIDENT PASS (THE STREAM STEP, OR REPROC
      * AFTER A CORRECTED RERUN).
      * REPORTS DELIVRPT HAS ESCALATED AS NOT PICKED UP BY THEIR
      * RECIPIENT ARE LISTED AND FLAGGED UNTIL A PICKUP IS CONFIRMED.
      * THE INPUT GENERATION EACH STEP CONSUMED (SEE GENRGWS) IS LISTED
      * FROM TODAY'S PROVENANCE RECORDS, THE LATEST POST PER PROGRAM,
      * WITH ANY STEP THAT RAN ON OTHER THAN THE CURRENT FEED MARKED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY DRSHPSL.
          COPY INCIDSL.
          COPY DELIVSL.
          SELECT WORK-IN-FILE
             ASSIGN TO WS-WORK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
      *
       DATA DIVISION.
       FILE SECTION.
          COPY DRSHPFD.
          COPY INCIDFD.
          COPY DELIVFD.
          FD WORK-IN-FILE.
          01 WORK-IN-RECORD PIC X(250).
          FD MORNING-REPORT-FILE.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY DRSHPWS.
          COPY INCIDWS.
          COPY DELIVWS.
          01 WS-WORK-DATASET PIC X(200).
          01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
          01 WS-WORK-EOF PIC X(1) VALUE "N".
          01 WS-LEDGER-TODAY PIC 9(5) VALUE 0.
          01 WS-ABORT-FLAG PIC X(1) VALUE "N".
          01 WS-OPSKIP-COUNT PIC 9(3) VALUE 0.
          01 WS-STEP-FAIL-COUNT PIC 9(3) VALUE 0.
          01 WS-BYPASS-COUNT PIC 9(3) VALUE 0.
          01 WS-HELD-COUNT PIC 9(3) VALUE 0.
          01 WS-CTL-HELD-COUNT PIC 9(3) VALUE 0.
          01 WS-DEFER-COUNT PIC 9(3) VALUE 0.
          01 WS-DEFER-REPEAT-COUNT PIC 9(3) VALUE 0.
          01 WS-DEFER-TABLE.
             03 WS-DEFER-ENTRY OCCURS 60.
                05 WS-DF-STEP PIC X(10).
                05 WS-DF-DATE PIC X(8).
                05 WS-DF-RUN PIC X(8).
                05 WS-DF-NIGHTS PIC X(3).
                05 WS-DF-CUTOFF PIC X(4).
          01 WS-DEFER-IDX PIC 9(3).
          01 WS-LOG-FIRST-TIME PIC X(8) VALUE SPACES.
          01 WS-LOG-LAST-TIME PIC X(8) VALUE SPACES.
          01 WS-ELAPSED-SECS PIC S9(7) VALUE 0.
          01 WS-ED-3C PIC ZZ9.
          01 WS-ED-5 PIC ZZZZ9.
          01 WS-ED-7 PIC ZZZZZZ9.
          01 WS-ED-8 PIC Z(7)9.
          01 WS-ED-4 PIC ZZZ9.
          01 WS-ED-4B PIC ZZZ9.
          01 WS-DR-FLAG PIC X(1) VALUE "N".
          01 WS-SOURCE PIC X(1).
          01 WS-TALLY PIC 9(3).
          01 WS-GEN-COUNT PIC 9(2) VALUE 0.
          01 WS-GEN-TABLE.
             03 WS-GEN-ENTRY OCCURS 40.
                05 WS-GN-PROGRAM PIC X(10).
                05 WS-GN-RUN PIC X(8).
                05 WS-GN-LABEL PIC X(12).
          01 WS-GEN-IDX PIC 9(2).
          01 WS-GEN-HIT PIC 9(2).
          01 WS-PROV-LINE.
             03 WS-PL-DATE PIC X(8).
             03 WS-PL-PROGRAM PIC X(10).
             03 WS-PL-RUN PIC X(8).
             03 WS-PL-SKIP PIC X(1) OCCURS 12.
             03 WS-PL-GENERATION PIC X(12).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          PERFORM SCAN-ONE-SOURCE.
          MOVE "D" TO WS-SOURCE.
          MOVE "DEFER_CARRY" TO CAT-LOGICAL-NAME.
          MOVE "../../results/deferred.dat" TO CAT-DEFAULT-PATH.
          PERFORM SCAN-ONE-SOURCE.
          MOVE "P" TO WS-SOURCE.
          MOVE "PROVENANCE_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/provenance.txt" TO CAT-DEFAULT-PATH.
          PERFORM SCAN-ONE-SOURCE.
          PERFORM LOAD-SHIPMENT-LOG.
          IF DS-BAD-SINCE > 0 OR DS-RUNS-BEHIND > 0
             MOVE "Y" TO WS-DR-FLAG
          END-IF.
          PERFORM LOAD-INCIDENT-MASTER.
          PERFORM LOAD-DELIVERY-STATUS.
          PERFORM WRITE-MORNING-REPORT.
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       SCAN-ONE-SOURCE SECTION.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-WORK-DATASET.
          MOVE "N" TO WS-WORK-EOF.
          OPEN INPUT WORK-IN-FILE.
                IF WORK-IN-RECORD (1:8) = WS-TODAY
                   ADD 1 TO WS-LEDGER-TODAY
                END-IF
             WHEN "D"
                PERFORM SCAN-DEFERRAL-RECORD
             WHEN "P"
                PERFORM SCAN-PROVENANCE-RECORD
          END-EVALUATE.
          EXIT.
      *
          IF WS-TALLY > 0
             ADD 1 TO WS-OPSKIP-COUNT
          END-IF.
          MOVE 0 TO WS-TALLY.
          INSPECT WORK-IN-RECORD TALLYING WS-TALLY
             FOR ALL " FAILED - RETURN CODE ".
          IF WS-TALLY > 0
             ADD 1 TO WS-STEP-FAIL-COUNT
          END-IF.
          MOVE 0 TO WS-TALLY.
          INSPECT WORK-IN-RECORD TALLYING WS-TALLY
             FOR ALL " BYPASSED - COND ".
          IF WS-TALLY > 0
             ADD 1 TO WS-BYPASS-COUNT
          END-IF.
          MOVE 0 TO WS-TALLY.
          INSPECT WORK-IN-RECORD TALLYING WS-TALLY
             FOR ALL " HELD - FEED ".
          IF WS-TALLY > 0
             ADD 1 TO WS-HELD-COUNT
          END-IF.
          MOVE 0 TO WS-TALLY.
          INSPECT WORK-IN-RECORD TALLYING WS-TALLY
             FOR ALL " HELD - CONTROL TOTALS".
          IF WS-TALLY > 0
             ADD 1 TO WS-CTL-HELD-COUNT
          END-IF.
          EXIT.
      *
      * CARRY-OVER LINES ARE STEP,DATE,RUN,NIGHTS,CUTOFF.
       SCAN-DEFERRAL-RECORD SECTION.
          IF WORK-IN-RECORD = SPACES OR WS-DEFER-COUNT >= 60
             GO TO SCAN-DEFERRAL-RECORD-99
          END-IF.
          ADD 1 TO WS-DEFER-COUNT.
          UNSTRING WORK-IN-RECORD DELIMITED BY ","
             INTO WS-DF-STEP (WS-DEFER-COUNT),
                  WS-DF-DATE (WS-DEFER-COUNT),
                  WS-DF-RUN (WS-DEFER-COUNT),
                  WS-DF-NIGHTS (WS-DEFER-COUNT),
                  WS-DF-CUTOFF (WS-DEFER-COUNT).
          IF FUNCTION TRIM (WS-DF-NIGHTS (WS-DEFER-COUNT)) IS NUMERIC
             IF FUNCTION NUMVAL (WS-DF-NIGHTS (WS-DEFER-COUNT)) > 1
                ADD 1 TO WS-DEFER-REPEAT-COUNT
             END-IF
          END-IF.
       SCAN-DEFERRAL-RECORD-99.
          EXIT.
      *
      * PROVENANCE LINES ARE "|"-DELIMITED (SEE PROVWS); THE INPUT
      * GENERATION IS THE SIXTEENTH FIELD. A LATER POST FOR THE SAME
      * PROGRAM REPLACES AN EARLIER ONE. ONLY THE DAY STEPS ARE
      * LISTED; DAY1'S PER-DEVICE POSTS (D1-<DEVICE>) SHARE ITS FEED.
       SCAN-PROVENANCE-RECORD SECTION.
          IF WORK-IN-RECORD (1:8) NOT = WS-TODAY
             GO TO SCAN-PROVENANCE-RECORD-99
          END-IF.
          MOVE SPACES TO WS-PROV-LINE.
          UNSTRING WORK-IN-RECORD DELIMITED BY "|"
             INTO WS-PL-DATE, WS-PL-PROGRAM, WS-PL-RUN,
                  WS-PL-SKIP (1), WS-PL-SKIP (2), WS-PL-SKIP (3),
                  WS-PL-SKIP (4), WS-PL-SKIP (5), WS-PL-SKIP (6),
                  WS-PL-SKIP (7), WS-PL-SKIP (8), WS-PL-SKIP (9),
                  WS-PL-SKIP (10), WS-PL-SKIP (11), WS-PL-SKIP (12),
                  WS-PL-GENERATION.
          IF WS-PL-PROGRAM (1:3) NOT = "DAY"
             GO TO SCAN-PROVENANCE-RECORD-99
          END-IF.
          IF WS-PL-GENERATION = SPACES
             MOVE "NONE" TO WS-PL-GENERATION
          END-IF.
          MOVE 0 TO WS-GEN-HIT.
          PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
          UNTIL WS-GEN-IDX > WS-GEN-COUNT
             IF WS-GN-PROGRAM (WS-GEN-IDX) = WS-PL-PROGRAM
                MOVE WS-GEN-IDX TO WS-GEN-HIT
             END-IF
          END-PERFORM.
          IF WS-GEN-HIT = 0
             IF WS-GEN-COUNT >= 40
                GO TO SCAN-PROVENANCE-RECORD-99
             END-IF
             ADD 1 TO WS-GEN-COUNT
             MOVE WS-GEN-COUNT TO WS-GEN-HIT
          END-IF.
          MOVE WS-PL-PROGRAM TO WS-GN-PROGRAM (WS-GEN-HIT).
          MOVE WS-PL-RUN TO WS-GN-RUN (WS-GEN-HIT).
          MOVE WS-PL-GENERATION TO WS-GN-LABEL (WS-GEN-HIT).
       SCAN-PROVENANCE-RECORD-99.
          EXIT.
      *
       COMPUTE-BATCH-ELAPSED SECTION.
       WRITE-MORNING-REPORT SECTION.
          MOVE "MORNING_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/morning.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MORNING-DATASET.
          PERFORM COMPUTE-BATCH-ELAPSED.
          OPEN OUTPUT MORNING-REPORT-FILE.
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-BYPASS-COUNT > 0
             MOVE WS-BYPASS-COUNT TO WS-ED-3
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "STEPS BYPASSED BY COND TEST: "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                    " (SEE BATCH RUN LOG FOR THE TEST)"
                       DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-DEFER-COUNT > 0
             MOVE WS-DEFER-COUNT TO WS-ED-3
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "STEPS DEFERRED TO NEXT NIGHT: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
             PERFORM VARYING WS-DEFER-IDX FROM 1 BY 1
             UNTIL WS-DEFER-IDX > WS-DEFER-COUNT
                MOVE SPACES TO MORNING-REPORT-RECORD
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DF-STEP (WS-DEFER-IDX))
                          DELIMITED BY SIZE
                       " - CUTOFF " DELIMITED BY SIZE
                       WS-DF-CUTOFF (WS-DEFER-IDX) DELIMITED BY SIZE
                       " REACHED, NIGHT " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DF-NIGHTS (WS-DEFER-IDX))
                          DELIMITED BY SIZE
                       " RUNNING" DELIMITED BY SIZE
                       INTO MORNING-REPORT-RECORD
                END-STRING
                WRITE MORNING-REPORT-RECORD
             END-PERFORM
          END-IF.
          IF IM-OPEN-COUNT > 0
             PERFORM WRITE-OPEN-INCIDENTS
          END-IF.
          IF DV-ESCALATED-COUNT > 0
             PERFORM WRITE-UNCOLLECTED-REPORTS
          END-IF.
          MOVE SPACES TO MORNING-REPORT-RECORD.
          MOVE WS-PASS-COUNT TO WS-ED-3.
          MOVE WS-FAIL-COUNT TO WS-ED-3B.
                 INTO MORNING-REPORT-RECORD
          END-STRING.
          WRITE MORNING-REPORT-RECORD.
          IF WS-GEN-COUNT > 0
             PERFORM WRITE-INPUT-GENERATIONS
          END-IF.
          MOVE WS-ELAPSED-SECS TO WS-ED-7.
          MOVE SPACES TO MORNING-REPORT-RECORD.
          STRING "BATCH ELAPSED SECONDS: " DELIMITED BY SIZE
                 INTO MORNING-REPORT-RECORD
          END-STRING.
          WRITE MORNING-REPORT-RECORD.
          MOVE SPACES TO MORNING-REPORT-RECORD.
          IF DS-GOOD-SEQ = 0
             MOVE "DR COPY: NO GOOD SHIPMENT ON RECORD"
                TO MORNING-REPORT-RECORD
          ELSE
             STRING "DR COPY RESTORABLE TO RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (DS-GOOD-RUN) DELIMITED BY SIZE
                    " (SHIPMENT " DELIMITED BY SIZE
                    DS-GOOD-SEQ DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DS-GOOD-DATE DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
          END-IF.
          WRITE MORNING-REPORT-RECORD.
          CLOSE MORNING-REPORT-FILE.
          EXIT.
      *
      * A LABEL OTHER THAN (0) MEANS THE STEP RAN ON A PRIOR FEED.
       WRITE-INPUT-GENERATIONS SECTION.
          MOVE "INPUT GENERATIONS CONSUMED:" TO MORNING-REPORT-RECORD.
          WRITE MORNING-REPORT-RECORD.
          PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
          UNTIL WS-GEN-IDX > WS-GEN-COUNT
             MOVE 0 TO WS-TALLY
             INSPECT WS-GN-LABEL (WS-GEN-IDX) TALLYING WS-TALLY
                FOR ALL "(0)"
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "  " DELIMITED BY SIZE
                    WS-GN-PROGRAM (WS-GEN-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-GN-LABEL (WS-GEN-IDX) DELIMITED BY SIZE
                    " RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-GN-RUN (WS-GEN-IDX))
                       DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             IF WS-TALLY = 0 AND
                WS-GN-LABEL (WS-GEN-IDX) NOT = "NONE"
                MOVE " - NOT THE CURRENT FEED"
                   TO MORNING-REPORT-RECORD (45:23)
             END-IF
             WRITE MORNING-REPORT-RECORD
          END-PERFORM.
          EXIT.
      *
       WRITE-OPEN-INCIDENTS SECTION.
          MOVE IM-OPEN-COUNT TO WS-ED-4.
          MOVE SPACES TO MORNING-REPORT-RECORD.
          STRING "OPEN INCIDENTS: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-4) DELIMITED BY SIZE
                 " (SEE INCIDENT MASTER AND LINKS)" DELIMITED BY SIZE
                 INTO MORNING-REPORT-RECORD
          END-STRING.
          WRITE MORNING-REPORT-RECORD.
          PERFORM VARYING IM-IDX FROM 1 BY 1 UNTIL IM-IDX > IM-COUNT
             IF IM-STATE (IM-IDX) = "O"
                MOVE IM-RERUNS (IM-IDX) TO WS-ED-4
                MOVE IM-ALERTS (IM-IDX) TO WS-ED-4B
                MOVE SPACES TO MORNING-REPORT-RECORD
                STRING "  " DELIMITED BY SIZE
                       IM-ID (IM-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (IM-PROGRAM (IM-IDX))
                          DELIMITED BY SIZE
                       " FOR " DELIMITED BY SIZE
                       IM-BUS-DATE (IM-IDX) DELIMITED BY SIZE
                       " - FAILED " DELIMITED BY SIZE
                       IM-OPEN-STAMP (IM-IDX) (9:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       IM-OPEN-STAMP (IM-IDX) (11:2) DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       FUNCTION TRIM (IM-OPEN-RC (IM-IDX))
                          DELIMITED BY SIZE
                       ", RERUNS " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ED-4) DELIMITED BY SIZE
                       ", ALERTS " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ED-4B) DELIMITED BY SIZE
                       INTO MORNING-REPORT-RECORD
                END-STRING
                WRITE MORNING-REPORT-RECORD
             END-IF
          END-PERFORM.
          EXIT.
      *
       WRITE-UNCOLLECTED-REPORTS SECTION.
          MOVE DV-ESCALATED-COUNT TO WS-ED-4.
          MOVE SPACES TO MORNING-REPORT-RECORD.
          STRING "REPORTS NOT PICKED UP: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-4) DELIMITED BY SIZE
                 " (SEE DELIVERY REPORT)" DELIMITED BY SIZE
                 INTO MORNING-REPORT-RECORD
          END-STRING.
          WRITE MORNING-REPORT-RECORD.
          PERFORM VARYING DV-IDX FROM 1 BY 1 UNTIL DV-IDX > DV-COUNT
             IF DV-ESCALATED (DV-IDX) = "Y" AND
                DV-PICKUP-DATE (DV-IDX) = SPACES
                MOVE SPACES TO MORNING-REPORT-RECORD
                STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM (DV-CLASS (DV-IDX))
                          DELIMITED BY SIZE
                       " FOR " DELIMITED BY SIZE
                       FUNCTION TRIM (DV-RECIPIENT (DV-IDX))
                          DELIMITED BY SIZE
                       " - DELIVERED " DELIMITED BY SIZE
                       DV-DATE (DV-IDX) DELIMITED BY SIZE
                       ", NOT PICKED UP" DELIMITED BY SIZE
                       INTO MORNING-REPORT-RECORD
                END-STRING
                WRITE MORNING-REPORT-RECORD
             END-IF
          END-PERFORM.
          EXIT.
      *
       WRITE-ATTENTION-FLAGS SECTION.
          IF WS-ABORT-FLAG = "Y"
                TO MORNING-REPORT-RECORD
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-STEP-FAIL-COUNT > 0
             MOVE WS-STEP-FAIL-COUNT TO WS-ED-3
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "** ATTENTION: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                    " BATCH STEP(S) FAILED - SEE RUN LOG"
                       DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-HELD-COUNT > 0
             MOVE WS-HELD-COUNT TO WS-ED-3
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "** ATTENTION: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                    " STEP(S) HELD FOR MISSING FEEDS - SEE FEED "
                       DELIMITED BY SIZE
                    "ARRIVAL REPORT" DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-CTL-HELD-COUNT > 0
             MOVE WS-CTL-HELD-COUNT TO WS-ED-3
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "** ATTENTION: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                    " STEP(S) HELD ON SENDER CONTROL TOTALS - SEE "
                       DELIMITED BY SIZE
                    "CONTROL-TOTAL EXCEPTIONS" DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-DEFER-REPEAT-COUNT > 0
             MOVE WS-DEFER-REPEAT-COUNT TO WS-ED-3
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "** ATTENTION: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                    " STEP(S) DEFERRED TWO OR MORE NIGHTS RUNNING"
                       DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-FAIL-COUNT > 0
             MOVE WS-FAIL-COUNT TO WS-ED-3
             MOVE SPACES TO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-DR-FLAG = "Y"
             MOVE DS-CURRENT-RUN TO WS-ED-8
             MOVE DS-BAD-SINCE TO WS-ED-5
             MOVE SPACES TO MORNING-REPORT-RECORD
             IF DS-GOOD-SEQ = 0
                STRING "** ATTENTION: NO GOOD DR SHIPMENT - "
                          DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ED-5) DELIMITED BY SIZE
                       " FAILED/SKIPPED - SEE DR RECOVERY-POINT REPORT"
                          DELIMITED BY SIZE
                       INTO MORNING-REPORT-RECORD
                END-STRING
             ELSE
                STRING "** ATTENTION: DR SHIPMENT NOT CURRENT - DR COPY"
                          DELIMITED BY SIZE
                       " AT RUN " DELIMITED BY SIZE
                       FUNCTION TRIM (DS-GOOD-RUN) DELIMITED BY SIZE
                       ", LAST RUN " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ED-8) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ED-5) DELIMITED BY SIZE
                       " FAILED/SKIPPED" DELIMITED BY SIZE
                       INTO MORNING-REPORT-RECORD
                END-STRING
             END-IF
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF IM-OPEN-COUNT > 0
             MOVE IM-OPEN-COUNT TO WS-ED-4
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "** ATTENTION: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-4) DELIMITED BY SIZE
                    " INCIDENT(S) STILL OPEN - STEP NOT YET RESTORED"
                       DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF DV-ESCALATED-COUNT > 0
             MOVE DV-ESCALATED-COUNT TO WS-ED-4
             MOVE SPACES TO MORNING-REPORT-RECORD
             STRING "** ATTENTION: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-4) DELIMITED BY SIZE
                    " DELIVERED REPORT(S) NOT PICKED UP BY RECIPIENT"
                       DELIMITED BY SIZE
                    INTO MORNING-REPORT-RECORD
             END-STRING
             WRITE MORNING-REPORT-RECORD
          END-IF.
          IF WS-ABORT-FLAG = "N" AND WS-FAIL-COUNT = 0 AND
             WS-STEP-FAIL-COUNT = 0 AND WS-DEFER-REPEAT-COUNT = 0 AND
             WS-HELD-COUNT = 0 AND WS-CTL-HELD-COUNT = 0 AND
             WS-REJECT-COUNT = 0 AND WS-EXCEPTION-COUNT = 0 AND
             WS-DR-FLAG = "N" AND IM-OPEN-COUNT = 0 AND
             DV-ESCALATED-COUNT = 0
             MOVE "ALL CLEAR - NO ATTENTION ITEMS"
                TO MORNING-REPORT-RECORD
             WRITE MORNING-REPORT-RECORD
          END-IF.
          EXIT.
      *
       COPY DRSHPPA.
      *
       COPY INCIDPA.
      *
       COPY DELIVPA.
      *
       COPY AUDITPA.
