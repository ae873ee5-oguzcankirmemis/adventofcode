      * FILE, THE CLASSIC FIXED-COLUMN "Step X must be finished
      * before step Y" FEED STILL LOADS: EACH LETTER BECOMES A STEP
      * WITH DURATION BASE + ALPHABET POSITION, EXACTLY AS BEFORE.
      * A PORTFOLIO DECK (DAY7_PORTFOLIO) NAMING SEVERAL PROJECTS'
      * STEP MASTERS SWITCHES TO PORTFOLIO MODE: ALL PROJECTS SHARE
      * ONE WORKER POOL IN A SINGLE SCHEDULE AND EACH PROJECT'S
      * FINISH IS COMPARED WITH ITS STAND-ALONE SCHEDULE. A
      * PORTFOLIO RUN IS A WHAT-IF AND POSTS NOTHING TO THE LEDGER -
      * THE DAY'S ANSWERS COME ONLY FROM THE PROJECT'S OWN SCHEDULE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          FILE STATUS IS WS-STEP-MASTER-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT SCHEDULE-REPORT-FILE
          ASSIGN TO WS-SCHEDULE-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CRITPATH-REPORT-FILE
          ASSIGN TO WS-CRITPATH-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ACTUALS-FILE
          ASSIGN TO WS-ACTUALS-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACTUALS-STATUS.
          SELECT VARIANCE-REPORT-FILE
          ASSIGN TO WS-VARIANCE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT HISTORY-FILE
          ASSIGN TO WS-HISTORY-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-HISTORY-STATUS.
          SELECT RECOMMEND-FILE
          ASSIGN TO WS-RECOMMEND-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PORTFOLIO-DECK-FILE
          ASSIGN TO WS-PORTFOLIO-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PORTFOLIO-STATUS.
          SELECT PORTFOLIO-REPORT-FILE
          ASSIGN TO WS-PF-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          01 STEP-MASTER-RECORD PIC X(250).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD SCHEDULE-REPORT-FILE.
          01 SCHEDULE-PRINT-LINE PIC X(300).
          FD BLOCKED-REPORT-FILE.
          01 BLOCKED-PRINT-LINE PIC X(132).
          FD CRITPATH-REPORT-FILE.
          01 CRITPATH-PRINT-LINE PIC X(132).
          FD ACTUALS-FILE.
          01 ACTUALS-RECORD PIC X(80).
          FD VARIANCE-REPORT-FILE.
          01 VARIANCE-PRINT-LINE PIC X(132).
          FD HISTORY-FILE.
          01 HISTORY-RECORD PIC X(200).
          FD RECOMMEND-FILE.
          01 RECOMMEND-RECORD PIC X(250).
          FD PORTFOLIO-DECK-FILE.
          01 PORTFOLIO-DECK-RECORD PIC X(250).
          FD PORTFOLIO-REPORT-FILE.
          01 PORTFOLIO-PRINT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY STJRNWS.
          01 BLOCKED-REPORT-RECORD.
             03 BLK-STEP-TAG PIC X(7) VALUE "STEP : ".
             03 BLK-STEP PIC X(10).
          01 WS-SCHEDULE-REPORT-DATASET PIC X(200).
          01 WS-BLOCKED-REPORT-DATASET PIC X(200).
          01 WS-SCHEDULE-SECOND PIC 9(9) USAGE BINARY VALUE 0.
          01 WS-SCHED-WORKER-NO PIC 9(2).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-DEFAULT PIC 9(9).
             03 WS-STEP-NAME PIC X(10) VALUE SPACES.
             03 WS-STEP-DESC PIC X(30) VALUE SPACES.
             03 WS-STEP-DURATION PIC 9(5) USAGE BINARY VALUE 0.
             03 WS-STEP-PROJECT PIC 9(2) USAGE BINARY VALUE 0.
             03 WS-STEP-PRIORITY PIC 9(3) USAGE BINARY VALUE 0.
             03 WS-COMPLETED PIC X(1) VALUE "N".
                88 WS-STEP-COMPLETED VALUE "Y".
             03 WS-IN-WORK PIC X(1) VALUE "N".
          01 WS-IDX-4 PIC 9(3) USAGE BINARY.
          01 WS-WORK-ID PIC X(10).
          01 WS-FOUND-IDX PIC 9(3) USAGE BINARY.
          01 WS-BEST-IDX PIC 9(3) USAGE BINARY.
      * CRITICAL-PATH ANALYSIS (CPM) OVER THE STEP GRAPH WITH THE
      * STEP-MASTER DURATIONS: EARLIEST AND LATEST START AND SLACK
      * PER STEP FROM FORWARD AND BACKWARD RELAXATION PASSES, THE
          01 WS-STATE PIC X(1) VALUE "N".
             88 WS-STOP VALUE "Y".
          01 WS-PART-2-RESULT PIC 9(9) USAGE BINARY VALUE 0.
      * SCHEDULE VARIANCE. THE PART-2 RUN NOTES WHEN AND ON WHICH
      * WORKER EACH STEP WAS PLANNED (NOT THE WHAT-IF RERUN). AN
      * ACTUALS FEED (DAY7_ACTUALS) IS LINED UP AGAINST THAT PLAN
      * FOR START SLIP, DURATION OVERRUN AND WHETHER THE SLIP FELL
      * ON THE CRITICAL PATH. EACH STEP'S ACTUAL DURATIONS ARE KEPT
      * IN A ROLLING HISTORY OF THE LAST DAY7-HISTORY-RUNS RUNS
      * (DAY7_DURATION_HISTORY) AND THEIR AVERAGE IS OFFERED AS A
      * RECOMMENDED STEP MASTER (DAY7_RECOMMENDED_STEPS). THE
      * SIMULATION HOLDS A STEP ON ITS WORKER FOR ITS MASTER DURATION
      * PLUS ONE SECOND, SO THAT SPAN IS THE PLANNED DURATION HERE AND
      * A RECOMMENDED MASTER DURATION IS THE AVERAGE SPAN LESS ONE.
          01 VARIANCE-REPORT-RECORD.
             03 VAR-STEP PIC X(10).
             03 FILLER PIC X(1) VALUE SPACES.
             03 VAR-PLAN-WORKER PIC Z9.
             03 FILLER PIC X(1) VALUE "/".
             03 VAR-ACT-WORKER PIC X(10).
             03 VAR-PLAN-START PIC Z(8)9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 VAR-ACT-START PIC Z(8)9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 VAR-START-SLIP PIC -(8)9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 VAR-PLAN-DUR PIC Z(8)9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 VAR-ACT-DUR PIC Z(8)9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 VAR-OVERRUN PIC -(8)9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 VAR-SLACK PIC Z(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 VAR-NOTE PIC X(20).
          01 WS-ACTUALS-DATASET PIC X(200).
          01 WS-ACTUALS-STATUS PIC X(2) VALUE SPACES.
          01 WS-ACTUALS-EOF PIC X(1) VALUE "N".
          01 WS-VARIANCE-DATASET PIC X(200).
          01 WS-HISTORY-DATASET PIC X(200).
          01 WS-HISTORY-STATUS PIC X(2) VALUE SPACES.
          01 WS-HISTORY-EOF PIC X(1) VALUE "N".
          01 WS-RECOMMEND-DATASET PIC X(200).
          01 WS-PLAN-CAPTURE PIC X(1) VALUE "Y".
          01 WS-HISTORY-RUNS PIC 9(2) USAGE BINARY VALUE 5.
          77 WS-MAX-HISTORY-RUNS PIC 9(2) VALUE 10.
          01 WS-VARIANCE-TABLE.
             03 WS-VR-ENTRY OCCURS 200.
                05 WS-VR-PLAN-START PIC 9(9) USAGE BINARY.
                05 WS-VR-PLAN-WORKER PIC 9(2) USAGE BINARY.
                05 WS-VR-HAS-ACTUAL PIC X(1).
                05 WS-VR-ACT-WORKER PIC X(10).
                05 WS-VR-ACT-START PIC 9(9) USAGE BINARY.
                05 WS-VR-ACT-FINISH PIC 9(9) USAGE BINARY.
                05 WS-VR-HIST-COUNT PIC 9(2) USAGE BINARY.
                05 WS-VR-HIST-DUR PIC 9(9) USAGE BINARY OCCURS 10.
          01 WS-ACTUAL-PARSE.
             03 WS-AP-ID PIC X(10).
             03 WS-AP-WORKER PIC X(10).
             03 WS-AP-START PIC X(12).
             03 WS-AP-FINISH PIC X(12).
          01 WS-AP-REASON PIC X(40).
          01 WS-HISTORY-PARSE.
             03 WS-HP-ID PIC X(10).
             03 WS-HP-COUNT PIC X(4).
             03 WS-HP-DURS PIC X(150).
          01 WS-HIST-DUR-IN PIC 9(9) USAGE BINARY.
          01 WS-HIST-PTR PIC 9(3).
          01 WS-HIST-WORK PIC X(12).
          01 WS-HIST-SUM PIC 9(12) USAGE BINARY.
          01 WS-HIST-AVERAGE PIC 9(9) USAGE BINARY.
          01 WS-VAR-SLIP PIC S9(9) USAGE BINARY.
          01 WS-VAR-OVERRUN PIC S9(9) USAGE BINARY.
          01 WS-VAR-ACT-DUR PIC 9(9) USAGE BINARY.
          01 WS-VAR-PLAN-DUR PIC 9(9) USAGE BINARY.
          01 WS-VAR-PLAN-FINISH PIC 9(9) USAGE BINARY.
          01 WS-VAR-ACT-FINISH PIC 9(9) USAGE BINARY.
          01 WS-VAR-ACTUALS PIC 9(5) VALUE 0.
          01 WS-VAR-MISSING PIC 9(5) VALUE 0.
          01 WS-VAR-REJECTED PIC 9(5) VALUE 0.
          01 WS-VAR-CRIT-SLIPS PIC 9(5) VALUE 0.
          01 WS-VAR-RECOMMENDS PIC 9(5) VALUE 0.
          01 WS-VAR-N1-ED PIC ZZZZZZZZ9.
          01 WS-VAR-N2-ED PIC ZZZZZZZZ9.
          01 WS-VAR-N3-ED PIC ZZZZZZZZ9.
          01 WS-VAR-N4-ED PIC ZZZZZZZZ9.
          01 WS-VAR-S1-ED PIC -(8)9.
          01 WS-REC-PTR PIC 9(3).
      * PORTFOLIO MODE. DECK RECORD: PROJECT|ID|PRIORITY|STEP MASTER
      * PATH. PRIORITY 1 IS THE MOST URGENT; WHEN STEPS FROM SEVERAL
      * PROJECTS ARE READY AT ONCE, A FREE WORKER TAKES THE ONE FROM
      * THE MOST URGENT PROJECT AND, WITHIN EQUAL PRIORITY, THE FIRST
      * BY STEP ID AS ALWAYS. STEP IDS AND DEPENDENCIES ARE LOCAL TO
      * THEIR PROJECT. A DECK WITH NO PROJECT CARDS LEAVES DAY7 IN
      * ITS ORDINARY SINGLE-MASTER MODE.
          01 PORTFOLIO-REPORT-RECORD.
             03 PFR-PROJECT PIC X(8).
             03 FILLER PIC X(2) VALUE SPACES.
             03 PFR-PRIORITY PIC ZZ9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 PFR-STEPS PIC ZZZZ9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 PFR-ALONE PIC Z(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 PFR-SHARED PIC Z(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 PFR-SLIP PIC -(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 PFR-SLIP-PCT PIC -(4)9.9.
             03 FILLER PIC X(1) VALUE "%".
             03 FILLER PIC X(2) VALUE SPACES.
             03 PFR-PATH PIC X(60).
          01 WS-PORTFOLIO-DATASET PIC X(200).
          01 WS-PORTFOLIO-STATUS PIC X(2) VALUE SPACES.
          01 WS-PORTFOLIO-EOF PIC X(1) VALUE "N".
          01 WS-PF-REPORT-DATASET PIC X(200).
          01 WS-PORTFOLIO-MODE PIC X(1) VALUE "N".
             88 WS-PORTFOLIO-ON VALUE "Y".
          01 WS-SCHEDULE-PRINT PIC X(1) VALUE "Y".
          01 WS-LOAD-PROJECT PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-LOAD-PRIORITY PIC 9(3) USAGE BINARY VALUE 0.
          77 WS-PROJECT-MAX PIC 9(2) VALUE 20.
          01 WS-PROJECT-COUNT PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-PROJECT-TABLE.
             03 WS-PROJECT OCCURS 20.
                05 WS-PF-ID PIC X(8).
                05 WS-PF-PRIORITY PIC 9(3) USAGE BINARY.
                05 WS-PF-PATH PIC X(200).
                05 WS-PF-STEPS PIC 9(3) USAGE BINARY.
                05 WS-PF-ALONE PIC 9(9) USAGE BINARY.
                05 WS-PF-FINISH PIC 9(9) USAGE BINARY.
          01 WS-DECK-PARSE.
             03 WS-DK-KIND PIC X(10).
             03 WS-DK-ID PIC X(10).
             03 WS-DK-PRIORITY PIC X(6).
             03 WS-DK-PATH PIC X(200).
          01 WS-PF-IDX PIC 9(2) USAGE BINARY.
          01 WS-PF-IDX-2 PIC 9(2) USAGE BINARY.
          01 WS-PF-SLIP PIC S9(9) USAGE BINARY.
          01 WS-PF-SLIP-PCT PIC S9(5)V9.
          01 WS-PF-TOTAL-ALONE PIC 9(9) USAGE BINARY.
          01 WS-PF-SLOT PIC X(10).
          01 WS-PF-N1-ED PIC ZZZZZZZZ9.
          01 WS-PF-N2-ED PIC ZZZZZZZZ9.
          01 WS-PF-N3-ED PIC ZZZZZZZZ9.
      *
       PROCEDURE DIVISION.
       PARSE-INPUT SECTION.
          MOVE "DAY7" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM LOAD-PARAMETERS.
          PERFORM LOAD-PORTFOLIO-DECK.
          IF WS-PORTFOLIO-ON
             PERFORM LOAD-PORTFOLIO-MASTERS
          ELSE
             PERFORM LOAD-STEP-MASTER
             IF NOT WS-MASTER-ON-FILE
                PERFORM LOAD-CLASSIC-INPUT
             END-IF
          END-IF.
          PERFORM SORT-AND-RESOLVE-STEPS.
          IF WS-STEP-COUNT = 0
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          IF WS-PORTFOLIO-ON
             PERFORM PORTFOLIO-SCHEDULE
          ELSE
             PERFORM PART-1
             PERFORM RESET-STEPS
             PERFORM PART-2
             PERFORM CRITICAL-PATH-ANALYSIS
             PERFORM SCHEDULE-VARIANCE
          END-IF.
          IF WS-PORTFOLIO-ON
             DISPLAY "DAY7: PORTFOLIO MODE - NO LEDGER POST"
          ELSE
             MOVE "DAY7" TO WS-LEDGER-PROGRAM
             PERFORM WRITE-LEDGER-RECORD
          END-IF.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY7" TO WS-STATS-PROGRAM.
          MOVE WS-STEP-COUNT TO WS-STATS-TABLE-HWM.
          PERFORM WRITE-STATS-RECORD.
      * COMMENT AND BLANK STEP-MASTER LINES ARE NOT RECORDS, SO THE
      * BALANCING READ COUNT IS TAKEN AS EACH RECORD IS PARSED.
          MOVE "DAY7" TO WS-BAL-PROGRAM.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       LOAD-STEP-MASTER SECTION.
          MOVE "DAY7_STEPS" TO CAT-LOGICAL-NAME.
          MOVE "./params/steps.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STEP-MASTER-DATASET.
          OPEN INPUT STEP-MASTER-FILE.
          IF WS-STEP-MASTER-STATUS NOT = "00"
             STEP-MASTER-RECORD (1:1) = "*"
             GO TO PARSE-MASTER-RECORD-99
          END-IF.
          ADD 1 TO WS-BAL-READ.
          MOVE SPACES TO WS-MASTER-PARSE.
          UNSTRING STEP-MASTER-RECORD DELIMITED BY "|"
             INTO WS-MP-ID, WS-MP-DESC, WS-MP-DURATION, WS-MP-DEPS.
             FUNCTION TRIM (WS-MP-DURATION) IS NOT NUMERIC
             DISPLAY "DAY7: BAD STEP MASTER RECORD IGNORED: "
                STEP-MASTER-RECORD (1:60)
             ADD 1 TO WS-BAL-REJECTED
             GO TO PARSE-MASTER-RECORD-99
          END-IF.
          MOVE WS-MP-ID TO WS-WORK-ID.
          IF WS-FOUND-IDX = 0
             GO TO PARSE-MASTER-RECORD-99
          END-IF.
          ADD 1 TO WS-BAL-ACCEPTED.
          MOVE WS-MP-DESC TO WS-STEP-DESC (WS-FOUND-IDX).
          COMPUTE WS-STEP-DURATION (WS-FOUND-IDX) =
             FUNCTION NUMVAL (WS-MP-DURATION).
       LOAD-CLASSIC-INPUT SECTION.
          MOVE "DAY7_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
          EXIT.
      *
       LOAD-CLASSIC-RECORD SECTION.
          ADD 1 TO WS-BAL-READ.
          MOVE INPUT-DEPENDANT TO WS-WORK-ID.
          PERFORM FIND-OR-ADD-STEP.
          MOVE WS-FOUND-IDX TO WS-IDX-2.
             ADD 1 TO WS-DEPENDENCIES-LENGTH (WS-IDX-2)
             MOVE INPUT-DEPENDENCY TO WS-DEP-ID (WS-IDX-2,
                WS-DEPENDENCIES-LENGTH (WS-IDX-2))
             ADD 1 TO WS-BAL-ACCEPTED
          END-IF.
       LOAD-CLASSIC-RECORD-99.
          EXIT.
          MOVE 0 TO WS-FOUND-IDX.
          PERFORM VARYING WS-IDX-4 FROM 1 BY 1
          UNTIL WS-IDX-4 > WS-STEP-COUNT OR WS-FOUND-IDX > 0
             IF WS-STEP-NAME (WS-IDX-4) = WS-WORK-ID AND
                WS-STEP-PROJECT (WS-IDX-4) = WS-LOAD-PROJECT
                MOVE WS-IDX-4 TO WS-FOUND-IDX
             END-IF
          END-PERFORM.
             ADD 1 TO WS-STEP-COUNT
             MOVE WS-STEP-COUNT TO WS-FOUND-IDX
             MOVE WS-WORK-ID TO WS-STEP-NAME (WS-FOUND-IDX)
             MOVE WS-LOAD-PROJECT TO WS-STEP-PROJECT (WS-FOUND-IDX)
             MOVE WS-LOAD-PRIORITY TO WS-STEP-PRIORITY (WS-FOUND-IDX)
          END-IF.
          EXIT.
      *
                MOVE HIGH-VALUES TO WS-STEP-NAME (WS-IDX-1)
             END-IF
          END-PERFORM.
          SORT WS-STEPS ASCENDING KEY WS-STEP-NAME WS-STEP-PROJECT.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-STEP-COUNT
             PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                MOVE 0 TO WS-FOUND-IDX
                PERFORM VARYING WS-IDX-4 FROM 1 BY 1
                UNTIL WS-IDX-4 > WS-STEP-COUNT OR WS-FOUND-IDX > 0
                   IF WS-STEP-NAME (WS-IDX-4) = WS-WORK-ID AND
                      WS-STEP-PROJECT (WS-IDX-4) =
                      WS-STEP-PROJECT (WS-IDX-1)
                      MOVE WS-IDX-4 TO WS-FOUND-IDX
                   END-IF
                END-PERFORM
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 5 TO WS-PARAM-DEFAULT.
          MOVE "DAY7-WORKERS" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-MAX-WORKERS
             DISPLAY "DAY7: WORKER COUNT EXCEEDS COMPILED MAXIMUM OF "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-WORKER-COUNT.
          MOVE 60 TO WS-PARAM-DEFAULT.
          MOVE "DAY7-BASE-DURATION" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > 9999
             DISPLAY "DAY7: BASE DURATION EXCEEDS COMPILED MAXIMUM OF "
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-BASE-DURATION.
          MOVE 0 TO WS-PARAM-DEFAULT.
          MOVE "DAY7-WHATIF-WORKERS" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-MAX-WORKERS
             DISPLAY "DAY7: WHAT-IF WORKER COUNT EXCEEDS COMPILED "
             MOVE WS-MAX-WORKERS TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-WHATIF-WORKERS.
          MOVE 5 TO WS-PARAM-DEFAULT.
          MOVE "DAY7-HISTORY-RUNS" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT > WS-MAX-HISTORY-RUNS
             DISPLAY "DAY7: HISTORY RUNS EXCEED COMPILED MAXIMUM OF "
                WS-MAX-HISTORY-RUNS ", CLAMPING."
             MOVE WS-MAX-HISTORY-RUNS TO WS-PARAM-RESULT
          END-IF.
          IF WS-PARAM-RESULT = 0
             MOVE 1 TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-HISTORY-RUNS.
          EXIT.
      *
       PART-1 SECTION.
          MOVE "DAY7_BLOCKED_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day7/blocked_steps.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BLOCKED-REPORT-DATASET.
          OPEN OUTPUT BLOCKED-REPORT-FILE.
          MOVE "DAY7" TO RPT-PROGRAM.
       PART-2 SECTION.
          MOVE "DAY7_SCHEDULE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day7/schedule.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCHEDULE-REPORT-DATASET.
          MOVE "WORK SCHEDULE REPORT" TO RPT-TITLE.
          INITIALIZE WS-VARIANCE-TABLE.
          PERFORM RUN-PART-2-SIMULATION.
          DISPLAY "PART 2: " WS-PART-2-RESULT.
          MOVE WS-PART-2-RESULT TO WS-LEDGER-PART-2.
       RUN-PART-2-SIMULATION SECTION.
          MOVE 0 TO WS-SCHEDULE-SECOND.
          OPEN OUTPUT SCHEDULE-REPORT-FILE.
          MOVE 0 TO RPT-PAGE-NUMBER.
          MOVE 0 TO RPT-RECORD-COUNT.
          MOVE "DAY7" TO RPT-PROGRAM.
          PERFORM SET-SCHEDULE-COLUMNS.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-SCHEDULE-STAMPS.
          PERFORM UNTIL WS-STOP
             PERFORM PART-2-STEP
          END-PERFORM.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-SCHEDULE-STAMPS.
          CLOSE SCHEDULE-REPORT-FILE.
          MOVE SPACES TO RPT-PRINT-DATASET.
          EXIT.
      *
      * DELIMITED COPY OF THE SCHEDULE FOR PLANNING - ONE ROW PER
      * SECOND, ONE COLUMN PER WORKER SLOT OF SCHEDULE-REPORT-RECORD.
       SET-SCHEDULE-COLUMNS SECTION.
          MOVE WS-SCHEDULE-REPORT-DATASET TO RPT-PRINT-DATASET.
          COMPUTE RPT-COLUMN-COUNT = WS-WORKER-COUNT + 1.
          MOVE "SECOND" TO RPT-COL-NAME (1).
          MOVE 1 TO RPT-COL-START (1).
          MOVE 9 TO RPT-COL-LENGTH (1).
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-WORKER-COUNT
             MOVE WS-IDX-1 TO WS-SCHED-WORKER-NO
             MOVE SPACES TO RPT-COL-NAME (WS-IDX-1 + 1)
             STRING "WORKER-" DELIMITED BY SIZE
                    WS-SCHED-WORKER-NO DELIMITED BY SIZE
                    INTO RPT-COL-NAME (WS-IDX-1 + 1)
             END-STRING
             COMPUTE RPT-COL-START (WS-IDX-1 + 1) =
                12 + (WS-IDX-1 - 1) * 11
             MOVE 11 TO RPT-COL-LENGTH (WS-IDX-1 + 1)
          END-PERFORM.
          EXIT.
      *
       WRITE-SCHEDULE-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE SCHEDULE-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE SCHEDULE-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE SCHEDULE-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       WHATIF-COMPARISON SECTION.
          MOVE "N" TO WS-PLAN-CAPTURE.
          MOVE WS-WORKER-COUNT TO WS-WHATIF-BASE-WORKERS.
          MOVE WS-PART-2-RESULT TO WS-WHATIF-BASE-RESULT.
          MOVE WS-WHATIF-WORKERS TO WS-WORKER-COUNT.
          PERFORM RESET-FOR-WHATIF.
          MOVE "DAY7_WHATIF_SCHEDULE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day7/schedule_whatif.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCHEDULE-REPORT-DATASET.
          MOVE "WHAT-IF WORK SCHEDULE REPORT" TO RPT-TITLE.
          PERFORM RUN-PART-2-SIMULATION.
          DISPLAY "WHAT-IF PART 2 (" WS-WORKER-COUNT " WORKERS): "
             WS-PART-2-RESULT.
                   MOVE WS-WORK-IDX (WS-IDX-1) TO WS-IDX-2
                   MOVE "Y" TO WS-COMPLETED (WS-IDX-2)
                   MOVE 0 TO WS-WORK-IDX (WS-IDX-1)
                   IF WS-STEP-PROJECT (WS-IDX-2) > 0
                      MOVE WS-STEP-PROJECT (WS-IDX-2) TO WS-PF-IDX
                      MOVE WS-SCHEDULE-SECOND
                         TO WS-PF-FINISH (WS-PF-IDX)
                   END-IF
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                MOVE "N" TO WS-STATE
             END-IF
          END-PERFORM.
          IF WS-SCHEDULE-PRINT = "Y"
             PERFORM WRITE-SCHEDULE-LINE
          END-IF.
          IF NOT WS-STOP THEN
             ADD 1 TO WS-PART-2-RESULT
             ADD 1 TO WS-SCHEDULE-SECOND
          EXIT.
      *
       WRITE-SCHEDULE-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-SCHEDULE-STAMPS.
          MOVE WS-SCHEDULE-SECOND TO SCHED-SECOND.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-WORKER-COUNT
                MOVE SPACES TO SCHED-SLOT (WS-IDX-1)
                MOVE WS-STEP-NAME (WS-WORK-IDX (WS-IDX-1))
                   TO SCHED-SLOT (WS-IDX-1) (2:10)
                IF WS-PORTFOLIO-ON
                   PERFORM SET-PORTFOLIO-SLOT
                END-IF
             END-IF
          END-PERFORM.
          WRITE SCHEDULE-PRINT-LINE FROM SCHEDULE-REPORT-RECORD.
          MOVE SCHEDULE-REPORT-RECORD TO RPT-DETAIL-LINE.
          MOVE "E" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          EXIT.
      *
      * OF THE READY STEPS, THE MOST URGENT PROJECT'S FIRST BY STEP
      * ID. OUTSIDE PORTFOLIO MODE EVERY STEP HAS PRIORITY ZERO, SO
      * THIS IS SIMPLY THE FIRST READY STEP BY ID.
       ASSIGN-WORK SECTION.
          MOVE 1 TO WS-IDX-2.
          MOVE 0 TO WS-BEST-IDX.
       ASSIGN-WORK-10.
          IF WS-IDX-2 > WS-STEP-COUNT THEN
             GO TO ASSIGN-WORK-80
          END-IF.
          IF WS-STEP-COMPLETED (WS-IDX-2)
             OR WS-STEP-IN-WORK (WS-IDX-2) THEN
                GO TO ASSIGN-WORK-70
             END-IF
          END-PERFORM.
          IF WS-BEST-IDX = 0 OR
             WS-STEP-PRIORITY (WS-IDX-2) <
             WS-STEP-PRIORITY (WS-BEST-IDX)
             MOVE WS-IDX-2 TO WS-BEST-IDX
          END-IF.
          IF WS-STEP-PRIORITY (WS-BEST-IDX) = 0
             GO TO ASSIGN-WORK-80
          END-IF.
       ASSIGN-WORK-70.
          ADD 1 TO WS-IDX-2.
          GO TO ASSIGN-WORK-10.
       ASSIGN-WORK-80.
          IF WS-BEST-IDX = 0
             GO TO ASSIGN-WORK-99
          END-IF.
          MOVE WS-BEST-IDX TO WS-IDX-2.
          MOVE "Y" TO WS-IN-WORK (WS-IDX-2)
          MOVE WS-IDX-2 TO WS-WORK-IDX (WS-IDX-1)
          MOVE WS-STEP-DURATION (WS-IDX-2) TO WS-TIME (WS-IDX-1)
          IF WS-PLAN-CAPTURE = "Y"
             MOVE WS-SCHEDULE-SECOND TO WS-VR-PLAN-START (WS-IDX-2)
             MOVE WS-IDX-1 TO WS-VR-PLAN-WORKER (WS-IDX-2)
          END-IF.
       ASSIGN-WORK-99.
          EXIT.
      *
          PERFORM COMPUTE-BACKWARD-PASS.
          MOVE "DAY7_CRITPATH_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day7/critpath.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CRITPATH-DATASET.
          OPEN OUTPUT CRITPATH-REPORT-FILE.
          MOVE WS-CPM-FINISH TO WS-CP-N1-ED.
          MOVE WS-CPM-SAVED-DUR TO WS-STEP-DURATION (WS-IDX-1).
          MOVE WS-CPM-TRIAL-FINISH TO WS-CPM-FINISH.
          EXIT.
      *
      * ACTUALS FEED RECORD: STEP-ID|WORKER|ACTUAL START|ACTUAL FINISH
      * WITH THE TIMES IN SECONDS FROM THE SCHEDULE START, THE SAME
      * CLOCK AS THE PART-2 SCHEDULE. NO FEED ON FILE, NO VARIANCE
      * PASS - THE HISTORY IS LEFT AS IT WAS.
       SCHEDULE-VARIANCE SECTION.
          MOVE "DAY7_ACTUALS" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/actuals.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ACTUALS-DATASET.
          OPEN INPUT ACTUALS-FILE.
          IF WS-ACTUALS-STATUS NOT = "00"
             IF WS-ACTUALS-STATUS NOT = "35"
                DISPLAY "DAY7: ACTUALS FILE OPEN ERROR "
                   WS-ACTUALS-STATUS " - NO VARIANCE PASS"
             END-IF
             GO TO SCHEDULE-VARIANCE-99
          END-IF.
          MOVE "DAY7_VARIANCE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day7/variance.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-VARIANCE-DATASET.
          OPEN OUTPUT VARIANCE-REPORT-FILE.
          MOVE 0 TO RPT-PAGE-NUMBER.
          MOVE 0 TO RPT-RECORD-COUNT.
          MOVE SPACES TO RPT-PRINT-DATASET.
          MOVE "DAY7" TO RPT-PROGRAM.
          MOVE "SCHEDULE VARIANCE REPORT" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          MOVE "N" TO WS-ACTUALS-EOF.
          PERFORM UNTIL WS-ACTUALS-EOF = "Y"
             READ ACTUALS-FILE
                AT END
                   MOVE "Y" TO WS-ACTUALS-EOF
                NOT AT END
                   PERFORM PARSE-ACTUAL-RECORD
             END-READ
          END-PERFORM.
          CLOSE ACTUALS-FILE.
          PERFORM LOAD-DURATION-HISTORY.
          PERFORM WRITE-VARIANCE-DETAIL.
          PERFORM WRITE-VARIANCE-SUMMARY.
          PERFORM WRITE-RECOMMENDATIONS.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          CLOSE VARIANCE-REPORT-FILE.
          PERFORM SAVE-DURATION-HISTORY.
          PERFORM WRITE-RECOMMENDED-MASTER.
          MOVE WS-VAR-ACTUALS TO WS-VAR-N1-ED.
          MOVE WS-VAR-CRIT-SLIPS TO WS-VAR-N2-ED.
          MOVE WS-VAR-RECOMMENDS TO WS-VAR-N3-ED.
          DISPLAY "DAY7: VARIANCE REPORT WRITTEN - "
             FUNCTION TRIM (WS-VAR-N1-ED) " ACTUAL(S), "
             FUNCTION TRIM (WS-VAR-N2-ED) " CRITICAL SLIP(S), "
             FUNCTION TRIM (WS-VAR-N3-ED) " DURATION CHANGE(S) "
             "RECOMMENDED".
       SCHEDULE-VARIANCE-99.
          EXIT.
      *
      * A BAD, UNKNOWN OR REPEATED ACTUAL IS LISTED AT THE HEAD OF
      * THE VARIANCE REPORT AND LEFT OUT OF THE VARIANCE.
       PARSE-ACTUAL-RECORD SECTION.
          IF ACTUALS-RECORD = SPACES OR ACTUALS-RECORD (1:1) = "*"
             GO TO PARSE-ACTUAL-RECORD-99
          END-IF.
          MOVE SPACES TO WS-ACTUAL-PARSE.
          MOVE SPACES TO WS-AP-REASON.
          UNSTRING ACTUALS-RECORD DELIMITED BY "|"
             INTO WS-AP-ID, WS-AP-WORKER, WS-AP-START, WS-AP-FINISH.
          IF WS-AP-ID = SPACES OR WS-AP-START = SPACES OR
             WS-AP-FINISH = SPACES OR
             FUNCTION TRIM (WS-AP-START) IS NOT NUMERIC OR
             FUNCTION TRIM (WS-AP-FINISH) IS NOT NUMERIC
             MOVE "BAD ACTUALS RECORD" TO WS-AP-REASON
             GO TO PARSE-ACTUAL-RECORD-90
          END-IF.
          MOVE WS-AP-ID TO WS-WORK-ID.
          MOVE 0 TO WS-FOUND-IDX.
          PERFORM VARYING WS-IDX-4 FROM 1 BY 1
          UNTIL WS-IDX-4 > WS-STEP-COUNT OR WS-FOUND-IDX > 0
             IF WS-STEP-NAME (WS-IDX-4) = WS-WORK-ID
                MOVE WS-IDX-4 TO WS-FOUND-IDX
             END-IF
          END-PERFORM.
          IF WS-FOUND-IDX = 0
             MOVE "STEP IS NOT ON THE MASTER" TO WS-AP-REASON
             GO TO PARSE-ACTUAL-RECORD-90
          END-IF.
          IF WS-VR-HAS-ACTUAL (WS-FOUND-IDX) = "Y"
             MOVE "STEP ALREADY HAS AN ACTUAL" TO WS-AP-REASON
             GO TO PARSE-ACTUAL-RECORD-90
          END-IF.
          IF FUNCTION NUMVAL (WS-AP-FINISH) <
             FUNCTION NUMVAL (WS-AP-START)
             MOVE "FINISH BEFORE START" TO WS-AP-REASON
             GO TO PARSE-ACTUAL-RECORD-90
          END-IF.
          MOVE "Y" TO WS-VR-HAS-ACTUAL (WS-FOUND-IDX).
          MOVE WS-AP-WORKER TO WS-VR-ACT-WORKER (WS-FOUND-IDX).
          COMPUTE WS-VR-ACT-START (WS-FOUND-IDX) =
             FUNCTION NUMVAL (WS-AP-START).
          COMPUTE WS-VR-ACT-FINISH (WS-FOUND-IDX) =
             FUNCTION NUMVAL (WS-AP-FINISH).
          ADD 1 TO WS-VAR-ACTUALS.
          GO TO PARSE-ACTUAL-RECORD-99.
       PARSE-ACTUAL-RECORD-90.
          ADD 1 TO WS-VAR-REJECTED.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          STRING "ACTUAL REJECTED - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AP-REASON) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM (ACTUALS-RECORD) DELIMITED BY SIZE
                 INTO VARIANCE-PRINT-LINE
          END-STRING.
          WRITE VARIANCE-PRINT-LINE.
       PARSE-ACTUAL-RECORD-99.
          EXIT.
      *
      * ONE LINE PER STEP IN STEP ORDER. SLIP AND OVERRUN ARE SIGNED
      * (NEGATIVE = EARLY OR UNDER). A LATE OR LONG STEP WITH ZERO
      * SLACK IS A CRITICAL SLIP; A NON-CRITICAL ONE WHOSE FINISH
      * SLIPPED BY MORE THAN ITS SLACK IS FLAGGED AS WELL.
       WRITE-VARIANCE-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          STRING "STEP       PL/ACT WORKER  PLAN START "
                    DELIMITED BY SIZE
                 "ACT START      SLIP  PLAN DUR   ACT DUR   OVERRUN"
                    DELIMITED BY SIZE
                 "     SLACK" DELIMITED BY SIZE
                 INTO VARIANCE-PRINT-LINE
          END-STRING.
          WRITE VARIANCE-PRINT-LINE.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-STEP-COUNT
             PERFORM WRITE-VARIANCE-LINE
          END-PERFORM.
          EXIT.
      *
       WRITE-VARIANCE-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          MOVE WS-STEP-NAME (WS-IDX-1) TO VAR-STEP.
          MOVE WS-VR-PLAN-WORKER (WS-IDX-1) TO VAR-PLAN-WORKER.
          MOVE WS-VR-PLAN-START (WS-IDX-1) TO VAR-PLAN-START.
          COMPUTE WS-VAR-PLAN-DUR = WS-STEP-DURATION (WS-IDX-1) + 1.
          MOVE WS-VAR-PLAN-DUR TO VAR-PLAN-DUR.
          MOVE WS-CP-SLACK (WS-IDX-1) TO VAR-SLACK.
          IF WS-VR-HAS-ACTUAL (WS-IDX-1) NOT = "Y"
             ADD 1 TO WS-VAR-MISSING
             MOVE SPACES TO VAR-ACT-WORKER
             MOVE 0 TO VAR-ACT-START VAR-START-SLIP VAR-ACT-DUR
                VAR-OVERRUN
             MOVE "NO ACTUAL REPORTED" TO VAR-NOTE
             WRITE VARIANCE-PRINT-LINE FROM VARIANCE-REPORT-RECORD
             GO TO WRITE-VARIANCE-LINE-99
          END-IF.
          COMPUTE WS-VAR-ACT-DUR = WS-VR-ACT-FINISH (WS-IDX-1)
             - WS-VR-ACT-START (WS-IDX-1).
          COMPUTE WS-VAR-SLIP = WS-VR-ACT-START (WS-IDX-1)
             - WS-VR-PLAN-START (WS-IDX-1).
          COMPUTE WS-VAR-OVERRUN = WS-VAR-ACT-DUR - WS-VAR-PLAN-DUR.
          MOVE WS-VR-ACT-WORKER (WS-IDX-1) TO VAR-ACT-WORKER.
          MOVE WS-VR-ACT-START (WS-IDX-1) TO VAR-ACT-START.
          MOVE WS-VAR-SLIP TO VAR-START-SLIP.
          MOVE WS-VAR-ACT-DUR TO VAR-ACT-DUR.
          MOVE WS-VAR-OVERRUN TO VAR-OVERRUN.
          MOVE SPACES TO VAR-NOTE.
          IF WS-VAR-SLIP > 0 OR WS-VAR-OVERRUN > 0
             IF WS-CP-SLACK (WS-IDX-1) = 0
                MOVE "CRITICAL SLIP" TO VAR-NOTE
                ADD 1 TO WS-VAR-CRIT-SLIPS
             ELSE
                IF WS-VAR-SLIP + WS-VAR-OVERRUN >
                   WS-CP-SLACK (WS-IDX-1)
                   MOVE "SLIP EXCEEDS SLACK" TO VAR-NOTE
                END-IF
             END-IF
          END-IF.
          WRITE VARIANCE-PRINT-LINE FROM VARIANCE-REPORT-RECORD.
          PERFORM ADD-HISTORY-DURATION.
       WRITE-VARIANCE-LINE-99.
          EXIT.
      *
       WRITE-VARIANCE-SUMMARY SECTION.
          MOVE WS-LEDGER-PART-2 TO WS-VAR-PLAN-FINISH.
          MOVE 0 TO WS-VAR-ACT-FINISH.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-STEP-COUNT
             IF WS-VR-HAS-ACTUAL (WS-IDX-1) = "Y" AND
                WS-VR-ACT-FINISH (WS-IDX-1) > WS-VAR-ACT-FINISH
                MOVE WS-VR-ACT-FINISH (WS-IDX-1) TO WS-VAR-ACT-FINISH
             END-IF
          END-PERFORM.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          WRITE VARIANCE-PRINT-LINE.
          MOVE WS-VAR-ACTUALS TO WS-VAR-N1-ED.
          MOVE WS-VAR-MISSING TO WS-VAR-N2-ED.
          MOVE WS-VAR-REJECTED TO WS-VAR-N3-ED.
          MOVE WS-VAR-CRIT-SLIPS TO WS-VAR-N4-ED.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          STRING "STEPS WITH ACTUALS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N1-ED) DELIMITED BY SIZE
                 "  WITHOUT=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N2-ED) DELIMITED BY SIZE
                 "  ACTUALS REJECTED=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N3-ED) DELIMITED BY SIZE
                 "  CRITICAL SLIPS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N4-ED) DELIMITED BY SIZE
                 INTO VARIANCE-PRINT-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          WRITE VARIANCE-PRINT-LINE.
          MOVE WS-VAR-PLAN-FINISH TO WS-VAR-N1-ED.
          MOVE WS-VAR-ACT-FINISH TO WS-VAR-N2-ED.
          COMPUTE WS-VAR-S1-ED =
             WS-VAR-ACT-FINISH - WS-VAR-PLAN-FINISH.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          STRING "PLANNED FINISH " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N1-ED) DELIMITED BY SIZE
                 "  LATEST ACTUAL FINISH " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N2-ED) DELIMITED BY SIZE
                 "  FINISH SLIP " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-S1-ED) DELIMITED BY SIZE
                 " SECOND(S)" DELIMITED BY SIZE
                 INTO VARIANCE-PRINT-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          WRITE VARIANCE-PRINT-LINE.
          EXIT.
      *
      * HISTORY RECORD: STEP-ID|COUNT|OLDEST ... NEWEST DURATION,
      * SPACE-SEPARATED. A STEP NO LONGER ON THE MASTER IS DROPPED
      * WHEN THE HISTORY IS WRITTEN BACK.
       LOAD-DURATION-HISTORY SECTION.
          MOVE "DAY7_DURATION_HISTORY" TO CAT-LOGICAL-NAME.
          MOVE "./day7/duration_history.dat" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-HISTORY-DATASET.
          OPEN INPUT HISTORY-FILE.
          IF WS-HISTORY-STATUS NOT = "00"
             GO TO LOAD-DURATION-HISTORY-99
          END-IF.
          MOVE "N" TO WS-HISTORY-EOF.
          PERFORM UNTIL WS-HISTORY-EOF = "Y"
             READ HISTORY-FILE
                AT END
                   MOVE "Y" TO WS-HISTORY-EOF
                NOT AT END
                   PERFORM PARSE-HISTORY-RECORD
             END-READ
          END-PERFORM.
          CLOSE HISTORY-FILE.
       LOAD-DURATION-HISTORY-99.
          EXIT.
      *
       PARSE-HISTORY-RECORD SECTION.
          IF HISTORY-RECORD = SPACES OR HISTORY-RECORD (1:1) = "*"
             GO TO PARSE-HISTORY-RECORD-99
          END-IF.
          MOVE SPACES TO WS-HISTORY-PARSE.
          UNSTRING HISTORY-RECORD DELIMITED BY "|"
             INTO WS-HP-ID, WS-HP-COUNT, WS-HP-DURS.
          MOVE WS-HP-ID TO WS-WORK-ID.
          MOVE 0 TO WS-FOUND-IDX.
          PERFORM VARYING WS-IDX-4 FROM 1 BY 1
          UNTIL WS-IDX-4 > WS-STEP-COUNT OR WS-FOUND-IDX > 0
             IF WS-STEP-NAME (WS-IDX-4) = WS-WORK-ID
                MOVE WS-IDX-4 TO WS-FOUND-IDX
             END-IF
          END-PERFORM.
          IF WS-FOUND-IDX = 0
             GO TO PARSE-HISTORY-RECORD-99
          END-IF.
          MOVE WS-FOUND-IDX TO WS-IDX-1.
          MOVE 1 TO WS-HIST-PTR.
          PERFORM UNTIL WS-HIST-PTR > 150
             MOVE SPACES TO WS-HIST-WORK
             UNSTRING WS-HP-DURS DELIMITED BY ALL " "
                INTO WS-HIST-WORK
                WITH POINTER WS-HIST-PTR
             IF WS-HIST-WORK NOT = SPACES AND
                FUNCTION TRIM (WS-HIST-WORK) IS NUMERIC
                COMPUTE WS-HIST-DUR-IN =
                   FUNCTION NUMVAL (WS-HIST-WORK)
                PERFORM PUSH-HISTORY-DURATION
             END-IF
          END-PERFORM.
       PARSE-HISTORY-RECORD-99.
          EXIT.
      *
       ADD-HISTORY-DURATION SECTION.
          MOVE WS-VAR-ACT-DUR TO WS-HIST-DUR-IN.
          PERFORM PUSH-HISTORY-DURATION.
          EXIT.
      *
      * APPEND WS-HIST-DUR-IN TO STEP WS-IDX-1'S HISTORY, DROPPING
      * THE OLDEST DURATION ONCE THE WINDOW IS FULL.
       PUSH-HISTORY-DURATION SECTION.
          IF WS-VR-HIST-COUNT (WS-IDX-1) >= WS-HISTORY-RUNS
             PERFORM VARYING WS-IDX-2 FROM 2 BY 1
             UNTIL WS-IDX-2 > WS-VR-HIST-COUNT (WS-IDX-1)
                MOVE WS-VR-HIST-DUR (WS-IDX-1, WS-IDX-2)
                   TO WS-VR-HIST-DUR (WS-IDX-1, WS-IDX-2 - 1)
             END-PERFORM
             COMPUTE WS-VR-HIST-COUNT (WS-IDX-1) =
                WS-HISTORY-RUNS - 1
          END-IF.
          ADD 1 TO WS-VR-HIST-COUNT (WS-IDX-1).
          MOVE WS-HIST-DUR-IN TO
             WS-VR-HIST-DUR (WS-IDX-1, WS-VR-HIST-COUNT (WS-IDX-1)).
          EXIT.
      *
      * ROLLING AVERAGE OF STEP WS-IDX-1'S HISTORY, ROUNDED AND LESS
      * THE SIMULATION'S EXTRA SECOND; THE MASTER DURATION WHEN THERE
      * IS NO HISTORY.
       COMPUTE-HISTORY-AVERAGE SECTION.
          IF WS-VR-HIST-COUNT (WS-IDX-1) = 0
             MOVE WS-STEP-DURATION (WS-IDX-1) TO WS-HIST-AVERAGE
             GO TO COMPUTE-HISTORY-AVERAGE-99
          END-IF.
          MOVE 0 TO WS-HIST-SUM.
          PERFORM VARYING WS-IDX-2 FROM 1 BY 1
          UNTIL WS-IDX-2 > WS-VR-HIST-COUNT (WS-IDX-1)
             ADD WS-VR-HIST-DUR (WS-IDX-1, WS-IDX-2) TO WS-HIST-SUM
          END-PERFORM.
          COMPUTE WS-HIST-AVERAGE ROUNDED =
             WS-HIST-SUM / WS-VR-HIST-COUNT (WS-IDX-1).
          IF WS-HIST-AVERAGE > 0
             SUBTRACT 1 FROM WS-HIST-AVERAGE
          END-IF.
       COMPUTE-HISTORY-AVERAGE-99.
          EXIT.
      *
       WRITE-RECOMMENDATIONS SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          WRITE VARIANCE-PRINT-LINE.
          MOVE WS-HISTORY-RUNS TO WS-VAR-N1-ED.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          STRING "RECOMMENDED STEP MASTER DURATIONS (ROLLING AVERAGE"
                    DELIMITED BY SIZE
                 " OF THE LAST " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N1-ED) DELIMITED BY SIZE
                 " RUN(S)):" DELIMITED BY SIZE
                 INTO VARIANCE-PRINT-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          WRITE VARIANCE-PRINT-LINE.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-STEP-COUNT
             PERFORM COMPUTE-HISTORY-AVERAGE
             IF WS-VR-HIST-COUNT (WS-IDX-1) > 0 AND
                WS-HIST-AVERAGE NOT = WS-STEP-DURATION (WS-IDX-1)
                PERFORM WRITE-RECOMMENDATION-LINE
             END-IF
          END-PERFORM.
          IF WS-VAR-RECOMMENDS = 0
             MOVE "  NONE - EVERY STEP WITH HISTORY MATCHES THE MASTER"
                TO VARIANCE-PRINT-LINE
             MOVE "D" TO RPT-FUNCTION
             CALL "RPTWRITE" USING RPT-CONTROL
             PERFORM WRITE-VARIANCE-STAMPS
             WRITE VARIANCE-PRINT-LINE
          END-IF.
          EXIT.
      *
       WRITE-RECOMMENDATION-LINE SECTION.
          ADD 1 TO WS-VAR-RECOMMENDS.
          MOVE WS-STEP-DURATION (WS-IDX-1) TO WS-VAR-N1-ED.
          MOVE WS-HIST-AVERAGE TO WS-VAR-N2-ED.
          MOVE WS-VR-HIST-COUNT (WS-IDX-1) TO WS-VAR-N3-ED.
          MOVE SPACES TO VARIANCE-PRINT-LINE.
          STRING "  " DELIMITED BY SIZE
                 WS-STEP-NAME (WS-IDX-1) DELIMITED BY SIZE
                 " MASTER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N1-ED) DELIMITED BY SIZE
                 "  RECOMMEND " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N2-ED) DELIMITED BY SIZE
                 "  (AVERAGE OF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N3-ED) DELIMITED BY SIZE
                 " ACTUAL(S))" DELIMITED BY SIZE
                 INTO VARIANCE-PRINT-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-VARIANCE-STAMPS.
          WRITE VARIANCE-PRINT-LINE.
          EXIT.
      *
      * EVERY ROW THE SAVE CHANGES IS JOURNALED (SEE STJRNPA) SO THE
      * HISTORY CAN BE RECOVERED FORWARD FROM A BACKUP.
       SAVE-DURATION-HISTORY SECTION.
          MOVE "DAY7-DURATION-HIST" TO SJ-NAME.
          MOVE WS-HISTORY-DATASET TO SJ-PATH.
          PERFORM JOURNAL-STATE-BEFORE.
          OPEN OUTPUT HISTORY-FILE.
          MOVE "* DAY7 ROLLING STEP DURATION HISTORY: ID|COUNT|DURS"
             TO HISTORY-RECORD.
          WRITE HISTORY-RECORD.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-STEP-COUNT
             IF WS-VR-HIST-COUNT (WS-IDX-1) > 0
                PERFORM WRITE-HISTORY-RECORD
             END-IF
          END-PERFORM.
          CLOSE HISTORY-FILE.
          PERFORM JOURNAL-STATE-AFTER.
          EXIT.
      *
       WRITE-HISTORY-RECORD SECTION.
          MOVE SPACES TO HISTORY-RECORD.
          MOVE 1 TO WS-REC-PTR.
          MOVE WS-VR-HIST-COUNT (WS-IDX-1) TO WS-VAR-N1-ED.
          STRING FUNCTION TRIM (WS-STEP-NAME (WS-IDX-1))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N1-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 INTO HISTORY-RECORD
                 WITH POINTER WS-REC-PTR
          END-STRING.
          PERFORM VARYING WS-IDX-2 FROM 1 BY 1
          UNTIL WS-IDX-2 > WS-VR-HIST-COUNT (WS-IDX-1)
             MOVE WS-VR-HIST-DUR (WS-IDX-1, WS-IDX-2) TO WS-VAR-N2-ED
             IF WS-IDX-2 > 1
                STRING " " DELIMITED BY SIZE
                   INTO HISTORY-RECORD
                   WITH POINTER WS-REC-PTR
                END-STRING
             END-IF
             STRING FUNCTION TRIM (WS-VAR-N2-ED) DELIMITED BY SIZE
                INTO HISTORY-RECORD
                WITH POINTER WS-REC-PTR
             END-STRING
          END-PERFORM.
          WRITE HISTORY-RECORD.
          EXIT.
      *
      * THE WHOLE STEP TABLE IN STEP MASTER FORM, WITH EACH DURATION
      * REPLACED BY ITS ROLLING AVERAGE WHERE THERE IS HISTORY, FOR
      * PLANNING TO REVIEW AND PUT IN PLACE OF DAY7_STEPS.
       WRITE-RECOMMENDED-MASTER SECTION.
          MOVE "DAY7_RECOMMENDED_STEPS" TO CAT-LOGICAL-NAME.
          MOVE "./day7/steps_recommended.cfg" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECOMMEND-DATASET.
          OPEN OUTPUT RECOMMEND-FILE.
          MOVE "* RECOMMENDED STEP MASTER - DURATIONS ARE ROLLING"
             TO RECOMMEND-RECORD.
          WRITE RECOMMEND-RECORD.
          MOVE "* AVERAGES OF REPORTED ACTUALS (DAY7 VARIANCE PASS)."
             TO RECOMMEND-RECORD.
          WRITE RECOMMEND-RECORD.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-STEP-COUNT
             PERFORM WRITE-RECOMMENDED-STEP
          END-PERFORM.
          CLOSE RECOMMEND-FILE.
          EXIT.
      *
       WRITE-RECOMMENDED-STEP SECTION.
          PERFORM COMPUTE-HISTORY-AVERAGE.
          MOVE WS-HIST-AVERAGE TO WS-VAR-N1-ED.
          MOVE SPACES TO RECOMMEND-RECORD.
          MOVE 1 TO WS-REC-PTR.
          STRING FUNCTION TRIM (WS-STEP-NAME (WS-IDX-1))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STEP-DESC (WS-IDX-1))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VAR-N1-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 INTO RECOMMEND-RECORD
                 WITH POINTER WS-REC-PTR
          END-STRING.
          PERFORM VARYING WS-IDX-2 FROM 1 BY 1
          UNTIL WS-IDX-2 > WS-DEPENDENCIES-LENGTH (WS-IDX-1)
             IF WS-IDX-2 > 1
                STRING " " DELIMITED BY SIZE
                   INTO RECOMMEND-RECORD
                   WITH POINTER WS-REC-PTR
                END-STRING
             END-IF
             STRING FUNCTION TRIM (WS-DEP-ID (WS-IDX-1, WS-IDX-2))
                   DELIMITED BY SIZE
                INTO RECOMMEND-RECORD
                WITH POINTER WS-REC-PTR
             END-STRING
          END-PERFORM.
          WRITE RECOMMEND-RECORD.
          EXIT.
      *
       WRITE-VARIANCE-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE VARIANCE-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE VARIANCE-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE VARIANCE-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
      * THE DECK IS READ BEFORE ANY STEP MASTER. NO DECK, OR A DECK
      * WITH NO USABLE PROJECT CARDS, MEANS THE ORDINARY RUN.
       LOAD-PORTFOLIO-DECK SECTION.
          MOVE "DAY7_PORTFOLIO" TO CAT-LOGICAL-NAME.
          MOVE "../../params/portfolio7.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PORTFOLIO-DATASET.
          OPEN INPUT PORTFOLIO-DECK-FILE.
          IF WS-PORTFOLIO-STATUS NOT = "00"
             GO TO LOAD-PORTFOLIO-DECK-99
          END-IF.
          PERFORM UNTIL WS-PORTFOLIO-EOF = "Y"
             READ PORTFOLIO-DECK-FILE
                AT END
                   MOVE "Y" TO WS-PORTFOLIO-EOF
                NOT AT END
                   PERFORM PARSE-DECK-RECORD
             END-READ
          END-PERFORM.
          CLOSE PORTFOLIO-DECK-FILE.
          IF WS-PROJECT-COUNT > 0
             MOVE "Y" TO WS-PORTFOLIO-MODE
             DISPLAY "DAY7: PORTFOLIO MODE - " WS-PROJECT-COUNT
                " PROJECT(S) ON THE DECK"
          END-IF.
       LOAD-PORTFOLIO-DECK-99.
          EXIT.
      *
       PARSE-DECK-RECORD SECTION.
          IF PORTFOLIO-DECK-RECORD = SPACES OR
             PORTFOLIO-DECK-RECORD (1:1) = "*"
             GO TO PARSE-DECK-RECORD-99
          END-IF.
          MOVE SPACES TO WS-DECK-PARSE.
          UNSTRING PORTFOLIO-DECK-RECORD DELIMITED BY "|"
             INTO WS-DK-KIND, WS-DK-ID, WS-DK-PRIORITY, WS-DK-PATH.
          IF FUNCTION UPPER-CASE (WS-DK-KIND) NOT = "PROJECT" OR
             WS-DK-ID = SPACES OR WS-DK-PATH = SPACES OR
             WS-DK-PRIORITY = SPACES OR
             FUNCTION TRIM (WS-DK-PRIORITY) IS NOT NUMERIC
             DISPLAY "DAY7: BAD PORTFOLIO DECK RECORD IGNORED: "
                PORTFOLIO-DECK-RECORD (1:60)
             GO TO PARSE-DECK-RECORD-99
          END-IF.
          PERFORM VARYING WS-PF-IDX FROM 1 BY 1
          UNTIL WS-PF-IDX > WS-PROJECT-COUNT
             IF WS-PF-ID (WS-PF-IDX) = WS-DK-ID
                DISPLAY "DAY7: DUPLICATE PROJECT "
                   FUNCTION TRIM (WS-DK-ID) " IGNORED"
                GO TO PARSE-DECK-RECORD-99
             END-IF
          END-PERFORM.
          IF WS-PROJECT-COUNT >= WS-PROJECT-MAX
             DISPLAY "DAY7: PORTFOLIO EXCEEDS " WS-PROJECT-MAX
                " PROJECTS - " FUNCTION TRIM (WS-DK-ID) " IGNORED"
             GO TO PARSE-DECK-RECORD-99
          END-IF.
          ADD 1 TO WS-PROJECT-COUNT.
          MOVE WS-PROJECT-COUNT TO WS-PF-IDX.
          MOVE WS-DK-ID TO WS-PF-ID (WS-PF-IDX).
          COMPUTE WS-PF-PRIORITY (WS-PF-IDX) =
             FUNCTION NUMVAL (WS-DK-PRIORITY).
          MOVE WS-DK-PATH TO WS-PF-PATH (WS-PF-IDX).
          MOVE 0 TO WS-PF-STEPS (WS-PF-IDX).
          MOVE 0 TO WS-PF-ALONE (WS-PF-IDX).
          MOVE 0 TO WS-PF-FINISH (WS-PF-IDX).
       PARSE-DECK-RECORD-99.
          EXIT.
      *
      * EACH PROJECT'S STEP MASTER LOADS INTO THE ONE STEP TABLE,
      * ITS STEPS TAGGED WITH THE PROJECT AND ITS PRIORITY. A MASTER
      * THAT WILL NOT OPEN LEAVES THAT PROJECT EMPTY AND IS WARNED.
       LOAD-PORTFOLIO-MASTERS SECTION.
          MOVE "Y" TO WS-MASTER-MODE.
          PERFORM VARYING WS-PF-IDX-2 FROM 1 BY 1
          UNTIL WS-PF-IDX-2 > WS-PROJECT-COUNT
             PERFORM LOAD-PROJECT-MASTER
          END-PERFORM.
          MOVE 0 TO WS-LOAD-PROJECT.
          MOVE 0 TO WS-LOAD-PRIORITY.
          DISPLAY "DAY7: " WS-STEP-COUNT " STEP(S) LOADED FROM "
             WS-PROJECT-COUNT " PROJECT STEP MASTER(S)".
          EXIT.
      *
       LOAD-PROJECT-MASTER SECTION.
          MOVE WS-PF-IDX-2 TO WS-LOAD-PROJECT.
          MOVE WS-PF-PRIORITY (WS-PF-IDX-2) TO WS-LOAD-PRIORITY.
          MOVE WS-PF-PATH (WS-PF-IDX-2) TO WS-STEP-MASTER-DATASET.
          MOVE "N" TO WS-STEP-MASTER-EOF.
          OPEN INPUT STEP-MASTER-FILE.
          IF WS-STEP-MASTER-STATUS NOT = "00"
             DISPLAY "DAY7: PROJECT " FUNCTION TRIM (WS-PF-ID
                (WS-PF-IDX-2)) " STEP MASTER OPEN ERROR "
                WS-STEP-MASTER-STATUS
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY7" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "PORTFOLIO PROJECT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PF-ID (WS-PF-IDX-2))
                       DELIMITED BY SIZE
                    " STEP MASTER OPEN ERROR - STATUS "
                       DELIMITED BY SIZE
                    WS-STEP-MASTER-STATUS DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             GO TO LOAD-PROJECT-MASTER-99
          END-IF.
          MOVE WS-STEP-COUNT TO WS-IDX-3.
          PERFORM UNTIL WS-STEP-MASTER-EOF = "Y"
             READ STEP-MASTER-FILE
                AT END
                   MOVE "Y" TO WS-STEP-MASTER-EOF
                NOT AT END
                   ADD 1 TO WS-STATS-RECORDS-READ
                   PERFORM PARSE-MASTER-RECORD
             END-READ
          END-PERFORM.
          CLOSE STEP-MASTER-FILE.
          COMPUTE WS-PF-STEPS (WS-PF-IDX-2) = WS-STEP-COUNT - WS-IDX-3.
       LOAD-PROJECT-MASTER-99.
          EXIT.
      *
      * EACH PROJECT IS FIRST SCHEDULED ALONE ON THE WHOLE POOL (THE
      * OTHER PROJECTS' STEPS ARE SET COMPLETE SO NOTHING PICKS THEM
      * UP), THEN ALL PROJECTS TOGETHER FOR THE COMBINED GANTT. A
      * PROJECT'S FINISH IS THE SECOND ITS LAST STEP COMES OFF ITS
      * WORKER, ON THE SAME CLOCK AS THE PART-2 ANSWER.
       PORTFOLIO-SCHEDULE SECTION.
          MOVE "N" TO WS-PLAN-CAPTURE.
          MOVE "N" TO WS-SCHEDULE-PRINT.
          PERFORM VARYING WS-PF-IDX-2 FROM 1 BY 1
          UNTIL WS-PF-IDX-2 > WS-PROJECT-COUNT
             PERFORM RESET-FOR-WHATIF
             PERFORM VARYING WS-IDX-1 FROM 1 BY 1
             UNTIL WS-IDX-1 > WS-STEP-COUNT
                IF WS-STEP-PROJECT (WS-IDX-1) NOT = WS-PF-IDX-2
                   MOVE "Y" TO WS-COMPLETED (WS-IDX-1)
                END-IF
             END-PERFORM
             MOVE 0 TO WS-SCHEDULE-SECOND
             PERFORM UNTIL WS-STOP
                PERFORM PART-2-STEP
             END-PERFORM
             MOVE WS-PART-2-RESULT TO WS-PF-ALONE (WS-PF-IDX-2)
          END-PERFORM.
          MOVE "Y" TO WS-SCHEDULE-PRINT.
          PERFORM RESET-FOR-WHATIF.
          PERFORM VARYING WS-PF-IDX FROM 1 BY 1
          UNTIL WS-PF-IDX > WS-PROJECT-COUNT
             MOVE 0 TO WS-PF-FINISH (WS-PF-IDX)
          END-PERFORM.
          MOVE "DAY7_PORTFOLIO_SCHEDULE" TO CAT-LOGICAL-NAME.
          MOVE "./day7/portfolio_schedule.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCHEDULE-REPORT-DATASET.
          MOVE "PORTFOLIO WORK SCHEDULE REPORT" TO RPT-TITLE.
          PERFORM RUN-PART-2-SIMULATION.
          DISPLAY "PORTFOLIO PART 2: " WS-PART-2-RESULT.
          MOVE WS-PROJECT-COUNT TO WS-PF-N1-ED.
          MOVE SPACES TO WS-LEDGER-PART-1.
          STRING "PORTFOLIO OF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PF-N1-ED) DELIMITED BY SIZE
                 " PROJECT(S)" DELIMITED BY SIZE
                 INTO WS-LEDGER-PART-1
          END-STRING.
          MOVE WS-PART-2-RESULT TO WS-LEDGER-PART-2.
          PERFORM WRITE-PORTFOLIO-REPORT.
          EXIT.
      *
       SET-PORTFOLIO-SLOT SECTION.
          MOVE WS-STEP-PROJECT (WS-WORK-IDX (WS-IDX-1)) TO WS-PF-IDX.
          MOVE SPACES TO WS-PF-SLOT.
          STRING FUNCTION TRIM (WS-PF-ID (WS-PF-IDX)) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STEP-NAME (WS-WORK-IDX (WS-IDX-1)))
                    DELIMITED BY SIZE
                 INTO WS-PF-SLOT
          END-STRING.
          MOVE WS-PF-SLOT TO SCHED-SLOT (WS-IDX-1) (2:10).
          EXIT.
      *
      * ONE LINE PER PROJECT: STAND-ALONE FINISH, FINISH ON THE
      * SHARED POOL, AND THE SLIP BETWEEN THEM.
       WRITE-PORTFOLIO-REPORT SECTION.
          MOVE "DAY7_PORTFOLIO_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day7/portfolio.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PF-REPORT-DATASET.
          OPEN OUTPUT PORTFOLIO-REPORT-FILE.
          MOVE 0 TO RPT-PAGE-NUMBER.
          MOVE 0 TO RPT-RECORD-COUNT.
          MOVE SPACES TO RPT-PRINT-DATASET.
          MOVE "DAY7" TO RPT-PROGRAM.
          MOVE "PORTFOLIO SLIP REPORT" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PORTFOLIO-STAMPS.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PORTFOLIO-STAMPS.
          MOVE SPACES TO PORTFOLIO-PRINT-LINE.
          STRING "PROJECT   PRI  STEPS  STAND-ALONE     SHARED"
                    DELIMITED BY SIZE
                 "       SLIP    SLIP%  STEP MASTER" DELIMITED BY SIZE
                 INTO PORTFOLIO-PRINT-LINE
          END-STRING.
          WRITE PORTFOLIO-PRINT-LINE.
          MOVE 0 TO WS-PF-TOTAL-ALONE.
          PERFORM VARYING WS-PF-IDX FROM 1 BY 1
          UNTIL WS-PF-IDX > WS-PROJECT-COUNT
             PERFORM WRITE-PORTFOLIO-LINE
          END-PERFORM.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PORTFOLIO-STAMPS.
          MOVE SPACES TO PORTFOLIO-PRINT-LINE.
          WRITE PORTFOLIO-PRINT-LINE.
          MOVE WS-PART-2-RESULT TO WS-PF-N1-ED.
          MOVE WS-PF-TOTAL-ALONE TO WS-PF-N2-ED.
          MOVE WS-WORKER-COUNT TO WS-PF-N3-ED.
          MOVE SPACES TO PORTFOLIO-PRINT-LINE.
          STRING "PORTFOLIO FINISH " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PF-N1-ED) DELIMITED BY SIZE
                 " SECOND(S) ON " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PF-N3-ED) DELIMITED BY SIZE
                 " SHARED WORKER(S); PROJECTS RUN ONE AFTER ANOTHER "
                    DELIMITED BY SIZE
                 "WOULD TAKE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PF-N2-ED) DELIMITED BY SIZE
                 INTO PORTFOLIO-PRINT-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PORTFOLIO-STAMPS.
          WRITE PORTFOLIO-PRINT-LINE.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PORTFOLIO-STAMPS.
          CLOSE PORTFOLIO-REPORT-FILE.
          EXIT.
      *
       WRITE-PORTFOLIO-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-PORTFOLIO-STAMPS.
          ADD WS-PF-ALONE (WS-PF-IDX) TO WS-PF-TOTAL-ALONE.
          COMPUTE WS-PF-SLIP = WS-PF-FINISH (WS-PF-IDX)
             - WS-PF-ALONE (WS-PF-IDX).
          IF WS-PF-ALONE (WS-PF-IDX) > 0
             COMPUTE WS-PF-SLIP-PCT ROUNDED =
                WS-PF-SLIP * 100 / WS-PF-ALONE (WS-PF-IDX)
          ELSE
             MOVE 0 TO WS-PF-SLIP-PCT
          END-IF.
          MOVE WS-PF-ID (WS-PF-IDX) TO PFR-PROJECT.
          MOVE WS-PF-PRIORITY (WS-PF-IDX) TO PFR-PRIORITY.
          MOVE WS-PF-STEPS (WS-PF-IDX) TO PFR-STEPS.
          MOVE WS-PF-ALONE (WS-PF-IDX) TO PFR-ALONE.
          MOVE WS-PF-FINISH (WS-PF-IDX) TO PFR-SHARED.
          MOVE WS-PF-SLIP TO PFR-SLIP.
          MOVE WS-PF-SLIP-PCT TO PFR-SLIP-PCT.
          MOVE WS-PF-PATH (WS-PF-IDX) TO PFR-PATH.
          WRITE PORTFOLIO-PRINT-LINE FROM PORTFOLIO-REPORT-RECORD.
          EXIT.
      *
       WRITE-PORTFOLIO-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE PORTFOLIO-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE PORTFOLIO-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE PORTFOLIO-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY STJRNPA.
