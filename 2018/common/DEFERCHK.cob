       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERCHK.
       AUTHOR. OK999.
      * BATCH CUTOFF TEST FOR THE JOB STREAM. THE DRIVER CALLS IT
      * BEFORE EVERY STEP WITH DEFERCHK_STEP SET TO THE STEP NAME ON
      * THE JOB-STREAM CARD AND BATCH_START_DATE/BATCH_START_TIME SET
      * TO WHEN THE STREAM FIRST STARTED (A RESTART KEEPS THE ORIGINAL
      * START). THE WINDOW RUNS FROM BATCH-START=HHMM ON THE SCHEDULE
      * CARD (PARAMS/SCHEDULE.CFG) ON THE BUSINESS DATE TO THE NEXT
      * OCCURRENCE OF BATCH-CUTOFF=HHMM, SO A STREAM THAT STARTS LATE
      * OR IS RESTARTED DOES NOT EARN A LONGER WINDOW. THE BUSINESS
      * DATE IS THE START DATE, OR THE DAY BEFORE IT WHEN THE WINDOW
      * SPANS MIDNIGHT AND THE STREAM STARTED BEFORE THE CUTOFF. WITH
      * NO BATCH-START LINE THE WINDOW RUNS FROM THE ORIGINAL START.
      * ONCE THE CUTOFF IS REACHED THE STEP'S PRIORITY DECIDES:
      *   CRITICAL   - RUNS.
      *   NORMAL     - RUNS, WITH A WARNING ALERT THAT IT STARTED
      *                PAST THE CUTOFF.
      *   DEFERRABLE - DEFERRED TO THE NEXT NIGHT. THE DEFERRAL IS
      *                WRITTEN TO THE CARRY-OVER DATASET (DEFER_CARRY)
      *                AS STEP,DATE,RUN,NIGHTS,CUTOFF, WHICH MORNRPT
      *                AND THE NEXT EVENING'S EVENRPT READ. NIGHTS
      *                COUNTS CONSECUTIVE DEFERRALS: THE DRIVER TURNS
      *                LAST NIGHT'S CARRY-OVER INTO DEFER_PRIOR AT THE
      *                START OF EACH RUN, AND A STEP FOUND THERE IS ON
      *                ITS SECOND (OR LATER) NIGHT RUNNING, WHICH
      *                RAISES A SEVERE ALERT THROUGH ALERTLOG.
      * NO BATCH-CUTOFF LINE MEANS NO CUTOFF: EVERY STEP RUNS.
      *   RETURN-CODE 0: RUN THE STEP. 2: RUN THE STEP, STARTED PAST
      *   THE CUTOFF. 4: DEFER THE STEP. 1: DEFERCHK_STEP NOT SET OR
      *   NOT ON THE CARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JOBSTSL.
          SELECT SCHEDULE-FILE
             ASSIGN TO WS-SCHEDULE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCHEDULE-STATUS.
          SELECT DEFER-PRIOR-FILE
             ASSIGN TO WS-PRIOR-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRIOR-STATUS.
          SELECT DEFER-CARRY-FILE
             ASSIGN TO WS-CARRY-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARRY-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY JOBSTFD.
          FD SCHEDULE-FILE.
          01 SCHEDULE-RECORD PIC X(80).
          FD DEFER-PRIOR-FILE.
          01 DEFER-PRIOR-RECORD PIC X(80).
          FD DEFER-CARRY-FILE.
          01 DEFER-CARRY-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY JOBSTWS.
          01 WS-SCHEDULE-DATASET PIC X(200).
          01 WS-SCHEDULE-STATUS PIC X(2) VALUE SPACES.
          01 WS-SCHEDULE-EOF PIC X(1) VALUE "N".
          01 WS-PRIOR-DATASET PIC X(200).
          01 WS-PRIOR-STATUS PIC X(2) VALUE SPACES.
          01 WS-PRIOR-EOF PIC X(1) VALUE "N".
          01 WS-CARRY-DATASET PIC X(200).
          01 WS-CARRY-STATUS PIC X(2) VALUE SPACES.
          01 WS-KEY-PART PIC X(40).
          01 WS-VALUE-PART PIC X(40).
          01 WS-TARGET-NAME PIC X(10).
          01 WS-TARGET PIC 9(3) VALUE 0.
          01 WS-IDX PIC 9(3).
          01 WS-CUTOFF PIC X(4) VALUE SPACES.
          01 WS-BATCH-START PIC X(4) VALUE SPACES.
          01 WS-START-TIME PIC X(4) VALUE SPACES.
          01 WS-START-DATE PIC X(8) VALUE SPACES.
          01 WS-BUS-DATE PIC X(8) VALUE SPACES.
          01 WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE PIC 9(8).
          01 WS-BUS-DAYNUM PIC S9(9) USAGE COMP-5.
          01 WS-ANCHOR-MINS PIC 9(4).
          01 WS-ANCHOR-ABS PIC S9(11) USAGE COMP-5.
          01 WS-NOW-ABS PIC S9(11) USAGE COMP-5.
          01 WS-ELAPSED-ABS PIC S9(11) USAGE COMP-5.
          01 WS-TIME-NOW.
             03 WS-NOW-HH PIC 9(2).
             03 WS-NOW-MM PIC 9(2).
             03 FILLER PIC 9(4).
          01 WS-START-MINS PIC 9(4).
          01 WS-CUTOFF-MINS PIC 9(4).
          01 WS-NOW-MINS PIC 9(4).
          01 WS-WINDOW-MINS PIC 9(4).
          01 WS-PAST-CUTOFF PIC X(1) VALUE "N".
          01 WS-TODAY PIC X(8).
          01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
          01 WS-RUN-NUMBER PIC X(8) VALUE SPACES.
          01 WS-PRIOR-NIGHTS PIC 9(3) VALUE 0.
          01 WS-NIGHTS PIC 9(3) VALUE 0.
          01 WS-NIGHTS-ED PIC ZZ9.
          01 WS-DEFER-PARSE.
             03 WS-DF-STEP PIC X(10).
             03 WS-DF-DATE PIC X(8).
             03 WS-DF-RUN PIC X(8).
             03 WS-DF-NIGHTS PIC X(3).
             03 WS-DF-CUTOFF PIC X(4).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "DEFERCHK" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-TARGET-NAME FROM ENVIRONMENT "DEFERCHK_STEP".
          IF WS-TARGET-NAME = SPACES
             DISPLAY "DEFERCHK: DEFERCHK_STEP NOT SET"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM LOAD-JOB-STREAM.
          MOVE 0 TO WS-TARGET.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > JS-STEP-COUNT OR WS-TARGET > 0
             IF JS-STEP-NAME (WS-IDX) = WS-TARGET-NAME
                MOVE WS-IDX TO WS-TARGET
             END-IF
          END-PERFORM.
          IF WS-TARGET = 0
             DISPLAY "DEFERCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " IS NOT A STEP ON THE JOB-STREAM CARD"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM READ-SCHEDULE-CUTOFF.
          PERFORM TEST-CUTOFF-REACHED.
          IF WS-PAST-CUTOFF = "N"
             DISPLAY "DEFERCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " INSIDE THE BATCH WINDOW"
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          EVALUATE JS-STEP-PRIORITY (WS-TARGET)
             WHEN "DEFERRABLE"
                PERFORM DEFER-STEP
                MOVE 4 TO RETURN-CODE
             WHEN "CRITICAL"
                DISPLAY "DEFERCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                   " PAST CUTOFF " WS-CUTOFF
                   " - CRITICAL STEP RUNS"
                MOVE 0 TO RETURN-CODE
             WHEN OTHER
                DISPLAY "DEFERCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                   " STARTING PAST CUTOFF " WS-CUTOFF
                MOVE "W" TO ALERT-SEVERITY
                MOVE "DEFERCHK" TO ALERT-PROGRAM
                MOVE SPACES TO ALERT-MESSAGE
                STRING FUNCTION TRIM (WS-TARGET-NAME)
                          DELIMITED BY SIZE
                       " STARTED PAST THE " DELIMITED BY SIZE
                       WS-CUTOFF DELIMITED BY SIZE
                       " BATCH CUTOFF" DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
                END-STRING
                CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                   ALERT-MESSAGE
                MOVE 2 TO RETURN-CODE
          END-EVALUATE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE START AND CUTOFF ARE THE ONLY SCHEDULE-CARD KEYS THIS
      * PROGRAM NEEDS; MAX-CONCURRENT AND THE ORDERINGS BELONG TO
      * BATCHCTL.
       READ-SCHEDULE-CUTOFF SECTION.
          MOVE SPACES TO WS-CUTOFF WS-BATCH-START.
          MOVE "SCHEDULE_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/schedule.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCHEDULE-DATASET.
          OPEN INPUT SCHEDULE-FILE.
          IF WS-SCHEDULE-STATUS NOT = "00"
             GO TO READ-SCHEDULE-CUTOFF-99
          END-IF.
          PERFORM UNTIL WS-SCHEDULE-EOF = "Y"
             READ SCHEDULE-FILE
                AT END
                   MOVE "Y" TO WS-SCHEDULE-EOF
                NOT AT END
                   IF SCHEDULE-RECORD (1:1) NOT = "*"
                      MOVE SPACES TO WS-KEY-PART WS-VALUE-PART
                      UNSTRING SCHEDULE-RECORD DELIMITED BY "="
                         INTO WS-KEY-PART, WS-VALUE-PART
                      IF FUNCTION TRIM (WS-KEY-PART) = "BATCH-CUTOFF"
                         MOVE FUNCTION TRIM (WS-VALUE-PART)
                            TO WS-CUTOFF
                      END-IF
                      IF FUNCTION TRIM (WS-KEY-PART) = "BATCH-START"
                         MOVE FUNCTION TRIM (WS-VALUE-PART)
                            TO WS-BATCH-START
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SCHEDULE-FILE.
       READ-SCHEDULE-CUTOFF-99.
          EXIT.
      *
      * TIMES ARE TAKEN AS ABSOLUTE MINUTES (DAY NUMBER TIMES 1440
      * PLUS MINUTES PAST MIDNIGHT). THE WINDOW LENGTH IS MEASURED
      * FORWARD FROM THE ANCHOR TO THE CUTOFF MODULO ONE DAY, SO A
      * WINDOW THAT SPANS MIDNIGHT NEEDS NO SPECIAL CASE; A STEP ASKED
      * ABOUT BEFORE THE ANCHOR IS INSIDE THE WINDOW.
       TEST-CUTOFF-REACHED SECTION.
          MOVE "N" TO WS-PAST-CUTOFF.
          IF WS-CUTOFF IS NOT NUMERIC
             GO TO TEST-CUTOFF-REACHED-99
          END-IF.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-TIME-NOW FROM TIME.
          COMPUTE WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MM.
          COMPUTE WS-NOW-ABS =
             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) * 1440 +
             WS-NOW-MINS.
          ACCEPT WS-START-DATE FROM ENVIRONMENT "BATCH_START_DATE".
          ACCEPT WS-START-TIME FROM ENVIRONMENT "BATCH_START_TIME".
          IF WS-START-DATE IS NOT NUMERIC OR
             WS-START-TIME IS NOT NUMERIC
             MOVE WS-TODAY TO WS-START-DATE
             MOVE WS-TIME-NOW (1:4) TO WS-START-TIME
          END-IF.
          COMPUTE WS-START-MINS = FUNCTION NUMVAL
             (WS-START-TIME (1:2)) * 60 +
             FUNCTION NUMVAL (WS-START-TIME (3:2)).
          COMPUTE WS-CUTOFF-MINS =
             FUNCTION NUMVAL (WS-CUTOFF (1:2)) * 60 +
             FUNCTION NUMVAL (WS-CUTOFF (3:2)).
          IF WS-BATCH-START IS NUMERIC
             COMPUTE WS-ANCHOR-MINS =
                FUNCTION NUMVAL (WS-BATCH-START (1:2)) * 60 +
                FUNCTION NUMVAL (WS-BATCH-START (3:2))
          ELSE
             MOVE WS-START-MINS TO WS-ANCHOR-MINS
          END-IF.
          MOVE WS-START-DATE TO WS-BUS-DATE.
          COMPUTE WS-BUS-DAYNUM =
             FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-NUM).
          IF WS-ANCHOR-MINS > WS-CUTOFF-MINS AND
             WS-START-MINS < WS-CUTOFF-MINS
             SUBTRACT 1 FROM WS-BUS-DAYNUM
             MOVE FUNCTION DATE-OF-INTEGER (WS-BUS-DAYNUM)
                TO WS-BUS-DATE-NUM
          END-IF.
          COMPUTE WS-ANCHOR-ABS = WS-BUS-DAYNUM * 1440 +
             WS-ANCHOR-MINS.
          COMPUTE WS-WINDOW-MINS = FUNCTION MOD
             (WS-CUTOFF-MINS - WS-ANCHOR-MINS + 1440, 1440).
          COMPUTE WS-ELAPSED-ABS = WS-NOW-ABS - WS-ANCHOR-ABS.
          IF WS-ELAPSED-ABS >= WS-WINDOW-MINS
             MOVE "Y" TO WS-PAST-CUTOFF
          END-IF.
       TEST-CUTOFF-REACHED-99.
          EXIT.
      *
      * A STEP STILL CARRIED OVER FROM LAST NIGHT IS BEING DEFERRED
      * FOR AT LEAST THE SECOND NIGHT RUNNING - THAT IS THE SEVERE
      * CASE, BECAUSE ITS ANSWER IS NOW TWO BUSINESS DAYS STALE.
       DEFER-STEP SECTION.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE "0" TO WS-RUN-NUMBER
          END-IF.
          PERFORM READ-PRIOR-DEFERRAL.
          COMPUTE WS-NIGHTS = WS-PRIOR-NIGHTS + 1.
          MOVE WS-NIGHTS TO WS-NIGHTS-ED.
          DISPLAY "DEFERCHK: " FUNCTION TRIM (WS-TARGET-NAME)
             " DEFERRED - CUTOFF " WS-CUTOFF " REACHED, NIGHT "
             FUNCTION TRIM (WS-NIGHTS-ED).
          MOVE "DEFER_CARRY" TO CAT-LOGICAL-NAME.
          MOVE "../../results/deferred.dat" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARRY-DATASET.
          OPEN EXTEND DEFER-CARRY-FILE.
          IF WS-CARRY-STATUS = "35"
             OPEN OUTPUT DEFER-CARRY-FILE
             CLOSE DEFER-CARRY-FILE
             OPEN EXTEND DEFER-CARRY-FILE
          END-IF.
          IF WS-CARRY-STATUS = "00"
             MOVE SPACES TO DEFER-CARRY-RECORD
             STRING FUNCTION TRIM (WS-TARGET-NAME) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WS-BUS-DATE DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM (WS-NIGHTS-ED) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WS-CUTOFF DELIMITED BY SIZE
                    INTO DEFER-CARRY-RECORD
             END-STRING
             WRITE DEFER-CARRY-RECORD
             CLOSE DEFER-CARRY-FILE
          ELSE
             DISPLAY "DEFERCHK: CARRY-OVER DATASET NOT WRITABLE - "
                "STATUS " WS-CARRY-STATUS
          END-IF.
          IF WS-NIGHTS < 2
             GO TO DEFER-STEP-99
          END-IF.
          MOVE "S" TO ALERT-SEVERITY.
          MOVE "DEFERCHK" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING FUNCTION TRIM (WS-TARGET-NAME) DELIMITED BY SIZE
                 " DEFERRED PAST THE " DELIMITED BY SIZE
                 WS-CUTOFF DELIMITED BY SIZE
                 " CUTOFF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-NIGHTS-ED) DELIMITED BY SIZE
                 " NIGHTS RUNNING - ANSWER NOT CURRENT"
                    DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
       DEFER-STEP-99.
          EXIT.
      *
       READ-PRIOR-DEFERRAL SECTION.
          MOVE 0 TO WS-PRIOR-NIGHTS.
          MOVE "DEFER_PRIOR" TO CAT-LOGICAL-NAME.
          MOVE "../../results/deferred_prior.dat" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PRIOR-DATASET.
          OPEN INPUT DEFER-PRIOR-FILE.
          IF WS-PRIOR-STATUS NOT = "00"
             GO TO READ-PRIOR-DEFERRAL-99
          END-IF.
          PERFORM UNTIL WS-PRIOR-EOF = "Y"
             READ DEFER-PRIOR-FILE
                AT END
                   MOVE "Y" TO WS-PRIOR-EOF
                NOT AT END
                   MOVE SPACES TO WS-DEFER-PARSE
                   UNSTRING DEFER-PRIOR-RECORD DELIMITED BY ","
                      INTO WS-DF-STEP, WS-DF-DATE, WS-DF-RUN,
                           WS-DF-NIGHTS, WS-DF-CUTOFF
                   IF WS-DF-STEP = WS-TARGET-NAME AND
                      FUNCTION TRIM (WS-DF-NIGHTS) IS NUMERIC
                      COMPUTE WS-PRIOR-NIGHTS =
                         FUNCTION NUMVAL (WS-DF-NIGHTS)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE DEFER-PRIOR-FILE.
       READ-PRIOR-DEFERRAL-99.
          EXIT.
      *
       COPY JOBSTPA.
      *
       COPY AUDITPA.
