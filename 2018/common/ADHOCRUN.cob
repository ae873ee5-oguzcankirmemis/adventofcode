       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOCRUN.
       AUTHOR. OK999.
      * AD-HOC RUN REQUEST PROCESSOR. ANALYSTS' "JUST RUN DAY7 AGAINST
      * THIS OTHER FILE" REQUESTS ARE QUEUED ON THE AD-HOC REQUEST
      * DATASET (PARAMS/ADHOCREQ.CFG, REQUEST-NO|REQUESTER|DAY|INPUT|
      * OVERRIDES) AND RUN HERE, OUTSIDE THE NIGHTLY WINDOW - FROM
      * BATCH-START TO BATCH-CUTOFF ON THE SCHEDULE CARD, CHECKED
      * BEFORE EVERY REQUEST, SO A LONG QUEUE STOPS DISPATCHING WHEN
      * THE WINDOW OPENS AND THE REST WAIT FOR THE NEXT RUN.
      * EACH REQUEST GETS ITS OWN REPORT DIRECTORY UNDER THE AD-HOC
      * AREA (ADHOC_ROOT/req_<NNNNNN>) HOLDING A COPY OF THE DAY
      * PROGRAM, THE INPUT, A CONTROL CARD CARRYING THE REQUEST'S
      * OVERRIDES AHEAD OF THE SHARED CARD (PARAMCARD TAKES THE FIRST
      * MATCH), THE DAY'S REPORTS AND SYSOUT, AND THE COMPLETION
      * NOTICE. THE DAY PROGRAM RUNS THERE AS ITS OWN JOB STEP WITH
      * RUN NUMBER AH<NNNNNN>, ITS LEDGER POSTS DIRECTED TO THE AD-HOC
      * LEDGER (ADHOC_ROOT/ledger.txt) AND EVERY OTHER SHARED RESULTS
      * DATASET IT WRITES DIRECTED INTO THE REQUEST DIRECTORY, SO THE
      * PRODUCTION LEDGER, THE RESULTS MASTER AND THE DAY'S OWN STATE
      * ARE NEVER TOUCHED. THE OUTCOME (COMPLETE, FAILED OR REJECTED)
      * GOES TO THE AD-HOC REQUEST LOG (ADHOC_ROOT/requests.txt,
      * REQ|DATE|TIME|REQUESTER|DAYN|STATUS|RC|PART1|PART2|NOTE),
      * WHICH ALSO MARKS THE REQUEST DONE, AND THE NOTICE IS DELIVERED
      * TO THE REQUESTER'S PICKUP QUEUE BY DISTRIB. THE PROCESSOR
      * HOLDS THE ADHOC_QUEUE LOCK WHILE IT RUNS.
      * RETURN CODES: 0 = QUEUE PROCESSED, 4 = A REQUEST FAILED OR
      * WAS REJECTED, OR THE NIGHTLY WINDOW LEFT REQUESTS QUEUED,
      * 8 = ANOTHER PROCESSOR HOLDS THE QUEUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT QUEUE-FILE
             ASSIGN TO WS-QUEUE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-STATUS.
          SELECT REQUEST-LOG-FILE
             ASSIGN TO WS-REQUEST-LOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQUEST-LOG-STATUS.
          SELECT RECIPIENT-FILE
             ASSIGN TO WS-RECIPIENT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECIPIENT-STATUS.
          SELECT SCHEDULE-FILE
             ASSIGN TO WS-SCHEDULE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCHEDULE-STATUS.
          SELECT BASE-CONTROL-FILE
             ASSIGN TO WS-BASE-CONTROL-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BASE-CONTROL-STATUS.
          SELECT REQ-CONTROL-FILE
             ASSIGN TO WS-REQ-CONTROL-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQ-CONTROL-STATUS.
          SELECT ADHOC-LEDGER-FILE
             ASSIGN TO WS-ADHOC-LEDGER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADHOC-LEDGER-STATUS.
          SELECT NOTICE-FILE
             ASSIGN TO WS-NOTICE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTICE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          FD QUEUE-FILE.
          01 QUEUE-RECORD PIC X(300).
          FD REQUEST-LOG-FILE.
          01 REQUEST-LOG-RECORD PIC X(300).
          FD RECIPIENT-FILE.
          01 RECIPIENT-RECORD PIC X(200).
          FD SCHEDULE-FILE.
          01 SCHEDULE-RECORD PIC X(80).
          FD BASE-CONTROL-FILE.
          01 BASE-CONTROL-RECORD PIC X(80).
          FD REQ-CONTROL-FILE.
          01 REQ-CONTROL-RECORD PIC X(80).
          FD ADHOC-LEDGER-FILE.
          01 ADHOC-LEDGER-RECORD PIC X(132).
          FD NOTICE-FILE.
          01 NOTICE-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-QUEUE-DATASET PIC X(200).
          01 WS-QUEUE-STATUS PIC X(2) VALUE SPACES.
          01 WS-QUEUE-EOF PIC X(1) VALUE "N".
          01 WS-REQUEST-LOG-DATASET PIC X(200).
          01 WS-REQUEST-LOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-REQUEST-LOG-EOF PIC X(1) VALUE "N".
          01 WS-RECIPIENT-DATASET PIC X(200).
          01 WS-RECIPIENT-STATUS PIC X(2) VALUE SPACES.
          01 WS-RECIPIENT-EOF PIC X(1) VALUE "N".
          01 WS-SCHEDULE-DATASET PIC X(200).
          01 WS-SCHEDULE-STATUS PIC X(2) VALUE SPACES.
          01 WS-SCHEDULE-EOF PIC X(1) VALUE "N".
          01 WS-BASE-CONTROL-DATASET PIC X(200).
          01 WS-BASE-CONTROL-STATUS PIC X(2) VALUE SPACES.
          01 WS-BASE-CONTROL-EOF PIC X(1).
          01 WS-REQ-CONTROL-DATASET PIC X(250).
          01 WS-REQ-CONTROL-STATUS PIC X(2) VALUE SPACES.
          01 WS-ADHOC-LEDGER-DATASET PIC X(220).
          01 WS-ADHOC-LEDGER-STATUS PIC X(2) VALUE SPACES.
          01 WS-ADHOC-LEDGER-EOF PIC X(1).
          01 WS-NOTICE-DATASET PIC X(250).
          01 WS-NOTICE-STATUS PIC X(2) VALUE SPACES.
          01 WS-DIST-LIST-DATASET PIC X(250).
          01 WS-ADHOC-ROOT PIC X(200).
          01 WS-TODAY PIC X(8).
          01 WS-TIME-8 PIC X(8).
          01 WS-KEY-PART PIC X(40).
          01 WS-VALUE-PART PIC X(40).
          01 WS-BATCH-START PIC X(4) VALUE SPACES.
          01 WS-BATCH-CUTOFF PIC X(4) VALUE SPACES.
          01 WS-TIME-NOW.
             03 WS-NOW-HH PIC 9(2).
             03 WS-NOW-MM PIC 9(2).
             03 FILLER PIC X(4).
          01 WS-NOW-MINS PIC 9(4).
          01 WS-START-MINS PIC 9(4).
          01 WS-CUTOFF-MINS PIC 9(4).
          01 WS-WINDOW-MINS PIC 9(4).
          01 WS-ELAPSED-MINS PIC 9(4).
          01 WS-IN-WINDOW PIC X(1) VALUE "N".
          01 WS-WINDOW-STOP PIC X(1) VALUE "N".
          01 WS-LOCK-FUNCTION PIC X(1).
          01 WS-LOCK-RESOURCE PIC X(30) VALUE "ADHOC_QUEUE".
          01 WS-LOCK-RESULT PIC X(1).
          01 WS-RECIP-TABLE.
             03 WS-RT-NAME PIC X(20) VALUE SPACES OCCURS 50.
          01 WS-RECIP-COUNT PIC 9(2) VALUE 0.
          01 WS-RT-IDX PIC 9(2).
          01 WS-DONE-TABLE.
             03 WS-DONE-REQ PIC 9(6) OCCURS 2000.
          01 WS-DONE-COUNT PIC 9(4) VALUE 0.
          01 WS-DONE-IDX PIC 9(4).
          01 WS-ALREADY-DONE PIC X(1).
          01 WS-LOG-PARSE.
             03 WS-L-REQ PIC X(10).
          01 WS-PARSE.
             03 WS-P-REQ PIC X(10).
             03 WS-P-REQUESTER PIC X(20).
             03 WS-P-DAY PIC X(4).
             03 WS-P-INPUT PIC X(150).
             03 WS-P-OVERRIDES PIC X(200).
          01 WS-REQ-NO PIC 9(6).
          01 WS-REQ-NAME PIC X(10).
          01 WS-REQ-DIR PIC X(220).
          01 WS-REQ-RUN PIC X(8).
          01 WS-REQ-DAY PIC 9(2).
          01 WS-DAY-ED PIC Z9.
          01 WS-DAY-PREFIX PIC X(6).
          01 WS-DAY-PREFIX-LEN PIC 9(2).
          01 WS-INPUT-PATH PIC X(200).
          01 WS-REQ-STATUS PIC X(8).
          01 WS-REQ-NOTE PIC X(60).
          01 WS-REQ-RC PIC S9(4) VALUE 0.
          01 WS-RC-ED PIC -(4)9.
          01 WS-RECIP-KNOWN PIC X(1).
          01 WS-OVERRIDE-TABLE.
             03 WS-OV-TEXT PIC X(40) OCCURS 10.
          01 WS-OV-IDX PIC 9(2).
          01 WS-OV-KEY PIC X(30).
          01 WS-OV-VALUE PIC X(20).
          01 WS-LEDGER-PARSE.
             03 WS-G-DATE PIC X(10).
             03 WS-G-PROGRAM PIC X(10).
             03 WS-G-PART-1 PIC X(30).
             03 WS-G-PART-2 PIC X(30).
             03 WS-G-RUN PIC X(8).
          01 WS-PART-1 PIC X(30).
          01 WS-PART-2 PIC X(30).
          01 WS-COMMAND PIC X(900).
          01 WS-QUEUED-COUNT PIC 9(5) VALUE 0.
          01 WS-COMPLETE-COUNT PIC 9(5) VALUE 0.
          01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
          01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
          01 WS-HELD-COUNT PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "ADHOCRUN" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          MOVE "ADHOC_ROOT" TO CAT-LOGICAL-NAME.
          MOVE "../adhoc" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ADHOC-ROOT.
          PERFORM READ-SCHEDULE-WINDOW.
          PERFORM TEST-IN-WINDOW.
          IF WS-IN-WINDOW = "Y"
             DISPLAY "ADHOCRUN: INSIDE THE NIGHTLY WINDOW ("
                WS-BATCH-START "-" WS-BATCH-CUTOFF
                ") - NO REQUESTS DISPATCHED"
             MOVE 4 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM TAKE-QUEUE-LOCK.
          MOVE SPACES TO WS-COMMAND.
          STRING "mkdir -p " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ADHOC-ROOT) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE SPACES TO WS-REQUEST-LOG-DATASET.
          STRING FUNCTION TRIM (WS-ADHOC-ROOT) DELIMITED BY SIZE
                 "/requests.txt" DELIMITED BY SIZE
                 INTO WS-REQUEST-LOG-DATASET
          END-STRING.
          MOVE SPACES TO WS-ADHOC-LEDGER-DATASET.
          STRING FUNCTION TRIM (WS-ADHOC-ROOT) DELIMITED BY SIZE
                 "/ledger.txt" DELIMITED BY SIZE
                 INTO WS-ADHOC-LEDGER-DATASET
          END-STRING.
          PERFORM LOAD-REQUEST-LOG.
          PERFORM LOAD-RECIPIENT-MASTER.
          PERFORM READ-REQUEST-QUEUE.
          PERFORM FREE-QUEUE-LOCK.
          DISPLAY "ADHOCRUN: " WS-QUEUED-COUNT " NEW REQUEST(S) - "
             WS-COMPLETE-COUNT " COMPLETE, " WS-FAILED-COUNT
             " FAILED, " WS-REJECTED-COUNT " REJECTED, "
             WS-HELD-COUNT " HELD FOR THE NEXT RUN".
          IF WS-FAILED-COUNT > 0 OR WS-REJECTED-COUNT > 0 OR
             WS-HELD-COUNT > 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE NIGHTLY WINDOW IS BATCH-START TO BATCH-CUTOFF ON THE
      * SCHEDULE CARD. A CARD WITHOUT BOTH TIMES HAS NO WINDOW AND
      * REQUESTS RUN WHENEVER THE PROCESSOR IS STARTED.
       READ-SCHEDULE-WINDOW SECTION.
          MOVE "SCHEDULE_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/schedule.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCHEDULE-DATASET.
          OPEN INPUT SCHEDULE-FILE.
          IF WS-SCHEDULE-STATUS NOT = "00"
             GO TO READ-SCHEDULE-WINDOW-99
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
                      IF FUNCTION TRIM (WS-KEY-PART) = "BATCH-START"
                         MOVE FUNCTION TRIM (WS-VALUE-PART)
                            TO WS-BATCH-START
                      END-IF
                      IF FUNCTION TRIM (WS-KEY-PART) = "BATCH-CUTOFF"
                         MOVE FUNCTION TRIM (WS-VALUE-PART)
                            TO WS-BATCH-CUTOFF
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SCHEDULE-FILE.
       READ-SCHEDULE-WINDOW-99.
          EXIT.
      *
      * MINUTES PAST MIDNIGHT, MEASURED FORWARD FROM BATCH-START
      * MODULO ONE DAY - THE DEFERCHK ARITHMETIC - SO A WINDOW THAT
      * SPANS MIDNIGHT NEEDS NO SPECIAL CASE.
       TEST-IN-WINDOW SECTION.
          MOVE "N" TO WS-IN-WINDOW.
          IF WS-BATCH-START IS NOT NUMERIC OR
             WS-BATCH-CUTOFF IS NOT NUMERIC
             GO TO TEST-IN-WINDOW-99
          END-IF.
          ACCEPT WS-TIME-NOW FROM TIME.
          COMPUTE WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MM.
          COMPUTE WS-START-MINS =
             FUNCTION NUMVAL (WS-BATCH-START (1:2)) * 60 +
             FUNCTION NUMVAL (WS-BATCH-START (3:2)).
          COMPUTE WS-CUTOFF-MINS =
             FUNCTION NUMVAL (WS-BATCH-CUTOFF (1:2)) * 60 +
             FUNCTION NUMVAL (WS-BATCH-CUTOFF (3:2)).
          COMPUTE WS-WINDOW-MINS = FUNCTION MOD
             (WS-CUTOFF-MINS - WS-START-MINS + 1440, 1440).
          COMPUTE WS-ELAPSED-MINS = FUNCTION MOD
             (WS-NOW-MINS - WS-START-MINS + 1440, 1440).
          IF WS-ELAPSED-MINS < WS-WINDOW-MINS
             MOVE "Y" TO WS-IN-WINDOW
          END-IF.
       TEST-IN-WINDOW-99.
          EXIT.
      *
       LOAD-REQUEST-LOG SECTION.
          OPEN INPUT REQUEST-LOG-FILE.
          IF WS-REQUEST-LOG-STATUS NOT = "00"
             GO TO LOAD-REQUEST-LOG-99
          END-IF.
          PERFORM UNTIL WS-REQUEST-LOG-EOF = "Y"
             READ REQUEST-LOG-FILE
                AT END
                   MOVE "Y" TO WS-REQUEST-LOG-EOF
                NOT AT END
                   MOVE SPACES TO WS-LOG-PARSE
                   UNSTRING REQUEST-LOG-RECORD DELIMITED BY "|"
                      INTO WS-L-REQ
                   IF FUNCTION TRIM (WS-L-REQ) IS NUMERIC AND
                      WS-DONE-COUNT < 2000
                      ADD 1 TO WS-DONE-COUNT
                      COMPUTE WS-DONE-REQ (WS-DONE-COUNT) =
                         FUNCTION NUMVAL (WS-L-REQ)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REQUEST-LOG-FILE.
       LOAD-REQUEST-LOG-99.
          EXIT.
      *
       LOAD-RECIPIENT-MASTER SECTION.
          MOVE "RECIPIENT_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../params/recipients.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECIPIENT-DATASET.
          OPEN INPUT RECIPIENT-FILE.
          IF WS-RECIPIENT-STATUS NOT = "00"
             DISPLAY "ADHOCRUN: NO RECIPIENT MASTER - EVERY "
                "REQUEST WILL BE REJECTED"
             GO TO LOAD-RECIPIENT-MASTER-99
          END-IF.
          PERFORM UNTIL WS-RECIPIENT-EOF = "Y"
             READ RECIPIENT-FILE
                AT END
                   MOVE "Y" TO WS-RECIPIENT-EOF
                NOT AT END
                   IF RECIPIENT-RECORD NOT = SPACES AND
                      RECIPIENT-RECORD (1:1) NOT = "*" AND
                      WS-RECIP-COUNT < 50
                      ADD 1 TO WS-RECIP-COUNT
                      UNSTRING RECIPIENT-RECORD DELIMITED BY "|"
                         INTO WS-RT-NAME (WS-RECIP-COUNT)
                      MOVE FUNCTION TRIM (WS-RT-NAME (WS-RECIP-COUNT))
                         TO WS-RT-NAME (WS-RECIP-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE RECIPIENT-FILE.
       LOAD-RECIPIENT-MASTER-99.
          EXIT.
      *
       READ-REQUEST-QUEUE SECTION.
          MOVE "ADHOC_QUEUE" TO CAT-LOGICAL-NAME.
          MOVE "../../params/adhocreq.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUEUE-DATASET.
          OPEN INPUT QUEUE-FILE.
          IF WS-QUEUE-STATUS NOT = "00"
             DISPLAY "ADHOCRUN: NO AD-HOC REQUEST DATASET - NOTHING "
                "TO RUN"
             GO TO READ-REQUEST-QUEUE-99
          END-IF.
          PERFORM UNTIL WS-QUEUE-EOF = "Y"
             READ QUEUE-FILE
                AT END
                   MOVE "Y" TO WS-QUEUE-EOF
                NOT AT END
                   PERFORM PROCESS-ONE-REQUEST
             END-READ
          END-PERFORM.
          CLOSE QUEUE-FILE.
       READ-REQUEST-QUEUE-99.
          EXIT.
      *
       PROCESS-ONE-REQUEST SECTION.
          IF QUEUE-RECORD = SPACES OR QUEUE-RECORD (1:1) = "*"
             GO TO PROCESS-ONE-REQUEST-99
          END-IF.
          MOVE SPACES TO WS-PARSE.
          UNSTRING QUEUE-RECORD DELIMITED BY "|"
             INTO WS-P-REQ, WS-P-REQUESTER, WS-P-DAY, WS-P-INPUT,
                  WS-P-OVERRIDES.
          IF FUNCTION TRIM (WS-P-REQ) IS NOT NUMERIC OR
             FUNCTION NUMVAL (WS-P-REQ) < 1 OR
             FUNCTION NUMVAL (WS-P-REQ) > 999999
             DISPLAY "ADHOCRUN: BAD REQUEST LINE IGNORED: "
                QUEUE-RECORD (1:60)
             GO TO PROCESS-ONE-REQUEST-99
          END-IF.
          COMPUTE WS-REQ-NO = FUNCTION NUMVAL (WS-P-REQ).
          MOVE "N" TO WS-ALREADY-DONE.
          PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
          UNTIL WS-DONE-IDX > WS-DONE-COUNT
             IF WS-DONE-REQ (WS-DONE-IDX) = WS-REQ-NO
                MOVE "Y" TO WS-ALREADY-DONE
             END-IF
          END-PERFORM.
          IF WS-ALREADY-DONE = "Y"
             GO TO PROCESS-ONE-REQUEST-99
          END-IF.
          ADD 1 TO WS-QUEUED-COUNT.
          IF WS-WINDOW-STOP = "N"
             PERFORM TEST-IN-WINDOW
             IF WS-IN-WINDOW = "Y"
                MOVE "Y" TO WS-WINDOW-STOP
                DISPLAY "ADHOCRUN: NIGHTLY WINDOW OPENED - REMAINING "
                   "REQUESTS HELD FOR THE NEXT RUN"
             END-IF
          END-IF.
          IF WS-WINDOW-STOP = "Y"
             ADD 1 TO WS-HELD-COUNT
             GO TO PROCESS-ONE-REQUEST-99
          END-IF.
          PERFORM SET-UP-REQUEST.
          PERFORM VALIDATE-REQUEST.
          IF WS-REQ-STATUS = SPACES
             PERFORM STAGE-REQUEST
          END-IF.
          IF WS-REQ-STATUS = SPACES
             PERFORM RUN-DAY-PROGRAM
             PERFORM COLLECT-ANSWERS
          END-IF.
          EVALUATE WS-REQ-STATUS
             WHEN "COMPLETE"
                ADD 1 TO WS-COMPLETE-COUNT
             WHEN "REJECTED"
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM ALERT-REQUEST-NOT-RUN
             WHEN OTHER
                ADD 1 TO WS-FAILED-COUNT
                PERFORM ALERT-REQUEST-NOT-RUN
          END-EVALUATE.
          PERFORM WRITE-REQUEST-LOG.
          IF WS-RECIP-KNOWN = "Y"
             PERFORM WRITE-NOTICE
             PERFORM DELIVER-NOTICE
          END-IF.
          DISPLAY "ADHOCRUN: REQUEST " WS-REQ-NO " "
             FUNCTION TRIM (WS-REQ-STATUS) " "
             FUNCTION TRIM (WS-REQ-NOTE).
       PROCESS-ONE-REQUEST-99.
          EXIT.
      *
       SET-UP-REQUEST SECTION.
          MOVE SPACES TO WS-REQ-STATUS WS-REQ-NOTE WS-PART-1
             WS-PART-2 WS-INPUT-PATH.
          MOVE 0 TO WS-REQ-RC WS-REQ-DAY.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-TIME-8 FROM TIME.
          MOVE SPACES TO WS-REQ-NAME.
          STRING "req_" DELIMITED BY SIZE
                 WS-REQ-NO DELIMITED BY SIZE
                 INTO WS-REQ-NAME
          END-STRING.
          MOVE SPACES TO WS-REQ-RUN.
          STRING "AH" DELIMITED BY SIZE
                 WS-REQ-NO DELIMITED BY SIZE
                 INTO WS-REQ-RUN
          END-STRING.
          MOVE SPACES TO WS-REQ-DIR.
          STRING FUNCTION TRIM (WS-ADHOC-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-REQ-NAME DELIMITED BY SIZE
                 INTO WS-REQ-DIR
          END-STRING.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -rf " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 "; mkdir -p " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          EXIT.
      *
      * A REQUEST IS REJECTED, NOT RUN, WHEN THE REQUESTER IS NOT ON
      * THE RECIPIENT MASTER (THERE WOULD BE NO ONE TO TELL), THE DAY
      * IS NOT 1-25, OR AN OVERRIDE IS NOT KEY=UNSIGNED-INTEGER WITH
      * A KEY BELONGING TO THE REQUESTED DAY.
       VALIDATE-REQUEST SECTION.
          MOVE "N" TO WS-RECIP-KNOWN.
          PERFORM VARYING WS-RT-IDX FROM 1 BY 1
          UNTIL WS-RT-IDX > WS-RECIP-COUNT
             IF FUNCTION TRIM (WS-RT-NAME (WS-RT-IDX)) =
                FUNCTION TRIM (WS-P-REQUESTER)
                MOVE "Y" TO WS-RECIP-KNOWN
             END-IF
          END-PERFORM.
          IF WS-RECIP-KNOWN = "N"
             MOVE "REJECTED" TO WS-REQ-STATUS
             MOVE "REQUESTER NOT ON THE RECIPIENT MASTER"
                TO WS-REQ-NOTE
             GO TO VALIDATE-REQUEST-99
          END-IF.
          IF FUNCTION TRIM (WS-P-DAY) IS NOT NUMERIC
             MOVE "REJECTED" TO WS-REQ-STATUS
             MOVE "DAY IS NOT 1-25" TO WS-REQ-NOTE
             GO TO VALIDATE-REQUEST-99
          END-IF.
          COMPUTE WS-REQ-DAY = FUNCTION NUMVAL (WS-P-DAY).
          IF WS-REQ-DAY < 1 OR WS-REQ-DAY > 25
             MOVE "REJECTED" TO WS-REQ-STATUS
             MOVE "DAY IS NOT 1-25" TO WS-REQ-NOTE
             GO TO VALIDATE-REQUEST-99
          END-IF.
          MOVE WS-REQ-DAY TO WS-DAY-ED.
          MOVE SPACES TO WS-DAY-PREFIX.
          STRING "DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 INTO WS-DAY-PREFIX
          END-STRING.
          COMPUTE WS-DAY-PREFIX-LEN =
             FUNCTION LENGTH (FUNCTION TRIM (WS-DAY-PREFIX)).
          MOVE SPACES TO WS-OVERRIDE-TABLE.
          UNSTRING WS-P-OVERRIDES DELIMITED BY ";"
             INTO WS-OV-TEXT (1), WS-OV-TEXT (2), WS-OV-TEXT (3),
                  WS-OV-TEXT (4), WS-OV-TEXT (5), WS-OV-TEXT (6),
                  WS-OV-TEXT (7), WS-OV-TEXT (8), WS-OV-TEXT (9),
                  WS-OV-TEXT (10)
             ON OVERFLOW
                MOVE "REJECTED" TO WS-REQ-STATUS
                MOVE "MORE THAN 10 OVERRIDES" TO WS-REQ-NOTE
          END-UNSTRING.
          PERFORM VARYING WS-OV-IDX FROM 1 BY 1
          UNTIL WS-OV-IDX > 10 OR WS-REQ-STATUS NOT = SPACES
             IF WS-OV-TEXT (WS-OV-IDX) NOT = SPACES
                PERFORM CHECK-ONE-OVERRIDE
             END-IF
          END-PERFORM.
       VALIDATE-REQUEST-99.
          EXIT.
      *
       CHECK-ONE-OVERRIDE SECTION.
          MOVE SPACES TO WS-OV-KEY WS-OV-VALUE.
          UNSTRING WS-OV-TEXT (WS-OV-IDX) DELIMITED BY "="
             INTO WS-OV-KEY, WS-OV-VALUE.
          MOVE FUNCTION TRIM (WS-OV-KEY) TO WS-OV-KEY.
          IF WS-OV-KEY (1:WS-DAY-PREFIX-LEN) NOT =
             WS-DAY-PREFIX (1:WS-DAY-PREFIX-LEN) OR
             WS-OV-KEY (WS-DAY-PREFIX-LEN + 1:1) = SPACE
             MOVE "REJECTED" TO WS-REQ-STATUS
             MOVE SPACES TO WS-REQ-NOTE
             STRING "OVERRIDE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-OV-KEY) DELIMITED BY SIZE
                    " IS NOT A " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-PREFIX) DELIMITED BY SIZE
                    " KEY" DELIMITED BY SIZE
                    INTO WS-REQ-NOTE
             END-STRING
             GO TO CHECK-ONE-OVERRIDE-99
          END-IF.
          IF WS-OV-VALUE = SPACES OR
             FUNCTION TRIM (WS-OV-VALUE) IS NOT NUMERIC
             MOVE "REJECTED" TO WS-REQ-STATUS
             MOVE SPACES TO WS-REQ-NOTE
             STRING "OVERRIDE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-OV-KEY) DELIMITED BY SIZE
                    " VALUE IS NOT AN UNSIGNED INTEGER"
                       DELIMITED BY SIZE
                    INTO WS-REQ-NOTE
             END-STRING
          END-IF.
       CHECK-ONE-OVERRIDE-99.
          EXIT.
      *
      * THE REQUEST DIRECTORY SITS AT THE SAME DEPTH AS A DAY
      * DIRECTORY, SO THE DAY PROGRAM'S ../../params DEFAULTS RESOLVE
      * THE SAME WHEN IT RUNS THERE.
       STAGE-REQUEST SECTION.
          MOVE SPACES TO WS-COMMAND.
          STRING "cp ../day" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 "/DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 "/ 2>/dev/null && mkdir -p " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 "/day" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          IF RETURN-CODE NOT = 0
             MOVE "FAILED" TO WS-REQ-STATUS
             MOVE SPACES TO WS-REQ-NOTE
             STRING "DAY" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    " PROGRAM NOT BUILT" DELIMITED BY SIZE
                    INTO WS-REQ-NOTE
             END-STRING
             GO TO STAGE-REQUEST-99
          END-IF.
          IF WS-P-INPUT = SPACES
             MOVE SPACES TO CAT-LOGICAL-NAME
             STRING "DAY" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    "_INPUT" DELIMITED BY SIZE
                    INTO CAT-LOGICAL-NAME
             END-STRING
             MOVE SPACES TO CAT-DEFAULT-PATH
             STRING "../day" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    "/inputs/example.txt" DELIMITED BY SIZE
                    INTO CAT-DEFAULT-PATH
             END-STRING
             MOVE "INPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-INPUT-PATH
          ELSE
             MOVE FUNCTION TRIM (WS-P-INPUT) TO WS-INPUT-PATH
          END-IF.
          MOVE SPACES TO WS-COMMAND.
          STRING "cp " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-INPUT-PATH) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 "/adhoc_input.txt 2>/dev/null" DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          IF RETURN-CODE NOT = 0
             MOVE "FAILED" TO WS-REQ-STATUS
             MOVE "INPUT DATASET NOT FOUND" TO WS-REQ-NOTE
             GO TO STAGE-REQUEST-99
          END-IF.
          PERFORM BUILD-CONTROL-CARD.
       STAGE-REQUEST-99.
          EXIT.
      *
      * THE REQUEST'S OVERRIDES COME FIRST, THEN THE SHARED CONTROL
      * CARD; PARAMCARD STOPS AT THE FIRST MATCHING KEY, SO AN
      * OVERRIDE WINS AND EVERY OTHER SETTING IS PRODUCTION'S.
       BUILD-CONTROL-CARD SECTION.
          MOVE SPACES TO WS-REQ-CONTROL-DATASET.
          STRING FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 "/adhoc_control.cfg" DELIMITED BY SIZE
                 INTO WS-REQ-CONTROL-DATASET
          END-STRING.
          OPEN OUTPUT REQ-CONTROL-FILE.
          IF WS-REQ-CONTROL-STATUS NOT = "00"
             MOVE "FAILED" TO WS-REQ-STATUS
             MOVE SPACES TO WS-REQ-NOTE
             STRING "REQUEST DIRECTORY NOT WRITABLE - STATUS "
                       DELIMITED BY SIZE
                    WS-REQ-CONTROL-STATUS DELIMITED BY SIZE
                    INTO WS-REQ-NOTE
             END-STRING
             GO TO BUILD-CONTROL-CARD-99
          END-IF.
          MOVE SPACES TO REQ-CONTROL-RECORD.
          STRING "* AD-HOC REQUEST " DELIMITED BY SIZE
                 WS-REQ-NO DELIMITED BY SIZE
                 " - OVERRIDES FOR THIS RUN ONLY" DELIMITED BY SIZE
                 INTO REQ-CONTROL-RECORD
          END-STRING.
          WRITE REQ-CONTROL-RECORD.
          PERFORM VARYING WS-OV-IDX FROM 1 BY 1
          UNTIL WS-OV-IDX > 10
             IF WS-OV-TEXT (WS-OV-IDX) NOT = SPACES
                MOVE FUNCTION TRIM (WS-OV-TEXT (WS-OV-IDX))
                   TO REQ-CONTROL-RECORD
                WRITE REQ-CONTROL-RECORD
             END-IF
          END-PERFORM.
          MOVE "ADHOC_BASE_CONTROL" TO CAT-LOGICAL-NAME.
          MOVE "../../params/control.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BASE-CONTROL-DATASET.
          MOVE "N" TO WS-BASE-CONTROL-EOF.
          OPEN INPUT BASE-CONTROL-FILE.
          IF WS-BASE-CONTROL-STATUS = "00"
             PERFORM UNTIL WS-BASE-CONTROL-EOF = "Y"
                READ BASE-CONTROL-FILE
                   AT END
                      MOVE "Y" TO WS-BASE-CONTROL-EOF
                   NOT AT END
                      MOVE BASE-CONTROL-RECORD TO REQ-CONTROL-RECORD
                      WRITE REQ-CONTROL-RECORD
                END-READ
             END-PERFORM
             CLOSE BASE-CONTROL-FILE
          END-IF.
          CLOSE REQ-CONTROL-FILE.
       BUILD-CONTROL-CARD-99.
          EXIT.
      *
      * THE DAY PROGRAM RUNS AS ITS OWN JOB STEP IN THE REQUEST
      * DIRECTORY (THE REPROC PATTERN). THE AD-HOC LEDGER IS ONE
      * LEVEL UP FROM THERE; EVERY OTHER SHARED DATASET THE DAY
      * PROGRAM WOULD APPEND TO UNDER results/ IS KEPT IN THE REQUEST
      * DIRECTORY AS PART OF ITS REPORT SET.
       RUN-DAY-PROGRAM SECTION.
          MOVE SPACES TO WS-COMMAND.
          STRING "cd " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 " && env BATCH_RUN_NUMBER=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-RUN) DELIMITED BY SIZE
                 " DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 "_INPUT=./adhoc_input.txt DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 "_CONTROL=./adhoc_control.cfg" DELIMITED BY SIZE
                 " RESULTS_LEDGER=../ledger.txt" DELIMITED BY SIZE
                 " PROVENANCE_LOG=./provenance.txt" DELIMITED BY SIZE
                 " PLAUSIBLE_REVIEW=./plausible_review.txt"
                    DELIMITED BY SIZE
                 " BALANCE_LOG=./balance.txt" DELIMITED BY SIZE
                 " RUN_STATS=./stats.txt" DELIMITED BY SIZE
                 " STATE_JOURNAL=./statejrnl.txt" DELIMITED BY SIZE
                 " ALERT_LOG=./alerts.txt" DELIMITED BY SIZE
                 " JOB_LOG=./joblog.txt" DELIMITED BY SIZE
                 " DATASET_ACCESS_LOG=./dsaccess.txt" DELIMITED BY SIZE
                 " VERSION_REGISTRY=./versions.txt" DELIMITED BY SIZE
                 " LOCK_ROOT=./locks PARAM_SNAPSHOT_ROOT=."
                    DELIMITED BY SIZE
                 " ./DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 " > ./sysout.txt 2>&1" DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          DISPLAY "ADHOCRUN: REQUEST " WS-REQ-NO " RUNNING DAY"
             FUNCTION TRIM (WS-DAY-ED) " FOR "
             FUNCTION TRIM (WS-P-REQUESTER).
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE RETURN-CODE TO WS-REQ-RC.
          MOVE WS-REQ-RC TO WS-RC-ED.
          IF WS-REQ-RC > 4
             MOVE "FAILED" TO WS-REQ-STATUS
             MOVE SPACES TO WS-REQ-NOTE
             STRING "DAY" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    " ENDED WITH RETURN CODE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RC-ED) DELIMITED BY SIZE
                    " - SEE sysout.txt" DELIMITED BY SIZE
                    INTO WS-REQ-NOTE
             END-STRING
          ELSE
             MOVE "COMPLETE" TO WS-REQ-STATUS
          END-IF.
          EXIT.
      *
      * THE REQUEST'S ANSWERS ARE ITS OWN POSTS ON THE AD-HOC LEDGER,
      * FOUND BY THE AH<NNNNNN> RUN NUMBER THEY CARRY.
       COLLECT-ANSWERS SECTION.
          MOVE "N" TO WS-ADHOC-LEDGER-EOF.
          OPEN INPUT ADHOC-LEDGER-FILE.
          IF WS-ADHOC-LEDGER-STATUS NOT = "00"
             GO TO COLLECT-ANSWERS-99
          END-IF.
          PERFORM UNTIL WS-ADHOC-LEDGER-EOF = "Y"
             READ ADHOC-LEDGER-FILE
                AT END
                   MOVE "Y" TO WS-ADHOC-LEDGER-EOF
                NOT AT END
                   MOVE SPACES TO WS-LEDGER-PARSE
                   UNSTRING ADHOC-LEDGER-RECORD DELIMITED BY ","
                      INTO WS-G-DATE, WS-G-PROGRAM, WS-G-PART-1,
                           WS-G-PART-2, WS-G-RUN
                   IF WS-G-RUN = WS-REQ-RUN
                      IF WS-G-PART-1 NOT = SPACES
                         MOVE WS-G-PART-1 TO WS-PART-1
                      END-IF
                      IF WS-G-PART-2 NOT = SPACES
                         MOVE WS-G-PART-2 TO WS-PART-2
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE ADHOC-LEDGER-FILE.
       COLLECT-ANSWERS-99.
          EXIT.
      *
       WRITE-REQUEST-LOG SECTION.
          OPEN EXTEND REQUEST-LOG-FILE.
          IF WS-REQUEST-LOG-STATUS = "35"
             OPEN OUTPUT REQUEST-LOG-FILE
             CLOSE REQUEST-LOG-FILE
             OPEN EXTEND REQUEST-LOG-FILE
          END-IF.
          IF WS-REQUEST-LOG-STATUS NOT = "00"
             DISPLAY "ADHOCRUN: UNABLE TO OPEN AD-HOC REQUEST LOG - "
                "STATUS " WS-REQUEST-LOG-STATUS
             GO TO WRITE-REQUEST-LOG-99
          END-IF.
          MOVE WS-REQ-RC TO WS-RC-ED.
          MOVE SPACES TO REQUEST-LOG-RECORD.
          STRING WS-REQ-NO DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TIME-8 (1:6) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-REQUESTER) DELIMITED BY SIZE
                 "|DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-DAY) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-STATUS) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-1) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-2) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-NOTE) DELIMITED BY SIZE
                 INTO REQUEST-LOG-RECORD
          END-STRING.
          WRITE REQUEST-LOG-RECORD.
          CLOSE REQUEST-LOG-FILE.
       WRITE-REQUEST-LOG-99.
          EXIT.
      *
       WRITE-NOTICE SECTION.
          MOVE SPACES TO WS-NOTICE-DATASET.
          STRING FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 "/notice_" DELIMITED BY SIZE
                 WS-REQ-NO DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO WS-NOTICE-DATASET
          END-STRING.
          OPEN OUTPUT NOTICE-FILE.
          IF WS-NOTICE-STATUS NOT = "00"
             GO TO WRITE-NOTICE-99
          END-IF.
          MOVE SPACES TO NOTICE-RECORD.
          STRING "AD-HOC RUN REQUEST " DELIMITED BY SIZE
                 WS-REQ-NO DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-STATUS) DELIMITED BY SIZE
                 INTO NOTICE-RECORD
          END-STRING.
          WRITE NOTICE-RECORD.
          MOVE SPACES TO NOTICE-RECORD.
          STRING "REQUESTER: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-REQUESTER) DELIMITED BY SIZE
                 "   DAY: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-DAY) DELIMITED BY SIZE
                 "   RUN: " DELIMITED BY SIZE
                 WS-REQ-RUN DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TIME-8 (1:6) DELIMITED BY SIZE
                 INTO NOTICE-RECORD
          END-STRING.
          WRITE NOTICE-RECORD.
          MOVE SPACES TO NOTICE-RECORD.
          STRING "INPUT: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-INPUT-PATH) DELIMITED BY SIZE
                 INTO NOTICE-RECORD
          END-STRING.
          IF WS-INPUT-PATH = SPACES
             MOVE "INPUT: (NOT STAGED)" TO NOTICE-RECORD
          END-IF.
          WRITE NOTICE-RECORD.
          MOVE SPACES TO NOTICE-RECORD.
          STRING "OVERRIDES: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-OVERRIDES) DELIMITED BY SIZE
                 INTO NOTICE-RECORD
          END-STRING.
          IF WS-P-OVERRIDES = SPACES
             MOVE "OVERRIDES: (NONE)" TO NOTICE-RECORD
          END-IF.
          WRITE NOTICE-RECORD.
          IF WS-REQ-STATUS = "COMPLETE"
             MOVE WS-REQ-RC TO WS-RC-ED
             MOVE SPACES TO NOTICE-RECORD
             STRING "RETURN CODE: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RC-ED) DELIMITED BY SIZE
                    INTO NOTICE-RECORD
             END-STRING
             WRITE NOTICE-RECORD
             MOVE SPACES TO NOTICE-RECORD
             STRING "PART 1: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PART-1) DELIMITED BY SIZE
                    INTO NOTICE-RECORD
             END-STRING
             WRITE NOTICE-RECORD
             MOVE SPACES TO NOTICE-RECORD
             STRING "PART 2: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PART-2) DELIMITED BY SIZE
                    INTO NOTICE-RECORD
             END-STRING
             WRITE NOTICE-RECORD
          ELSE
             MOVE SPACES TO NOTICE-RECORD
             STRING "REASON: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-REQ-NOTE) DELIMITED BY SIZE
                    INTO NOTICE-RECORD
             END-STRING
             WRITE NOTICE-RECORD
          END-IF.
          MOVE SPACES TO NOTICE-RECORD.
          STRING "REPORT SET: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 INTO NOTICE-RECORD
          END-STRING.
          WRITE NOTICE-RECORD.
          MOVE "*** END OF AD-HOC REQUEST NOTICE ***" TO NOTICE-RECORD.
          WRITE NOTICE-RECORD.
          CLOSE NOTICE-FILE.
       WRITE-NOTICE-99.
          EXIT.
      *
      * THE NOTICE GOES OUT THROUGH DISTRIB ITSELF, DRIVEN BY A
      * ONE-LINE DISTRIBUTION LIST FOR THIS REQUEST, SO IT GETS THE
      * SAME BANNER, PICKUP DIRECTORY AND DISTRIBUTION-LOG RECORD AS
      * EVERY NIGHTLY REPORT.
       DELIVER-NOTICE SECTION.
          MOVE SPACES TO WS-DIST-LIST-DATASET.
          STRING FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 "/distlist.txt" DELIMITED BY SIZE
                 INTO WS-DIST-LIST-DATASET
          END-STRING.
          MOVE SPACES TO WS-COMMAND.
          STRING "echo 'ADHOC-" DELIMITED BY SIZE
                 WS-REQ-NO DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-NOTICE-DATASET) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-REQUESTER) DELIMITED BY SIZE
                 "' > " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DIST-LIST-DATASET) DELIMITED BY SIZE
                 " && test -x ./DISTRIB && env DIST_LIST="
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DIST-LIST-DATASET) DELIMITED BY SIZE
                 " BATCH_RUN_NUMBER=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-RUN) DELIMITED BY SIZE
                 " PARAM_SNAPSHOT_ROOT=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-DIR) DELIMITED BY SIZE
                 " ./DISTRIB" DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          IF RETURN-CODE NOT = 0
             MOVE "W" TO ALERT-SEVERITY
             MOVE "ADHOCRUN" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "AD-HOC REQUEST " DELIMITED BY SIZE
                    WS-REQ-NO DELIMITED BY SIZE
                    " NOTICE NOT DELIVERED TO " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-P-REQUESTER) DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
          END-IF.
          EXIT.
      *
       ALERT-REQUEST-NOT-RUN SECTION.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "ADHOCRUN" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "AD-HOC REQUEST " DELIMITED BY SIZE
                 WS-REQ-NO DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-STATUS) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQ-NOTE) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
       TAKE-QUEUE-LOCK SECTION.
          MOVE "E" TO WS-LOCK-FUNCTION.
          MOVE "N" TO WS-LOCK-RESULT.
          CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
             WS-LOCK-RESULT
            ON EXCEPTION
             MOVE "X" TO WS-LOCK-RESULT
          END-CALL.
          IF WS-LOCK-RESULT = "N"
             DISPLAY "ADHOCRUN: " FUNCTION TRIM (WS-LOCK-RESOURCE)
                " IS LOCKED BY ANOTHER RUN - ENDING"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          EXIT.
      *
       FREE-QUEUE-LOCK SECTION.
          IF WS-LOCK-RESULT NOT = "X"
             MOVE "D" TO WS-LOCK-FUNCTION
             CALL "LOCKMGR" USING WS-LOCK-FUNCTION,
                WS-LOCK-RESOURCE, WS-LOCK-RESULT
               ON EXCEPTION
                CONTINUE
             END-CALL
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
