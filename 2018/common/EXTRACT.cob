      * THE HASH TOTAL SUMS EACH ANSWER: ITS NUMERIC VALUE WHEN THE
      * ANSWER IS NUMERIC, OTHERWISE THE SUM OF ITS CHARACTER CODES,
      * ALL MODULO 10**12.
      * NO EXTRACT IS PRODUCED FOR A NIGHT WITH ANY DAY STEP OUT OF
      * BALANCE (SEE BALRPT) - CORPORATE REPORTING MUST NOT RECEIVE
      * ANSWERS FROM A STEP THAT LOST OR INVENTED RECORDS.
      * A NIGHT THAT BALANCES IS STILL ONLY SHIPPED BY ITSELF WHEN
      * IT IS CLEAN: NO ANSWER TONIGHT'S EXTRACT CARRIES IS ON THE
      * PLAUSIBILITY REVIEW DATASET (SEE PLAUSCHK), NO STEP OF THE
      * JOB-STREAM DEFINITION WAS SKIPPED, BYPASSED, DEFERRED OR
      * WITHHELD TONIGHT WITHOUT RUNNING SINCE (JOB-LOG TYPE S, B, D
      * AND W RECORDS) AND NO STEP HAS AN INCIDENT OPEN FOR TONIGHT -
      * ITS LATEST RUN ENDED NON-ZERO, OR THE INCIDENT MASTER STILL
      * HOLDS ONE OPEN FOR TONIGHT'S BUSINESS DATE. TONIGHT IS THE
      * NIGHT THE STREAM STARTED ON (SEE BATWNWS): JOB-LOG RECORDS
      * FROM THE STREAM'S START ON, WHICH TAKES IN THE FIRST RUN OF A
      * NIGHT THAT WAS RESTARTED, AND FLAGS DATED FROM THE BUSINESS
      * DATE TO TODAY. A CLEAN NIGHT GOES STRAIGHT TO THE SHIPPING
      * DATASET (EXTRACT_FILE) AND IS REGISTERED RELEASED BY AUTO.
      * ANY OTHER NIGHT IS WRITTEN TO THE PENDING
      * DATASET (EXTRACT_PENDING, DEFAULT RESULTS/EXTRACT_PENDING.DAT)
      * INSTEAD, LAST NIGHT'S SHIPPED EXTRACT IS REMOVED SO IT CANNOT
      * BE COLLECTED TWICE, THE TRANSMISSION IS REGISTERED HELD WITH
      * THE REASON AND A WARNING ALERT IS RAISED. IT WAITS THERE FOR
      * A BUSINESS OWNER'S SIGN-OFF THROUGH EXTRREL. THERE IS ONE
      * PENDING DATASET: AN EARLIER NIGHT STILL HELD ON IT WHEN
      * ANOTHER IS HELD IS REPLACED, AND ITS TRANSMISSION IS
      * REGISTERED SUPERSEDED SO NOTHING WAITS FOR IT - NOT EXTRREL,
      * NOT ACKMATCH, NOT YEARCLOS.
      * EVERY ANSWER PAIR A RELEASED NIGHT CARRIES IS ALSO RECORDED
      * ON THE SHIPPED ANSWERS DATASET (SEE SHIPWS), SO A LATER
      * CORRECTED RERUN CAN BE RESTATED AGAINST IT (SEE RESTATE).
      * RETURN CODES: 0 - EXTRACT WRITTEN (RELEASED OR HELD).
      *               3 - NIGHT REFUSED - A STEP IS OUT OF BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EXTRACT-FILE
             ASSIGN TO WS-EXTRACT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PENDING-IN-FILE
             ASSIGN TO WS-EXTRACT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PENDING-IN-STATUS.
          SELECT TRANS-REG-FILE
             ASSIGN TO WS-TRANS-REG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-REG-STATUS.
          SELECT REVIEW-IN-FILE
             ASSIGN TO WS-REVIEW-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REVIEW-IN-STATUS.
          SELECT JOB-LOG-FILE
             ASSIGN TO WS-JOBLOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
          COPY BALNCSL.
          COPY JOBSTSL.
          COPY INCIDSL.
          COPY SHIPSL.
          COPY BATWNSL.
      *
       DATA DIVISION.
       FILE SECTION.
          01 STATS-IN-RECORD PIC X(200).
          FD EXTRACT-FILE.
          01 EXTRACT-RECORD PIC X(100).
          FD PENDING-IN-FILE.
          01 PENDING-IN-RECORD PIC X(100).
          FD TRANS-REG-FILE.
          01 TRANS-REG-RECORD PIC X(250).
          FD REVIEW-IN-FILE.
          01 REVIEW-IN-RECORD PIC X(200).
          FD JOB-LOG-FILE.
          01 JOB-LOG-IN-RECORD PIC X(120).
          COPY BALNCFD.
          COPY JOBSTFD.
          COPY INCIDFD.
          COPY SHIPFD.
          COPY BATWNFD.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY BALNCWS.
          COPY BALCHKWS.
          COPY JOBSTWS.
          COPY INCIDWS.
          COPY SHIPWS.
          COPY BATWNWS.
          01 WS-LEDGER-DATASET PIC X(200).
          01 WS-LEDGER-STATUS PIC X(2) VALUE SPACES.
          01 WS-LEDGER-EOF PIC X(1) VALUE "N".
      * EVERY SHIPPED EXTRACT IS REGISTERED FOR THE RETURN LEG:
      * TRANSMISSION ID (DATE-RUN), DETAIL COUNT AND HASH TOTAL GO
      * TO THE APPEND-ONLY TRANSMISSION REGISTER THAT ACKMATCH
      * PAIRS AGAINST THE DOWNSTREAM ACKNOWLEDGMENTS. THE RECORD
      * ALSO CARRIES THE RELEASE STATE (RELEASED, HELD, OR SUPERSEDED
      * FOR A HELD NIGHT REPLACED ON THE PENDING DATASET), WHO
      * RELEASED IT (AUTO FOR A CLEAN NIGHT) OR, WHILE IT IS HELD, THE
      * OPERATOR WHOSE RUN HELD IT (WHO MAY NOT ALSO RELEASE IT), THE
      * HOLD REASON AND THE ANSWERS THE APPROVER REVIEWED (BLANK
      * UNTIL EXTRREL):
      *   ID|DATE|RUN|COUNT|HASH|STATE|APPROVER|REASON|REVIEWED
          01 WS-TRANS-REG-DATASET PIC X(200).
          01 WS-TRANS-REG-STATUS PIC X(2) VALUE SPACES.
          01 WS-TRANS-REG-EOF PIC X(1) VALUE "N".
      * THE NIGHT ALREADY ON THE PENDING DATASET WHEN ANOTHER IS HELD:
      * ITS ID, DATE AND RUN FROM THE H RECORD, TOTALS FROM THE T
      * RECORD, AND ITS LATEST STATE ON THE REGISTER.
          01 WS-PENDING-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-PENDING-IN-EOF PIC X(1) VALUE "N".
          01 WS-OLD-ID PIC X(20).
          01 WS-OLD-DATE PIC X(8).
          01 WS-OLD-RUN PIC 9(8).
          01 WS-OLD-RUN-ED PIC Z(7)9.
          01 WS-OLD-COUNT PIC 9(7).
          01 WS-OLD-HASH PIC 9(12).
          01 WS-OLD-STATE PIC X(10).
          01 WS-NEW-ID PIC X(20).
          01 WS-DELETE-RC PIC S9(9) USAGE BINARY.
          01 WS-REVIEW-IN-DATASET PIC X(200).
          01 WS-REVIEW-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-REVIEW-IN-EOF PIC X(1) VALUE "N".
          01 WS-JOBLOG-DATASET PIC X(200).
          01 WS-JOBLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-JOBLOG-EOF PIC X(1) VALUE "N".
      * RELEASE GATE. WS-NIGHT-STATE HOLDS, BY STEP NUMBER, WHAT
      * TONIGHT'S JOB LOG LAST SAID OF THE STEP: S (SKIPPED,
      * BYPASSED, DEFERRED OR WITHHELD), F (RAN AND ENDED NON-ZERO),
      * C (RAN CLEAN) OR SPACE (NOT SEEN TONIGHT).
          01 WS-GATE-STATE PIC X(8) VALUE "RELEASED".
          01 WS-GATE-APPROVER PIC X(8) VALUE "AUTO".
          01 WS-HOLD-REASON PIC X(80) VALUE SPACES.
          01 WS-GATE-FLAGS PIC 9(4) VALUE 0.
          01 WS-GATE-SKIPS PIC 9(4) VALUE 0.
          01 WS-GATE-INCIDENTS PIC 9(4) VALUE 0.
          01 WS-GATE-N1-ED PIC ZZZ9.
          01 WS-GATE-N2-ED PIC ZZZ9.
          01 WS-GATE-N3-ED PIC ZZZ9.
          01 WS-NIGHT-STATE-TABLE.
             03 WS-NIGHT-STATE PIC X(1) OCCURS 60.
          01 WS-STEP-HIT PIC 9(3).
          01 WS-ROW-TONIGHT PIC X(1).
          01 WS-JL-PARSE.
             03 WS-JL-DATE PIC X(10).
             03 WS-JL-TIME PIC X(10).
             03 WS-JL-TYPE PIC X(2).
             03 WS-JL-PROGRAM PIC X(10).
             03 WS-JL-RC PIC X(12).
             03 WS-JL-RUN PIC X(8).
          01 WS-REVIEW-PARSE.
             03 WS-RV-DATE PIC X(8).
             03 WS-RV-PROGRAM PIC X(10).
             03 WS-RV-PART PIC X(6).
             03 WS-RV-VALUE PIC X(30).
          01 WS-RV-ANSWER PIC X(30).
          01 WS-REG-PARSE.
             03 WS-RG-ID PIC X(20).
             03 WS-RG-DATE PIC X(8).
             03 WS-RG-RUN PIC X(8).
             03 WS-RG-COUNT PIC X(12).
             03 WS-RG-HASH PIC X(14).
             03 WS-RG-STATE PIC X(10).
          01 WS-REG-COUNT-ED PIC ZZZZZZZZ9.
          01 WS-REG-HASH-ED PIC Z(11)9.
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-P-YEAR-NORM PIC X(4).
          01 WS-RUN-NUMBER-X PIC X(8).
          01 WS-TODAY PIC X(8).
      * TONIGHT'S BUSINESS DATE AND, INSIDE THE STREAM, THE STAMP
      * (YYYYMMDDHHMM) THE DRIVER STARTED IT AT.
          01 WS-NIGHT-DATE PIC X(8).
          01 WS-NIGHT-START PIC X(12) VALUE SPACES.
          01 WS-START-DATE-X PIC X(8).
          01 WS-START-TIME-X PIC X(6).
          01 WS-ROW-STAMP PIC X(12).
          01 WS-SCORE-TABLE.
             03 WS-SCORE-ENTRY OCCURS 25.
                05 WS-SCORE-RAN PIC X(1) VALUE "N".
          IF WS-RUN-NUMBER-X = SPACES
             MOVE "0" TO WS-RUN-NUMBER-X
          END-IF.
          PERFORM SET-STREAM-BUSINESS-DATE.
          MOVE BW-BUS-DATE TO WS-NIGHT-DATE.
          MOVE SPACES TO WS-START-DATE-X WS-START-TIME-X.
          ACCEPT WS-START-DATE-X FROM ENVIRONMENT "BATCH_START_DATE".
          ACCEPT WS-START-TIME-X FROM ENVIRONMENT "BATCH_START_TIME".
          IF WS-START-DATE-X IS NUMERIC AND
             WS-START-TIME-X (1:4) IS NUMERIC
             MOVE WS-START-DATE-X TO WS-NIGHT-START (1:8)
             MOVE WS-START-TIME-X (1:4) TO WS-NIGHT-START (9:4)
          END-IF.
          PERFORM LOAD-NIGHT-BALANCE.
          IF WS-BCK-OUT-COUNT > 0
             DISPLAY "EXTRACT: NIGHT REFUSED - " WS-BCK-OUT-COUNT
                " STEP(S) OUT OF BALANCE - NO EXTRACT WRITTEN"
             MOVE 3 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM READ-LEDGER.
          PERFORM READ-STATS.
          PERFORM CHECK-RELEASE-GATE.
          PERFORM WRITE-EXTRACT.
          DISPLAY "EXTRACT: " WS-DETAIL-COUNT " DETAIL RECORD(S), "
             "HASH TOTAL " WS-HASH-TOTAL.
          IF WS-GATE-STATE = "HELD"
             DISPLAY "EXTRACT: HELD FOR SIGN-OFF - "
                FUNCTION TRIM (WS-HOLD-REASON)
             MOVE "W" TO ALERT-SEVERITY
             MOVE "EXTRACT" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "EXTRACT " DELIMITED BY SIZE
                    WS-TODAY DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER-X) DELIMITED BY SIZE
                    " HELD FOR SIGN-OFF - " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-HOLD-REASON) DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
          ELSE
             DISPLAY "EXTRACT: RELEASED - NO FLAGS, SKIPS OR OPEN "
                "INCIDENTS TONIGHT"
          END-IF.
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
       READ-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
       READ-STATS SECTION.
          MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATS-IN-DATASET.
          OPEN INPUT STATS-IN-FILE.
          IF WS-STATS-IN-STATUS NOT = "00"
       WRITE-EXTRACT SECTION.
          MOVE "EXTRACT_FILE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/extract.dat" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXTRACT-DATASET.
          IF WS-GATE-STATE = "HELD"
             CALL "CBL_DELETE_FILE" USING WS-EXTRACT-DATASET
                RETURNING WS-DELETE-RC
             END-CALL
             MOVE "EXTRACT_PENDING" TO CAT-LOGICAL-NAME
             MOVE "../../results/extract_pending.dat"
                TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-EXTRACT-DATASET
             PERFORM SUPERSEDE-PENDING-EXTRACT
          END-IF.
          OPEN OUTPUT EXTRACT-FILE.
          MOVE "H" TO WS-H-TYPE.
          MOVE WS-TODAY TO WS-H-DATE.
          WRITE EXTRACT-RECORD.
          CLOSE EXTRACT-FILE.
          PERFORM REGISTER-TRANSMISSION.
          IF WS-GATE-STATE = "RELEASED"
             PERFORM RECORD-SHIPPED-ANSWERS
          END-IF.
          EXIT.
      *
      * THE PENDING DATASET IS ABOUT TO BE REPLACED. A NIGHT STILL
      * HELD ON IT WILL NEVER BE RELEASED NOW: REGISTER IT SUPERSEDED
      * BY TONIGHT'S TRANSMISSION AND SAY SO. A NIGHT ALREADY RELEASED
      * (OR TONIGHT'S OWN, ON A RERUN) IS LEFT AS IT STANDS.
       SUPERSEDE-PENDING-EXTRACT SECTION.
          MOVE SPACES TO WS-OLD-ID WS-OLD-DATE WS-OLD-STATE.
          MOVE 0 TO WS-OLD-RUN WS-OLD-COUNT WS-OLD-HASH.
          OPEN INPUT PENDING-IN-FILE.
          IF WS-PENDING-IN-STATUS NOT = "00"
             GO TO SUPERSEDE-PENDING-EXTRACT-99
          END-IF.
          PERFORM UNTIL WS-PENDING-IN-EOF = "Y"
             READ PENDING-IN-FILE
                AT END
                   MOVE "Y" TO WS-PENDING-IN-EOF
                NOT AT END
                   EVALUATE PENDING-IN-RECORD (1:1)
                      WHEN "H"
                         MOVE PENDING-IN-RECORD (2:8) TO WS-OLD-DATE
                         MOVE PENDING-IN-RECORD (10:8) TO WS-OLD-RUN
                      WHEN "T"
                         MOVE PENDING-IN-RECORD (2:7) TO WS-OLD-COUNT
                         MOVE PENDING-IN-RECORD (9:12) TO WS-OLD-HASH
                   END-EVALUATE
             END-READ
          END-PERFORM.
          CLOSE PENDING-IN-FILE.
          IF WS-OLD-DATE IS NOT NUMERIC
             GO TO SUPERSEDE-PENDING-EXTRACT-99
          END-IF.
          MOVE WS-OLD-RUN TO WS-OLD-RUN-ED.
          STRING WS-OLD-DATE DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OLD-RUN-ED) DELIMITED BY SIZE
                 INTO WS-OLD-ID
          END-STRING.
          MOVE SPACES TO WS-NEW-ID.
          STRING WS-TODAY DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER-X) DELIMITED BY SIZE
                 INTO WS-NEW-ID
          END-STRING.
          IF WS-OLD-ID = WS-NEW-ID
             GO TO SUPERSEDE-PENDING-EXTRACT-99
          END-IF.
          MOVE "TRANSMISSION_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/transmissions.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TRANS-REG-DATASET.
          OPEN INPUT TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS NOT = "00"
             GO TO SUPERSEDE-PENDING-EXTRACT-99
          END-IF.
          PERFORM UNTIL WS-TRANS-REG-EOF = "Y"
             READ TRANS-REG-FILE
                AT END
                   MOVE "Y" TO WS-TRANS-REG-EOF
                NOT AT END
                   MOVE SPACES TO WS-REG-PARSE
                   UNSTRING TRANS-REG-RECORD DELIMITED BY "|"
                      INTO WS-RG-ID, WS-RG-DATE, WS-RG-RUN,
                           WS-RG-COUNT, WS-RG-HASH, WS-RG-STATE
                   IF WS-RG-ID = WS-OLD-ID
                      MOVE WS-RG-STATE TO WS-OLD-STATE
                      IF WS-OLD-STATE = SPACES
                         MOVE "RELEASED" TO WS-OLD-STATE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE TRANS-REG-FILE.
          IF WS-OLD-STATE NOT = "HELD"
             GO TO SUPERSEDE-PENDING-EXTRACT-99
          END-IF.
          OPEN EXTEND TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS NOT = "00"
             DISPLAY "EXTRACT: UNABLE TO REGISTER "
                FUNCTION TRIM (WS-OLD-ID) " SUPERSEDED - STATUS "
                WS-TRANS-REG-STATUS
             GO TO SUPERSEDE-PENDING-EXTRACT-99
          END-IF.
          MOVE WS-OLD-COUNT TO WS-REG-COUNT-ED.
          MOVE WS-OLD-HASH TO WS-REG-HASH-ED.
          MOVE SPACES TO TRANS-REG-RECORD.
          STRING FUNCTION TRIM (WS-OLD-ID) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-OLD-DATE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OLD-RUN-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REG-COUNT-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REG-HASH-ED) DELIMITED BY SIZE
                 "|SUPERSEDED|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 "|REPLACED UNRELEASED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-NEW-ID) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 INTO TRANS-REG-RECORD
          END-STRING.
          WRITE TRANS-REG-RECORD.
          CLOSE TRANS-REG-FILE.
          DISPLAY "EXTRACT: " FUNCTION TRIM (WS-OLD-ID)
             " WAS STILL HELD - SUPERSEDED BY "
             FUNCTION TRIM (WS-NEW-ID).
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "EXTRACT" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "EXTRACT " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OLD-ID) DELIMITED BY SIZE
                 " NEVER RELEASED - SUPERSEDED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-NEW-ID) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
       SUPERSEDE-PENDING-EXTRACT-99.
          EXIT.
      *
       REGISTER-TRANSMISSION SECTION.
          MOVE "TRANSMISSION_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/transmissions.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TRANS-REG-DATASET.
          OPEN EXTEND TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS = "35"
                 FUNCTION TRIM (WS-REG-COUNT-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REG-HASH-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GATE-STATE) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GATE-APPROVER) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-HOLD-REASON) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 INTO TRANS-REG-RECORD
          END-STRING.
          WRITE TRANS-REG-RECORD.
          CLOSE TRANS-REG-FILE.
       REGISTER-TRANSMISSION-99.
          EXIT.
      *
      * A RELEASED NIGHT'S ANSWERS ARE WHAT CORPORATE REPORTING NOW
      * HOLDS; RESTATE COMPARES A CORRECTED RERUN AGAINST THEM.
       RECORD-SHIPPED-ANSWERS SECTION.
          MOVE SPACES TO SH-W-TRANS-ID.
          STRING WS-TODAY DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER-X) DELIMITED BY SIZE
                 INTO SH-W-TRANS-ID
          END-STRING.
          MOVE SH-W-TRANS-ID TO SH-W-ORIG-ID.
          MOVE WS-TODAY TO SH-W-DATE.
          MOVE WS-SUITE-YEAR TO SH-YEAR.
          MOVE SPACES TO SH-TABLE.
          PERFORM VARYING WS-DAY-NUM FROM 1 BY 1
          UNTIL WS-DAY-NUM > 25
             MOVE "N" TO SH-NEW (WS-DAY-NUM)
             IF WS-SCORE-RAN (WS-DAY-NUM) = "Y"
                MOVE "Y" TO SH-NEW (WS-DAY-NUM)
                MOVE WS-SCORE-PART-1 (WS-DAY-NUM)
                   TO SH-PART-1 (WS-DAY-NUM)
                MOVE WS-SCORE-PART-2 (WS-DAY-NUM)
                   TO SH-PART-2 (WS-DAY-NUM)
             END-IF
          END-PERFORM.
          PERFORM APPEND-SHIPPED-ANSWERS.
          EXIT.
      *
       WRITE-DETAIL-RECORD SECTION.
          ADD 1 TO WS-DETAIL-COUNT.
          END-IF.
       ADD-ANSWER-TO-HASH-99.
          EXIT.
      *
      * THE RELEASE GATE. A NIGHT WITH ANY FLAGGED ANSWER, SKIPPED
      * STEP OR OPEN INCIDENT IS HELD FOR SIGN-OFF; THE COUNTS MAKE
      * THE HOLD REASON CARRIED ON THE REGISTER.
       CHECK-RELEASE-GATE SECTION.
          PERFORM COUNT-PLAUSIBILITY-FLAGS.
          PERFORM LOAD-JOB-STREAM.
          PERFORM SWEEP-TONIGHTS-JOB-LOG.
          PERFORM LOAD-INCIDENT-MASTER.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT
             EVALUATE WS-NIGHT-STATE (JS-IDX)
                WHEN "S"
                   ADD 1 TO WS-GATE-SKIPS
                   DISPLAY "EXTRACT: STEP "
                      FUNCTION TRIM (JS-STEP-NAME (JS-IDX))
                      " DID NOT RUN TONIGHT"
                WHEN "F"
                   ADD 1 TO WS-GATE-INCIDENTS
                   DISPLAY "EXTRACT: STEP "
                      FUNCTION TRIM (JS-STEP-NAME (JS-IDX))
                      " LAST ENDED NON-ZERO TONIGHT"
             END-EVALUATE
          END-PERFORM.
          PERFORM VARYING IM-IDX FROM 1 BY 1 UNTIL IM-IDX > IM-COUNT
             IF IM-STATE (IM-IDX) = "O" AND
                IM-BUS-DATE (IM-IDX) = WS-NIGHT-DATE
                PERFORM COUNT-OPEN-INCIDENT
             END-IF
          END-PERFORM.
          IF WS-GATE-FLAGS = 0 AND WS-GATE-SKIPS = 0 AND
             WS-GATE-INCIDENTS = 0
             GO TO CHECK-RELEASE-GATE-99
          END-IF.
          MOVE "HELD" TO WS-GATE-STATE.
          MOVE WS-AUDIT-OPERATOR TO WS-GATE-APPROVER.
          MOVE WS-GATE-FLAGS TO WS-GATE-N1-ED.
          MOVE WS-GATE-SKIPS TO WS-GATE-N2-ED.
          MOVE WS-GATE-INCIDENTS TO WS-GATE-N3-ED.
          MOVE SPACES TO WS-HOLD-REASON.
          STRING FUNCTION TRIM (WS-GATE-N1-ED) DELIMITED BY SIZE
                 " PLAUSIBILITY FLAG(S), " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GATE-N2-ED) DELIMITED BY SIZE
                 " SKIPPED STEP(S), " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GATE-N3-ED) DELIMITED BY SIZE
                 " OPEN INCIDENT(S)" DELIMITED BY SIZE
                 INTO WS-HOLD-REASON
          END-STRING.
       CHECK-RELEASE-GATE-99.
          EXIT.
      *
      * AN INCIDENT OPEN ON THE MASTER FOR TONIGHT COUNTS UNLESS THE
      * STEP HAS SINCE RUN CLEAN (INCIDENT WILL CLOSE IT ON ITS NEXT
      * PASS) OR WAS ALREADY COUNTED FROM THE JOB LOG.
       COUNT-OPEN-INCIDENT SECTION.
          MOVE 0 TO WS-STEP-HIT.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT OR WS-STEP-HIT > 0
             IF JS-STEP-PROGRAM (JS-IDX) = IM-PROGRAM (IM-IDX) OR
                JS-STEP-NAME (JS-IDX) = IM-PROGRAM (IM-IDX)
                MOVE JS-IDX TO WS-STEP-HIT
             END-IF
          END-PERFORM.
          IF WS-STEP-HIT > 0
             IF WS-NIGHT-STATE (WS-STEP-HIT) = "C" OR
                WS-NIGHT-STATE (WS-STEP-HIT) = "F"
                GO TO COUNT-OPEN-INCIDENT-99
             END-IF
          END-IF.
          ADD 1 TO WS-GATE-INCIDENTS.
          DISPLAY "EXTRACT: INCIDENT " IM-ID (IM-IDX) " OPEN FOR "
             FUNCTION TRIM (IM-PROGRAM (IM-IDX)).
       COUNT-OPEN-INCIDENT-99.
          EXIT.
      *
      * A FLAG COUNTS ONLY WHILE THE FLAGGED VALUE IS STILL THE
      * ANSWER GOING OUT - A CORRECTED RERUN SINCE HAS CLEARED IT.
       COUNT-PLAUSIBILITY-FLAGS SECTION.
          MOVE "PLAUSIBLE_REVIEW" TO CAT-LOGICAL-NAME.
          MOVE "../../results/plausible_review.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REVIEW-IN-DATASET.
          OPEN INPUT REVIEW-IN-FILE.
          IF WS-REVIEW-IN-STATUS NOT = "00"
             GO TO COUNT-PLAUSIBILITY-FLAGS-99
          END-IF.
          PERFORM UNTIL WS-REVIEW-IN-EOF = "Y"
             READ REVIEW-IN-FILE
                AT END
                   MOVE "Y" TO WS-REVIEW-IN-EOF
                NOT AT END
                   PERFORM CHECK-ONE-FLAG
             END-READ
          END-PERFORM.
          CLOSE REVIEW-IN-FILE.
       COUNT-PLAUSIBILITY-FLAGS-99.
          EXIT.
      *
       CHECK-ONE-FLAG SECTION.
          MOVE SPACES TO WS-REVIEW-PARSE.
          UNSTRING REVIEW-IN-RECORD DELIMITED BY "|"
             INTO WS-RV-DATE, WS-RV-PROGRAM, WS-RV-PART,
                  WS-RV-VALUE.
          IF WS-RV-DATE < WS-NIGHT-DATE OR
             WS-RV-DATE > WS-TODAY OR
             WS-RV-PROGRAM (1:3) NOT = "DAY"
             GO TO CHECK-ONE-FLAG-99
          END-IF.
          COMPUTE WS-DAY-NUM =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-RV-PROGRAM (4:7))).
          IF WS-DAY-NUM < 1 OR WS-DAY-NUM > 25
             GO TO CHECK-ONE-FLAG-99
          END-IF.
          IF WS-SCORE-RAN (WS-DAY-NUM) NOT = "Y"
             GO TO CHECK-ONE-FLAG-99
          END-IF.
          EVALUATE WS-RV-PART
             WHEN "PART1"
                MOVE WS-SCORE-PART-1 (WS-DAY-NUM) TO WS-RV-ANSWER
             WHEN "PART2"
                MOVE WS-SCORE-PART-2 (WS-DAY-NUM) TO WS-RV-ANSWER
             WHEN OTHER
                GO TO CHECK-ONE-FLAG-99
          END-EVALUATE.
          IF FUNCTION TRIM (WS-RV-ANSWER) NOT =
             FUNCTION TRIM (WS-RV-VALUE)
             GO TO CHECK-ONE-FLAG-99
          END-IF.
          ADD 1 TO WS-GATE-FLAGS.
          DISPLAY "EXTRACT: " FUNCTION TRIM (WS-RV-PROGRAM) "-"
             FUNCTION TRIM (WS-RV-PART) " = "
             FUNCTION TRIM (WS-RV-VALUE) " FLAGGED FOR REVIEW".
       CHECK-ONE-FLAG-99.
          EXIT.
      *
      * TONIGHT IS EVERY RECORD FROM THE STREAM'S START STAMP ON, SO
      * THE RUN RESTART RESUMED COUNTS WITH THE RESTART; OUTSIDE THE
      * STREAM IT IS EVERY RECORD OF TONIGHT'S BUSINESS DATE. A STEP'S
      * STATE IS WHAT ITS LAST RECORD TONIGHT SAYS, SO A STEP HELD FOR
      * ITS FEED AND RUN ON RESTART, OR FAILED AND RERUN CLEAN, COUNTS
      * AS CLEAN.
       SWEEP-TONIGHTS-JOB-LOG SECTION.
          MOVE SPACES TO WS-NIGHT-STATE-TABLE.
          MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-DATASET.
          OPEN INPUT JOB-LOG-FILE.
          IF WS-JOBLOG-STATUS NOT = "00"
             GO TO SWEEP-TONIGHTS-JOB-LOG-99
          END-IF.
          PERFORM UNTIL WS-JOBLOG-EOF = "Y"
             READ JOB-LOG-FILE
                AT END
                   MOVE "Y" TO WS-JOBLOG-EOF
                NOT AT END
                   PERFORM APPLY-TONIGHTS-ROW
             END-READ
          END-PERFORM.
          CLOSE JOB-LOG-FILE.
       SWEEP-TONIGHTS-JOB-LOG-99.
          EXIT.
      *
       APPLY-TONIGHTS-ROW SECTION.
          MOVE SPACES TO WS-JL-PARSE.
          UNSTRING JOB-LOG-IN-RECORD DELIMITED BY ","
             INTO WS-JL-DATE, WS-JL-TIME, WS-JL-TYPE, WS-JL-PROGRAM,
                  WS-JL-RC, WS-JL-RUN.
          MOVE "N" TO WS-ROW-TONIGHT.
          IF WS-JL-DATE (1:8) IS NOT NUMERIC OR
             WS-JL-TIME (1:4) IS NOT NUMERIC
             GO TO APPLY-TONIGHTS-ROW-99
          END-IF.
          IF WS-NIGHT-START NOT = SPACES
             MOVE WS-JL-DATE (1:8) TO WS-ROW-STAMP (1:8)
             MOVE WS-JL-TIME (1:4) TO WS-ROW-STAMP (9:4)
             IF WS-ROW-STAMP >= WS-NIGHT-START
                MOVE "Y" TO WS-ROW-TONIGHT
             END-IF
          ELSE
             MOVE WS-JL-DATE (1:8) TO BW-IN-DATE
             MOVE WS-JL-TIME (1:6) TO BW-IN-TIME
             PERFORM SET-BUSINESS-DATE
             IF BW-BUS-DATE = WS-NIGHT-DATE
                MOVE "Y" TO WS-ROW-TONIGHT
             END-IF
          END-IF.
          IF WS-ROW-TONIGHT NOT = "Y"
             GO TO APPLY-TONIGHTS-ROW-99
          END-IF.
          MOVE 0 TO WS-STEP-HIT.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT OR WS-STEP-HIT > 0
             IF JS-STEP-PROGRAM (JS-IDX) = WS-JL-PROGRAM OR
                JS-STEP-NAME (JS-IDX) = WS-JL-PROGRAM
                MOVE JS-IDX TO WS-STEP-HIT
             END-IF
          END-PERFORM.
          IF WS-STEP-HIT = 0
             GO TO APPLY-TONIGHTS-ROW-99
          END-IF.
          EVALUATE WS-JL-TYPE (1:1)
             WHEN "S"
             WHEN "B"
             WHEN "D"
             WHEN "W"
                MOVE "S" TO WS-NIGHT-STATE (WS-STEP-HIT)
             WHEN "T"
                IF FUNCTION TRIM (WS-JL-RC) = SPACES OR
                   FUNCTION NUMVAL (WS-JL-RC) = 0
                   MOVE "C" TO WS-NIGHT-STATE (WS-STEP-HIT)
                ELSE
                   MOVE "F" TO WS-NIGHT-STATE (WS-STEP-HIT)
                END-IF
          END-EVALUATE.
       APPLY-TONIGHTS-ROW-99.
          EXIT.
      *
       COPY BALCHKPA.
      *
       COPY JOBSTPA.
      *
       COPY INCIDPA.
      *
       COPY SHIPPA.
      *
       COPY BATWNPA.
      *
       COPY AUDITPA.
