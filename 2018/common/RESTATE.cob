       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTATE.
       AUTHOR. OK999.
      * RESTATEMENT OF ANSWERS ALREADY SHIPPED DOWNSTREAM. WHEN A
      * REPROC CORRECTION AND ITS RERUN CHANGE A DAY'S ANSWER AFTER
      * THE NIGHT'S EXTRACT HAS GONE TO CORPORATE REPORTING, THEY
      * WOULD OTHERWISE KEEP THE WRONG FIGURE WITH NOTHING TELLING
      * THEM IT CHANGED. REPROC DISPATCHES THIS PASS AFTER EVERY
      * CORRECTED RERUN THAT ENDS CLEAN; IT CAN ALSO BE RUN BY HAND.
      * RESTATE_DAY (1-25) NAMES THE DAY. THE DAY'S LATEST LEDGER
      * ANSWERS FOR THE SUITE YEAR ARE COMPARED WITH WHAT WAS LAST
      * SHIPPED FOR IT (SHIPPED ANSWERS DATASET, SEE SHIPWS); THE
      * TRANSMISSION THAT FIRST CARRIED THEM MUST STILL STAND
      * RELEASED ON THE TRANSMISSION REGISTER. WHEN A PART CHANGED:
      *   - A RESTATEMENT IS APPENDED TO THE RESTATEMENT FILE
      *     (RESTATEMENT_FILE, DEFAULT RESULTS/RESTATE.DAT), SO ONE
      *     NOT YET COLLECTED IS NEVER OVERWRITTEN BY THE NEXT, IN
      *     THE EXTRACT'S FRAMING: H RECORD (DATE, RUN, KIND R,
      *     RESTATEMENT ID, ORIGINAL TRANSMISSION ID), ONE D RECORD
      *     PER CHANGED PART
      *     (PROGRAM, PART, ORIGINAL VALUE, RESTATED VALUE, REASON)
      *     AND A T RECORD (COUNT AND HASH TOTAL OVER THE RESTATED
      *     VALUES, BY THE EXTRACT'S RULE);
      *   - IT IS REGISTERED RELEASED ON THE TRANSMISSION REGISTER
      *     AS <ORIGINAL-ID>-R<N>, SO ACKMATCH EXPECTS AND PAIRS ITS
      *     ACKNOWLEDGMENT LIKE ANY EXTRACT. THE CORRECTION WAS UNDER
      *     DUAL CONTROL ALREADY, SO NO FURTHER SIGN-OFF IS ASKED;
      *   - THE RESTATED ANSWERS ARE RECORDED AS SHIPPED, SO THE SAME
      *     CHANGE IS NEVER RESTATED TWICE;
      *   - ONE RECORD PER CHANGED PART IS APPENDED TO THE
      *     RESTATEMENT LOG (RESTATEMENT_LOG, DEFAULT
      *     RESULTS/RESTATELOG.TXT) FOR AUDIT:
      *       DATE|RESTATEMENT-ID|ORIGINAL-ID|PREVIOUS-ID|PROGRAM|
      *       PART|ORIGINAL|RESTATED|REASON
      *     PREVIOUS-ID IS THE TRANSMISSION WHOSE VALUE IS REPLACED;
      *   - A WARNING ALERT TELLS THE DESK A RESTATEMENT WENT OUT.
      * THE REASON NAMES THE CORRECTION: ITS APPROVAL SEQUENCE
      * (REPROC_APPROVAL_SEQ, FROM CHGAPPRV'S DISPATCH), THE OPERATOR
      * WHO KEYED IT (RESTATE_KEYED_BY, FROM REPROC) AND THE APPROVER
      * (THE RUN'S OPERATOR). A HAND RUN NAMES ONLY ITS OPERATOR.
      * RETURN CODES: 0 = RESTATEMENT WRITTEN, OR NONE NEEDED,
      * 1 = RESTATE_DAY NOT SET OR OUT OF RANGE, 4 = REFUSED - THE
      * SHIPPED TRANSMISSION IS NOT RELEASED ON THE REGISTER (WARNING
      * ALERT), 8 = THE RESTATEMENT OR THE REGISTER COULD NOT BE
      * WRITTEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LEDGER-FILE
             ASSIGN TO WS-LEDGER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
          SELECT TRANS-REG-FILE
             ASSIGN TO WS-TRANS-REG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-REG-STATUS.
          SELECT RESTATE-FILE
             ASSIGN TO WS-RESTATE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESTATE-STATUS.
          SELECT RESTATE-LOG-FILE
             ASSIGN TO WS-RESTATE-LOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESTATE-LOG-STATUS.
          COPY SHIPSL.
      *
       DATA DIVISION.
       FILE SECTION.
          FD LEDGER-FILE.
          01 LEDGER-IN-RECORD PIC X(200).
          FD TRANS-REG-FILE.
          01 TRANS-REG-RECORD PIC X(250).
          FD RESTATE-FILE.
          01 RESTATE-RECORD PIC X(160).
          FD RESTATE-LOG-FILE.
          01 RESTATE-LOG-RECORD PIC X(250).
          COPY SHIPFD.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY SHIPWS.
          01 WS-LEDGER-DATASET PIC X(200).
          01 WS-LEDGER-STATUS PIC X(2) VALUE SPACES.
          01 WS-LEDGER-EOF PIC X(1) VALUE "N".
          01 WS-TRANS-REG-DATASET PIC X(200).
          01 WS-TRANS-REG-STATUS PIC X(2) VALUE SPACES.
          01 WS-TRANS-REG-EOF PIC X(1) VALUE "N".
          01 WS-RESTATE-DATASET PIC X(200).
          01 WS-RESTATE-STATUS PIC X(2) VALUE SPACES.
          01 WS-RESTATE-LOG-DATASET PIC X(200).
          01 WS-RESTATE-LOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-RESTATE-DAY-X PIC X(4).
          01 WS-RESTATE-DAY PIC 9(2).
          01 WS-DAY-ED PIC Z9.
          01 WS-DAY-NUM PIC 9(2).
          01 WS-PROGRAM PIC X(10).
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-P-YEAR-NORM PIC X(4).
          01 WS-RUN-NUMBER-X PIC X(8).
          01 WS-TODAY PIC X(8).
          01 WS-APPROVAL-SEQ PIC X(8).
          01 WS-KEYED-BY PIC X(8).
          01 WS-REASON PIC X(60).
          01 WS-PARSE.
             03 WS-P-DATE PIC X(10).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-PART-1 PIC X(30).
             03 WS-P-PART-2 PIC X(30).
             03 WS-P-RUN PIC X(10).
             03 WS-P-YEAR PIC X(6).
      * THE DAY'S LATEST LEDGER ANSWERS AND, PER PART, THE CHANGE.
          01 WS-NEW-FOUND PIC X(1) VALUE "N".
          01 WS-NEW-PART-1 PIC X(30) VALUE SPACES.
          01 WS-NEW-PART-2 PIC X(30) VALUE SPACES.
          01 WS-CHANGE-TABLE.
             03 WS-CHANGE-ENTRY OCCURS 2.
                05 WS-CHANGED PIC X(1).
                05 WS-OLD-VALUE PIC X(30).
                05 WS-NEW-VALUE PIC X(30).
          01 WS-PART PIC 9(1).
          01 WS-CHANGE-COUNT PIC 9(1) VALUE 0.
      * THE REGISTER AS IT STANDS FOR THE ORIGINAL TRANSMISSION.
          01 WS-REG-PARSE.
             03 WS-RP-ID PIC X(20).
             03 WS-RP-DATE PIC X(8).
             03 WS-RP-RUN PIC X(8).
             03 WS-RP-COUNT PIC X(12).
             03 WS-RP-HASH PIC X(14).
             03 WS-RP-STATE PIC X(10).
          01 WS-ORIG-ID PIC X(20).
          01 WS-PREV-ID PIC X(20).
          01 WS-ORIG-LEN PIC 9(2).
          01 WS-ORIG-STATE PIC X(10) VALUE SPACES.
          01 WS-PRIOR-RESTATEMENTS PIC 9(3) VALUE 0.
          01 WS-RESTATE-N-ED PIC ZZ9.
          01 WS-RESTATE-ID PIC X(20).
          01 WS-REFUSAL PIC X(80) VALUE SPACES.
          01 WS-WRITE-FAILED PIC X(1) VALUE "N".
          01 WS-CH PIC 9(3).
          01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
          01 WS-HASH-TOTAL PIC 9(12) USAGE COMP-5 VALUE 0.
          01 WS-ANSWER PIC X(30).
          01 WS-ANSWER-TRIM PIC X(30).
          01 WS-TRIM-LEN PIC 9(2).
          01 WS-REG-COUNT-ED PIC ZZZZZZZZ9.
          01 WS-REG-HASH-ED PIC Z(11)9.
          01 WS-HEADER-REC.
             03 WS-H-TYPE PIC X(1).
             03 WS-H-DATE PIC X(8).
             03 WS-H-RUN PIC 9(8).
             03 WS-H-KIND PIC X(1).
             03 WS-H-TRANS-ID PIC X(20).
             03 WS-H-ORIG-ID PIC X(20).
          01 WS-DETAIL-REC.
             03 WS-D-TYPE PIC X(1).
             03 WS-D-PROGRAM PIC X(10).
             03 WS-D-PART PIC 9(1).
             03 WS-D-ORIGINAL PIC X(30).
             03 WS-D-RESTATED PIC X(30).
             03 WS-D-REASON PIC X(60).
          01 WS-TRAILER-REC.
             03 WS-T-TYPE PIC X(1).
             03 WS-T-COUNT PIC 9(7).
             03 WS-T-HASH PIC 9(12).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "RESTATE" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-SUITE-YEAR FROM ENVIRONMENT "SUITE_YEAR".
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          ACCEPT WS-RUN-NUMBER-X FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER-X = SPACES OR
             FUNCTION TRIM (WS-RUN-NUMBER-X) IS NOT NUMERIC
             MOVE "0" TO WS-RUN-NUMBER-X
          END-IF.
          ACCEPT WS-RESTATE-DAY-X FROM ENVIRONMENT "RESTATE_DAY".
          IF WS-RESTATE-DAY-X = SPACES OR
             FUNCTION TRIM (WS-RESTATE-DAY-X) IS NOT NUMERIC
             DISPLAY "RESTATE: RESTATE_DAY (1-25) NOT SET"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          COMPUTE WS-RESTATE-DAY =
             FUNCTION NUMVAL (WS-RESTATE-DAY-X).
          IF WS-RESTATE-DAY < 1 OR WS-RESTATE-DAY > 25
             DISPLAY "RESTATE: RESTATE_DAY OUT OF RANGE"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE WS-RESTATE-DAY TO WS-DAY-ED.
          MOVE SPACES TO WS-PROGRAM.
          STRING "DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 INTO WS-PROGRAM
          END-STRING.
          PERFORM BUILD-REASON.
          MOVE WS-SUITE-YEAR TO SH-YEAR.
          PERFORM LOAD-SHIPPED-ANSWERS.
          IF SH-FOUND (WS-RESTATE-DAY) NOT = "Y"
             DISPLAY "RESTATE: NOTHING SHIPPED FOR "
                FUNCTION TRIM (WS-PROGRAM) " - NO RESTATEMENT"
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE SH-ORIG-ID (WS-RESTATE-DAY) TO WS-ORIG-ID.
          MOVE SH-TRANS-ID (WS-RESTATE-DAY) TO WS-PREV-ID.
          PERFORM READ-LEDGER.
          IF WS-NEW-FOUND NOT = "Y"
             DISPLAY "RESTATE: NO LEDGER ANSWER FOR "
                FUNCTION TRIM (WS-PROGRAM) " - NO RESTATEMENT"
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM COMPARE-WITH-SHIPPED.
          IF WS-CHANGE-COUNT = 0
             DISPLAY "RESTATE: " FUNCTION TRIM (WS-PROGRAM)
                " ANSWERS UNCHANGED SINCE "
                FUNCTION TRIM (WS-PREV-ID) " - NO RESTATEMENT"
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM CHECK-ORIGINAL-RELEASED.
          IF WS-REFUSAL NOT = SPACES
             PERFORM REFUSE-RESTATEMENT
             MOVE 4 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM WRITE-RESTATEMENT.
          IF WS-WRITE-FAILED = "N"
             PERFORM REGISTER-RESTATEMENT
          END-IF.
          IF WS-WRITE-FAILED = "Y"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM WRITE-RESTATEMENT-LOG.
          PERFORM RECORD-SHIPPED-ANSWERS.
          PERFORM ALERT-RESTATEMENT-SENT.
          DISPLAY "RESTATE: " FUNCTION TRIM (WS-RESTATE-ID)
             " WRITTEN - " WS-DETAIL-COUNT " DETAIL RECORD(S), "
             "HASH TOTAL " WS-HASH-TOTAL.
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE CORRECTION BEHIND THE CHANGE, AS FAR AS THIS RUN KNOWS IT.
       BUILD-REASON SECTION.
          ACCEPT WS-APPROVAL-SEQ
             FROM ENVIRONMENT "REPROC_APPROVAL_SEQ".
          ACCEPT WS-KEYED-BY FROM ENVIRONMENT "RESTATE_KEYED_BY".
          MOVE SPACES TO WS-REASON.
          IF WS-APPROVAL-SEQ = SPACES
             STRING "RERUN RESTATED BY " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-AUDIT-OPERATOR)
                       DELIMITED BY SIZE
                    INTO WS-REASON
             END-STRING
             GO TO BUILD-REASON-99
          END-IF.
          IF WS-KEYED-BY = SPACES
             MOVE "?" TO WS-KEYED-BY
          END-IF.
          STRING "CORRECTION SEQ " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-APPROVAL-SEQ) DELIMITED BY SIZE
                 " KEYED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-KEYED-BY) DELIMITED BY SIZE
                 " APPROVED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 INTO WS-REASON
          END-STRING.
       BUILD-REASON-99.
          EXIT.
      *
      * THE LAST DAY ROW FOR THE SUITE YEAR WINS, AS IN EXTRACT.
       READ-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
             GO TO READ-LEDGER-99
          END-IF.
          PERFORM UNTIL WS-LEDGER-EOF = "Y"
             READ LEDGER-FILE
                AT END
                   MOVE "Y" TO WS-LEDGER-EOF
                NOT AT END
                   PERFORM PARSE-LEDGER-RECORD
             END-READ
          END-PERFORM.
          CLOSE LEDGER-FILE.
       READ-LEDGER-99.
          EXIT.
      *
       PARSE-LEDGER-RECORD SECTION.
          MOVE SPACES TO WS-PARSE.
          UNSTRING LEDGER-IN-RECORD DELIMITED BY ","
             INTO WS-P-DATE, WS-P-PROGRAM, WS-P-PART-1, WS-P-PART-2,
                  WS-P-RUN, WS-P-YEAR.
          IF WS-P-PROGRAM NOT = WS-PROGRAM
             GO TO PARSE-LEDGER-RECORD-99
          END-IF.
          MOVE WS-P-YEAR (1:4) TO WS-P-YEAR-NORM.
          IF WS-P-YEAR-NORM = SPACES
             MOVE "2018" TO WS-P-YEAR-NORM
          END-IF.
          IF WS-P-YEAR-NORM NOT = WS-SUITE-YEAR
             GO TO PARSE-LEDGER-RECORD-99
          END-IF.
          MOVE "Y" TO WS-NEW-FOUND.
          MOVE FUNCTION TRIM (WS-P-PART-1) TO WS-NEW-PART-1.
          MOVE FUNCTION TRIM (WS-P-PART-2) TO WS-NEW-PART-2.
       PARSE-LEDGER-RECORD-99.
          EXIT.
      *
       COMPARE-WITH-SHIPPED SECTION.
          MOVE SPACES TO WS-CHANGE-TABLE.
          MOVE FUNCTION TRIM (SH-PART-1 (WS-RESTATE-DAY))
             TO WS-OLD-VALUE (1).
          MOVE WS-NEW-PART-1 TO WS-NEW-VALUE (1).
          MOVE FUNCTION TRIM (SH-PART-2 (WS-RESTATE-DAY))
             TO WS-OLD-VALUE (2).
          MOVE WS-NEW-PART-2 TO WS-NEW-VALUE (2).
          MOVE 0 TO WS-CHANGE-COUNT.
          PERFORM VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 2
             IF WS-OLD-VALUE (WS-PART) = WS-NEW-VALUE (WS-PART)
                MOVE "N" TO WS-CHANGED (WS-PART)
             ELSE
                MOVE "Y" TO WS-CHANGED (WS-PART)
                ADD 1 TO WS-CHANGE-COUNT
             END-IF
          END-PERFORM.
          EXIT.
      *
      * THE ORIGINAL TRANSMISSION'S LATEST REGISTER STATE (NO STATE
      * PREDATES THE RELEASE GATE AND WAS SHIPPED), AND HOW MANY
      * RESTATEMENTS OF IT ARE REGISTERED ALREADY - THE NEXT ONE IS
      * NUMBERED AFTER THEM.
       CHECK-ORIGINAL-RELEASED SECTION.
          MOVE 0 TO WS-ORIG-LEN.
          INSPECT FUNCTION REVERSE (WS-ORIG-ID)
             TALLYING WS-ORIG-LEN FOR LEADING SPACES.
          COMPUTE WS-ORIG-LEN = 20 - WS-ORIG-LEN.
          MOVE "TRANSMISSION_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/transmissions.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TRANS-REG-DATASET.
          OPEN INPUT TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS = "00"
             PERFORM UNTIL WS-TRANS-REG-EOF = "Y"
                READ TRANS-REG-FILE
                   AT END
                      MOVE "Y" TO WS-TRANS-REG-EOF
                   NOT AT END
                      PERFORM CHECK-REGISTER-RECORD
                END-READ
             END-PERFORM
             CLOSE TRANS-REG-FILE
          END-IF.
          EVALUATE TRUE
             WHEN WS-ORIG-STATE = SPACES
                STRING FUNCTION TRIM (WS-ORIG-ID) DELIMITED BY SIZE
                       " IS NOT ON THE TRANSMISSION REGISTER"
                          DELIMITED BY SIZE
                       INTO WS-REFUSAL
                END-STRING
             WHEN WS-ORIG-STATE NOT = "RELEASED"
                STRING FUNCTION TRIM (WS-ORIG-ID) DELIMITED BY SIZE
                       " STANDS " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ORIG-STATE)
                          DELIMITED BY SIZE
                       " ON THE REGISTER" DELIMITED BY SIZE
                       INTO WS-REFUSAL
                END-STRING
             WHEN WS-ORIG-LEN > 17 OR WS-PRIOR-RESTATEMENTS > 98
                MOVE "NO RESTATEMENT ID LEFT FOR THE TRANSMISSION"
                   TO WS-REFUSAL
          END-EVALUATE.
          IF WS-REFUSAL NOT = SPACES
             GO TO CHECK-ORIGINAL-RELEASED-99
          END-IF.
          COMPUTE WS-RESTATE-N-ED = WS-PRIOR-RESTATEMENTS + 1.
          MOVE SPACES TO WS-RESTATE-ID.
          STRING FUNCTION TRIM (WS-ORIG-ID) DELIMITED BY SIZE
                 "-R" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RESTATE-N-ED) DELIMITED BY SIZE
                 INTO WS-RESTATE-ID
          END-STRING.
       CHECK-ORIGINAL-RELEASED-99.
          EXIT.
      *
       CHECK-REGISTER-RECORD SECTION.
          IF TRANS-REG-RECORD = SPACES
             GO TO CHECK-REGISTER-RECORD-99
          END-IF.
          MOVE SPACES TO WS-REG-PARSE.
          UNSTRING TRANS-REG-RECORD DELIMITED BY "|"
             INTO WS-RP-ID, WS-RP-DATE, WS-RP-RUN, WS-RP-COUNT,
                  WS-RP-HASH, WS-RP-STATE.
          IF WS-RP-ID = WS-ORIG-ID
             MOVE WS-RP-STATE TO WS-ORIG-STATE
             IF WS-ORIG-STATE = SPACES
                MOVE "RELEASED" TO WS-ORIG-STATE
             END-IF
             GO TO CHECK-REGISTER-RECORD-99
          END-IF.
          IF WS-ORIG-LEN > 0 AND WS-ORIG-LEN < 19
             IF WS-RP-ID (1:WS-ORIG-LEN) = WS-ORIG-ID (1:WS-ORIG-LEN)
                AND WS-RP-ID (WS-ORIG-LEN + 1:2) = "-R"
                ADD 1 TO WS-PRIOR-RESTATEMENTS
             END-IF
          END-IF.
       CHECK-REGISTER-RECORD-99.
          EXIT.
      *
       REFUSE-RESTATEMENT SECTION.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "RESTATE" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "RESTATEMENT OF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROGRAM) DELIMITED BY SIZE
                 " REFUSED - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REFUSAL) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          DISPLAY "RESTATE: " FUNCTION TRIM (ALERT-MESSAGE).
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
       WRITE-RESTATEMENT SECTION.
          MOVE "RESTATEMENT_FILE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/restate.dat" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RESTATE-DATASET.
          OPEN EXTEND RESTATE-FILE.
          IF WS-RESTATE-STATUS = "35"
             OPEN OUTPUT RESTATE-FILE
             CLOSE RESTATE-FILE
             OPEN EXTEND RESTATE-FILE
          END-IF.
          IF WS-RESTATE-STATUS NOT = "00"
             DISPLAY "RESTATE: UNABLE TO OPEN RESTATEMENT FILE - "
                "STATUS " WS-RESTATE-STATUS
             MOVE "Y" TO WS-WRITE-FAILED
             GO TO WRITE-RESTATEMENT-99
          END-IF.
          MOVE "H" TO WS-H-TYPE.
          MOVE WS-TODAY TO WS-H-DATE.
          COMPUTE WS-H-RUN = FUNCTION NUMVAL (WS-RUN-NUMBER-X).
          MOVE "R" TO WS-H-KIND.
          MOVE WS-RESTATE-ID TO WS-H-TRANS-ID.
          MOVE WS-ORIG-ID TO WS-H-ORIG-ID.
          MOVE SPACES TO RESTATE-RECORD.
          MOVE WS-HEADER-REC TO RESTATE-RECORD.
          WRITE RESTATE-RECORD.
          PERFORM VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 2
             IF WS-CHANGED (WS-PART) = "Y"
                PERFORM WRITE-DETAIL-RECORD
             END-IF
          END-PERFORM.
          MOVE "T" TO WS-T-TYPE.
          MOVE WS-DETAIL-COUNT TO WS-T-COUNT.
          MOVE WS-HASH-TOTAL TO WS-T-HASH.
          MOVE SPACES TO RESTATE-RECORD.
          MOVE WS-TRAILER-REC TO RESTATE-RECORD.
          WRITE RESTATE-RECORD.
          CLOSE RESTATE-FILE.
       WRITE-RESTATEMENT-99.
          EXIT.
      *
       WRITE-DETAIL-RECORD SECTION.
          ADD 1 TO WS-DETAIL-COUNT.
          MOVE "D" TO WS-D-TYPE.
          MOVE WS-PROGRAM TO WS-D-PROGRAM.
          MOVE WS-PART TO WS-D-PART.
          MOVE WS-OLD-VALUE (WS-PART) TO WS-D-ORIGINAL.
          MOVE WS-NEW-VALUE (WS-PART) TO WS-D-RESTATED.
          MOVE WS-REASON TO WS-D-REASON.
          MOVE WS-NEW-VALUE (WS-PART) TO WS-ANSWER.
          PERFORM ADD-ANSWER-TO-HASH.
          MOVE SPACES TO RESTATE-RECORD.
          MOVE WS-DETAIL-REC TO RESTATE-RECORD.
          WRITE RESTATE-RECORD.
          EXIT.
      *
       ADD-ANSWER-TO-HASH SECTION.
          MOVE FUNCTION TRIM (WS-ANSWER) TO WS-ANSWER-TRIM.
          IF WS-ANSWER-TRIM = SPACES
             GO TO ADD-ANSWER-TO-HASH-99
          END-IF.
          MOVE 0 TO WS-TRIM-LEN.
          INSPECT FUNCTION REVERSE (WS-ANSWER-TRIM)
             TALLYING WS-TRIM-LEN FOR LEADING SPACES.
          COMPUTE WS-TRIM-LEN = 30 - WS-TRIM-LEN.
          IF WS-ANSWER-TRIM (1:WS-TRIM-LEN) IS NUMERIC
             COMPUTE WS-HASH-TOTAL = FUNCTION MOD (
                WS-HASH-TOTAL +
                FUNCTION NUMVAL (WS-ANSWER-TRIM),
                1000000000000)
          ELSE
             PERFORM VARYING WS-CH FROM 1 BY 1
             UNTIL WS-CH > WS-TRIM-LEN
                COMPUTE WS-HASH-TOTAL = FUNCTION MOD (
                   WS-HASH-TOTAL +
                   FUNCTION ORD (WS-ANSWER-TRIM (WS-CH:1)) - 1,
                   1000000000000)
             END-PERFORM
          END-IF.
       ADD-ANSWER-TO-HASH-99.
          EXIT.
      *
      * REGISTERED RELEASED WITH ITS OWN ID, SO ACKMATCH PAIRS ITS
      * ACKNOWLEDGMENT LIKE AN EXTRACT'S.
       REGISTER-RESTATEMENT SECTION.
          OPEN EXTEND TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS = "35"
             OPEN OUTPUT TRANS-REG-FILE
             CLOSE TRANS-REG-FILE
             OPEN EXTEND TRANS-REG-FILE
          END-IF.
          IF WS-TRANS-REG-STATUS NOT = "00"
             DISPLAY "RESTATE: UNABLE TO REGISTER RESTATEMENT - "
                "STATUS " WS-TRANS-REG-STATUS
             MOVE "Y" TO WS-WRITE-FAILED
             GO TO REGISTER-RESTATEMENT-99
          END-IF.
          MOVE WS-DETAIL-COUNT TO WS-REG-COUNT-ED.
          MOVE WS-HASH-TOTAL TO WS-REG-HASH-ED.
          MOVE SPACES TO TRANS-REG-RECORD.
          STRING FUNCTION TRIM (WS-RESTATE-ID) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER-X) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REG-COUNT-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REG-HASH-ED) DELIMITED BY SIZE
                 "|RELEASED|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 "|RESTATES " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PREV-ID) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REASON) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 INTO TRANS-REG-RECORD
          END-STRING.
          WRITE TRANS-REG-RECORD.
          CLOSE TRANS-REG-FILE.
       REGISTER-RESTATEMENT-99.
          EXIT.
      *
       WRITE-RESTATEMENT-LOG SECTION.
          MOVE "RESTATEMENT_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/restatelog.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RESTATE-LOG-DATASET.
          OPEN EXTEND RESTATE-LOG-FILE.
          IF WS-RESTATE-LOG-STATUS = "35"
             OPEN OUTPUT RESTATE-LOG-FILE
             CLOSE RESTATE-LOG-FILE
             OPEN EXTEND RESTATE-LOG-FILE
          END-IF.
          IF WS-RESTATE-LOG-STATUS NOT = "00"
             DISPLAY "RESTATE: UNABLE TO OPEN RESTATEMENT LOG - "
                "STATUS " WS-RESTATE-LOG-STATUS
             GO TO WRITE-RESTATEMENT-LOG-99
          END-IF.
          PERFORM VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 2
             IF WS-CHANGED (WS-PART) = "Y"
                MOVE SPACES TO RESTATE-LOG-RECORD
                STRING WS-TODAY DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-RESTATE-ID) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-ORIG-ID) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PREV-ID) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PROGRAM) DELIMITED BY SIZE
                       "|PART" DELIMITED BY SIZE
                       WS-PART DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-OLD-VALUE (WS-PART))
                          DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-NEW-VALUE (WS-PART))
                          DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-REASON) DELIMITED BY SIZE
                       INTO RESTATE-LOG-RECORD
                END-STRING
                WRITE RESTATE-LOG-RECORD
             END-IF
          END-PERFORM.
          CLOSE RESTATE-LOG-FILE.
       WRITE-RESTATEMENT-LOG-99.
          EXIT.
      *
      * THE RESTATED PAIR IS NOW WHAT CORPORATE REPORTING HOLDS; A
      * PART THAT DID NOT CHANGE IS CARRIED FORWARD AS SHIPPED.
       RECORD-SHIPPED-ANSWERS SECTION.
          MOVE WS-RESTATE-ID TO SH-W-TRANS-ID.
          MOVE WS-ORIG-ID TO SH-W-ORIG-ID.
          MOVE WS-TODAY TO SH-W-DATE.
          MOVE WS-NEW-PART-1 TO SH-PART-1 (WS-RESTATE-DAY).
          MOVE WS-NEW-PART-2 TO SH-PART-2 (WS-RESTATE-DAY).
          MOVE "Y" TO SH-NEW (WS-RESTATE-DAY).
          PERFORM APPEND-SHIPPED-ANSWERS.
          EXIT.
      *
       ALERT-RESTATEMENT-SENT SECTION.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "RESTATE" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "RESTATEMENT " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RESTATE-ID) DELIMITED BY SIZE
                 " SENT - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROGRAM) DELIMITED BY SIZE
                 " CHANGED SINCE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PREV-ID) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REASON) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
       COPY SHIPPA.
      *
       COPY AUDITPA.
