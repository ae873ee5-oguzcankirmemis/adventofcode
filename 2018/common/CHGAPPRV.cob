      *     PROMOTION-AUDIT LINE NAMING BOTH OPERATORS;
      *   - A REPROC ITEM IS DISPATCHED BACK THROUGH REPROC WITH
      *     REPROC_APPLY_APPROVED=Y VIA CALL "SYSTEM", THE SAME WAY
      *     REPROC ITSELF DISPATCHES DAY RERUNS. THE ITEM'S SEQUENCE
      *     NUMBER TRAVELS WITH IT AS REPROC_APPROVAL_SEQ, SO A
      *     RESTATEMENT THE RERUN CAUSES NAMES THE CORRECTION;
      *   - A YEARCLOS ITEM (A REQUEST TO REOPEN A CLOSED SUITE YEAR)
      *     IS DISPATCHED BACK THROUGH YEARCLOS THE SAME WAY, WITH
      *     YEARCLOS_APPLY_APPROVED=Y, ITS SEQUENCE NUMBER AND THE
      *     REQUESTING OPERATOR.
      * A BASEPROM ITEM IS NOT APPLIED WHILE THE SUITE YEAR
      * (SUITE_YEAR, DEFAULT 2018) STANDS CLOSED - THE BASELINE IS
      * FROZEN WITH THE LEDGER UNTIL THE YEAR IS REOPENED.
      * EVERY DECISION IS APPENDED TO THE APPROVALS LOG AND THE
      * QUEUE RECORD IS MARKED A (APPLIED) OR R (REJECTED) WITH THE
      * APPROVER AND DATE, SO THE FULL DECISION TRAIL SURVIVES.
          01 WS-REJECTED-COUNT PIC 9(3) VALUE 0.
          01 WS-ERROR-COUNT PIC 9(3) VALUE 0.
          01 WS-SEQ-ED PIC ZZZZZ9.
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-YEAR-CLOSED PIC X(1) VALUE "N".
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          PERFORM WRITE-RUN-HEADER.
          PERFORM CHECK-OPERATOR-AUTH.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-SUITE-YEAR FROM ENVIRONMENT "SUITE_YEAR".
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          PERFORM LOAD-PENDING-QUEUE.
          PERFORM OPEN-DECISION-LOG.
          PERFORM READ-APPROVAL-CARD.
       LOAD-PENDING-QUEUE SECTION.
          MOVE "PENDING_QUEUE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pending.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PENDING-DATASET.
          OPEN INPUT PENDING-FILE.
          IF WS-PENDING-STATUS NOT = "00"
       READ-APPROVAL-CARD SECTION.
          MOVE "APPROVAL_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/approvals.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          OPEN INPUT APPROVAL-CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             IF FUNCTION TRIM (WS-QT-SOURCE (WS-HIT)) = "REPROC"
                PERFORM DISPATCH-REPROC-APPLY
             ELSE
                IF FUNCTION TRIM (WS-QT-SOURCE (WS-HIT)) =
                   "YEARCLOS"
                   PERFORM DISPATCH-YEARCLOS-APPLY
                ELSE
                   DISPLAY "CHGAPPRV: UNKNOWN SOURCE "
                      WS-QT-SOURCE (WS-HIT) " - NOT APPLIED"
                   MOVE 1 TO WS-DISPATCH-RC
                END-IF
             END-IF
          END-IF.
          IF WS-DISPATCH-RC = 0
      * THE LEDGER HAS MOVED ON SINCE - THE SECOND OPERATOR SIGNED
      * OFF ON THIS VALUE, NOT ON WHATEVER IS CURRENT.
       APPLY-BASELINE-KEY SECTION.
          MOVE "N" TO WS-YEAR-CLOSED.
          CALL "YEARCHK" USING WS-SUITE-YEAR, WS-YEAR-CLOSED
            ON EXCEPTION
             CONTINUE
          END-CALL.
          IF WS-YEAR-CLOSED = "Y"
             MOVE WS-QT-SEQ (WS-HIT) TO WS-SEQ-ED
             DISPLAY "CHGAPPRV: ITEM " FUNCTION TRIM (WS-SEQ-ED)
                " NOT APPLIED - SUITE YEAR " WS-SUITE-YEAR
                " IS CLOSED"
             MOVE 1 TO WS-DISPATCH-RC
             GO TO APPLY-BASELINE-KEY-99
          END-IF.
          PERFORM LOAD-EXPECTED-FILE.
          IF WS-DISPATCH-RC NOT = 0
             GO TO APPLY-BASELINE-KEY-99
       LOAD-EXPECTED-FILE SECTION.
          MOVE "EXPECTED_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/expected.cfg" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXPECTED-DATASET.
          MOVE 0 TO WS-EXP-COUNT WS-EXP-AUDIT-AT.
          MOVE "N" TO WS-EXPECTED-EOF.
      * APPROVAL FLAG IS THE ONLY DOOR IN.
       DISPATCH-REPROC-APPLY SECTION.
          MOVE WS-QT-F1 (WS-HIT) TO WS-DAY-PART.
          MOVE WS-QT-SEQ (WS-HIT) TO WS-SEQ-ED.
          MOVE SPACES TO WS-COMMAND.
          STRING "REPROC_DAY=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-PART (4:7))
                    DELIMITED BY SIZE
                 " REPROC_APPROVAL_SEQ=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SEQ-ED) DELIMITED BY SIZE
                 " REPROC_APPLY_APPROVED=Y ./REPROC"
                    DELIMITED BY SIZE
                 INTO WS-COMMAND
                "RETURN-CODE " WS-DISPATCH-RC
          END-IF.
          EXIT.
      *
      * AN APPROVED REOPEN GOES BACK THROUGH YEARCLOS, WHICH ALONE
      * WRITES THE YEAR-CONTROL DATASET; THE REQUESTER TRAVELS WITH IT
      * FOR THE REOPEN RECORD.
       DISPATCH-YEARCLOS-APPLY SECTION.
          MOVE WS-QT-SEQ (WS-HIT) TO WS-SEQ-ED.
          MOVE SPACES TO WS-COMMAND.
          STRING "SUITE_YEAR=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QT-F1 (WS-HIT)) DELIMITED BY SIZE
                 " YEARCLOS_ACTION=REOPEN YEARCLOS_APPROVAL_SEQ="
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SEQ-ED) DELIMITED BY SIZE
                 " YEARCLOS_REQUESTED_BY=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QT-REQ-OPER (WS-HIT))
                    DELIMITED BY SIZE
                 " YEARCLOS_APPLY_APPROVED=Y ./YEARCLOS"
                    DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          DISPLAY "CHGAPPRV: DISPATCHING APPROVED REOPEN OF SUITE "
             "YEAR " FUNCTION TRIM (WS-QT-F1 (WS-HIT)).
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE RETURN-CODE TO WS-DISPATCH-RC.
          MOVE 0 TO RETURN-CODE.
          IF WS-DISPATCH-RC NOT = 0
             DISPLAY "CHGAPPRV: YEARCLOS DISPATCH ENDED WITH "
                "RETURN-CODE " WS-DISPATCH-RC
          END-IF.
          EXIT.
      *
       OPEN-DECISION-LOG SECTION.
          MOVE "APPROVALS_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/approvals_log.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DECISION-DATASET.
          OPEN EXTEND DECISION-LOG-FILE.
          IF WS-DECISION-STATUS = "35"
