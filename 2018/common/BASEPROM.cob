      * AND APPLY THROUGH CHGAPPRV. ONLY CHGAPPRV SETS
      * BASEPROM_APPLY_APPROVED=Y, WHICH RESTORES THE DIRECT
      * REWRITE FOR THE APPROVED DISPATCH.
      * A CLOSED SUITE YEAR (SEE YEARCLOS) HAS ITS BASELINE FROZEN
      * WITH ITS LEDGER: THE RUN IS REFUSED WITH A SEVERE ALERT AND
      * RETURN CODE 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             03 WS-P-YEAR PIC X(6).
          01 WS-P-YEAR-NORM PIC X(4).
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-YEAR-CLOSED PIC X(1) VALUE "N".
          01 WS-KEY-PART PIC X(20).
          01 WS-VALUE-PART PIC X(30).
          01 WS-DAY-NUM PIC 9(2).
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          PERFORM CHECK-YEAR-OPEN.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          PERFORM LOAD-PLAUSIBLE-REVIEW.
          PERFORM READ-LEDGER.
       READ-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
       READ-EXPECTED-FILE SECTION.
          MOVE "EXPECTED_ANSWERS" TO CAT-LOGICAL-NAME.
          MOVE "../../params/expected.cfg" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXPECTED-DATASET.
          OPEN INPUT EXPECTED-FILE.
          IF WS-EXPECTED-STATUS NOT = "00"
       QUEUE-PENDING-PROMOTIONS SECTION.
          MOVE "PENDING_QUEUE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pending.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PENDING-DATASET.
          PERFORM FIND-HIGHEST-PENDING-SEQ.
          OPEN EXTEND PENDING-FILE.
          MOVE "PLAUSIBLE_REVIEW" TO CAT-LOGICAL-NAME.
          MOVE "../../results/plausible_review.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PLAUS-REVIEW-DATASET.
          OPEN INPUT PLAUS-REVIEW-FILE.
          IF WS-PLAUS-REVIEW-STATUS NOT = "00"
             STOP RUN
          END-IF.
          EXIT.
      *
      * A CLOSED SUITE YEAR IS FROZEN (SEE YEARCLOS); NOTHING IS
      * QUEUED OR CHANGED FOR IT UNTIL A DUAL-CONTROLLED REOPEN.
       CHECK-YEAR-OPEN SECTION.
          MOVE "N" TO WS-YEAR-CLOSED.
          CALL "YEARCHK" USING WS-SUITE-YEAR, WS-YEAR-CLOSED
            ON EXCEPTION
             CONTINUE
          END-CALL.
          IF WS-YEAR-CLOSED = "Y"
             DISPLAY "BASEPROM: SUITE YEAR " WS-SUITE-YEAR
                " IS CLOSED - RUN REFUSED"
             MOVE "S" TO WS-AUDIT-ALERT-SEV
             MOVE WS-AUDIT-PROGRAM TO WS-AUDIT-ALERT-PROGRAM
             MOVE SPACES TO WS-AUDIT-ALERT-MESSAGE
             STRING "BASEPROM REFUSED - SUITE YEAR " DELIMITED BY SIZE
                    WS-SUITE-YEAR DELIMITED BY SIZE
                    " IS CLOSED" DELIMITED BY SIZE
                    INTO WS-AUDIT-ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING WS-AUDIT-ALERT-SEV,
                WS-AUDIT-ALERT-PROGRAM, WS-AUDIT-ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
             MOVE 16 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
