      * LEDGER INTEGRITY AUDITOR. RUNS AHEAD OF THE REPORTING
      * PROGRAMS IN THE BATCH AND VALIDATES EVERY LEDGER ROW: A
      * YYYYMMDD POSTING DATE, A DAY1-DAY25 PROGRAM NAME, AND
      * NONBLANK PART-1/PART-2 ANSWERS. DAY1'S PER-DEVICE POSTS
      * (D1-<DEVICE ID>, SEE DAY1) ARE PROPER ROWS TOO, HELD TO THE
      * SAME DATE AND ANSWER RULES. A ROW THAT FAILS - AN EDITOR
      * ACCIDENT, AN INTERLEAVED WRITE, A TRUNCATED APPEND - IS
      * QUARANTINED TO A SUSPENSE DATASET WITH ITS REASON AND REMOVED
      * FROM THE LIVE LEDGER, SO SCOREBRD AND REGRTEST NEVER UNSTRING
       LOAD-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
          MOVE "LEDGER_SUSPENSE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger_suspense.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SUSPENSE-DATASET.
          OPEN EXTEND SUSPENSE-FILE.
          IF WS-SUSPENSE-STATUS = "35"
          END-IF.
          MOVE "LEDGAUDIT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledgaudit.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REPORT-DATASET.
          OPEN OUTPUT AUDIT-REPORT-FILE.
          EXIT.
                MOVE "DATE NOT YYYYMMDD" TO WS-REASON
             WHEN WS-P-PROGRAM = SPACES
                MOVE "FEWER THAN FOUR FIELDS" TO WS-REASON
             WHEN WS-P-PROGRAM = "D1-"
                MOVE "DEVICE POST WITHOUT DEVICE ID" TO WS-REASON
             WHEN WS-P-PROGRAM (1:3) NOT = "DAY" AND
                  WS-P-PROGRAM (1:3) NOT = "D1-"
                MOVE "PROGRAM NOT DAY1-DAY25" TO WS-REASON
             WHEN WS-P-PART-1 = SPACES
                MOVE "BLANK PART-1 ANSWER" TO WS-REASON
                MOVE "DATE NOT YYYYMMDD" TO WS-REASON
             END-IF
          END-IF.
          IF WS-REASON = SPACES AND WS-P-PROGRAM (1:3) = "DAY"
             COMPUTE WS-DAY-NUM = FUNCTION NUMVAL (
                FUNCTION TRIM (WS-P-PROGRAM (4:7)))
             IF WS-DAY-NUM < 1 OR WS-DAY-NUM > 25
