      * CHECKS BOTH ANSWERS AGAINST THE PLAUSIBILITY RULES; AN
      * IMPLAUSIBLE ANSWER STAYS POSTED BUT IS FLAGGED FOR REVIEW
      * WITH A WARNING ALERT. THE CALLER'S RETURN-CODE SURVIVES THE
      * SCREEN, THE SAME GUARANTEE THE AUDIT HEADER GIVES. EVERY
      * POST ALSO CUTS AN ANSWER PROVENANCE RECORD (SEE PROVPOST).
      * A SUITE YEAR CLOSED AT YEAR END (SEE YEARCLOS) IS FROZEN: THE
      * POST IS REFUSED WITH A SEVERE ALERT AND THE STEP ENDS WITH
      * RETURN CODE 16, UNLESS THE RUN IS AN AD-HOC ONE (RUN NUMBER
      * AH<NNNNNN>), WHICH POSTS TO ITS OWN LEDGER.
       WRITE-LEDGER-RECORD SECTION.
           MOVE RETURN-CODE TO WS-LEDGER-SAVED-RC.
           ACCEPT WS-LEDGER-RUN-NUMBER
              FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF WS-LEDGER-RUN-NUMBER = SPACES
              MOVE "0" TO WS-LEDGER-RUN-NUMBER
           END-IF.
           ACCEPT WS-LEDGER-YEAR FROM ENVIRONMENT "SUITE_YEAR".
           IF WS-LEDGER-YEAR = SPACES
              MOVE "2018" TO WS-LEDGER-YEAR
           END-IF.
           IF WS-LEDGER-RUN-NUMBER (1:2) NOT = "AH"
              MOVE "N" TO WS-LEDGER-YEAR-CLOSED
              CALL "YEARCHK" USING WS-LEDGER-YEAR,
                 WS-LEDGER-YEAR-CLOSED
                ON EXCEPTION
                 CONTINUE
              END-CALL
              IF WS-LEDGER-YEAR-CLOSED = "Y"
                 DISPLAY FUNCTION TRIM (WS-LEDGER-PROGRAM)
                    ": SUITE YEAR " WS-LEDGER-YEAR
                    " IS CLOSED - LEDGER POST REFUSED"
                 MOVE "S" TO WS-AUDIT-ALERT-SEV
                 MOVE WS-AUDIT-PROGRAM TO WS-AUDIT-ALERT-PROGRAM
                 MOVE SPACES TO WS-AUDIT-ALERT-MESSAGE
                 STRING "LEDGER POST REFUSED - SUITE YEAR "
                           DELIMITED BY SIZE
                        WS-LEDGER-YEAR DELIMITED BY SIZE
                        " IS CLOSED, ANSWERS NOT POSTED FOR "
                           DELIMITED BY SIZE
                        FUNCTION TRIM (WS-LEDGER-PROGRAM)
                           DELIMITED BY SIZE
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
              END-IF
           END-IF.
      * SERIALIZE THE SHARED APPEND THROUGH THE LOCK MANAGER; A
      * POST IS NEVER DROPPED, SO A LOCK THAT CANNOT BE TAKEN IS
      * REPORTED AND THE APPEND PROCEEDS AS IT ALWAYS DID. A RUN
           END-IF.
           MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
           MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
           END-STRING.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.
      * THE PROVENANCE RECORD IS CUT WHILE THE LOCK IS STILL HELD SO
      * ITS LEDGER LINE NUMBER IS THIS POST'S OWN (SEE PROVPOST).
           CALL "PROVPOST" USING WS-LEDGER-PROGRAM,
              WS-LEDGER-PART-1, WS-LEDGER-PART-2, WS-LEDGER-DATE,
              WS-LEDGER-RUN-NUMBER, WS-LEDGER-YEAR, WS-LEDGER-DATASET
             ON EXCEPTION
              CONTINUE
           END-CALL.
           IF WS-LEDGER-LOCK-RESULT = "Y"
              MOVE "D" TO WS-LEDGER-LOCK-FUNCTION
              CALL "LOCKMGR" USING WS-LEDGER-LOCK-FUNCTION,
