      * RUN AS A PENDING RECORD FOR A SECOND OPERATOR TO REVIEW AND
      * APPLY THROUGH CHGAPPRV. ONLY CHGAPPRV SETS
      * REPROC_APPLY_APPROVED=Y, WHICH RESTORES THE DIRECT MERGE
      * FOR THE APPROVED DISPATCH. THE RERUN CARRIES
      * REPROC_CORRECTED=Y SO ITS LEDGER POST'S PROVENANCE RECORD SHOWS
      * THE ANSWER WAS PRODUCED FROM CORRECTED INPUT.
      * AFTER THE RERUN AN INCIDENT PASS IS DISPATCHED THE SAME WAY,
      * SO A RERUN THAT RESTORES A FAILED STEP CLOSES ITS INCIDENT
      * (SEE INCIDENT) WITHOUT WAITING FOR THE NEXT NIGHT'S STREAM.
      * A RERUN THAT ENDS CLEAN IS FOLLOWED BY A RESTATEMENT PASS
      * (SEE RESTATE), SO AN ANSWER ALREADY SHIPPED TO CORPORATE
      * REPORTING THAT THE CORRECTION CHANGED IS RESTATED TO THEM.
      * A CLOSED SUITE YEAR (SEE YEARCLOS) TAKES NO CORRECTIONS: THE
      * RUN IS REFUSED WITH A SEVERE ALERT AND RETURN CODE 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          01 WS-LINE-ED PIC ZZZZZZ9.
          01 WS-COMMAND PIC X(300).
          01 WS-RERUN-RC PIC S9(4) VALUE 0.
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-YEAR-CLOSED PIC X(1) VALUE "N".
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "REPROC" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM CHECK-OPERATOR-AUTH.
          ACCEPT WS-SUITE-YEAR FROM ENVIRONMENT "SUITE_YEAR".
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          PERFORM CHECK-YEAR-OPEN.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-REPROC-DAY-X FROM ENVIRONMENT "REPROC_DAY".
          IF WS-REPROC-DAY-X = SPACES OR
          END-IF.
          PERFORM MERGE-CORRECTIONS.
          PERFORM RERUN-DAY-PROGRAM.
          PERFORM UPDATE-INCIDENTS.
          IF WS-RERUN-RC = 0
             PERFORM RESTATE-SHIPPED-ANSWERS
          END-IF.
          MOVE WS-RERUN-RC TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
       LOAD-CORRECTIONS SECTION.
          MOVE "REPROC_CORRECTIONS" TO CAT-LOGICAL-NAME.
          MOVE "../../params/corrections.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CORRECTIONS-DATASET.
          OPEN INPUT CORRECTIONS-FILE.
          IF WS-CORRECTIONS-STATUS NOT = "00"
                 "/inputs/example.txt" DELIMITED BY SIZE
                 INTO CAT-DEFAULT-PATH
          END-STRING.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ORIGINAL-DATASET.
          MOVE "REPROC_MERGED" TO CAT-LOGICAL-NAME.
          MOVE SPACES TO CAT-DEFAULT-PATH.
                 "/reproc_input.txt" DELIMITED BY SIZE
                 INTO CAT-DEFAULT-PATH
          END-STRING.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MERGED-DATASET.
          MOVE "REPROC_AUDIT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/reproc_audit.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-AUDIT-DATASET.
          OPEN INPUT ORIGINAL-FILE.
          IF WS-ORIGINAL-STATUS NOT = "00"
          MOVE SPACES TO WS-COMMAND.
          STRING "cd ../day" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 " && REPROC_CORRECTED=Y DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 "_INPUT=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-MERGED-DATASET) DELIMITED BY SIZE
          END-IF.
          EXIT.
      *
      * THE INCIDENT PASS RUNS FROM THIS DIRECTORY, WHERE THE STREAM
      * BUILDS IT. ITS OUTCOME DOES NOT CHANGE THE RERUN'S.
       UPDATE-INCIDENTS SECTION.
          MOVE "./INCIDENT" TO WS-COMMAND.
          CALL "SYSTEM" USING WS-COMMAND.
          IF RETURN-CODE NOT = 0
             DISPLAY "REPROC: INCIDENT PASS DID NOT COMPLETE - RUN "
                "INCIDENT BY HAND"
          END-IF.
          EXIT.
      *
      * A CLEAN CORRECTED RERUN MAY HAVE CHANGED AN ANSWER CORPORATE
      * REPORTING ALREADY HOLDS. THE RESTATEMENT PASS RUNS FROM THIS
      * DIRECTORY LIKE THE INCIDENT PASS; IT INHERITS THE APPROVAL
      * SEQUENCE FROM CHGAPPRV'S DISPATCH AND IS TOLD WHO KEYED THE
      * CORRECTIONS. ITS OUTCOME DOES NOT CHANGE THE RERUN'S.
       RESTATE-SHIPPED-ANSWERS SECTION.
          MOVE SPACES TO WS-COMMAND.
          STRING "RESTATE_DAY=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 " RESTATE_KEYED_BY=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CT-OPERATOR (1)) DELIMITED BY SIZE
                 " ./RESTATE" DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          IF RETURN-CODE NOT = 0
             DISPLAY "REPROC: RESTATEMENT PASS ENDED WITH RETURN-CODE "
                RETURN-CODE " - SEE RESTATE"
          END-IF.
          EXIT.
      *
      * DUAL CONTROL: THE INTENDED CORRECTION RUN BECOMES ONE
      * PENDING RECORD (P|SEQ|REPROC|REQUESTER|DATE|||DAYN|COUNT|)
      * ON THE SHARED PENDING-CHANGES QUEUE FOR CHGAPPRV TO DECIDE.
       QUEUE-PENDING-CORRECTION SECTION.
          MOVE "PENDING_QUEUE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pending.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PENDING-DATASET.
          PERFORM FIND-HIGHEST-PENDING-SEQ.
          OPEN EXTEND PENDING-FILE.
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
             DISPLAY "REPROC: SUITE YEAR " WS-SUITE-YEAR
                " IS CLOSED - RUN REFUSED"
             MOVE "S" TO WS-AUDIT-ALERT-SEV
             MOVE WS-AUDIT-PROGRAM TO WS-AUDIT-ALERT-PROGRAM
             MOVE SPACES TO WS-AUDIT-ALERT-MESSAGE
             STRING "REPROC REFUSED - SUITE YEAR " DELIMITED BY SIZE
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
