      * FILE WAS RUN. ANY MISMATCH IS REPORTED FAIL AND RAISES A
      * NON-ZERO RETURN-CODE SO THE NIGHTLY BATCH DRIVER SEES THE
      * REGRESSION AS AN ABORT.
      * ANY MISMATCH ALSO DISPATCHES REGRTRIA, WHICH LINES UP THE
      * EVIDENCE FOR EACH FAILING DAY (INPUT CHANGE, PARAMETER
      * CHANGE, REPROC CORRECTIONS, PRIOR ANSWERS) ON THE TRIAGE
      * REPORT BEFORE THE DESK DECIDES ON THE PROMOTION.
      * A NIGHT WITH ANY DAY STEP OUT OF BALANCE (SEE BALRPT) IS
      * REFUSED BEFORE THE COMPARISON: ANSWERS FROM A STEP THAT LOST
      * OR INVENTED RECORDS ARE NOT FIT TO PROMOTE OR COMPARE.
      * RETURN CODES: 0 - ALL COMPARED ANSWERS PASS.
      *               1 - LEDGER COULD NOT BE OPENED.
      *               2 - ONE OR MORE ANSWERS FAIL.
      *               3 - NIGHT REFUSED - A STEP IS OUT OF BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
          COPY MASTRSL.
          COPY BALNCSL.
          SELECT EXPECTED-FILE
             ASSIGN TO WS-EXPECTED-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
          FD LEDGER-FILE.
          01 LEDGER-IN-RECORD PIC X(200).
       COPY MASTRFD.
          COPY BALNCFD.
          FD EXPECTED-FILE.
          01 EXPECTED-IN-RECORD PIC X(80).
          FD REGRESSION-REPORT-FILE.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY BALNCWS.
          COPY BALCHKWS.
          01 REGRESSION-REPORT-RECORD.
             03 RRR-KEY-TAG PIC X(1).
             03 RRR-KEY PIC X(16).
          01 WS-FAIL-COUNT PIC 9(3) VALUE 0.
          01 WS-PENDING-COUNT PIC 9(3) VALUE 0.
          01 WS-PASS-COUNT PIC 9(3) VALUE 0.
          01 WS-COMMAND PIC X(200).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          PERFORM LOAD-NIGHT-BALANCE.
          IF WS-BCK-OUT-COUNT > 0
             DISPLAY "REGRTEST: NIGHT REFUSED - " WS-BCK-OUT-COUNT
                " STEP(S) OUT OF BALANCE - SEE BALANCING REPORT"
             MOVE 3 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM READ-RESULTS.
          PERFORM READ-EXPECTED-ANSWERS.
          PERFORM WRITE-REGRESSION-REPORT.
          IF WS-FAIL-COUNT > 0
             PERFORM RUN-FAILURE-TRIAGE
             MOVE 2 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       READ-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
       READ-EXPECTED-ANSWERS SECTION.
          MOVE "EXPECTED_ANSWERS" TO CAT-LOGICAL-NAME.
          MOVE "../../params/expected.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXPECTED-DATASET.
          OPEN INPUT EXPECTED-FILE.
          IF WS-EXPECTED-STATUS NOT = "00"
                    INTO CAT-DEFAULT-PATH
             END-STRING
          END-IF.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REGRESSION-DATASET.
          OPEN OUTPUT REGRESSION-REPORT-FILE.
          MOVE "REGRTEST" TO RPT-PROGRAM.
             WRITE REGRESSION-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
      * THE TRIAGE PASS RUNS FROM THIS DIRECTORY, WHERE THE STREAM
      * BUILDS IT, AND INHERITS SUITE_YEAR AND THE RUN NUMBER. ITS
      * OUTCOME DOES NOT CHANGE THE REGRESSION RESULT.
       RUN-FAILURE-TRIAGE SECTION.
          MOVE "./REGRTRIA" TO WS-COMMAND.
          CALL "SYSTEM" USING WS-COMMAND.
          IF RETURN-CODE NOT = 0
             DISPLAY "REGRTEST: TRIAGE PASS DID NOT COMPLETE - RUN "
                "REGRTRIA BY HAND"
          END-IF.
          EXIT.
      *
       COPY BALCHKPA.
      *
       COPY AUDITPA.
