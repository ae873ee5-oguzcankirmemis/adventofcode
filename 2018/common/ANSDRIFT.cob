      * ANSWER DIFFERS FROM THAT DAY'S PREVIOUS POSTING, SHOWING BOTH
      * DATES AND BOTH VALUES. A DAY THAT WAS NEVER BASELINED IN
      * EXPECTED.CFG STILL SHOWS UP HERE THE NIGHT ITS ANSWER MOVES.
      * A CHANGE IS MARKED AS COINCIDING WITH A NEW BUILD WHEN THE
      * VERSION REGISTRY (SEE VERSRGWS) SHOWS A BUILD OF THE DAY
      * PROGRAM, OR OF A SUBPROGRAM IT CALLS, FIRST RUNNING UNDER IT
      * AFTER THE PREVIOUS POSTING'S DATE AND ON OR BEFORE THIS ONE'S.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ASSIGN TO WS-LEDGER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
          COPY VERSRGSL.
          SELECT DRIFT-REPORT-FILE
             ASSIGN TO WS-DRIFT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          01 LEDGER-IN-RECORD PIC X(200).
          FD DRIFT-REPORT-FILE.
          01 DRIFT-REPORT-RECORD PIC X(160).
          COPY VERSRGFD.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY VERSRGWS.
          01 WS-LEDGER-DATASET PIC X(200).
          01 WS-LEDGER-STATUS PIC X(2) VALUE SPACES.
          01 WS-LEDGER-EOF PIC X(1) VALUE "N".
          01 WS-NEW-VALUE PIC X(30).
          01 WS-DRIFT-COUNT PIC 9(5) VALUE 0.
          01 WS-DRIFT-COUNT-ED PIC ZZZZ9.
          01 WS-BUILD-COUNT PIC 9(5) VALUE 0.
          01 WS-DRIFT-PTR PIC 9(3).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          PERFORM LOAD-VERSION-REGISTRY.
          PERFORM OPEN-DRIFT-REPORT.
          PERFORM READ-LEDGER.
          PERFORM WRITE-DRIFT-SUMMARY.
       OPEN-DRIFT-REPORT SECTION.
          MOVE "DRIFT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/drift.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DRIFT-DATASET.
          OPEN OUTPUT DRIFT-REPORT-FILE.
          EXIT.
       READ-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
       WRITE-DRIFT-LINE SECTION.
          ADD 1 TO WS-DRIFT-COUNT.
          MOVE SPACES TO DRIFT-REPORT-RECORD.
          MOVE 1 TO WS-DRIFT-PTR.
          STRING FUNCTION TRIM (WS-P-PROGRAM) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-PART-TAG DELIMITED BY SIZE
                 "  NEW=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-NEW-VALUE) DELIMITED BY SIZE
                 INTO DRIFT-REPORT-RECORD
                 WITH POINTER WS-DRIFT-PTR
          END-STRING.
          MOVE WS-P-PROGRAM TO VR-Q-UNDER.
          MOVE WS-LAST-DATE (WS-DAY-NUM) TO VR-Q-AFTER.
          MOVE WS-P-DATE TO VR-Q-UPTO.
          PERFORM FIND-NEW-BUILD.
          IF VR-HITS > 0
             ADD 1 TO WS-BUILD-COUNT
             STRING "  ** NEW BUILD " DELIMITED BY SIZE
                    FUNCTION TRIM (VR-HIT-PROGRAM) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    VR-HIT-BUILD-ID DELIMITED BY SIZE
                    " **" DELIMITED BY SIZE
                    INTO DRIFT-REPORT-RECORD
                    WITH POINTER WS-DRIFT-PTR
             END-STRING
          END-IF.
          WRITE DRIFT-REPORT-RECORD.
          EXIT.
      *
                 INTO DRIFT-REPORT-RECORD
          END-STRING.
          WRITE DRIFT-REPORT-RECORD.
          MOVE WS-BUILD-COUNT TO WS-DRIFT-COUNT-ED.
          MOVE SPACES TO DRIFT-REPORT-RECORD.
          STRING "COINCIDING WITH A NEW BUILD: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DRIFT-COUNT-ED) DELIMITED BY SIZE
                 INTO DRIFT-REPORT-RECORD
          END-STRING.
          WRITE DRIFT-REPORT-RECORD.
          EXIT.
      *
       COPY VERSRGPA.
      *
       COPY AUDITPA.
