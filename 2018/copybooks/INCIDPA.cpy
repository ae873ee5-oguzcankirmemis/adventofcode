      * INCIDENT MASTER - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-INCIDENT-MASTER ONCE. NO MASTER ON FILE
      * (NO INCIDENT EVER OPENED) LEAVES IM-COUNT AND IM-LAST-ID
      * ZERO. RECORDS BEYOND THE TABLE ARE REPORTED AND IGNORED.
       LOAD-INCIDENT-MASTER SECTION.
           MOVE 0 TO IM-COUNT IM-OPEN-COUNT IM-LAST-ID.
           MOVE "N" TO IM-EOF.
           MOVE "INCIDENT_MASTER" TO CAT-LOGICAL-NAME.
           MOVE "../../results/incidents.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO IM-MASTER-DATASET.
           OPEN INPUT INCIDENT-MASTER-FILE.
           IF IM-STATUS NOT = "00"
              GO TO LOAD-INCIDENT-MASTER-99
           END-IF.
           PERFORM UNTIL IM-EOF = "Y"
              READ INCIDENT-MASTER-FILE
                 AT END
                    MOVE "Y" TO IM-EOF
                 NOT AT END
                    PERFORM PARSE-INCIDENT-RECORD
              END-READ
           END-PERFORM.
           CLOSE INCIDENT-MASTER-FILE.
       LOAD-INCIDENT-MASTER-99.
           EXIT.
      *
       PARSE-INCIDENT-RECORD SECTION.
           IF INCIDENT-MASTER-RECORD = SPACES
              GO TO PARSE-INCIDENT-RECORD-99
           END-IF.
           MOVE SPACES TO IM-PARSE.
           UNSTRING INCIDENT-MASTER-RECORD DELIMITED BY "|"
              INTO IM-P-ID, IM-P-STATE, IM-P-PROGRAM, IM-P-BUS-DATE,
                   IM-P-START-STAMP, IM-P-OPEN-STAMP, IM-P-OPEN-RUN,
                   IM-P-OPEN-RC, IM-P-CLOSE-STAMP, IM-P-CLOSE-RUN,
                   IM-P-RERUNS, IM-P-ALERTS, IM-P-CORRECTIONS,
                   IM-P-APPROVALS.
           IF IM-P-ID IS NOT NUMERIC
              GO TO PARSE-INCIDENT-RECORD-99
           END-IF.
           IF IM-COUNT >= IM-MAX
              DISPLAY "INCIDENT MASTER: TABLE FULL - IGNORED "
                 IM-P-ID
              GO TO PARSE-INCIDENT-RECORD-99
           END-IF.
           ADD 1 TO IM-COUNT.
           MOVE IM-P-ID TO IM-ID (IM-COUNT).
           MOVE IM-P-STATE TO IM-STATE (IM-COUNT).
           MOVE IM-P-PROGRAM TO IM-PROGRAM (IM-COUNT).
           MOVE IM-P-BUS-DATE TO IM-BUS-DATE (IM-COUNT).
           MOVE IM-P-START-STAMP TO IM-START-STAMP (IM-COUNT).
           MOVE IM-P-OPEN-STAMP TO IM-OPEN-STAMP (IM-COUNT).
           MOVE IM-P-OPEN-RUN TO IM-OPEN-RUN (IM-COUNT).
           MOVE IM-P-OPEN-RC TO IM-OPEN-RC (IM-COUNT).
           MOVE IM-P-CLOSE-STAMP TO IM-CLOSE-STAMP (IM-COUNT).
           MOVE IM-P-CLOSE-RUN TO IM-CLOSE-RUN (IM-COUNT).
           MOVE 0 TO IM-RERUNS (IM-COUNT) IM-ALERTS (IM-COUNT)
              IM-CORRECTIONS (IM-COUNT) IM-APPROVALS (IM-COUNT).
           IF FUNCTION TRIM (IM-P-RERUNS) IS NUMERIC
              COMPUTE IM-RERUNS (IM-COUNT) =
                 FUNCTION NUMVAL (IM-P-RERUNS)
           END-IF.
           IF FUNCTION TRIM (IM-P-ALERTS) IS NUMERIC
              COMPUTE IM-ALERTS (IM-COUNT) =
                 FUNCTION NUMVAL (IM-P-ALERTS)
           END-IF.
           IF FUNCTION TRIM (IM-P-CORRECTIONS) IS NUMERIC
              COMPUTE IM-CORRECTIONS (IM-COUNT) =
                 FUNCTION NUMVAL (IM-P-CORRECTIONS)
           END-IF.
           IF FUNCTION TRIM (IM-P-APPROVALS) IS NUMERIC
              COMPUTE IM-APPROVALS (IM-COUNT) =
                 FUNCTION NUMVAL (IM-P-APPROVALS)
           END-IF.
           IF IM-ID (IM-COUNT) > IM-LAST-ID
              MOVE IM-ID (IM-COUNT) TO IM-LAST-ID
           END-IF.
           IF IM-STATE (IM-COUNT) = "O"
              ADD 1 TO IM-OPEN-COUNT
           END-IF.
       PARSE-INCIDENT-RECORD-99.
           EXIT.
