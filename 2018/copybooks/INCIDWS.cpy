      * INCIDENT MASTER - WORKING-STORAGE ITEMS.
      * THE INCIDENT MASTER (LOGICAL NAME INCIDENT_MASTER, DEFAULT
      * RESULTS/INCIDENTS.TXT) HOLDS ONE RECORD PER INCIDENT, OPENED
      * BY INCIDENT WHEN A JOB-STREAM STEP ENDS WITH A NON-ZERO
      * RETURN CODE:
      *   ID|STATE|PROGRAM|BUSINESS-DATE|START-STAMP|OPEN-STAMP|
      *   OPEN-RUN|OPEN-RC|CLOSE-STAMP|CLOSE-RUN|RERUNS|ALERTS|
      *   CORRECTIONS|APPROVALS
      * STATE IS O (OPEN) OR C (CLOSED). THE BUSINESS DATE IS THE
      * JOB-LOG DATE OF THE FAILING TRAILER, AS FOR JOBRECON. STAMPS
      * ARE YYYYMMDDHHMMSS: START IS THE HEADER OF THE FAILING RUN,
      * OPEN ITS TRAILER, CLOSE THE TRAILER OF THE RUN THAT NEXT
      * ENDED WITH RETURN CODE 0 FOR THE SAME STEP AND BUSINESS DATE
      * (BLANK WHILE OPEN). THE COUNTS ARE THE RERUNS, ALERTS,
      * CORRECTIONS AND APPROVALS LINKED TO THE INCIDENT (SEE THE
      * INCIDENT LINKS DATASET).
      * LOAD-INCIDENT-MASTER (INCIDPA) FILLS IM-ENTRY (1) THROUGH
      * IM-ENTRY (IM-COUNT) IN ID ORDER, LEAVES THE HIGHEST ID IN
      * IM-LAST-ID AND THE NUMBER STILL OPEN IN IM-OPEN-COUNT.
           01 IM-MASTER-DATASET PIC X(200).
           01 IM-STATUS PIC X(2) VALUE SPACES.
           01 IM-EOF PIC X(1) VALUE "N".
           77 IM-MAX PIC 9(4) USAGE COMP-5 VALUE 500.
           01 IM-COUNT PIC 9(4) VALUE 0.
           01 IM-OPEN-COUNT PIC 9(4) VALUE 0.
           01 IM-LAST-ID PIC 9(6) VALUE 0.
           01 IM-TABLE.
              03 IM-ENTRY OCCURS 500.
                 05 IM-ID PIC 9(6).
                 05 IM-STATE PIC X(1).
                 05 IM-PROGRAM PIC X(10).
                 05 IM-BUS-DATE PIC X(8).
                 05 IM-START-STAMP PIC X(14).
                 05 IM-OPEN-STAMP PIC X(14).
                 05 IM-OPEN-RUN PIC X(8).
                 05 IM-OPEN-RC PIC X(10).
                 05 IM-CLOSE-STAMP PIC X(14).
                 05 IM-CLOSE-RUN PIC X(8).
                 05 IM-RERUNS PIC 9(4).
                 05 IM-ALERTS PIC 9(4).
                 05 IM-CORRECTIONS PIC 9(4).
                 05 IM-APPROVALS PIC 9(4).
           01 IM-IDX PIC 9(4).
           01 IM-PARSE.
              03 IM-P-ID PIC X(6).
              03 IM-P-STATE PIC X(1).
              03 IM-P-PROGRAM PIC X(10).
              03 IM-P-BUS-DATE PIC X(8).
              03 IM-P-START-STAMP PIC X(14).
              03 IM-P-OPEN-STAMP PIC X(14).
              03 IM-P-OPEN-RUN PIC X(8).
              03 IM-P-OPEN-RC PIC X(10).
              03 IM-P-CLOSE-STAMP PIC X(14).
              03 IM-P-CLOSE-RUN PIC X(8).
              03 IM-P-RERUNS PIC X(4).
              03 IM-P-ALERTS PIC X(4).
              03 IM-P-CORRECTIONS PIC X(4).
              03 IM-P-APPROVALS PIC X(4).
