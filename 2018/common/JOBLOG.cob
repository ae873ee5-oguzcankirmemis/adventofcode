      * TRAILER SO EVERY PROGRAM'S START AND END IS ALSO A RECORD IN
      * ONE APPEND-ONLY DATASET, NOT ONLY A DISPLAY IN THE RUN LOG.
      * RECORD IS CSV: DATE,TIME,TYPE(H/T),PROGRAM,RETURN-CODE,
      * RUN-NUMBER,OPERATOR,BUILD-ID,BUILD-DATE. THE BUILD STAMP IS
      * THE ONE THE RUN HEADER PUBLISHES AS AUDIT_BUILD_ID (THE
      * PROGRAM'S COMPILE TIMESTAMP; THE DATE IS ITS FIRST EIGHT).
      * THE OPERATOR COMES FROM THE OPERATOR_ID
      * THE SHARED RUN HEADER REQUIRES, SO EVERY START AND END IN
      * THE LOG NAMES WHO RAN IT.
      * JOBRECON RECONCILES A BATCH DATE AGAINST THE EXPECTED STEP
       DATA DIVISION.
       FILE SECTION.
          FD JOB-LOG-FILE.
          01 JOB-LOG-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          01 WS-JOBLOG-DATASET PIC X(200).
          01 WS-RC-ED PIC -(8)9.
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-OPERATOR PIC X(8).
          01 WS-BUILD-ID PIC X(14).
       LINKAGE SECTION.
          01 L-TYPE PIC X(1).
          01 L-PROGRAM PIC X(10).
       WRITE-JOB-LOG SECTION.
           MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
           MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-DATASET.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "35"
           IF WS-OPERATOR = SPACES
              MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           MOVE SPACES TO WS-BUILD-ID.
           ACCEPT WS-BUILD-ID FROM ENVIRONMENT "AUDIT_BUILD_ID".
           IF WS-BUILD-ID = SPACES
              MOVE "UNKNOWN" TO WS-BUILD-ID
           END-IF.
           MOVE L-DATE TO WS-DATE-X.
           MOVE L-TIME (1:6) TO WS-TIME-X.
           MOVE L-RC TO WS-RC-ED.
                  FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BUILD-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BUILD-ID (1:8) DELIMITED BY SPACE
                  INTO JOB-LOG-RECORD
           END-STRING.
           WRITE JOB-LOG-RECORD.
