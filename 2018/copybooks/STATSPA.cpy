      * APPENDS ONE CSV ROW PER RUN TO THE SHARED STATS DATASET:
      * DATE,PROGRAM,RECORDS-READ,RECORDS-REJECTED,TABLE-HWM,
      * ELAPSED-HUNDREDTHS,RETURN-CODE,RUN-NUMBER,OPERATOR,
      * SUITE-YEAR,BUILD-ID,BUILD-DATE. THE BUILD COLUMNS ARE THE
      * RUNNING PROGRAM'S OWN BUILD STAMP FROM THE RUN HEADER. THE
      * OPERATOR COLUMN CARRIES THE OPERATOR_ID THE SHARED RUN
      * HEADER REQUIRES. RUNSTATS AGGREGATES THE DATASET PER DAY
      * AND PER NIGHT.
       WRITE-STATS-RECORD SECTION.
           MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
           MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-STATS-DATASET.
           ACCEPT WS-STATS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STATS-RUN-NUMBER
                     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STATS-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AUDIT-BUILD-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AUDIT-BUILD-DATE DELIMITED BY SIZE
                  INTO STATS-RECORD
           END-STRING.
           WRITE STATS-RECORD.
