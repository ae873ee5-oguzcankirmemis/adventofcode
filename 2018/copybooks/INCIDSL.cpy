      * INCIDENT MASTER - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT MAINTAINS OR
      * REPORTS BATCH INCIDENTS.
           SELECT INCIDENT-MASTER-FILE
              ASSIGN TO IM-MASTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS IM-STATUS.
