      * DR SHIPMENT LOG - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT RECORDS OR
      * REPORTS DISASTER-RECOVERY SHIPMENTS.
           SELECT DR-SHIPMENT-LOG-FILE
              ASSIGN TO DS-LOG-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DS-STATUS.
           SELECT DR-RUN-CONTROL-FILE
              ASSIGN TO DS-RUN-CONTROL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DS-RUN-CONTROL-STATUS.
