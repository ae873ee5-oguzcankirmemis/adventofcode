      * JOB-STREAM DEFINITION - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT NEEDS THE STEP
      * ORDER, SO THE DRIVER, THE WAVE PLANNER, THE RECONCILIATION
      * AND THE PREVIEW ALL READ ONE DEFINITION.
           SELECT JOB-STREAM-FILE
              ASSIGN TO JS-STREAM-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JS-STATUS.
