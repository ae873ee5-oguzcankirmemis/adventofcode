      * STATE JOURNAL - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT WRITES OR
      * REPLAYS BEFORE/AFTER IMAGES OF PERSISTED STATE.
           SELECT STATE-JOURNAL-FILE
              ASSIGN TO JR-JOURNAL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JR-STATUS.
