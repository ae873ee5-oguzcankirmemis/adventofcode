      * EXPECTED-FEEDS REGISTER - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT NEEDS TO KNOW
      * WHICH FEED EACH STEP WAITS FOR, WHEN IT IS DUE AND WHO SENDS
      * IT.
           SELECT FEED-REGISTER-FILE
              ASSIGN TO FR-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FR-STATUS.
