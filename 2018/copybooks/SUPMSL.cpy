      * FEED SUPPLIER MASTER - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT NEEDS TO KNOW
      * WHICH SUPPLIER OWNS EACH DAY'S FEED.
           SELECT SUPPLIER-MASTER-FILE
              ASSIGN TO SM-MASTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SM-STATUS.
