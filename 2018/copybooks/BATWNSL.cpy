      * BATCH WINDOW - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT DATES ITS WORK
      * BY THE BUSINESS DATE RATHER THAN THE CALENDAR DATE.
           SELECT BATCH-WINDOW-FILE
              ASSIGN TO BW-SCHEDULE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BW-STATUS.
