      * INPUT GENERATION REGISTER - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT NEEDS TO KNOW
      * WHICH NUMBERED GENERATIONS OF EACH DAY FEED ARE ON FILE.
           SELECT GEN-REGISTER-FILE
              ASSIGN TO GR-REGISTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GR-STATUS.
