      * BUILD VERSION REGISTRY - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT RECORDS OR ASKS
      * WHEN A BUILD OF A PROGRAM FIRST RAN.
           SELECT VERSION-REGISTRY-FILE
              ASSIGN TO VR-REGISTRY-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VR-STATUS.
