      * SHIPPED ANSWERS - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT SHIPS ANSWERS
      * DOWNSTREAM OR COMPARES AGAINST WHAT WAS SHIPPED.
           SELECT SHIPPED-ANSWERS-FILE
              ASSIGN TO SH-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SH-STATUS.
