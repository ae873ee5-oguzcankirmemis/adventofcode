      * DELIVERY STATUS MASTER - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT MAINTAINS OR
      * REPORTS REPORT DELIVERY AND PICKUP.
           SELECT DELIVERY-STATUS-FILE
              ASSIGN TO DV-MASTER-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DV-STATUS.
