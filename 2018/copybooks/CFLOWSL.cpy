      * DEVICE PROGRAM CONTROL-FLOW LISTING - FILE-CONTROL ENTRIES.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT RUNS A DEVICE
      * PROGRAM WITH A BOUND INSTRUCTION-POINTER REGISTER AND LISTS
      * ITS BASIC BLOCKS THROUGH WRITE-FLOW-LISTING.
           SELECT FLOW-LISTING-FILE
              ASSIGN TO CF-LISTING-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CF-LISTING-STATUS.
