      * INPUT-TO-OUTPUT BALANCING - FILE-CONTROL ENTRY.
      * COPY INTO FILE-CONTROL SO EVERY DAY PROGRAM CAN CUT ONE
      * BALANCING RECORD AT END OF RUN.
           SELECT BALANCE-FILE
              ASSIGN TO WS-BAL-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BAL-STATUS.
