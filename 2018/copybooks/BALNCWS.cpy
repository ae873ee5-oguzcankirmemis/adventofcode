      * INPUT-TO-OUTPUT BALANCING - WORKING-STORAGE ITEMS.
      * CALLER SETS WS-BAL-PROGRAM AND ITS RECORD COUNTS OVER THE RUN:
      * RECORDS READ FROM THE FEED, RECORDS ACCEPTED INTO PROCESSING,
      * RECORDS WRITTEN TO ITS REJECT OR EXCEPTIONS FILE AND RECORDS
      * WRITTEN TO ITS SUSPENSE FILE, EACH COUNTED WHERE IT HAPPENS
      * RATHER THAN DERIVED FROM THE OTHERS, PLUS ANY DAY-SPECIFIC
      * CONTROL FIGURE (NAME AND VALUE). IT THEN PERFORMS
      * WRITE-BALANCE-RECORD ONCE, NEXT TO WRITE-STATS-RECORD. THE
      * RUN FOOTS WHEN READ = ACCEPTED + REJECTED + SUSPENDED.
           01 WS-BAL-DATASET PIC X(200).
           01 WS-BAL-STATUS PIC X(2) VALUE SPACES.
           01 WS-BAL-DATE PIC X(8).
           01 WS-BAL-PROGRAM PIC X(10) VALUE SPACES.
           01 WS-BAL-READ PIC 9(9) VALUE 0.
           01 WS-BAL-ACCEPTED PIC 9(9) VALUE 0.
           01 WS-BAL-REJECTED PIC 9(9) VALUE 0.
           01 WS-BAL-SUSPENDED PIC 9(9) VALUE 0.
           01 WS-BAL-CONTROL-NAME PIC X(20) VALUE SPACES.
           01 WS-BAL-CONTROL-VALUE PIC 9(12) VALUE 0.
           01 WS-BAL-FOOTED PIC 9(10).
           01 WS-BAL-RESULT PIC X(8).
              88 WS-BAL-FOOTS VALUE "BALANCED".
           01 WS-BAL-RUN-NUMBER PIC X(8).
