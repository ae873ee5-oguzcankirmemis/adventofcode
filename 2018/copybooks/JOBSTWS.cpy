      * JOB-STREAM DEFINITION - WORKING-STORAGE ITEMS.
      * LOAD-JOB-STREAM (JOBSTPA) FILLS JS-STEP-ENTRY (1) THROUGH
      * JS-STEP-ENTRY (JS-STEP-COUNT) IN STREAM ORDER FROM THE
      * JOB-STREAM CARD (PARAMS/JOBSTREAM.CFG, LOGICAL NAME
      * JOB_STREAM). THE ENTRY NUMBER IS THE STEP NUMBER THE DRIVER
      * CHECKPOINTS. JS-STEP-DAY CARRIES THE DAY NUMBER OF A DAY-CLASS
      * STEP AND ZERO FOR A UTILITY. WITH NO CARD ON FILE JS-LOADED
      * STAYS "N" AND THE TABLE HOLDS THE HISTORICAL 31-STEP STREAM
      * (DAY1-DAY25, LEDGAUDIT, REGRTEST, SCOREBRD, EXTRACT,
      * ARCHBNDL, DISTRIB) UNDER THE STANDING 0,LT RULE.
      * JS-STEP-PRIORITY IS CRITICAL, NORMAL OR DEFERRABLE (BLANK ON
      * THE CARD MEANS NORMAL); IT DECIDES WHAT THE BATCH CUTOFF DOES
      * TO A STEP THAT HAS NOT STARTED (SEE DEFERCHK).
           01 JS-STREAM-DATASET PIC X(200).
           01 JS-STATUS PIC X(2) VALUE SPACES.
           01 JS-EOF PIC X(1) VALUE "N".
           01 JS-LOADED PIC X(1) VALUE "N".
           77 JS-STEP-MAX PIC 9(3) USAGE COMP-5 VALUE 60.
           01 JS-STEP-COUNT PIC 9(3) VALUE 0.
           01 JS-STEP-TABLE.
              03 JS-STEP-ENTRY OCCURS 60.
                 05 JS-STEP-NAME PIC X(10).
                 05 JS-STEP-PROGRAM PIC X(10).
                 05 JS-STEP-CLASS PIC X(4).
                 05 JS-STEP-DAY PIC 9(2).
                 05 JS-STEP-DATASETS PIC X(160).
                 05 JS-STEP-COND PIC X(80).
                 05 JS-STEP-PRIORITY PIC X(10).
           01 JS-IDX PIC 9(3).
           01 JS-DAY-ED PIC Z9.
           01 JS-PARSE.
              03 JS-P-NAME PIC X(20).
              03 JS-P-PROGRAM PIC X(20).
              03 JS-P-CLASS PIC X(10).
              03 JS-P-DATASETS PIC X(160).
              03 JS-P-COND PIC X(80).
              03 JS-P-PRIORITY PIC X(20).
