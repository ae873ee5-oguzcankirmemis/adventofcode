      * BATCH WINDOW - WORKING-STORAGE ITEMS.
      * THE NIGHTLY WINDOW RUNS FROM BATCH-START TO BATCH-CUTOFF ON
      * THE SCHEDULE CARD (PARAMS/SCHEDULE.CFG, LOGICAL NAME
      * SCHEDULE_CONFIG). WORK DONE IN A WINDOW THAT SPANS MIDNIGHT
      * BELONGS TO THE NIGHT IT STARTED ON: A TIME BEFORE THE CUTOFF
      * IS THE PREVIOUS DAY'S BUSINESS DATE. WITH NO CUTOFF ON THE
      * CARD THE BUSINESS DATE IS THE CALENDAR DATE.
      * CALLER MOVES A DATE (YYYYMMDD) TO BW-IN-DATE AND A TIME
      * (HHMM, OR HHMMSS - ONLY THE FIRST FOUR ARE USED) TO
      * BW-IN-TIME AND PERFORMS SET-BUSINESS-DATE; THE ANSWER IS IN
      * BW-BUS-DATE. SET-STREAM-BUSINESS-DATE ANSWERS FOR THE NIGHT
      * THE STREAM IS RUNNING UNDER INSTEAD - THE START THE DRIVER
      * EXPORTS (BATCH_START_DATE/BATCH_START_TIME, KEPT ACROSS A
      * RESTART), OR THE CURRENT DATE AND TIME OUTSIDE THE STREAM.
      * BOTH LOAD THE CARD THE FIRST TIME THEY ARE USED (SEE BATWNPA).
           01 BW-SCHEDULE-DATASET PIC X(200).
           01 BW-STATUS PIC X(2) VALUE SPACES.
           01 BW-EOF PIC X(1) VALUE "N".
           01 BW-LOADED PIC X(1) VALUE "N".
           01 BW-START PIC X(4) VALUE SPACES.
           01 BW-CUTOFF PIC X(4) VALUE SPACES.
           01 BW-START-MINS PIC 9(4) VALUE 0.
           01 BW-CUTOFF-MINS PIC 9(4) VALUE 0.
           01 BW-SPANS-MIDNIGHT PIC X(1) VALUE "N".
           01 BW-KEY-PART PIC X(40).
           01 BW-VALUE-PART PIC X(40).
           01 BW-IN-DATE PIC X(8).
           01 BW-IN-DATE-NUM REDEFINES BW-IN-DATE PIC 9(8).
           01 BW-IN-TIME PIC X(6).
           01 BW-IN-MINS PIC 9(4).
           01 BW-BUS-DATE PIC X(8).
           01 BW-BUS-DATE-NUM REDEFINES BW-BUS-DATE PIC 9(8).
           01 BW-DAYNUM PIC S9(9) USAGE COMP-5.
           01 BW-NOW-TIME PIC X(8).
