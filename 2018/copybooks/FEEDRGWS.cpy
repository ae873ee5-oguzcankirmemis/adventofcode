      * EXPECTED-FEEDS REGISTER - WORKING-STORAGE ITEMS.
      * LOAD-FEED-REGISTER (FEEDRGPA) FILLS FR-FEED-ENTRY (1) THROUGH
      * FR-FEED-ENTRY (FR-FEED-COUNT) FROM THE REGISTER CARD
      * (PARAMS/FEEDS.CFG, LOGICAL NAME FEED_REGISTER), ONE ENTRY PER
      * FEED. A STEP MAY WAIT FOR MORE THAN ONE FEED. FR-DEFAULT IS
      * THE PATH THE FEED IS OPENED FROM WHEN ITS LOGICAL NAME IS
      * NEITHER OVERRIDDEN NOR CATALOGED, RELATIVE TO 2018/COMMON.
      * FR-EXPECTED AND FR-LATEST ARE HHMM CLOCK TIMES. NO CARD ON
      * FILE LEAVES FR-FEED-COUNT ZERO: NO STEP WAITS FOR A FEED.
           01 FR-REGISTER-DATASET PIC X(200).
           01 FR-STATUS PIC X(2) VALUE SPACES.
           01 FR-EOF PIC X(1) VALUE "N".
           77 FR-FEED-MAX PIC 9(3) USAGE COMP-5 VALUE 60.
           01 FR-FEED-COUNT PIC 9(3) VALUE 0.
           01 FR-FEED-TABLE.
              03 FR-FEED-ENTRY OCCURS 60.
                 05 FR-STEP PIC X(10).
                 05 FR-FEED PIC X(30).
                 05 FR-DEFAULT PIC X(120).
                 05 FR-EXPECTED PIC X(4).
                 05 FR-LATEST PIC X(4).
                 05 FR-SUPPLIER PIC X(10).
           01 FR-IDX PIC 9(3).
           01 FR-PARSE.
              03 FR-P-STEP PIC X(20).
              03 FR-P-FEED PIC X(40).
              03 FR-P-DEFAULT PIC X(120).
              03 FR-P-EXPECTED PIC X(10).
              03 FR-P-LATEST PIC X(10).
              03 FR-P-SUPPLIER PIC X(20).
