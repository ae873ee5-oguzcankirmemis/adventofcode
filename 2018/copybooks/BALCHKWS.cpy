      * NIGHT BALANCING CHECK - WORKING-STORAGE ITEMS (WITH BALNCWS).
      * LOAD-NIGHT-BALANCE (BALCHKPA) FILLS WS-BCK-ENTRY (1) THROUGH
      * WS-BCK-ENTRY (WS-BCK-COUNT) WITH THE LATEST BALANCING ROW OF
      * EACH PROGRAM FOR TONIGHT - THE ROWS OF THE CURRENT BATCH RUN
      * NUMBER WHEN BATCH_RUN_NUMBER IS SET, OTHERWISE TODAY'S ROWS -
      * AND COUNTS THE PROGRAMS WHOSE LATEST ROW IS OUT OF BALANCE IN
      * WS-BCK-OUT-COUNT. A STEP RE-RUN CLEAN AFTER A CORRECTION
      * THEREFORE CLEARS ITS EARLIER OUT-OF-BALANCE ROW.
           01 WS-BCK-EOF PIC X(1).
           01 WS-BCK-TODAY PIC X(8).
           01 WS-BCK-RUN PIC X(8).
           77 WS-BCK-MAX PIC 9(3) USAGE COMP-5 VALUE 60.
           01 WS-BCK-COUNT PIC 9(3) VALUE 0.
           01 WS-BCK-OUT-COUNT PIC 9(3) VALUE 0.
           01 WS-BCK-IDX PIC 9(3).
           01 WS-BCK-HIT PIC 9(3).
           01 WS-BCK-TABLE.
              03 WS-BCK-ENTRY OCCURS 60.
                 05 WS-BCK-PROGRAM PIC X(10).
                 05 WS-BCK-READ PIC 9(9).
                 05 WS-BCK-ACCEPTED PIC 9(9).
                 05 WS-BCK-REJECTED PIC 9(9).
                 05 WS-BCK-SUSPENDED PIC 9(9).
                 05 WS-BCK-CONTROL-NAME PIC X(20).
                 05 WS-BCK-CONTROL-VALUE PIC 9(12).
                 05 WS-BCK-RESULT PIC X(8).
           01 WS-BCK-PARSE.
              03 WS-BCK-P-DATE PIC X(8).
              03 WS-BCK-P-PROGRAM PIC X(10).
              03 WS-BCK-P-RUN PIC X(8).
              03 WS-BCK-P-READ PIC X(12).
              03 WS-BCK-P-ACCEPTED PIC X(12).
              03 WS-BCK-P-REJECTED PIC X(12).
              03 WS-BCK-P-SUSPENDED PIC X(12).
              03 WS-BCK-P-CONTROL-NAME PIC X(20).
              03 WS-BCK-P-CONTROL-VALUE PIC X(14).
              03 WS-BCK-P-RESULT PIC X(8).
