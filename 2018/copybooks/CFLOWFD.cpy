      * DEVICE PROGRAM CONTROL-FLOW LISTING - FILE SECTION ENTRIES.
      * A PRINT LISTING: A HEADER WITH THE BLOCK, BACK-EDGE, HALT EXIT
      * AND UNRESOLVED JUMP COUNTS, THEN EACH BASIC BLOCK WITH ITS
      * INSTRUCTIONS AND ITS SUCCESSORS.
           FD FLOW-LISTING-FILE.
           01 FLOW-LISTING-LINE PIC X(132).
