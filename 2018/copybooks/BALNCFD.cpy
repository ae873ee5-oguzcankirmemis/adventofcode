      * INPUT-TO-OUTPUT BALANCING - FILE SECTION ENTRY.
           FD BALANCE-FILE.
           01 BALANCE-RECORD PIC X(200).
