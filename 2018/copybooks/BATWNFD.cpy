      * BATCH WINDOW - FILE SECTION ENTRY.
           FD BATCH-WINDOW-FILE.
           01 BATCH-WINDOW-RECORD PIC X(80).
