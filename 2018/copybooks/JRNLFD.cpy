      * STATE JOURNAL - FILE SECTION ENTRY.
           FD STATE-JOURNAL-FILE.
           01 STATE-JOURNAL-RECORD PIC X(4100).
