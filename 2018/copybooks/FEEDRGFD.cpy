      * EXPECTED-FEEDS REGISTER - FILE SECTION ENTRY.
           FD FEED-REGISTER-FILE.
           01 FEED-REGISTER-RECORD PIC X(250).
