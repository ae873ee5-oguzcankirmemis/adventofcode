      * JOB-STREAM DEFINITION - FILE SECTION ENTRY.
           FD JOB-STREAM-FILE.
           01 JOB-STREAM-RECORD PIC X(250).
