      * SHIPPED ANSWERS - FILE SECTION ENTRY.
           FD SHIPPED-ANSWERS-FILE.
           01 SHIPPED-ANSWERS-RECORD PIC X(160).
