      * FEED SUPPLIER MASTER - FILE SECTION ENTRY.
           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-RECORD PIC X(250).
