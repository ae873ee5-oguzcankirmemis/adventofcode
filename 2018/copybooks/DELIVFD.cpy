      * DELIVERY STATUS MASTER - FILE SECTION ENTRY.
           FD DELIVERY-STATUS-FILE.
           01 DELIVERY-STATUS-RECORD PIC X(120).
