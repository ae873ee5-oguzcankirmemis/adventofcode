      * DR SHIPMENT LOG - FILE SECTION ENTRY.
           FD DR-SHIPMENT-LOG-FILE.
           01 DR-SHIPMENT-LOG-RECORD PIC X(300).
           FD DR-RUN-CONTROL-FILE.
           01 DR-RUN-CONTROL-RECORD PIC X(20).
