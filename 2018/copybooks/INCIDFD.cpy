      * INCIDENT MASTER - FILE SECTION ENTRY.
           FD INCIDENT-MASTER-FILE.
           01 INCIDENT-MASTER-RECORD PIC X(200).
