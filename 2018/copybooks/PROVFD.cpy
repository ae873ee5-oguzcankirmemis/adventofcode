      * ANSWER PROVENANCE - FILE SECTION ENTRY.
           FD PROVENANCE-FILE.
           01 PROVENANCE-RECORD PIC X(400).
