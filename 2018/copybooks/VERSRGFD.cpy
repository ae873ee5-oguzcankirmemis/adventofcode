      * BUILD VERSION REGISTRY - FILE SECTION ENTRY.
           FD VERSION-REGISTRY-FILE.
           01 VERSION-REGISTRY-RECORD PIC X(120).
