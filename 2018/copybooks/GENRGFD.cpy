      * INPUT GENERATION REGISTER - FILE SECTION ENTRY.
           FD GEN-REGISTER-FILE.
           01 GEN-REGISTER-RECORD PIC X(300).
