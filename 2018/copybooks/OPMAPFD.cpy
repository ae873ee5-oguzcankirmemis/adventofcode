      * DEVICE OPCODE MAP - FILE SECTION ENTRIES.
      * ONE HEADER RECORD H|RUN|DATE|SAMPLES|CHECKSUM|RESOLVED, THEN
      * ONE M|OPCODE|MNEMONIC RECORD PER OPCODE NUMBER 0-15. AN OPCODE
      * THE SAMPLES DID NOT PIN DOWN CARRIES MNEMONIC ????.
           FD OPCODE-MAP-FILE.
           01 OPCODE-MAP-RECORD PIC X(100).
           FD OPCODE-SAMPLE-FILE.
           01 OPCODE-SAMPLE-RECORD PIC X(100).
