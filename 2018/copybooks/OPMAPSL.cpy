      * DEVICE OPCODE MAP - FILE-CONTROL ENTRIES.
      * COPY INTO FILE-CONTROL OF EVERY PROGRAM THAT PUBLISHES OR
      * TRANSLATES THROUGH THE OPCODE NUMBER TO MNEMONIC MAP DAY16
      * DEDUCES FROM THE DEVICE SAMPLE FEED. THE SAMPLE FEED ITSELF IS
      * DECLARED HERE TOO SO A READER CAN PROVE THE MAP IS CURRENT.
           SELECT OPCODE-MAP-FILE
              ASSIGN TO OM-MAP-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OM-MAP-STATUS.
           SELECT OPCODE-SAMPLE-FILE
              ASSIGN TO OM-SAMPLE-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OM-SAMPLE-STATUS.
