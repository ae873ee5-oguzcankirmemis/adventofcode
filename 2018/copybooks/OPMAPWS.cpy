      * DEVICE OPCODE MAP - WORKING-STORAGE ITEMS.
      * THE MAP IS CATALOGED AS DEVICE_OPCODE_MAP. ITS DEFAULT PATH
      * RESOLVES TO THE SAME DATASET FROM EVERY 2018/DAYN DIRECTORY.
      * OM-MNEMONIC (N) IS THE MNEMONIC FOR OPCODE NUMBER N - 1.
      * OM-CHECKSUM IS TAKEN OVER THE BEFORE/INSTRUCTION/AFTER LINES
      * OF THE SAMPLE FEED ONLY (THE SAME RECORD CHECKSUM INMANFST
      * USES), SO A CHANGED TEST PROGRAM DOES NOT AGE THE MAP BUT ANY
      * CHANGED SAMPLE DOES. OM-REFUSAL IS LEFT SPACES BY
      * LOAD-OPCODE-MAP WHEN THE MAP IS PRESENT, COMPLETE, FULLY
      * RESOLVED AND STAMPED WITH THE CURRENT SAMPLE FEED CHECKSUM;
      * OTHERWISE IT SAYS WHY THE MAP MAY NOT BE USED.
           01 OM-MAP-DATASET PIC X(200).
           01 OM-MAP-STATUS PIC X(2) VALUE SPACES.
           01 OM-SAMPLE-DATASET PIC X(200).
           01 OM-SAMPLE-STATUS PIC X(2) VALUE SPACES.
           01 OM-EOF PIC X(1) VALUE "N".
           01 OM-RUN-NUMBER PIC X(20) VALUE SPACES.
           01 OM-MAP-DATE PIC X(8) VALUE SPACES.
           01 OM-SAMPLE-COUNT PIC 9(5) VALUE 0.
           01 OM-CHECKSUM PIC 9(18) USAGE COMP-5 VALUE 0.
           01 OM-CHECKSUM-ED PIC Z(11)9.
           01 OM-STAMPED-CHECKSUM PIC X(12) VALUE SPACES.
           01 OM-CURRENT-CHECKSUM PIC X(12) VALUE SPACES.
           01 OM-STAMPED-SAMPLES PIC X(5) VALUE SPACES.
           01 OM-RESOLVED PIC X(1) VALUE "N".
           01 OM-MNEMONIC-TABLE.
              03 OM-MNEMONIC PIC X(4) OCCURS 16 VALUE "????".
           01 OM-MAPPED-COUNT PIC 9(2) VALUE 0.
           01 OM-REFUSAL PIC X(80) VALUE SPACES.
           01 OM-SAMPLE-LINE PIC X(100).
           01 OM-BLOCK-LEFT PIC 9(1) VALUE 0.
           01 OM-TRIM-LEN PIC 9(3) USAGE COMP-5.
           01 OM-CH-IDX PIC 9(3) USAGE COMP-5.
           01 OM-IDX PIC 9(2) USAGE COMP-5.
           01 OM-N-ED PIC Z(4)9.
           01 OM-PARSE.
              03 OM-P-TAG PIC X(10).
              03 OM-P-1 PIC X(20).
              03 OM-P-2 PIC X(20).
              03 OM-P-3 PIC X(20).
              03 OM-P-4 PIC X(20).
              03 OM-P-5 PIC X(20).
