      * DEVICE PROGRAM CONTROL-FLOW LISTING - WORKING-STORAGE ITEMS.
      * CF-PROGRAM HAS THE SAME LAYOUT AS THE WS-PROGRAM TABLE OF THE
      * DEVICE-PROGRAM DAYS (IP BINDING AS A 1-BASED REGISTER NUMBER,
      * PROGRAM LENGTH, THEN MNEMONIC AND OPERANDS PER INSTRUCTION), SO
      * THE CALLER LOADS IT WITH ONE GROUP MOVE AFTER ANY NUMERIC
      * OPCODES HAVE BEEN TRANSLATED. THE CALLER ALSO LOADS
      * CF-PROGRAM-NAME, CF-LISTING-LOGICAL AND CF-LISTING-DEFAULT.
      * ADDRESSES IN THE LISTING ARE THE DEVICE'S OWN 0-BASED
      * INSTRUCTION ADDRESSES; INSTRUCTION N OF THE TABLE IS ADDRESS
      * N - 1.
           01 CF-PROGRAM.
              03 CF-IP-BIND PIC 9(18) USAGE COMP-5.
              03 CF-PROGRAM-LEN PIC 9(18) USAGE COMP-5 VALUE 0.
              03 CF-INSTR OCCURS 100.
                 05 CF-OPCODE PIC X(4).
                    88 CF-COMPARE-OP VALUES "eqri" "eqir" "eqrr"
                       "gtri" "gtir" "gtrr".
                 05 CF-OP-A PIC S9(18) USAGE COMP-5.
                 05 CF-OP-B PIC S9(18) USAGE COMP-5.
                 05 CF-OP-C PIC S9(18) USAGE COMP-5.
           01 CF-PROGRAM-NAME PIC X(8) VALUE SPACES.
           01 CF-LISTING-LOGICAL PIC X(30) VALUE SPACES.
           01 CF-LISTING-DEFAULT PIC X(200) VALUE SPACES.
           01 CF-LISTING-DATASET PIC X(200).
           01 CF-LISTING-STATUS PIC X(2) VALUE SPACES.
      * PER-INSTRUCTION FLOW FACTS. EVERY INSTRUCTION CARRIES ITS
      * SUCCESSOR ADDRESSES - THE NEXT ADDRESS FOR ONE THAT LEAVES THE
      * IP REGISTER ALONE, THE RESOLVED TARGET(S) FOR A JUMP. A JUMP
      * WHOSE TARGET DEPENDS ON A REGISTER VALUE IS LEFT UNRESOLVED
      * WITH NO SUCCESSORS; ONLY THE RUN PROFILE CAN SAY WHERE IT GOES.
           01 CF-FLOW-TABLE.
              03 CF-FLOW OCCURS 100.
                 05 CF-WRITES-IP PIC X(1).
                 05 CF-RESOLVED PIC X(1).
                 05 CF-LEADER PIC X(1).
                 05 CF-LOOP-HEAD PIC X(1).
                 05 CF-BLOCK-NO PIC 9(3) USAGE COMP-5.
                 05 CF-SUCC-COUNT PIC 9(1) USAGE COMP-5.
                 05 CF-SUCC-ADDR PIC S9(18) USAGE COMP-5 OCCURS 2.
                 05 CF-JUMP-NOTE PIC X(40).
           01 CF-BLOCK-TABLE.
              03 CF-BLOCK-COUNT PIC 9(3) USAGE COMP-5 VALUE 0.
              03 CF-BLOCK OCCURS 100.
                 05 CF-BK-FIRST PIC 9(3) USAGE COMP-5.
                 05 CF-BK-LAST PIC 9(3) USAGE COMP-5.
           01 CF-IP-REG PIC S9(18) USAGE COMP-5 VALUE 0.
           01 CF-BACK-EDGES PIC 9(5) USAGE COMP-5 VALUE 0.
           01 CF-HALT-EXITS PIC 9(5) USAGE COMP-5 VALUE 0.
           01 CF-UNRESOLVED PIC 9(5) USAGE COMP-5 VALUE 0.
           01 CF-I PIC 9(3) USAGE COMP-5.
           01 CF-J PIC 9(3) USAGE COMP-5.
           01 CF-K PIC 9(1) USAGE COMP-5.
           01 CF-ADDR PIC S9(18) USAGE COMP-5.
           01 CF-TARGET PIC S9(18) USAGE COMP-5.
           01 CF-OTHER-REG PIC S9(18) USAGE COMP-5.
           01 CF-PTR PIC 9(3) USAGE COMP-5.
           01 CF-ADDR-ED PIC Z(4)9.
           01 CF-N-ED PIC -(17)9.
           01 CF-N2-ED PIC -(17)9.
           01 CF-N3-ED PIC -(17)9.
           01 CF-N4-ED PIC -(17)9.
