             FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          COPY OPMAPSL.
          COPY CFLOWSL.
          SELECT RUNAWAY-FILE
          ASSIGN TO WS-RUNAWAY-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
             03 INPUT-STR PIC X(20).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
       COPY OPMAPFD.
       COPY CFLOWFD.
          FD RUNAWAY-FILE.
          01 RUNAWAY-RECORD PIC X(132).
          FD SEED-DECK-FILE.
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY ELAPSEWS.
          COPY ELFVMWS.
          COPY OPMAPWS.
          COPY CFLOWWS.
          01 WS-INPUT-DATASET PIC X(200).

          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          77 WS-SEEN-TABLE-SIZE PIC 9(18) USAGE COMP-5
             VALUE 16777216.
          01 WS-INPUT-FILE-EOF PIC X(1) VALUE "N".
      * A DEVICE PROGRAM MAY ARRIVE NUMERIC-CODED ("9 2 1 3"), AS
      * DAY16'S TEST PROGRAM DOES. IT IS TRANSLATED THROUGH THE
      * OPCODE MAP DAY16 PUBLISHES, OR REFUSED OUTRIGHT WHEN THAT MAP
      * IS MISSING, OUT OF DATE OR NOT FULLY RESOLVED.
          01 WS-NUMERIC-PROGRAM PIC X(1) VALUE "N".
          01 WS-PROGRAM.
             03 WS-IP PIC 9(18) USAGE COMP-5.
             03 WS-PROGRAM-LEN PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-CS-N1-ED PIC -(17)9.
          01 WS-CS-N2-ED PIC -(17)9.
          01 WS-CS-N3-ED PIC -(17)9.
      * RECOGNIZED-LOOP FAST PATH. COMPILED DEVICE PROGRAMS SHIFT A
      * REGISTER RIGHT (DIVIDE BY A CONSTANT, NORMALLY 256) WITH A
      * COUNTING LOOP -
      *    A     seti 0 . T        A + 5 addi IP 1 IP
      *    A + 1 addi T 1 U        A + 6 seti X . IP
      *    A + 2 muli U K U        A + 7 addi T 1 T
      *    A + 3 gtrr U D U        A + 8 seti A . IP
      *    A + 4 addr U IP IP
      * - WHICH LEAVES T = D / K (TRUNCATED), U = 1 AND GOES ON AT
      * X + 1 AFTER 7 * T + 6 INSTRUCTIONS. WHEN THE LOADED PROGRAM
      * CARRIES THE LOOP, ARRIVING AT ITS FIRST INSTRUCTION APPLIES
      * THAT RESULT DIRECTLY (INSTRUCTION COUNT INCLUDED, SO THE
      * CYCLE BUDGET AND THE SEED CENSUS SEE THE SAME COUNTS); ANY
      * OTHER PROGRAM IS EMULATED IN FULL, AS IS A LOOP PASS THAT
      * WOULD TRIP THE CYCLE BUDGET. DAY21-FAST-PATH=0 FORCES FULL
      * EMULATION. DAY21-PARITY-CHECK=1 RUNS THE PROGRAM BOTH WAYS
      * AND COMPARES THE COLLECTED COMPARE-VALUE SEQUENCES (VALUE BY
      * VALUE FOR THE FIRST 50000, BY COUNT AND RESULT BEYOND); THE
      * EMULATED RESULTS ARE THE ONES KEPT.
          01 WS-FAST-PATH PIC 9(1) VALUE 1.
          01 WS-PARITY-CHECK PIC 9(1) VALUE 0.
          01 WS-DIV-LOOP-FOUND PIC X(1) VALUE "N".
          01 WS-USE-FAST PIC X(1) VALUE "N".
          01 WS-DIV-LOOP-AT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-DIV-T-REG PIC 9(2) USAGE COMP-5.
          01 WS-DIV-U-REG PIC 9(2) USAGE COMP-5.
          01 WS-DIV-D-REG PIC 9(2) USAGE COMP-5.
          01 WS-DIV-IP-REG PIC S9(18) USAGE COMP-5.
          01 WS-DIV-K PIC S9(18) USAGE COMP-5.
          01 WS-DIV-EXIT PIC S9(18) USAGE COMP-5.
          01 WS-DIV-QUOT PIC S9(18) USAGE COMP-5.
          01 WS-DIV-STEPS PIC S9(18) USAGE COMP-5.
          01 WS-DIV-I PIC 9(4) USAGE COMP-5.
          01 WS-FAST-APPLIED PIC 9(18) USAGE COMP-5 VALUE 0.
          77 WS-SEQ-MAX PIC 9(9) USAGE COMP-5 VALUE 50000.
          01 WS-SEQ-MODE PIC X(1) VALUE " ".
             88 WS-SEQ-RECORDING VALUE "R".
             88 WS-SEQ-COMPARING VALUE "C".
          01 WS-SEQ-COUNT PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-SEQ-TABLE.
             03 WS-SEQ-VALUE PIC S9(18) USAGE COMP-5 OCCURS 50000.
          01 WS-SEQ-MISMATCH PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-SEQ-FAST-VALUE PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-SEQ-EMU-VALUE PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-FAST-SEQ-COUNT PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-FAST-PART-1 PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-FAST-PART-2 PIC S9(18) USAGE COMP-5 VALUE 0.
          01 WS-FAST-CYCLES PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-FP-N1-ED PIC -(17)9.
          01 WS-FP-N2-ED PIC -(17)9.
          01 WS-FP-N3-ED PIC -(17)9.
          01 WS-FP-N4-ED PIC -(17)9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          PERFORM PARSE-INPUT.
          PERFORM LOAD-PARAMETERS.
          PERFORM FIND-COMPARE-INSTRUCTION.
          PERFORM WRITE-CONTROL-FLOW.
          PERFORM FIND-DIVIDE-LOOP.
          PERFORM START-ELAPSED-TIMER.
          IF WS-PARITY-CHECK = 1 AND WS-DIV-LOOP-FOUND = "Y"
             PERFORM RUN-PARITY-CHECK
          ELSE
             PERFORM RUN-AND-COLLECT
          END-IF.
          PERFORM REPORT-LOOP-PATH.
          PERFORM STOP-ELAPSED-TIMER.
          PERFORM RUN-SEED-CENSUS.
          DISPLAY "PART 1: " WS-PART-1-RESULT.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY21" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY21" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-PROGRAM-LEN TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PARSE-INPUT SECTION.
          MOVE "DAY21_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                   UNSTRING INPUT-STR DELIMITED BY " "
                      INTO WS-TMP-STR-1, WS-TMP-1, WS-TMP-2, WS-TMP-3
                   MOVE WS-TMP-STR-1 TO WS-PR-OPCODE (WS-PROGRAM-LEN)
                   IF WS-TMP-STR-1 (1:1) IS NUMERIC
                      MOVE "Y" TO WS-NUMERIC-PROGRAM
                   END-IF
                   MOVE WS-TMP-1 TO WS-PR-OP-1 (WS-PROGRAM-LEN)
                   MOVE WS-TMP-2 TO WS-PR-OP-2 (WS-PROGRAM-LEN)
                   MOVE WS-TMP-3 TO WS-PR-RES (WS-PROGRAM-LEN)
          END-PERFORM.
          CLOSE INPUT-FILE.
          IF WS-NUMERIC-PROGRAM = "Y"
             PERFORM TRANSLATE-NUMERIC-PROGRAM
          END-IF.
          EXIT.
      *
       TRANSLATE-NUMERIC-PROGRAM SECTION.
          PERFORM LOAD-OPCODE-MAP.
          IF OM-REFUSAL = SPACES
             PERFORM VARYING WS-T-1 FROM 1 BY 1
             UNTIL WS-T-1 > WS-PROGRAM-LEN OR OM-REFUSAL NOT = SPACES
                IF WS-PR-OPCODE (WS-T-1) (1:1) IS NUMERIC
                   PERFORM TRANSLATE-ONE-OPCODE
                END-IF
             END-PERFORM
          END-IF.
          IF OM-REFUSAL NOT = SPACES
             DISPLAY "DAY21: NUMERIC PROGRAM REFUSED - "
                FUNCTION TRIM (OM-REFUSAL)
             MOVE "S" TO ALERT-SEVERITY
             MOVE "DAY21" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "NUMERIC PROGRAM REFUSED - " DELIMITED BY SIZE
                    FUNCTION TRIM (OM-REFUSAL) DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          DISPLAY "DAY21: NUMERIC PROGRAM TRANSLATED THROUGH "
             "OPCODE MAP OF RUN " FUNCTION TRIM (OM-RUN-NUMBER)
             " (" OM-MAP-DATE ")".
          EXIT.
      *
       TRANSLATE-ONE-OPCODE SECTION.
          COMPUTE WS-T-2 = FUNCTION NUMVAL (WS-PR-OPCODE (WS-T-1)).
          IF WS-T-2 > 15
             MOVE WS-T-1 TO OM-N-ED
             STRING "OPCODE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PR-OPCODE (WS-T-1))
                       DELIMITED BY SIZE
                    " AT INSTRUCTION " DELIMITED BY SIZE
                    FUNCTION TRIM (OM-N-ED) DELIMITED BY SIZE
                    " IS OUTSIDE THE OPCODE MAP" DELIMITED BY SIZE
                    INTO OM-REFUSAL
             END-STRING
          ELSE
             MOVE FUNCTION LOWER-CASE (OM-MNEMONIC (WS-T-2 + 1))
                TO WS-PR-OPCODE (WS-T-1)
          END-IF.
          EXIT.
      *
      * BASIC-BLOCK LISTING OF THE (TRANSLATED) DEVICE PROGRAM, SO
      * THE LOOPS AND HALT EXITS CAN BE READ WITHOUT RUNNING IT.
       WRITE-CONTROL-FLOW SECTION.
          MOVE WS-PROGRAM TO CF-PROGRAM.
          MOVE "DAY21" TO CF-PROGRAM-NAME.
          MOVE "DAY21_FLOW_LISTING" TO CF-LISTING-LOGICAL.
          MOVE "./day21/flow_listing.txt" TO CF-LISTING-DEFAULT.
          PERFORM WRITE-FLOW-LISTING.
          EXIT.
      *
      * THE PUZZLE PROGRAM HALTS THE MOMENT REGISTER 0 MATCHES SOME
             STOP RUN
          END-IF.
          EXIT.
      *
       FIND-DIVIDE-LOOP SECTION.
          COMPUTE WS-DIV-IP-REG = WS-IP - 1.
          PERFORM VARYING WS-DIV-I FROM 1 BY 1
          UNTIL WS-DIV-I + 8 > WS-PROGRAM-LEN OR
                WS-DIV-LOOP-FOUND = "Y"
             PERFORM CHECK-DIVIDE-LOOP-AT
          END-PERFORM.
          IF WS-DIV-LOOP-FOUND = "Y" AND WS-FAST-PATH = 1
             MOVE "Y" TO WS-USE-FAST
          END-IF.
          EXIT.
      *
      * MATCH THE NINE-INSTRUCTION DIVIDE LOOP STARTING AT WS-DIV-I.
      * T, U AND D MUST BE THREE DIFFERENT REGISTERS, NONE OF THEM THE
      * IP REGISTER, AND THE LOOP MUST JUMP BACK TO ITS OWN A + 1.
       CHECK-DIVIDE-LOOP-AT SECTION.
          IF WS-PR-OPCODE (WS-DIV-I) NOT = "seti" OR
             WS-PR-OP-1 (WS-DIV-I) NOT = 0 OR
             WS-PR-RES (WS-DIV-I) = WS-DIV-IP-REG
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          COMPUTE WS-DIV-T-REG = WS-PR-RES (WS-DIV-I) + 1.
          IF WS-PR-OPCODE (WS-DIV-I + 1) NOT = "addi" OR
             WS-PR-OP-1 (WS-DIV-I + 1) + 1 NOT = WS-DIV-T-REG OR
             WS-PR-OP-2 (WS-DIV-I + 1) NOT = 1
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          COMPUTE WS-DIV-U-REG = WS-PR-RES (WS-DIV-I + 1) + 1.
          IF WS-PR-OPCODE (WS-DIV-I + 2) NOT = "muli" OR
             WS-PR-OP-1 (WS-DIV-I + 2) + 1 NOT = WS-DIV-U-REG OR
             WS-PR-RES (WS-DIV-I + 2) + 1 NOT = WS-DIV-U-REG OR
             WS-PR-OP-2 (WS-DIV-I + 2) < 1
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          MOVE WS-PR-OP-2 (WS-DIV-I + 2) TO WS-DIV-K.
          IF WS-PR-OPCODE (WS-DIV-I + 3) NOT = "gtrr" OR
             WS-PR-OP-1 (WS-DIV-I + 3) + 1 NOT = WS-DIV-U-REG OR
             WS-PR-RES (WS-DIV-I + 3) + 1 NOT = WS-DIV-U-REG
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          COMPUTE WS-DIV-D-REG = WS-PR-OP-2 (WS-DIV-I + 3) + 1.
          IF WS-PR-OPCODE (WS-DIV-I + 4) NOT = "addr" OR
             WS-PR-RES (WS-DIV-I + 4) NOT = WS-DIV-IP-REG
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          IF NOT ((WS-PR-OP-1 (WS-DIV-I + 4) + 1 = WS-DIV-U-REG AND
                   WS-PR-OP-2 (WS-DIV-I + 4) = WS-DIV-IP-REG) OR
                  (WS-PR-OP-1 (WS-DIV-I + 4) = WS-DIV-IP-REG AND
                   WS-PR-OP-2 (WS-DIV-I + 4) + 1 = WS-DIV-U-REG))
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          IF WS-PR-OPCODE (WS-DIV-I + 5) NOT = "addi" OR
             WS-PR-OP-1 (WS-DIV-I + 5) NOT = WS-DIV-IP-REG OR
             WS-PR-OP-2 (WS-DIV-I + 5) NOT = 1 OR
             WS-PR-RES (WS-DIV-I + 5) NOT = WS-DIV-IP-REG
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          IF WS-PR-OPCODE (WS-DIV-I + 6) NOT = "seti" OR
             WS-PR-RES (WS-DIV-I + 6) NOT = WS-DIV-IP-REG
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          COMPUTE WS-DIV-EXIT = WS-PR-OP-1 (WS-DIV-I + 6) + 1.
          IF WS-PR-OPCODE (WS-DIV-I + 7) NOT = "addi" OR
             WS-PR-OP-1 (WS-DIV-I + 7) + 1 NOT = WS-DIV-T-REG OR
             WS-PR-OP-2 (WS-DIV-I + 7) NOT = 1 OR
             WS-PR-RES (WS-DIV-I + 7) + 1 NOT = WS-DIV-T-REG
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          IF WS-PR-OPCODE (WS-DIV-I + 8) NOT = "seti" OR
             WS-PR-OP-1 (WS-DIV-I + 8) + 1 NOT = WS-DIV-I OR
             WS-PR-RES (WS-DIV-I + 8) NOT = WS-DIV-IP-REG
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          IF WS-DIV-T-REG = WS-DIV-U-REG OR
             WS-DIV-T-REG = WS-DIV-D-REG OR
             WS-DIV-U-REG = WS-DIV-D-REG OR
             WS-DIV-U-REG = WS-IP OR WS-DIV-D-REG = WS-IP
             GO TO CHECK-DIVIDE-LOOP-AT-99
          END-IF.
          MOVE "Y" TO WS-DIV-LOOP-FOUND.
          MOVE WS-DIV-I TO WS-DIV-LOOP-AT.
       CHECK-DIVIDE-LOOP-AT-99.
          EXIT.
      *
      * THE IP REGISTER IS LEFT AT THE LOOP'S EXIT ADDRESS, WHICH THE
      * EMULATION LOOP FETCHES NEXT.
       APPLY-DIVIDE-LOOP SECTION.
          IF VM-R (WS-DIV-D-REG) < 0
             MOVE 0 TO WS-DIV-QUOT
          ELSE
             COMPUTE WS-DIV-QUOT = VM-R (WS-DIV-D-REG) / WS-DIV-K
          END-IF.
          COMPUTE WS-DIV-STEPS = 7 * WS-DIV-QUOT + 6.
          IF VM-CYCLE-LIMIT > 0 AND
             VM-CYCLE-COUNT + WS-DIV-STEPS >= VM-CYCLE-LIMIT
             EXIT SECTION
          END-IF.
          MOVE WS-DIV-QUOT TO VM-R (WS-DIV-T-REG).
          MOVE 1 TO VM-R (WS-DIV-U-REG).
          MOVE WS-DIV-EXIT TO VM-R (VM-IP-BIND).
          ADD WS-DIV-STEPS TO VM-CYCLE-COUNT.
          ADD 1 TO WS-FAST-APPLIED.
          EXIT.
      *
      * FAST RUN FIRST, RECORDING ITS COMPARE VALUES; THEN A CLEAN
      * FULLY EMULATED RUN CHECKED AGAINST THEM, WHOSE RESULTS STAND.
       RUN-PARITY-CHECK SECTION.
          MOVE "Y" TO WS-USE-FAST.
          MOVE "R" TO WS-SEQ-MODE.
          MOVE 0 TO WS-SEQ-COUNT.
          PERFORM RUN-AND-COLLECT.
          MOVE WS-SEQ-COUNT TO WS-FAST-SEQ-COUNT.
          MOVE WS-PART-1-RESULT TO WS-FAST-PART-1.
          MOVE WS-PART-2-RESULT TO WS-FAST-PART-2.
          MOVE VM-CYCLE-COUNT TO WS-FAST-CYCLES.
          PERFORM VARYING WS-T-1 FROM 1 BY 1
          UNTIL WS-T-1 > WS-SEEN-TABLE-SIZE
             MOVE "N" TO WS-SEEN-TABLE (WS-T-1)
          END-PERFORM.
          MOVE "N" TO WS-HALTED.
          MOVE 0 TO WS-PART-1-RESULT WS-PART-2-RESULT.
          MOVE -1 TO WS-LAST-UNIQUE.
          MOVE "N" TO WS-USE-FAST.
          MOVE "C" TO WS-SEQ-MODE.
          MOVE 0 TO WS-SEQ-COUNT WS-SEQ-MISMATCH.
          PERFORM RUN-AND-COLLECT.
          MOVE " " TO WS-SEQ-MODE.
          IF WS-FAST-PATH = 1
             MOVE "Y" TO WS-USE-FAST
          END-IF.
          IF WS-SEQ-MISMATCH = 0 AND
             WS-SEQ-COUNT NOT = WS-FAST-SEQ-COUNT
             IF WS-SEQ-COUNT < WS-FAST-SEQ-COUNT
                COMPUTE WS-SEQ-MISMATCH = WS-SEQ-COUNT + 1
             ELSE
                COMPUTE WS-SEQ-MISMATCH = WS-FAST-SEQ-COUNT + 1
             END-IF
          END-IF.
          IF WS-SEQ-MISMATCH = 0 AND
             (WS-PART-1-RESULT NOT = WS-FAST-PART-1 OR
              WS-PART-2-RESULT NOT = WS-FAST-PART-2)
             COMPUTE WS-SEQ-MISMATCH = WS-SEQ-COUNT + 1
          END-IF.
          IF WS-SEQ-MISMATCH = 0
             MOVE WS-SEQ-COUNT TO WS-FP-N1-ED
             MOVE WS-FAST-CYCLES TO WS-FP-N2-ED
             MOVE VM-CYCLE-COUNT TO WS-FP-N3-ED
             DISPLAY "DAY21: PARITY CHECK PASSED - "
                FUNCTION TRIM (WS-FP-N1-ED)
                " COMPARE VALUES IDENTICAL; INSTRUCTIONS FAST "
                FUNCTION TRIM (WS-FP-N2-ED) ", EMULATED "
                FUNCTION TRIM (WS-FP-N3-ED)
          ELSE
             MOVE WS-SEQ-MISMATCH TO WS-FP-N1-ED
             MOVE WS-FAST-SEQ-COUNT TO WS-FP-N2-ED
             MOVE WS-SEQ-COUNT TO WS-FP-N3-ED
             DISPLAY "DAY21: PARITY CHECK FAILED AT COMPARE VALUE "
                FUNCTION TRIM (WS-FP-N1-ED) " - FAST PATH COLLECTED "
                FUNCTION TRIM (WS-FP-N2-ED) ", EMULATION "
                FUNCTION TRIM (WS-FP-N3-ED)
             IF WS-SEQ-MISMATCH <= WS-SEQ-MAX AND
                WS-SEQ-MISMATCH <= WS-SEQ-COUNT AND
                WS-SEQ-MISMATCH <= WS-FAST-SEQ-COUNT
                MOVE WS-SEQ-FAST-VALUE TO WS-FP-N1-ED
                MOVE WS-SEQ-EMU-VALUE TO WS-FP-N2-ED
                DISPLAY "DAY21: FAST VALUE "
                   FUNCTION TRIM (WS-FP-N1-ED) ", EMULATED VALUE "
                   FUNCTION TRIM (WS-FP-N2-ED)
             END-IF
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY21" TO ALERT-PROGRAM
             MOVE "PARITY CHECK FAILED - FAST PATH DISAGREES WITH "
                & "EMULATION, EMULATED RESULTS KEPT" TO ALERT-MESSAGE
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
          END-IF.
          EXIT.
      *
       NOTE-SEQUENCE-VALUE SECTION.
          ADD 1 TO WS-SEQ-COUNT.
          IF WS-SEQ-COUNT > WS-SEQ-MAX
             EXIT SECTION
          END-IF.
          IF WS-SEQ-RECORDING
             MOVE WS-CMP-VALUE TO WS-SEQ-VALUE (WS-SEQ-COUNT)
             EXIT SECTION
          END-IF.
          IF WS-SEQ-MISMATCH = 0 AND
             (WS-SEQ-COUNT > WS-FAST-SEQ-COUNT OR
              WS-SEQ-VALUE (WS-SEQ-COUNT) NOT = WS-CMP-VALUE)
             MOVE WS-SEQ-COUNT TO WS-SEQ-MISMATCH
             MOVE WS-CMP-VALUE TO WS-SEQ-EMU-VALUE
             IF WS-SEQ-COUNT <= WS-FAST-SEQ-COUNT
                MOVE WS-SEQ-VALUE (WS-SEQ-COUNT) TO WS-SEQ-FAST-VALUE
             END-IF
          END-IF.
          EXIT.
      *
       REPORT-LOOP-PATH SECTION.
          IF WS-DIV-LOOP-FOUND NOT = "Y"
             DISPLAY "DAY21: NO RECOGNIZED LOOP IN THE DEVICE PROGRAM"
                " - FULL EMULATION"
             IF WS-PARITY-CHECK = 1
                DISPLAY "DAY21: PARITY CHECK NOT RUN - NOTHING TO "
                   "COMPARE AGAINST"
             END-IF
             EXIT SECTION
          END-IF.
          COMPUTE WS-FP-N1-ED = WS-DIV-LOOP-AT - 1.
          COMPUTE WS-FP-N2-ED = WS-DIV-D-REG - 1.
          MOVE WS-DIV-K TO WS-FP-N3-ED.
          COMPUTE WS-FP-N4-ED = WS-DIV-T-REG - 1.
          DISPLAY "DAY21: DIVIDE LOOP RECOGNIZED AT IP "
             FUNCTION TRIM (WS-FP-N1-ED) " (R"
             FUNCTION TRIM (WS-FP-N2-ED) " / "
             FUNCTION TRIM (WS-FP-N3-ED) " INTO R"
             FUNCTION TRIM (WS-FP-N4-ED) ")".
          IF WS-PARITY-CHECK = 1
             DISPLAY "DAY21: PARITY CHECK RUN - RESULTS FROM FULL "
                "EMULATION"
          ELSE
             IF WS-USE-FAST = "Y"
                MOVE WS-FAST-APPLIED TO WS-FP-N1-ED
                DISPLAY "DAY21: FAST PATH TAKEN - LOOP COMPUTED "
                   FUNCTION TRIM (WS-FP-N1-ED) " TIME(S)"
             ELSE
                DISPLAY "DAY21: FAST PATH OFF (DAY21-FAST-PATH=0) - "
                   "FULL EMULATION"
             END-IF
          END-IF.
          EXIT.
      *
       RUN-AND-COLLECT SECTION.
          INITIALIZE VM-REGISTERS.
          MOVE " " TO VM-HALT-REASON.
          MOVE 0 TO VM-CYCLE-COUNT.
          PERFORM UNTIL WS-CYCLE-FOUND OR VM-HALT-FLAG = "Y"
             IF WS-USE-FAST = "Y" AND
                VM-R (VM-IP-BIND) + 1 = WS-DIV-LOOP-AT
                PERFORM APPLY-DIVIDE-LOOP
             END-IF
             COMPUTE WS-T-1 = VM-R (VM-IP-BIND) + 1
             IF WS-T-1 < 1 OR WS-T-1 > WS-PROGRAM-LEN THEN
                EXIT PERFORM
             EXIT SECTION
          END-IF.
          MOVE "Y" TO WS-SEEN-TABLE (WS-CMP-VALUE + 1).
          IF WS-SEQ-MODE NOT = " "
             PERFORM NOTE-SEQUENCE-VALUE
          END-IF.
          IF WS-PART-1-RESULT = 0 THEN
             MOVE WS-CMP-VALUE TO WS-PART-1-RESULT
          END-IF.
       RUN-SEED-CENSUS SECTION.
          MOVE "DAY21_SEED_DECK" TO CAT-LOGICAL-NAME.
          MOVE "./day21/seeds.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SEED-DECK-DATASET.
          OPEN INPUT SEED-DECK-FILE.
          IF WS-SEED-DECK-STATUS NOT = "00"
          END-IF.
          MOVE "DAY21_CENSUS_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day21/census.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CENSUS-DATASET.
          OPEN OUTPUT CENSUS-REPORT-FILE.
          MOVE "Y" TO WS-CENSUS-OPEN.
          MOVE 0 TO VM-CYCLE-COUNT.
          MOVE -1 TO WS-LAST-CHECK.
          PERFORM UNTIL VM-HALT-FLAG = "Y"
             IF WS-USE-FAST = "Y" AND
                VM-R (VM-IP-BIND) + 1 = WS-DIV-LOOP-AT
                PERFORM APPLY-DIVIDE-LOOP
             END-IF
             COMPUTE WS-T-1 = VM-R (VM-IP-BIND) + 1
             IF WS-T-1 < 1 OR WS-T-1 > WS-PROGRAM-LEN THEN
                MOVE "Y" TO VM-HALT-FLAG
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO VM-CYCLE-LIMIT.
          MOVE 1 TO WS-PARAM-DEFAULT.
          MOVE "DAY21-FAST-PATH" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT = 0
             MOVE 0 TO WS-FAST-PATH
          END-IF.
          MOVE 0 TO WS-PARAM-DEFAULT.
          MOVE "DAY21-PARITY-CHECK" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT NOT = 0
             MOVE 1 TO WS-PARITY-CHECK
          END-IF.
          EXIT.
      *
       NOTE-RING-INSTRUCTION SECTION.
       HANDLE-RUNAWAY-HALT SECTION.
          MOVE "DAY21_RUNAWAY_DUMP" TO CAT-LOGICAL-NAME.
          MOVE "./day21/runaway.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RUNAWAY-DATASET.
          OPEN OUTPUT RUNAWAY-FILE.
          MOVE VM-CYCLE-COUNT TO WS-RA-N1-ED.
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
       COPY OPMAPPA.
       COPY CFLOWPA.
