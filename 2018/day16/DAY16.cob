          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          COPY OPMAPSL.
          SELECT SAMPLE-SUSPENSE-FILE
          ASSIGN TO WS-SAMPLE-SUSPENSE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
             03 INPUT-STR PIC X(40).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
       COPY OPMAPFD.
          FD SAMPLE-SUSPENSE-FILE.
          01 SAMPLE-SUSPENSE-LINE PIC X(80).
          FD MATRIX-REPORT-FILE.
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY ELFVMWS.
          COPY OPMAPWS.
          01 WS-INPUT-DATASET PIC X(200).

          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          01 WS-SUSP-V-ED PIC -(8)9.
          01 WS-AUDIT-PASS PIC X(1) VALUE "C".
          01 WS-SOLVED PIC X(1) VALUE "N".
      * THE DEDUCTION STOPS WHEN A PASS ELIMINATES NOTHING; A MAP
      * STILL AMBIGUOUS THEN IS PUBLISHED AS UNRESOLVED AND THE TEST
      * PROGRAM IS NOT RUN.
          01 WS-STALLED PIC X(1) VALUE "N".
          01 WS-SPEC-TOTAL PIC 9(5) USAGE COMP-5 VALUE 0.
          01 WS-SPEC-TOTAL-BEFORE PIC 9(5) USAGE COMP-5 VALUE 0.
          01 WS-EXEC-OP PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-OPCODE-TABLE OCCURS 16.
             03 WS-SPECULATIONS PIC X(1) OCCURS 16 VALUE "Y".
          PERFORM PART-2.
          MOVE "DAY16" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE "DAY16" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
      * A RECORD IS A WHOLE BEFORE/INSTRUCTION/AFTER SAMPLE BLOCK OR
      * ONE PROGRAM INSTRUCTION; THE BLANK SEPARATOR LINES ARE NOT.
          MOVE "DAY16" TO WS-BAL-PROGRAM.
          ADD WS-PROGRAM-LEN TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          IF WS-SOLVED = "Y"
             MOVE 0 TO RETURN-CODE
          ELSE
             MOVE 1 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PARSE-INPUT SECTION.
          MOVE "DAY16_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                NOT AT END
                   ADD 1 TO WS-STATS-RECORDS-READ
                   IF INPUT-STR (1 : 7) = "Before:" THEN
                      ADD 1 TO WS-BAL-READ
                      ADD 1 TO WS-PUZZLE-LEN
                      PERFORM CHECKSUM-INPUT-LINE
                      PERFORM PARSE-PUZZLE-BEFORE
                      READ INPUT-FILE
                      PERFORM CHECKSUM-INPUT-LINE
                      PERFORM PARSE-PUZZLE-INSTRUCTION
                      READ INPUT-FILE
                      PERFORM CHECKSUM-INPUT-LINE
                      PERFORM PARSE-PUZZLE-AFTER
                   ELSE
                      IF NOT INPUT-STR (1 : 1) = " " THEN
                         ADD 1 TO WS-BAL-READ
                         ADD 1 TO WS-PROGRAM-LEN
                         PERFORM PARSE-INSTRUCTION
                      END-IF
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          MOVE WS-PUZZLE-LEN TO OM-SAMPLE-COUNT.
          EXIT.
      *
       CHECKSUM-INPUT-LINE SECTION.
          MOVE INPUT-STR TO OM-SAMPLE-LINE.
          PERFORM CHECKSUM-SAMPLE-LINE.
          EXIT.
      *
       PARSE-PUZZLE-BEFORE SECTION.
          EXIT.
      *
       PART-2 SECTION.
          PERFORM CHECK-SOLVED.
          PERFORM UNTIL WS-SOLVED = "Y" OR WS-STALLED = "Y"
             PERFORM SUM-SPECULATIONS
             MOVE WS-SPEC-TOTAL TO WS-SPEC-TOTAL-BEFORE
             PERFORM VARYING WS-I-1 FROM 1 BY 1
             UNTIL WS-I-1 > WS-INSTRUCTIONS
                IF WS-SPECULATIONS-COUNT (WS-I-1) > 1 THEN
                END-IF
             END-PERFORM
             PERFORM CHECK-SOLVED
             PERFORM SUM-SPECULATIONS
             IF WS-SOLVED = "N" AND
                WS-SPEC-TOTAL = WS-SPEC-TOTAL-BEFORE
                MOVE "Y" TO WS-STALLED
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
          UNTIL WS-I-1 > WS-INSTRUCTIONS
             IF WS-SPECULATIONS-COUNT (WS-I-1) = 1
                PERFORM VARYING WS-I-2 FROM 1 BY 1
                UNTIL WS-I-2 > WS-INSTRUCTIONS
                   IF WS-SPECULATIONS (WS-I-1, WS-I-2) = "Y" THEN
                      MOVE WS-I-2 TO WS-OPCODE-MAP (WS-I-1)
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM
          PERFORM PUBLISH-OPCODE-MAP.
          PERFORM AUDIT-SAMPLES.
          IF WS-SOLVED = "N"
             DISPLAY "DAY16: *** OPCODE MAP NOT RESOLVED BY THE "
                "SAMPLES - TEST PROGRAM NOT RUN ***"
             MOVE "S" TO ALERT-SEVERITY
             MOVE "DAY16" TO ALERT-PROGRAM
             MOVE "OPCODE MAP NOT RESOLVED - PART 2 NOT POSTED"
                TO ALERT-MESSAGE
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             DISPLAY "PART 2: NO ANSWER - OPCODE MAP NOT RESOLVED"
             MOVE "OPCODE MAP NOT RESOLVED" TO WS-LEDGER-PART-2
             GO TO PART-2-99
          END-IF.
          PERFORM OPEN-TRACE.
          PERFORM WRITE-OPCODE-MAP.
          INITIALIZE VM-REGISTERS.
          MOVE VM-R (1) TO WS-PART-2-RESULT.
          DISPLAY "PART 2: " WS-PART-2-RESULT.
          MOVE WS-PART-2-RESULT TO WS-LEDGER-PART-2.
       PART-2-99.
          EXIT.
      *
      * THE RESOLVED MAP IS PUBLISHED AS A CATALOGED DATASET SO THE
      * DAY19 AND DAY21 STEPS CAN LOAD NUMERIC-CODED DEVICE PROGRAMS.
       PUBLISH-OPCODE-MAP SECTION.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
          UNTIL WS-I-1 > WS-INSTRUCTIONS
             IF WS-OPCODE-MAP (WS-I-1) > 0
                MOVE WS-OPCODE-MAP (WS-I-1) TO VM-OPCODE-NUM
                MOVE "S" TO VM-FUNCTION
                CALL "ELFVM" USING VM-CONTROL, VM-REGISTERS,
                   VM-INSTRUCTION
                MOVE VM-MNEMONIC TO OM-MNEMONIC (WS-I-1)
             ELSE
                MOVE "????" TO OM-MNEMONIC (WS-I-1)
             END-IF
          END-PERFORM.
          MOVE WS-SOLVED TO OM-RESOLVED.
          PERFORM WRITE-OPCODE-MAP-DATASET.
          MOVE OM-CHECKSUM TO OM-CHECKSUM-ED.
          DISPLAY "DAY16: OPCODE MAP PUBLISHED - RESOLVED "
             OM-RESOLVED " SAMPLE CHECKSUM "
             FUNCTION TRIM (OM-CHECKSUM-ED).
          EXIT.
      *
       SUM-SPECULATIONS SECTION.
          MOVE 0 TO WS-SPEC-TOTAL.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
          UNTIL WS-I-1 > WS-INSTRUCTIONS
             ADD WS-SPECULATIONS-COUNT (WS-I-1) TO WS-SPEC-TOTAL
          END-PERFORM.
          EXIT.
      *
       AUDIT-SAMPLES SECTION.
                MOVE "BEHAVES LIKE NONE OF THE 16 OPCODES"
                   TO WS-SUSP-REASON
             ELSE
                IF WS-OPCODE-MAP (WS-PZ-OPCODE (WS-I-1) + 1) > 0
                   PERFORM CHECK-SAMPLE-AGAINST-MAP
                END-IF
             END-IF
             IF WS-SUSP-REASON NOT = SPACES
                PERFORM WRITE-SAMPLE-SUSPENSE
                ADD 1 TO WS-BAL-SUSPENDED
             ELSE
                ADD 1 TO WS-BAL-ACCEPTED
             END-IF
          END-PERFORM.
          IF WS-SUSPENSE-OPEN = "Y"
             " ZERO-MATCH, " WS-CONTRADICT-COUNT
             " CONTRADICTORY SAMPLE(S)".
          EXIT.
      *
       CHECK-SAMPLE-AGAINST-MAP SECTION.
          PERFORM RESET-REGISTERS.
          MOVE WS-PZ-INSTR (WS-I-1) TO VM-INSTRUCTION.
          MOVE WS-OPCODE-MAP (VM-OPCODE-NUM + 1)
             TO VM-OPCODE-NUM.
          MOVE "E" TO VM-FUNCTION.
          CALL "ELFVM" USING VM-CONTROL, VM-REGISTERS,
             VM-INSTRUCTION.
          IF WS-A-REG-1 (WS-I-1) NOT = VM-R (1) OR
             WS-A-REG-2 (WS-I-1) NOT = VM-R (2) OR
             WS-A-REG-3 (WS-I-1) NOT = VM-R (3) OR
             WS-A-REG-4 (WS-I-1) NOT = VM-R (4)
             ADD 1 TO WS-CONTRADICT-COUNT
             MOVE "CONTRADICTS THE DEDUCED OPCODE MAPPING"
                TO WS-SUSP-REASON
          END-IF.
          EXIT.
      *
       WRITE-SAMPLE-SUSPENSE SECTION.
          IF WS-SUSPENSE-OPEN = "N"
             MOVE "DAY16_SAMPLE_SUSPENSE" TO CAT-LOGICAL-NAME
             MOVE "./day16/sample_suspense.txt"
                TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH
                TO WS-SAMPLE-SUSPENSE-DATASET
             OPEN OUTPUT SAMPLE-SUSPENSE-FILE
       OPEN-TRACE SECTION.
          MOVE "DAY16_TRACE" TO CAT-LOGICAL-NAME.
          MOVE "./day16/trace.log" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TRACE-DATASET.
          OPEN OUTPUT TRACE-FILE.
          EXIT.
       WRITE-AMBIGUITY-MATRIX SECTION.
          MOVE "DAY16_AMBIGUITY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day16/ambiguity.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MATRIX-DATASET.
          PERFORM VARYING WS-I-2 FROM 1 BY 1
          UNTIL WS-I-2 > WS-INSTRUCTIONS
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY OPMAPPA.
