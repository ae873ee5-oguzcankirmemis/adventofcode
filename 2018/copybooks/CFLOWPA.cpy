      * DEVICE PROGRAM CONTROL-FLOW LISTING - PROCEDURE DIVISION
      * PARAGRAPHS. CALLING PROGRAM MUST LOAD CF-PROGRAM (A GROUP MOVE
      * OF ITS TRANSLATED WS-PROGRAM TABLE), CF-PROGRAM-NAME,
      * CF-LISTING-LOGICAL AND CF-LISTING-DEFAULT BEFORE PERFORMING
      * WRITE-FLOW-LISTING.
      * AN INSTRUCTION JUMPS WHEN IT WRITES THE BOUND IP REGISTER; THE
      * DEVICE THEN ADDS ONE, SO THE TARGET IS THE VALUE WRITTEN PLUS
      * ONE. A JUMP IS RESOLVED WHEN THAT VALUE IS KNOWN STATICALLY: A
      * CONSTANT (seti), AN IP-RELATIVE OFFSET (addi, muli, OR addr
      * AND mulr OF THE IP WITH ITSELF), A COMPARISON RESULT WRITTEN
      * STRAIGHT TO THE IP, OR THE COMPILED SKIP IDIOM - addr OF THE IP
      * AND A REGISTER THE INSTRUCTION BEFORE SET TO 0 OR 1 WITH A
      * COMPARISON. ANY OTHER JUMP IS LISTED UNRESOLVED. A TARGET AT OR
      * BEFORE THE JUMPING INSTRUCTION IS A LOOP BACK-EDGE; A TARGET
      * OUTSIDE THE PROGRAM IS A LIKELY HALT EXIT.
       WRITE-FLOW-LISTING SECTION.
           COMPUTE CF-IP-REG = CF-IP-BIND - 1.
           INITIALIZE CF-FLOW-TABLE CF-BLOCK-TABLE.
           MOVE 0 TO CF-BACK-EDGES CF-HALT-EXITS CF-UNRESOLVED.
           PERFORM VARYING CF-I FROM 1 BY 1
           UNTIL CF-I > CF-PROGRAM-LEN
              PERFORM CLASSIFY-FLOW-INSTRUCTION
           END-PERFORM.
           PERFORM FORM-FLOW-BLOCKS.
           PERFORM MARK-FLOW-EDGES.
           MOVE CF-LISTING-LOGICAL TO CAT-LOGICAL-NAME.
           MOVE CF-LISTING-DEFAULT TO CAT-DEFAULT-PATH.
           MOVE "OUTPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO CF-LISTING-DATASET.
           OPEN OUTPUT FLOW-LISTING-FILE.
           IF CF-LISTING-STATUS NOT = "00"
              DISPLAY FUNCTION TRIM (CF-PROGRAM-NAME)
                 ": FLOW LISTING OPEN ERROR " CF-LISTING-STATUS
                 " - LISTING NOT WRITTEN"
              GO TO WRITE-FLOW-LISTING-99
           END-IF.
           MOVE SPACES TO FLOW-LISTING-LINE.
           STRING "DEVICE PROGRAM CONTROL-FLOW LISTING - "
                     DELIMITED BY SIZE
                  FUNCTION TRIM (CF-PROGRAM-NAME) DELIMITED BY SIZE
                  INTO FLOW-LISTING-LINE
           END-STRING.
           WRITE FLOW-LISTING-LINE.
           MOVE CF-PROGRAM-LEN TO CF-N-ED.
           MOVE CF-IP-REG TO CF-N2-ED.
           MOVE SPACES TO FLOW-LISTING-LINE.
           STRING "INSTRUCTIONS " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                  ", IP BOUND TO REGISTER " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N2-ED) DELIMITED BY SIZE
                  INTO FLOW-LISTING-LINE
           END-STRING.
           WRITE FLOW-LISTING-LINE.
           MOVE CF-BLOCK-COUNT TO CF-N-ED.
           MOVE CF-BACK-EDGES TO CF-N2-ED.
           MOVE CF-HALT-EXITS TO CF-N3-ED.
           MOVE CF-UNRESOLVED TO CF-N4-ED.
           MOVE SPACES TO FLOW-LISTING-LINE.
           STRING "BLOCKS " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                  ", LOOP BACK-EDGES " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N2-ED) DELIMITED BY SIZE
                  ", LIKELY HALT EXITS " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N3-ED) DELIMITED BY SIZE
                  ", UNRESOLVED JUMPS " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N4-ED) DELIMITED BY SIZE
                  INTO FLOW-LISTING-LINE
           END-STRING.
           WRITE FLOW-LISTING-LINE.
           IF CF-UNRESOLVED > 0
              MOVE SPACES TO FLOW-LISTING-LINE
              STRING "UNRESOLVED JUMPS TAKE THEIR TARGET FROM A "
                        DELIMITED BY SIZE
                     "REGISTER VALUE - ONLY THE RUN PROFILE SHOWS "
                        DELIMITED BY SIZE
                     "WHERE THEY GO" DELIMITED BY SIZE
                     INTO FLOW-LISTING-LINE
              END-STRING
              WRITE FLOW-LISTING-LINE
           END-IF.
           MOVE SPACES TO FLOW-LISTING-LINE.
           WRITE FLOW-LISTING-LINE.
           PERFORM VARYING CF-J FROM 1 BY 1
           UNTIL CF-J > CF-BLOCK-COUNT
              PERFORM WRITE-FLOW-BLOCK
           END-PERFORM.
           CLOSE FLOW-LISTING-FILE.
           MOVE CF-BLOCK-COUNT TO CF-N-ED.
           MOVE CF-BACK-EDGES TO CF-N2-ED.
           MOVE CF-HALT-EXITS TO CF-N3-ED.
           MOVE CF-UNRESOLVED TO CF-N4-ED.
           DISPLAY FUNCTION TRIM (CF-PROGRAM-NAME)
              ": CONTROL-FLOW LISTING - " FUNCTION TRIM (CF-N-ED)
              " BLOCKS, " FUNCTION TRIM (CF-N2-ED) " BACK-EDGES, "
              FUNCTION TRIM (CF-N3-ED) " HALT EXITS, "
              FUNCTION TRIM (CF-N4-ED) " UNRESOLVED JUMPS".
       WRITE-FLOW-LISTING-99.
           EXIT.
      *
      * SET THE SUCCESSOR ADDRESSES OF INSTRUCTION CF-I.
       CLASSIFY-FLOW-INSTRUCTION SECTION.
           COMPUTE CF-ADDR = CF-I - 1.
           MOVE "N" TO CF-WRITES-IP (CF-I) CF-LEADER (CF-I)
              CF-LOOP-HEAD (CF-I).
           MOVE "Y" TO CF-RESOLVED (CF-I).
           MOVE SPACES TO CF-JUMP-NOTE (CF-I).
           MOVE 1 TO CF-SUCC-COUNT (CF-I).
           IF CF-OP-C (CF-I) NOT = CF-IP-REG
              COMPUTE CF-SUCC-ADDR (CF-I, 1) = CF-ADDR + 1
              EXIT SECTION
           END-IF.
           MOVE "Y" TO CF-WRITES-IP (CF-I).
           EVALUATE TRUE
              WHEN CF-OPCODE (CF-I) = "seti"
                 COMPUTE CF-SUCC-ADDR (CF-I, 1) = CF-OP-A (CF-I) + 1
                 MOVE "CONSTANT" TO CF-JUMP-NOTE (CF-I)
              WHEN CF-OPCODE (CF-I) = "setr" AND
                   CF-OP-A (CF-I) = CF-IP-REG
                 COMPUTE CF-SUCC-ADDR (CF-I, 1) = CF-ADDR + 1
                 MOVE "IP REWRITTEN UNCHANGED" TO CF-JUMP-NOTE (CF-I)
              WHEN CF-OPCODE (CF-I) = "addi" AND
                   CF-OP-A (CF-I) = CF-IP-REG
                 COMPUTE CF-SUCC-ADDR (CF-I, 1) =
                    CF-ADDR + CF-OP-B (CF-I) + 1
                 MOVE CF-OP-B (CF-I) TO CF-N-ED
                 STRING "RELATIVE +" DELIMITED BY SIZE
                        FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                        INTO CF-JUMP-NOTE (CF-I)
                 END-STRING
              WHEN CF-OPCODE (CF-I) = "addr"
                 PERFORM CLASSIFY-FLOW-ADDR
              WHEN CF-OPCODE (CF-I) = "muli" AND
                   CF-OP-A (CF-I) = CF-IP-REG
                 COMPUTE CF-SUCC-ADDR (CF-I, 1) =
                    CF-ADDR * CF-OP-B (CF-I) + 1
                 MOVE "IP TIMES CONSTANT" TO CF-JUMP-NOTE (CF-I)
              WHEN CF-OPCODE (CF-I) = "mulr" AND
                   CF-OP-A (CF-I) = CF-IP-REG AND
                   CF-OP-B (CF-I) = CF-IP-REG
                 COMPUTE CF-SUCC-ADDR (CF-I, 1) = CF-ADDR * CF-ADDR + 1
                 MOVE "IP SQUARED" TO CF-JUMP-NOTE (CF-I)
              WHEN CF-COMPARE-OP (CF-I)
                 MOVE 2 TO CF-SUCC-COUNT (CF-I)
                 MOVE 1 TO CF-SUCC-ADDR (CF-I, 1)
                 MOVE 2 TO CF-SUCC-ADDR (CF-I, 2)
                 MOVE "COMPARISON RESULT 0 OR 1" TO CF-JUMP-NOTE (CF-I)
              WHEN OTHER
                 PERFORM NOTE-FLOW-UNRESOLVED
           END-EVALUATE.
           EXIT.
      *
      * addr OF THE IP WITH ITSELF DOUBLES IT; addr OF THE IP WITH A
      * REGISTER IS A SKIP OF ONE INSTRUCTION WHEN THE INSTRUCTION
      * BEFORE LEFT A COMPARISON RESULT IN THAT REGISTER.
       CLASSIFY-FLOW-ADDR SECTION.
           IF CF-OP-A (CF-I) = CF-IP-REG AND
              CF-OP-B (CF-I) = CF-IP-REG
              COMPUTE CF-SUCC-ADDR (CF-I, 1) = CF-ADDR * 2 + 1
              MOVE "IP DOUBLED" TO CF-JUMP-NOTE (CF-I)
              EXIT SECTION
           END-IF.
           EVALUATE TRUE
              WHEN CF-OP-A (CF-I) = CF-IP-REG
                 MOVE CF-OP-B (CF-I) TO CF-OTHER-REG
              WHEN CF-OP-B (CF-I) = CF-IP-REG
                 MOVE CF-OP-A (CF-I) TO CF-OTHER-REG
              WHEN OTHER
                 PERFORM NOTE-FLOW-UNRESOLVED
                 EXIT SECTION
           END-EVALUATE.
           MOVE CF-OTHER-REG TO CF-N-ED.
           IF CF-I > 1 AND CF-COMPARE-OP (CF-I - 1) AND
              CF-OP-C (CF-I - 1) = CF-OTHER-REG
              MOVE 2 TO CF-SUCC-COUNT (CF-I)
              COMPUTE CF-SUCC-ADDR (CF-I, 1) = CF-ADDR + 1
              COMPUTE CF-SUCC-ADDR (CF-I, 2) = CF-ADDR + 2
              STRING "SKIP WHEN R" DELIMITED BY SIZE
                     FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                     " IS SET BY " DELIMITED BY SIZE
                     CF-OPCODE (CF-I - 1) DELIMITED BY SIZE
                     INTO CF-JUMP-NOTE (CF-I)
              END-STRING
           ELSE
              PERFORM NOTE-FLOW-UNRESOLVED
              MOVE SPACES TO CF-JUMP-NOTE (CF-I)
              STRING "IP PLUS R" DELIMITED BY SIZE
                     FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                     INTO CF-JUMP-NOTE (CF-I)
              END-STRING
           END-IF.
           EXIT.
      *
       NOTE-FLOW-UNRESOLVED SECTION.
           MOVE "N" TO CF-RESOLVED (CF-I).
           MOVE 0 TO CF-SUCC-COUNT (CF-I).
           MOVE "TARGET COMPUTED AT RUN TIME" TO CF-JUMP-NOTE (CF-I).
           EXIT.
      *
      * A BLOCK STARTS AT ADDRESS 0, AT EVERY RESOLVED JUMP TARGET
      * INSIDE THE PROGRAM AND AFTER EVERY JUMP.
       FORM-FLOW-BLOCKS SECTION.
           IF CF-PROGRAM-LEN > 0
              MOVE "Y" TO CF-LEADER (1)
           END-IF.
           PERFORM VARYING CF-I FROM 1 BY 1
           UNTIL CF-I > CF-PROGRAM-LEN
              IF CF-WRITES-IP (CF-I) = "Y"
                 IF CF-I < CF-PROGRAM-LEN
                    MOVE "Y" TO CF-LEADER (CF-I + 1)
                 END-IF
                 PERFORM VARYING CF-K FROM 1 BY 1
                 UNTIL CF-K > CF-SUCC-COUNT (CF-I)
                    MOVE CF-SUCC-ADDR (CF-I, CF-K) TO CF-TARGET
                    IF CF-TARGET >= 0 AND CF-TARGET < CF-PROGRAM-LEN
                       MOVE "Y" TO CF-LEADER (CF-TARGET + 1)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING CF-I FROM 1 BY 1
           UNTIL CF-I > CF-PROGRAM-LEN
              IF CF-LEADER (CF-I) = "Y"
                 ADD 1 TO CF-BLOCK-COUNT
                 MOVE CF-I TO CF-BK-FIRST (CF-BLOCK-COUNT)
              END-IF
              MOVE CF-I TO CF-BK-LAST (CF-BLOCK-COUNT)
              MOVE CF-BLOCK-COUNT TO CF-BLOCK-NO (CF-I)
           END-PERFORM.
           EXIT.
      *
      * COUNT THE EDGES LEAVING EACH BLOCK'S LAST INSTRUCTION AND MARK
      * THE BLOCKS A BACK-EDGE RETURNS TO AS LOOP HEADS.
       MARK-FLOW-EDGES SECTION.
           PERFORM VARYING CF-J FROM 1 BY 1
           UNTIL CF-J > CF-BLOCK-COUNT
              MOVE CF-BK-LAST (CF-J) TO CF-I
              IF CF-RESOLVED (CF-I) = "N"
                 ADD 1 TO CF-UNRESOLVED
              END-IF
              PERFORM VARYING CF-K FROM 1 BY 1
              UNTIL CF-K > CF-SUCC-COUNT (CF-I)
                 MOVE CF-SUCC-ADDR (CF-I, CF-K) TO CF-TARGET
                 IF CF-TARGET < 0 OR CF-TARGET >= CF-PROGRAM-LEN
                    ADD 1 TO CF-HALT-EXITS
                 ELSE
                    IF CF-TARGET < CF-I
                       ADD 1 TO CF-BACK-EDGES
                       MOVE "Y" TO CF-LOOP-HEAD (CF-TARGET + 1)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.
      *
       WRITE-FLOW-BLOCK SECTION.
           MOVE CF-BK-FIRST (CF-J) TO CF-I.
           MOVE CF-J TO CF-N-ED.
           COMPUTE CF-N2-ED = CF-BK-FIRST (CF-J) - 1.
           COMPUTE CF-N3-ED = CF-BK-LAST (CF-J) - 1.
           MOVE SPACES TO FLOW-LISTING-LINE.
           MOVE 1 TO CF-PTR.
           STRING "BLOCK " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                  "  ADDRESSES " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N2-ED) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N3-ED) DELIMITED BY SIZE
                  INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
           END-STRING.
           IF CF-LOOP-HEAD (CF-I) = "Y"
              STRING "  LOOP HEAD" DELIMITED BY SIZE
                     INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
              END-STRING
           END-IF.
           WRITE FLOW-LISTING-LINE.
           PERFORM VARYING CF-I FROM CF-BK-FIRST (CF-J) BY 1
           UNTIL CF-I > CF-BK-LAST (CF-J)
              PERFORM WRITE-FLOW-INSTRUCTION
           END-PERFORM.
           MOVE CF-BK-LAST (CF-J) TO CF-I.
           MOVE SPACES TO FLOW-LISTING-LINE.
           MOVE 1 TO CF-PTR.
           STRING "         SUCCESSORS: " DELIMITED BY SIZE
                  INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
           END-STRING.
           IF CF-RESOLVED (CF-I) = "N"
              STRING "UNRESOLVED - " DELIMITED BY SIZE
                     FUNCTION TRIM (CF-JUMP-NOTE (CF-I))
                        DELIMITED BY SIZE
                     ", SEE THE RUN PROFILE" DELIMITED BY SIZE
                     INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
              END-STRING
           ELSE
              PERFORM VARYING CF-K FROM 1 BY 1
              UNTIL CF-K > CF-SUCC-COUNT (CF-I)
                 IF CF-K > 1
                    STRING ", " DELIMITED BY SIZE
                           INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
                    END-STRING
                 END-IF
                 PERFORM APPEND-FLOW-SUCCESSOR
              END-PERFORM
           END-IF.
           WRITE FLOW-LISTING-LINE.
           MOVE SPACES TO FLOW-LISTING-LINE.
           WRITE FLOW-LISTING-LINE.
           EXIT.
      *
       WRITE-FLOW-INSTRUCTION SECTION.
           COMPUTE CF-ADDR-ED = CF-I - 1.
           MOVE CF-OP-A (CF-I) TO CF-N2-ED.
           MOVE CF-OP-B (CF-I) TO CF-N3-ED.
           MOVE CF-OP-C (CF-I) TO CF-N4-ED.
           MOVE SPACES TO FLOW-LISTING-LINE.
           MOVE 1 TO CF-PTR.
           STRING "   " DELIMITED BY SIZE
                  CF-ADDR-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CF-OPCODE (CF-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N2-ED) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N3-ED) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N4-ED) DELIMITED BY SIZE
                  INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
           END-STRING.
           IF CF-WRITES-IP (CF-I) = "Y"
              IF CF-PTR < 40
                 MOVE 40 TO CF-PTR
              END-IF
              STRING "JUMP - " DELIMITED BY SIZE
                     FUNCTION TRIM (CF-JUMP-NOTE (CF-I))
                        DELIMITED BY SIZE
                     INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
              END-STRING
           END-IF.
           WRITE FLOW-LISTING-LINE.
           EXIT.
      *
       APPEND-FLOW-SUCCESSOR SECTION.
           MOVE CF-SUCC-ADDR (CF-I, CF-K) TO CF-TARGET.
           MOVE CF-TARGET TO CF-N-ED.
           IF CF-TARGET < 0 OR CF-TARGET >= CF-PROGRAM-LEN
              STRING "ADDR " DELIMITED BY SIZE
                     FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                     " (LIKELY HALT EXIT)" DELIMITED BY SIZE
                     INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
              END-STRING
              EXIT SECTION
           END-IF.
           MOVE CF-BLOCK-NO (CF-TARGET + 1) TO CF-N2-ED.
           STRING "BLOCK " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N2-ED) DELIMITED BY SIZE
                  " AT ADDR " DELIMITED BY SIZE
                  FUNCTION TRIM (CF-N-ED) DELIMITED BY SIZE
                  INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
           END-STRING.
           IF CF-TARGET < CF-I
              STRING " (LOOP BACK-EDGE)" DELIMITED BY SIZE
                     INTO FLOW-LISTING-LINE WITH POINTER CF-PTR
              END-STRING
           END-IF.
           EXIT.
