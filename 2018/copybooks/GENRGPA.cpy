      * INPUT GENERATION REGISTER - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-GENERATION-REGISTER ONCE; NO REGISTER ON
      * FILE LEAVES GR-COUNT ZERO - NO FEED HAS A GENERATION YET.
       LOAD-GENERATION-REGISTER SECTION.
           MOVE 0 TO GR-COUNT.
           MOVE "N" TO GR-EOF.
           MOVE "INPUT_GENERATIONS" TO CAT-LOGICAL-NAME.
           MOVE "../../results/inputgens.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO GR-REGISTER-DATASET.
           OPEN INPUT GEN-REGISTER-FILE.
           IF GR-STATUS NOT = "00"
              GO TO LOAD-GENERATION-REGISTER-99
           END-IF.
           PERFORM UNTIL GR-EOF = "Y"
              READ GEN-REGISTER-FILE
                 AT END
                    MOVE "Y" TO GR-EOF
                 NOT AT END
                    PERFORM PARSE-GENERATION-RECORD
              END-READ
           END-PERFORM.
           CLOSE GEN-REGISTER-FILE.
       LOAD-GENERATION-REGISTER-99.
           EXIT.
      *
       PARSE-GENERATION-RECORD SECTION.
           IF GEN-REGISTER-RECORD = SPACES OR
              GEN-REGISTER-RECORD (1:1) = "*"
              GO TO PARSE-GENERATION-RECORD-99
           END-IF.
           MOVE SPACES TO GR-PARSE.
           UNSTRING GEN-REGISTER-RECORD DELIMITED BY "|"
              INTO GR-P-NAME, GR-P-GEN, GR-P-PATH, GR-P-BYTES,
                   GR-P-CHECKSUM, GR-P-LINES, GR-P-DATE, GR-P-TIME,
                   GR-P-RUN.
           IF GR-P-NAME = SPACES OR
              FUNCTION TRIM (GR-P-GEN) IS NOT NUMERIC
              GO TO PARSE-GENERATION-RECORD-99
           END-IF.
           IF GR-COUNT >= GR-MAX
              DISPLAY "GENERATION REGISTER: TABLE FULL - IGNORED "
                 FUNCTION TRIM (GR-P-NAME) " " GR-P-GEN
              GO TO PARSE-GENERATION-RECORD-99
           END-IF.
           ADD 1 TO GR-COUNT.
           MOVE GR-P-NAME TO GR-NAME (GR-COUNT).
           COMPUTE GR-GEN (GR-COUNT) = FUNCTION NUMVAL (GR-P-GEN).
           MOVE GR-P-PATH TO GR-PATH (GR-COUNT).
           MOVE GR-P-BYTES TO GR-BYTES (GR-COUNT).
           MOVE GR-P-CHECKSUM TO GR-CHECKSUM (GR-COUNT).
           MOVE GR-P-LINES TO GR-LINES (GR-COUNT).
           MOVE GR-P-DATE TO GR-DATE (GR-COUNT).
           MOVE GR-P-TIME TO GR-TIME (GR-COUNT).
           MOVE GR-P-RUN TO GR-RUN (GR-COUNT).
       PARSE-GENERATION-RECORD-99.
           EXIT.
      *
       FIND-LATEST-GENERATION SECTION.
           MOVE 0 TO GR-HIT-IDX GR-LATEST-GEN.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
              IF GR-NAME (GR-IDX) = GR-Q-NAME AND
                 GR-GEN (GR-IDX) > GR-LATEST-GEN
                 MOVE GR-GEN (GR-IDX) TO GR-LATEST-GEN
                 MOVE GR-IDX TO GR-HIT-IDX
              END-IF
           END-PERFORM.
           EXIT.
      *
       FIND-GENERATION-BY-PATH SECTION.
           MOVE 0 TO GR-HIT-IDX GR-LATEST-GEN.
           MOVE SPACES TO GR-LABEL.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
              IF GR-NAME (GR-IDX) NOT = SPACES AND
                 GR-PATH (GR-IDX) = GR-Q-PATH
                 MOVE GR-IDX TO GR-HIT-IDX
              END-IF
           END-PERFORM.
           IF GR-HIT-IDX = 0
              GO TO FIND-GENERATION-BY-PATH-99
           END-IF.
           MOVE GR-HIT-IDX TO GR-SAVE-IDX.
           MOVE GR-NAME (GR-SAVE-IDX) TO GR-Q-NAME.
           PERFORM FIND-LATEST-GENERATION.
           MOVE GR-SAVE-IDX TO GR-HIT-IDX.
           PERFORM FORMAT-GENERATION-LABEL.
       FIND-GENERATION-BY-PATH-99.
           EXIT.
      *
      * GR-LABEL FOR ENTRY GR-HIT-IDX AGAINST GR-LATEST-GEN.
       FORMAT-GENERATION-LABEL SECTION.
           COMPUTE GR-REL = GR-GEN (GR-HIT-IDX) - GR-LATEST-GEN.
           MOVE GR-REL TO GR-REL-ED.
           MOVE SPACES TO GR-LABEL.
           STRING "G" DELIMITED BY SIZE
                  GR-GEN (GR-HIT-IDX) DELIMITED BY SIZE
                  "(" DELIMITED BY SIZE
                  FUNCTION TRIM (GR-REL-ED) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO GR-LABEL
           END-STRING.
           EXIT.
