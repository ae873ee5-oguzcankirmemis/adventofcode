      * DEVICE OPCODE MAP - PROCEDURE DIVISION PARAGRAPHS.
      * CHECKSUM-SAMPLE-LINE FOLDS OM-SAMPLE-LINE INTO OM-CHECKSUM;
      * THE PUBLISHER CALLS IT FOR EACH SAMPLE LINE IT READS.
      * WRITE-OPCODE-MAP-DATASET PUBLISHES OM-MNEMONIC (1) - (16) WITH
      * OM-RESOLVED, OM-SAMPLE-COUNT AND OM-CHECKSUM, STAMPED WITH THE
      * BATCH RUN NUMBER AND TODAY'S DATE. LOAD-OPCODE-MAP READS THE
      * MAP BACK, RE-MEASURES THE SAMPLE FEED (DAY16_INPUT) AND LEAVES
      * OM-REFUSAL SPACES ONLY WHEN THE MAP MAY BE TRUSTED.
       CHECKSUM-SAMPLE-LINE SECTION.
           MOVE 0 TO OM-TRIM-LEN.
           INSPECT FUNCTION REVERSE (OM-SAMPLE-LINE)
              TALLYING OM-TRIM-LEN FOR LEADING SPACES.
           COMPUTE OM-TRIM-LEN = 100 - OM-TRIM-LEN.
           PERFORM VARYING OM-CH-IDX FROM 1 BY 1
           UNTIL OM-CH-IDX > OM-TRIM-LEN
              COMPUTE OM-CHECKSUM = FUNCTION MOD (
                 OM-CHECKSUM * 31 +
                 FUNCTION ORD (OM-SAMPLE-LINE (OM-CH-IDX:1)),
                 999999937)
           END-PERFORM.
           COMPUTE OM-CHECKSUM = FUNCTION MOD (
              OM-CHECKSUM * 31 + 10, 999999937).
           EXIT.
      *
       WRITE-OPCODE-MAP-DATASET SECTION.
           ACCEPT OM-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF OM-RUN-NUMBER = SPACES
              MOVE "0" TO OM-RUN-NUMBER
           END-IF.
           ACCEPT OM-MAP-DATE FROM DATE YYYYMMDD.
           MOVE "DEVICE_OPCODE_MAP" TO CAT-LOGICAL-NAME.
           MOVE "../day16/day16/opcode_map.txt" TO CAT-DEFAULT-PATH.
           MOVE "OUTPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO OM-MAP-DATASET.
           OPEN OUTPUT OPCODE-MAP-FILE.
           IF OM-MAP-STATUS NOT = "00"
              DISPLAY "OPCODE MAP: OPEN ERROR " OM-MAP-STATUS
                 " - MAP NOT PUBLISHED"
              GO TO WRITE-OPCODE-MAP-DATASET-99
           END-IF.
           MOVE OM-SAMPLE-COUNT TO OM-N-ED.
           MOVE OM-CHECKSUM TO OM-CHECKSUM-ED.
           MOVE SPACES TO OPCODE-MAP-RECORD.
           STRING "H|" DELIMITED BY SIZE
                  FUNCTION TRIM (OM-RUN-NUMBER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  OM-MAP-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (OM-N-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (OM-CHECKSUM-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  OM-RESOLVED DELIMITED BY SIZE
                  INTO OPCODE-MAP-RECORD
           END-STRING.
           WRITE OPCODE-MAP-RECORD.
           PERFORM VARYING OM-IDX FROM 1 BY 1 UNTIL OM-IDX > 16
              COMPUTE OM-N-ED = OM-IDX - 1
              MOVE SPACES TO OPCODE-MAP-RECORD
              STRING "M|" DELIMITED BY SIZE
                     FUNCTION TRIM (OM-N-ED) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                     OM-MNEMONIC (OM-IDX) DELIMITED BY SIZE
                     INTO OPCODE-MAP-RECORD
              END-STRING
              WRITE OPCODE-MAP-RECORD
           END-PERFORM.
           CLOSE OPCODE-MAP-FILE.
       WRITE-OPCODE-MAP-DATASET-99.
           EXIT.
      *
       LOAD-OPCODE-MAP SECTION.
           MOVE SPACES TO OM-REFUSAL.
           MOVE SPACES TO OM-RUN-NUMBER OM-STAMPED-CHECKSUM
              OM-STAMPED-SAMPLES.
           MOVE "N" TO OM-RESOLVED.
           MOVE 0 TO OM-MAPPED-COUNT.
           MOVE ALL "????" TO OM-MNEMONIC-TABLE.
           MOVE "DEVICE_OPCODE_MAP" TO CAT-LOGICAL-NAME.
           MOVE "../day16/day16/opcode_map.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO OM-MAP-DATASET.
           OPEN INPUT OPCODE-MAP-FILE.
           IF OM-MAP-STATUS NOT = "00"
              MOVE "OPCODE MAP DATASET IS MISSING - RUN DAY16 FIRST"
                 TO OM-REFUSAL
              GO TO LOAD-OPCODE-MAP-99
           END-IF.
           MOVE "N" TO OM-EOF.
           PERFORM UNTIL OM-EOF = "Y"
              READ OPCODE-MAP-FILE
                 AT END
                    MOVE "Y" TO OM-EOF
                 NOT AT END
                    PERFORM PARSE-OPCODE-MAP-RECORD
              END-READ
           END-PERFORM.
           CLOSE OPCODE-MAP-FILE.
           IF OM-STAMPED-CHECKSUM = SPACES OR OM-MAPPED-COUNT < 16
              MOVE "OPCODE MAP DATASET IS INCOMPLETE" TO OM-REFUSAL
              GO TO LOAD-OPCODE-MAP-99
           END-IF.
           IF OM-RESOLVED NOT = "Y"
              MOVE SPACES TO OM-REFUSAL
              STRING "OPCODE MAP FROM RUN " DELIMITED BY SIZE
                     FUNCTION TRIM (OM-RUN-NUMBER) DELIMITED BY SIZE
                     " IS NOT FULLY RESOLVED" DELIMITED BY SIZE
                     INTO OM-REFUSAL
              END-STRING
              GO TO LOAD-OPCODE-MAP-99
           END-IF.
           PERFORM MEASURE-SAMPLE-FEED.
           IF OM-REFUSAL NOT = SPACES
              GO TO LOAD-OPCODE-MAP-99
           END-IF.
           MOVE OM-CHECKSUM TO OM-CHECKSUM-ED.
           MOVE FUNCTION TRIM (OM-CHECKSUM-ED) TO OM-CURRENT-CHECKSUM.
           IF OM-CURRENT-CHECKSUM NOT = OM-STAMPED-CHECKSUM
              MOVE SPACES TO OM-REFUSAL
              STRING "OPCODE MAP FROM RUN " DELIMITED BY SIZE
                     FUNCTION TRIM (OM-RUN-NUMBER) DELIMITED BY SIZE
                     " IS OUT OF DATE - SAMPLE FEED HAS CHANGED"
                        DELIMITED BY SIZE
                     INTO OM-REFUSAL
              END-STRING
           END-IF.
       LOAD-OPCODE-MAP-99.
           EXIT.
      *
       PARSE-OPCODE-MAP-RECORD SECTION.
           MOVE SPACES TO OM-PARSE.
           UNSTRING OPCODE-MAP-RECORD DELIMITED BY "|"
              INTO OM-P-TAG, OM-P-1, OM-P-2, OM-P-3, OM-P-4, OM-P-5.
           EVALUATE OM-P-TAG
              WHEN "H"
                 MOVE OM-P-1 TO OM-RUN-NUMBER
                 MOVE OM-P-2 TO OM-MAP-DATE
                 MOVE OM-P-3 TO OM-STAMPED-SAMPLES
                 MOVE OM-P-4 TO OM-STAMPED-CHECKSUM
                 MOVE OM-P-5 TO OM-RESOLVED
              WHEN "M"
                 IF FUNCTION TRIM (OM-P-1) IS NUMERIC
                    COMPUTE OM-IDX = FUNCTION NUMVAL (OM-P-1) + 1
                    IF OM-IDX >= 1 AND OM-IDX <= 16
                       MOVE OM-P-2 TO OM-MNEMONIC (OM-IDX)
                       IF OM-P-2 NOT = "????"
                          ADD 1 TO OM-MAPPED-COUNT
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
           EXIT.
      *
       MEASURE-SAMPLE-FEED SECTION.
           MOVE 0 TO OM-CHECKSUM.
           MOVE 0 TO OM-SAMPLE-COUNT.
           MOVE 0 TO OM-BLOCK-LEFT.
           MOVE "DAY16_INPUT" TO CAT-LOGICAL-NAME.
           MOVE "../day16/inputs/example.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO OM-SAMPLE-DATASET.
           OPEN INPUT OPCODE-SAMPLE-FILE.
           IF OM-SAMPLE-STATUS NOT = "00"
              STRING "SAMPLE FEED UNAVAILABLE - " DELIMITED BY SIZE
                     "OPCODE MAP CANNOT BE PROVED CURRENT"
                        DELIMITED BY SIZE
                     INTO OM-REFUSAL
              END-STRING
              GO TO MEASURE-SAMPLE-FEED-99
           END-IF.
           MOVE "N" TO OM-EOF.
           PERFORM UNTIL OM-EOF = "Y"
              READ OPCODE-SAMPLE-FILE
                 AT END
                    MOVE "Y" TO OM-EOF
                 NOT AT END
                    IF OPCODE-SAMPLE-RECORD (1:7) = "Before:"
                       ADD 1 TO OM-SAMPLE-COUNT
                       MOVE 3 TO OM-BLOCK-LEFT
                    END-IF
                    IF OM-BLOCK-LEFT > 0
                       MOVE OPCODE-SAMPLE-RECORD TO OM-SAMPLE-LINE
                       PERFORM CHECKSUM-SAMPLE-LINE
                       SUBTRACT 1 FROM OM-BLOCK-LEFT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPCODE-SAMPLE-FILE.
       MEASURE-SAMPLE-FEED-99.
           EXIT.
