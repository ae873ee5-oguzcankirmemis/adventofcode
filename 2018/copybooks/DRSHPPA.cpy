      * DR SHIPMENT LOG - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-SHIPMENT-LOG ONCE. NO LOG ON FILE (NO
      * SHIPMENT EVER ATTEMPTED) LEAVES DS-LAST-SEQ AND DS-GOOD-SEQ
      * ZERO.
       LOAD-SHIPMENT-LOG SECTION.
           MOVE 0 TO DS-LAST-SEQ DS-BAD-SINCE DS-HIST-COUNT.
           MOVE SPACES TO DS-LAST DS-GOOD.
           MOVE 0 TO DS-GOOD-SEQ.
           MOVE "N" TO DS-EOF.
           MOVE "DR_SHIPMENT_LOG" TO CAT-LOGICAL-NAME.
           MOVE "../../results/drship.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO DS-LOG-DATASET.
           PERFORM LOAD-CURRENT-RUN.
           OPEN INPUT DR-SHIPMENT-LOG-FILE.
           IF DS-STATUS NOT = "00"
              MOVE DS-CURRENT-RUN TO DS-RUNS-BEHIND
              GO TO LOAD-SHIPMENT-LOG-99
           END-IF.
           PERFORM UNTIL DS-EOF = "Y"
              READ DR-SHIPMENT-LOG-FILE
                 AT END
                    MOVE "Y" TO DS-EOF
                 NOT AT END
                    PERFORM PARSE-SHIPMENT-RECORD
              END-READ
           END-PERFORM.
           CLOSE DR-SHIPMENT-LOG-FILE.
           MOVE 0 TO DS-GOOD-RUN-NUM.
           IF DS-GOOD-SEQ > 0 AND
              FUNCTION TRIM (DS-GOOD-RUN) IS NUMERIC
              COMPUTE DS-GOOD-RUN-NUM =
                 FUNCTION NUMVAL (DS-GOOD-RUN)
           END-IF.
           IF DS-CURRENT-RUN > DS-GOOD-RUN-NUM
              COMPUTE DS-RUNS-BEHIND =
                 DS-CURRENT-RUN - DS-GOOD-RUN-NUM
           ELSE
              MOVE 0 TO DS-RUNS-BEHIND
           END-IF.
       LOAD-SHIPMENT-LOG-99.
           EXIT.
      *
       LOAD-CURRENT-RUN SECTION.
           MOVE 0 TO DS-CURRENT-RUN.
           MOVE "RUN_CONTROL" TO CAT-LOGICAL-NAME.
           MOVE "../../results/runnum.dat" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO DS-RUN-CONTROL-DATASET.
           OPEN INPUT DR-RUN-CONTROL-FILE.
           IF DS-RUN-CONTROL-STATUS NOT = "00"
              GO TO LOAD-CURRENT-RUN-99
           END-IF.
           READ DR-RUN-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF FUNCTION TRIM (DR-RUN-CONTROL-RECORD) IS NUMERIC
                    COMPUTE DS-CURRENT-RUN =
                       FUNCTION NUMVAL (DR-RUN-CONTROL-RECORD)
                 END-IF
           END-READ.
           CLOSE DR-RUN-CONTROL-FILE.
       LOAD-CURRENT-RUN-99.
           EXIT.
      *
       PARSE-SHIPMENT-RECORD SECTION.
           IF DR-SHIPMENT-LOG-RECORD = SPACES
              GO TO PARSE-SHIPMENT-RECORD-99
           END-IF.
           MOVE SPACES TO DS-PARSE.
           UNSTRING DR-SHIPMENT-LOG-RECORD DELIMITED BY "|"
              INTO DS-P-SEQ, DS-P-RUN, DS-P-DATE, DS-P-TIME,
                   DS-P-STATUS, DS-P-FILES, DS-P-BYTES,
                   DS-P-OPERATOR, DS-P-DIRECTORY, DS-P-NOTE.
           IF DS-P-SEQ IS NOT NUMERIC
              GO TO PARSE-SHIPMENT-RECORD-99
           END-IF.
           MOVE DS-P-SEQ TO DS-LAST-SEQ.
           MOVE DS-P-RUN TO DS-LAST-RUN.
           MOVE DS-P-DATE TO DS-LAST-DATE.
           MOVE DS-P-TIME TO DS-LAST-TIME.
           MOVE DS-P-STATUS TO DS-LAST-STATUS.
           IF DS-P-STATUS = "OK"
              MOVE DS-P-SEQ TO DS-GOOD-SEQ
              MOVE DS-P-RUN TO DS-GOOD-RUN
              MOVE DS-P-DATE TO DS-GOOD-DATE
              MOVE DS-P-TIME TO DS-GOOD-TIME
              MOVE DS-P-FILES TO DS-GOOD-FILES
              MOVE DS-P-DIRECTORY TO DS-GOOD-DIRECTORY
              MOVE 0 TO DS-BAD-SINCE
           ELSE
              ADD 1 TO DS-BAD-SINCE
           END-IF.
           IF DS-HIST-COUNT >= DS-HIST-MAX
              PERFORM VARYING DS-IDX FROM 1 BY 1
              UNTIL DS-IDX >= DS-HIST-MAX
                 MOVE DS-HIST (DS-IDX + 1) TO DS-HIST (DS-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO DS-HIST-COUNT
           END-IF.
           MOVE DS-P-SEQ TO DS-H-SEQ (DS-HIST-COUNT).
           MOVE DS-P-RUN TO DS-H-RUN (DS-HIST-COUNT).
           MOVE DS-P-DATE TO DS-H-DATE (DS-HIST-COUNT).
           MOVE DS-P-TIME TO DS-H-TIME (DS-HIST-COUNT).
           MOVE DS-P-STATUS TO DS-H-STATUS (DS-HIST-COUNT).
           MOVE DS-P-FILES TO DS-H-FILES (DS-HIST-COUNT).
           MOVE DS-P-DIRECTORY TO DS-H-DIRECTORY (DS-HIST-COUNT).
           MOVE DS-P-NOTE TO DS-H-NOTE (DS-HIST-COUNT).
       PARSE-SHIPMENT-RECORD-99.
           EXIT.
