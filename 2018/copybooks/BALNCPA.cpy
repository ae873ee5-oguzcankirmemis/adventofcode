      * INPUT-TO-OUTPUT BALANCING - PROCEDURE DIVISION PARAGRAPH.
      * APPENDS ONE CSV ROW PER RUN TO THE SHARED BALANCING DATASET
      * (LOGICAL NAME BALANCE_LOG):
      * DATE,PROGRAM,RUN-NUMBER,READ,ACCEPTED,REJECTED,SUSPENDED,
      * CONTROL-NAME,CONTROL-VALUE,RESULT
      * WITH RESULT BALANCED OR OUT. A RUN THAT DOES NOT FOOT IS ALSO
      * DISPLAYED; BALRPT REPORTS AND ALERTS ON THE NIGHT'S ROWS.
       WRITE-BALANCE-RECORD SECTION.
           MOVE "BALANCE_LOG" TO CAT-LOGICAL-NAME.
           MOVE "../../results/balance.txt" TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-BAL-DATASET.
           ACCEPT WS-BAL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BAL-RUN-NUMBER
              FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF WS-BAL-RUN-NUMBER = SPACES
              MOVE "0" TO WS-BAL-RUN-NUMBER
           END-IF.
           COMPUTE WS-BAL-FOOTED = WS-BAL-ACCEPTED + WS-BAL-REJECTED
              + WS-BAL-SUSPENDED.
           IF WS-BAL-FOOTED = WS-BAL-READ
              MOVE "BALANCED" TO WS-BAL-RESULT
           ELSE
              MOVE "OUT" TO WS-BAL-RESULT
              DISPLAY FUNCTION TRIM (WS-BAL-PROGRAM)
                 ": OUT OF BALANCE - READ " WS-BAL-READ
                 " ACCEPTED " WS-BAL-ACCEPTED
                 " REJECTED " WS-BAL-REJECTED
                 " SUSPENDED " WS-BAL-SUSPENDED
           END-IF.
           OPEN EXTEND BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
              OPEN OUTPUT BALANCE-FILE
              CLOSE BALANCE-FILE
              OPEN EXTEND BALANCE-FILE
           END-IF.
           MOVE SPACES TO BALANCE-RECORD.
           STRING WS-BAL-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BAL-PROGRAM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BAL-RUN-NUMBER)
                     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BAL-READ DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BAL-ACCEPTED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BAL-REJECTED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BAL-SUSPENDED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BAL-CONTROL-NAME)
                     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BAL-CONTROL-VALUE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BAL-RESULT) DELIMITED BY SIZE
                  INTO BALANCE-RECORD
           END-STRING.
           WRITE BALANCE-RECORD.
           CLOSE BALANCE-FILE.
           EXIT.
