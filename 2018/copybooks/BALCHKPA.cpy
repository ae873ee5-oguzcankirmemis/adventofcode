      * NIGHT BALANCING CHECK - PROCEDURE DIVISION PARAGRAPHS.
      * READS THE SHARED BALANCING DATASET (SEE BALNCPA) INTO THE
      * WS-BCK TABLE. A MISSING DATASET LEAVES THE TABLE EMPTY.
       LOAD-NIGHT-BALANCE SECTION.
           MOVE 0 TO WS-BCK-COUNT WS-BCK-OUT-COUNT.
           ACCEPT WS-BCK-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-BCK-RUN FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF WS-BCK-RUN = "0"
              MOVE SPACES TO WS-BCK-RUN
           END-IF.
           MOVE "BALANCE_LOG" TO CAT-LOGICAL-NAME.
           MOVE "../../results/balance.txt" TO CAT-DEFAULT-PATH.
           MOVE "UPDATE" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-BAL-DATASET.
           MOVE "N" TO WS-BCK-EOF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS NOT = "00"
              GO TO LOAD-NIGHT-BALANCE-99
           END-IF.
           PERFORM UNTIL WS-BCK-EOF = "Y"
              READ BALANCE-FILE
                 AT END
                    MOVE "Y" TO WS-BCK-EOF
                 NOT AT END
                    PERFORM TAKE-BALANCE-ROW
              END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
           UNTIL WS-BCK-IDX > WS-BCK-COUNT
              IF WS-BCK-RESULT (WS-BCK-IDX) NOT = "BALANCED"
                 ADD 1 TO WS-BCK-OUT-COUNT
              END-IF
           END-PERFORM.
       LOAD-NIGHT-BALANCE-99.
           EXIT.
      *
       TAKE-BALANCE-ROW SECTION.
           MOVE SPACES TO WS-BCK-PARSE.
           UNSTRING BALANCE-RECORD DELIMITED BY ","
              INTO WS-BCK-P-DATE, WS-BCK-P-PROGRAM, WS-BCK-P-RUN,
                   WS-BCK-P-READ, WS-BCK-P-ACCEPTED,
                   WS-BCK-P-REJECTED, WS-BCK-P-SUSPENDED,
                   WS-BCK-P-CONTROL-NAME, WS-BCK-P-CONTROL-VALUE,
                   WS-BCK-P-RESULT.
           IF WS-BCK-P-PROGRAM = SPACES
              GO TO TAKE-BALANCE-ROW-99
           END-IF.
           IF WS-BCK-RUN NOT = SPACES
              IF WS-BCK-P-RUN NOT = WS-BCK-RUN
                 GO TO TAKE-BALANCE-ROW-99
              END-IF
           ELSE
              IF WS-BCK-P-DATE NOT = WS-BCK-TODAY
                 GO TO TAKE-BALANCE-ROW-99
              END-IF
           END-IF.
           MOVE 0 TO WS-BCK-HIT.
           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
           UNTIL WS-BCK-IDX > WS-BCK-COUNT OR WS-BCK-HIT > 0
              IF WS-BCK-PROGRAM (WS-BCK-IDX) = WS-BCK-P-PROGRAM
                 MOVE WS-BCK-IDX TO WS-BCK-HIT
              END-IF
           END-PERFORM.
           IF WS-BCK-HIT = 0
              IF WS-BCK-COUNT >= WS-BCK-MAX
                 GO TO TAKE-BALANCE-ROW-99
              END-IF
              ADD 1 TO WS-BCK-COUNT
              MOVE WS-BCK-COUNT TO WS-BCK-HIT
           END-IF.
           MOVE WS-BCK-P-PROGRAM TO WS-BCK-PROGRAM (WS-BCK-HIT).
           COMPUTE WS-BCK-READ (WS-BCK-HIT) =
              FUNCTION NUMVAL (WS-BCK-P-READ).
           COMPUTE WS-BCK-ACCEPTED (WS-BCK-HIT) =
              FUNCTION NUMVAL (WS-BCK-P-ACCEPTED).
           COMPUTE WS-BCK-REJECTED (WS-BCK-HIT) =
              FUNCTION NUMVAL (WS-BCK-P-REJECTED).
           COMPUTE WS-BCK-SUSPENDED (WS-BCK-HIT) =
              FUNCTION NUMVAL (WS-BCK-P-SUSPENDED).
           MOVE WS-BCK-P-CONTROL-NAME
              TO WS-BCK-CONTROL-NAME (WS-BCK-HIT).
           COMPUTE WS-BCK-CONTROL-VALUE (WS-BCK-HIT) =
              FUNCTION NUMVAL (WS-BCK-P-CONTROL-VALUE).
           MOVE WS-BCK-P-RESULT TO WS-BCK-RESULT (WS-BCK-HIT).
       TAKE-BALANCE-ROW-99.
           EXIT.
