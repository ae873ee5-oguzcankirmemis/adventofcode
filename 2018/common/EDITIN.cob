                 INTO CAT-LOGICAL-NAME
          END-STRING.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          MOVE "EDITIN_STAGED" TO CAT-LOGICAL-NAME.
          MOVE "./staged.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STAGED-DATASET.
          MOVE "EDITIN_REJECTS" TO CAT-LOGICAL-NAME.
          MOVE "./edit_rejects.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REJECT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
          END-IF.
          EVALUATE WS-EDIT-DAY
             WHEN 1
                PERFORM CHECK-DAY1-CHANGE
             WHEN 2
                PERFORM CHECK-ALPHABETIC
             WHEN 3
             END-IF
          END-PERFORM.
          EXIT.
      *
      * A DAY1 FEED CARRIES FREQUENCY CHANGES, OPTIONALLY GROUPED
      * UNDER "*DEVICE*|<ID>" HEADERS; THE ID IS ONE TO SEVEN
      * CHARACTERS AND BECOMES PART OF A LEDGER LINE, SO IT MAY NOT
      * CARRY THE LEDGER'S COMMA OR A BAR.
       CHECK-DAY1-CHANGE SECTION.
          IF WS-TRIMMED (1:9) NOT = "*DEVICE*|"
             PERFORM CHECK-SIGNED-INTEGER
             GO TO CHECK-DAY1-CHANGE-99
          END-IF.
          IF WS-TRIMMED-LEN < 10
             MOVE "DEVICE HEADER WITHOUT ID" TO WS-REJECT-REASON
             GO TO CHECK-DAY1-CHANGE-99
          END-IF.
          IF WS-TRIMMED-LEN > 16
             MOVE "DEVICE ID LONGER THAN 7" TO WS-REJECT-REASON
             GO TO CHECK-DAY1-CHANGE-99
          END-IF.
          MOVE 0 TO WS-DIGIT-COUNT.
          INSPECT WS-TRIMMED (10:) TALLYING WS-DIGIT-COUNT
             FOR ALL "," ALL "|".
          IF WS-DIGIT-COUNT > 0
             MOVE "BAD CHARACTER IN DEVICE ID" TO WS-REJECT-REASON
          END-IF.
       CHECK-DAY1-CHANGE-99.
          EXIT.
      *
       CHECK-SIGNED-INTEGER SECTION.
          MOVE 1 TO WS-CH-IDX.
