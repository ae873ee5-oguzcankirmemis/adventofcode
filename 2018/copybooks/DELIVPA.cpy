      * DELIVERY STATUS MASTER - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-DELIVERY-STATUS ONCE. NO MASTER ON FILE
      * (NOTHING DELIVERED YET) LEAVES DV-COUNT ZERO. RECORDS BEYOND
      * THE TABLE ARE REPORTED AND IGNORED.
       LOAD-DELIVERY-STATUS SECTION.
           MOVE 0 TO DV-COUNT DV-ESCALATED-COUNT.
           MOVE "N" TO DV-EOF.
           MOVE "DELIVERY_STATUS" TO CAT-LOGICAL-NAME.
           MOVE "../../results/delivstat.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO DV-MASTER-DATASET.
           OPEN INPUT DELIVERY-STATUS-FILE.
           IF DV-STATUS NOT = "00"
              GO TO LOAD-DELIVERY-STATUS-99
           END-IF.
           PERFORM UNTIL DV-EOF = "Y"
              READ DELIVERY-STATUS-FILE
                 AT END
                    MOVE "Y" TO DV-EOF
                 NOT AT END
                    PERFORM PARSE-DELIVERY-RECORD
              END-READ
           END-PERFORM.
           CLOSE DELIVERY-STATUS-FILE.
       LOAD-DELIVERY-STATUS-99.
           EXIT.
      *
       PARSE-DELIVERY-RECORD SECTION.
           IF DELIVERY-STATUS-RECORD = SPACES
              GO TO PARSE-DELIVERY-RECORD-99
           END-IF.
           MOVE SPACES TO DV-PARSE.
           UNSTRING DELIVERY-STATUS-RECORD DELIMITED BY "|"
              INTO DV-P-DATE, DV-P-CLASS, DV-P-RECIPIENT,
                   DV-P-DELIVERED-TIME, DV-P-PROMISE,
                   DV-P-PICKUP-DATE, DV-P-PICKUP-TIME,
                   DV-P-PICKUP-BY, DV-P-ESCALATED.
           IF DV-P-DATE IS NOT NUMERIC OR DV-P-CLASS = SPACES OR
              DV-P-RECIPIENT = SPACES
              GO TO PARSE-DELIVERY-RECORD-99
           END-IF.
           IF DV-COUNT >= DV-MAX
              DISPLAY "DELIVERY STATUS: TABLE FULL - IGNORED "
                 DV-P-DATE " " FUNCTION TRIM (DV-P-CLASS)
              GO TO PARSE-DELIVERY-RECORD-99
           END-IF.
           ADD 1 TO DV-COUNT.
           MOVE DV-P-DATE TO DV-DATE (DV-COUNT).
           MOVE DV-P-CLASS TO DV-CLASS (DV-COUNT).
           MOVE DV-P-RECIPIENT TO DV-RECIPIENT (DV-COUNT).
           MOVE DV-P-DELIVERED-TIME TO DV-DELIVERED-TIME (DV-COUNT).
           MOVE DV-P-PROMISE TO DV-PROMISE (DV-COUNT).
           MOVE DV-P-PICKUP-DATE TO DV-PICKUP-DATE (DV-COUNT).
           MOVE DV-P-PICKUP-TIME TO DV-PICKUP-TIME (DV-COUNT).
           MOVE DV-P-PICKUP-BY TO DV-PICKUP-BY (DV-COUNT).
           MOVE DV-P-ESCALATED TO DV-ESCALATED (DV-COUNT).
           IF DV-ESCALATED (DV-COUNT) NOT = "Y"
              MOVE "N" TO DV-ESCALATED (DV-COUNT)
           END-IF.
           IF DV-ESCALATED (DV-COUNT) = "Y" AND
              DV-PICKUP-DATE (DV-COUNT) = SPACES
              ADD 1 TO DV-ESCALATED-COUNT
           END-IF.
       PARSE-DELIVERY-RECORD-99.
           EXIT.
