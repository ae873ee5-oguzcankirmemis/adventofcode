      * FEED SUPPLIER MASTER - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-SUPPLIER-MASTER ONCE; THE SUPPLIER TABLE
      * IN SUPMWS IS THEN THE MASTER IN CARD ORDER. A LINE BEYOND THE
      * TABLE OR NAMING NO SUPPLIER IS REPORTED AND IGNORED; CARDVAL
      * IS WHERE THE CARD'S GRAMMAR IS ENFORCED.
       LOAD-SUPPLIER-MASTER SECTION.
           MOVE 0 TO SM-SUPPLIER-COUNT.
           MOVE "N" TO SM-EOF.
           MOVE "SUPPLIER_MASTER" TO CAT-LOGICAL-NAME.
           MOVE "../../params/suppliers.cfg" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO SM-MASTER-DATASET.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF SM-STATUS NOT = "00"
              GO TO LOAD-SUPPLIER-MASTER-99
           END-IF.
           PERFORM UNTIL SM-EOF = "Y"
              READ SUPPLIER-MASTER-FILE
                 AT END
                    MOVE "Y" TO SM-EOF
                 NOT AT END
                    PERFORM PARSE-SUPPLIER-MASTER-RECORD
              END-READ
           END-PERFORM.
           CLOSE SUPPLIER-MASTER-FILE.
       LOAD-SUPPLIER-MASTER-99.
           EXIT.
      *
       PARSE-SUPPLIER-MASTER-RECORD SECTION.
           IF SUPPLIER-MASTER-RECORD = SPACES OR
              SUPPLIER-MASTER-RECORD (1:1) = "*"
              GO TO PARSE-SUPPLIER-MASTER-RECORD-99
           END-IF.
           MOVE SPACES TO SM-PARSE.
           UNSTRING SUPPLIER-MASTER-RECORD DELIMITED BY "|"
              INTO SM-P-SUPPLIER, SM-P-NAME, SM-P-CONTACT,
                   SM-P-STEPS.
           IF SM-P-SUPPLIER = SPACES
              GO TO PARSE-SUPPLIER-MASTER-RECORD-99
           END-IF.
           IF SM-SUPPLIER-COUNT >= SM-SUPPLIER-MAX
              DISPLAY "SUPPLIER MASTER: TABLE FULL - IGNORED "
                 FUNCTION TRIM (SM-P-SUPPLIER)
              GO TO PARSE-SUPPLIER-MASTER-RECORD-99
           END-IF.
           ADD 1 TO SM-SUPPLIER-COUNT.
           MOVE FUNCTION TRIM (SM-P-SUPPLIER)
              TO SM-SUPPLIER (SM-SUPPLIER-COUNT).
           MOVE FUNCTION TRIM (SM-P-NAME)
              TO SM-NAME (SM-SUPPLIER-COUNT).
           MOVE FUNCTION TRIM (SM-P-CONTACT)
              TO SM-CONTACT (SM-SUPPLIER-COUNT).
           MOVE FUNCTION TRIM (SM-P-STEPS)
              TO SM-STEPS (SM-SUPPLIER-COUNT).
       PARSE-SUPPLIER-MASTER-RECORD-99.
           EXIT.
      *
      * THE STEP LIST IS SEARCHED AS ",STEP," WITHIN ",LIST," SO
      * DAY1 DOES NOT MATCH DAY16.
       FIND-STEP-SUPPLIER SECTION.
           MOVE 0 TO SM-HIT.
           MOVE SPACES TO SM-LOOKUP-KEY.
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM (SM-LOOKUP-STEP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO SM-LOOKUP-KEY
           END-STRING.
           MOVE 0 TO SM-KEY-LEN.
           INSPECT SM-LOOKUP-KEY TALLYING SM-KEY-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM VARYING SM-IDX FROM 1 BY 1
           UNTIL SM-IDX > SM-SUPPLIER-COUNT OR SM-HIT > 0
              MOVE SPACES TO SM-LOOKUP-LIST
              STRING "," DELIMITED BY SIZE
                     SM-STEPS (SM-IDX) DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     INTO SM-LOOKUP-LIST
              END-STRING
              MOVE 0 TO SM-TALLY
              INSPECT SM-LOOKUP-LIST TALLYING SM-TALLY
                 FOR ALL SM-LOOKUP-KEY (1:SM-KEY-LEN)
              IF SM-TALLY > 0
                 MOVE SM-IDX TO SM-HIT
              END-IF
           END-PERFORM.
           EXIT.
