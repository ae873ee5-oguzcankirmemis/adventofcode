      * EXPECTED-FEEDS REGISTER - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-FEED-REGISTER ONCE; THE FEED TABLE IN
      * FEEDRGWS IS THEN THE REGISTER IN CARD ORDER. A LINE BEYOND THE
      * TABLE OR NAMING NO STEP OR FEED IS REPORTED AND IGNORED;
      * CARDVAL IS WHERE THE CARD'S GRAMMAR IS ENFORCED.
       LOAD-FEED-REGISTER SECTION.
           MOVE 0 TO FR-FEED-COUNT.
           MOVE "N" TO FR-EOF.
           MOVE "FEED_REGISTER" TO CAT-LOGICAL-NAME.
           MOVE "../../params/feeds.cfg" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO FR-REGISTER-DATASET.
           OPEN INPUT FEED-REGISTER-FILE.
           IF FR-STATUS NOT = "00"
              GO TO LOAD-FEED-REGISTER-99
           END-IF.
           PERFORM UNTIL FR-EOF = "Y"
              READ FEED-REGISTER-FILE
                 AT END
                    MOVE "Y" TO FR-EOF
                 NOT AT END
                    PERFORM PARSE-FEED-REGISTER-RECORD
              END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER-FILE.
       LOAD-FEED-REGISTER-99.
           EXIT.
      *
       PARSE-FEED-REGISTER-RECORD SECTION.
           IF FEED-REGISTER-RECORD = SPACES OR
              FEED-REGISTER-RECORD (1:1) = "*"
              GO TO PARSE-FEED-REGISTER-RECORD-99
           END-IF.
           MOVE SPACES TO FR-PARSE.
           UNSTRING FEED-REGISTER-RECORD DELIMITED BY "|"
              INTO FR-P-STEP, FR-P-FEED, FR-P-DEFAULT,
                   FR-P-EXPECTED, FR-P-LATEST, FR-P-SUPPLIER.
           IF FR-P-STEP = SPACES OR FR-P-FEED = SPACES
              GO TO PARSE-FEED-REGISTER-RECORD-99
           END-IF.
           IF FR-FEED-COUNT >= FR-FEED-MAX
              DISPLAY "FEED REGISTER: TABLE FULL - IGNORED "
                 FUNCTION TRIM (FR-P-FEED)
              GO TO PARSE-FEED-REGISTER-RECORD-99
           END-IF.
           ADD 1 TO FR-FEED-COUNT.
           MOVE FUNCTION TRIM (FR-P-STEP) TO FR-STEP (FR-FEED-COUNT).
           MOVE FUNCTION TRIM (FR-P-FEED) TO FR-FEED (FR-FEED-COUNT).
           MOVE FUNCTION TRIM (FR-P-DEFAULT)
              TO FR-DEFAULT (FR-FEED-COUNT).
           MOVE FUNCTION TRIM (FR-P-EXPECTED)
              TO FR-EXPECTED (FR-FEED-COUNT).
           MOVE FUNCTION TRIM (FR-P-LATEST)
              TO FR-LATEST (FR-FEED-COUNT).
           MOVE FUNCTION TRIM (FR-P-SUPPLIER)
              TO FR-SUPPLIER (FR-FEED-COUNT).
       PARSE-FEED-REGISTER-RECORD-99.
           EXIT.
