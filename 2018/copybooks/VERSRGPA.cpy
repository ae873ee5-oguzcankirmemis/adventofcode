      * BUILD VERSION REGISTRY - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-VERSION-REGISTRY ONCE, THEN
      * FIND-NEW-BUILD PER QUESTION. NO REGISTRY ON FILE LEAVES
      * VR-COUNT ZERO: NO CHANGE IS EVER MARKED AS A NEW BUILD. A
      * REGISTRY BEYOND THE TABLE KEEPS ITS OLDEST ENTRIES AND
      * REPORTS THE REST.
       LOAD-VERSION-REGISTRY SECTION.
           MOVE 0 TO VR-COUNT.
           MOVE "N" TO VR-EOF.
           MOVE "VERSION_REGISTRY" TO CAT-LOGICAL-NAME.
           MOVE "../../results/versions.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO VR-REGISTRY-DATASET.
           OPEN INPUT VERSION-REGISTRY-FILE.
           IF VR-STATUS NOT = "00"
              GO TO LOAD-VERSION-REGISTRY-99
           END-IF.
           PERFORM UNTIL VR-EOF = "Y"
              READ VERSION-REGISTRY-FILE
                 AT END
                    MOVE "Y" TO VR-EOF
                 NOT AT END
                    PERFORM PARSE-VERSION-RECORD
              END-READ
           END-PERFORM.
           CLOSE VERSION-REGISTRY-FILE.
       LOAD-VERSION-REGISTRY-99.
           EXIT.
      *
       PARSE-VERSION-RECORD SECTION.
           IF VERSION-REGISTRY-RECORD = SPACES
              GO TO PARSE-VERSION-RECORD-99
           END-IF.
           MOVE SPACES TO VR-PARSE.
           UNSTRING VERSION-REGISTRY-RECORD DELIMITED BY "|"
              INTO VR-P-PROGRAM, VR-P-BUILD-ID, VR-P-BUILD-DATE,
                   VR-P-UNDER, VR-P-FIRST-DATE, VR-P-FIRST-TIME,
                   VR-P-RUN-NUMBER, VR-P-OPERATOR.
           IF VR-P-PROGRAM = SPACES OR VR-P-BUILD-ID = SPACES
              GO TO PARSE-VERSION-RECORD-99
           END-IF.
           IF VR-COUNT >= VR-MAX
              DISPLAY "VERSION REGISTRY: TABLE FULL - IGNORED "
                 FUNCTION TRIM (VR-P-PROGRAM) " "
                 FUNCTION TRIM (VR-P-BUILD-ID)
              GO TO PARSE-VERSION-RECORD-99
           END-IF.
           ADD 1 TO VR-COUNT.
           MOVE VR-P-PROGRAM TO VR-PROGRAM (VR-COUNT).
           MOVE VR-P-BUILD-ID TO VR-BUILD-ID (VR-COUNT).
           MOVE VR-P-BUILD-DATE TO VR-BUILD-DATE (VR-COUNT).
           MOVE VR-P-UNDER TO VR-UNDER (VR-COUNT).
           MOVE VR-P-FIRST-DATE TO VR-FIRST-DATE (VR-COUNT).
       PARSE-VERSION-RECORD-99.
           EXIT.
      *
       FIND-NEW-BUILD SECTION.
           MOVE 0 TO VR-HITS.
           MOVE SPACES TO VR-HIT-PROGRAM VR-HIT-BUILD-ID
              VR-HIT-FIRST-DATE.
           PERFORM VARYING VR-IDX FROM 1 BY 1
           UNTIL VR-IDX > VR-COUNT
              IF VR-UNDER (VR-IDX) = VR-Q-UNDER AND
                 (VR-Q-AFTER = SPACES OR
                  VR-FIRST-DATE (VR-IDX) > VR-Q-AFTER) AND
                 VR-FIRST-DATE (VR-IDX) NOT > VR-Q-UPTO
                 ADD 1 TO VR-HITS
                 MOVE VR-PROGRAM (VR-IDX) TO VR-HIT-PROGRAM
                 MOVE VR-BUILD-ID (VR-IDX) TO VR-HIT-BUILD-ID
                 MOVE VR-FIRST-DATE (VR-IDX) TO VR-HIT-FIRST-DATE
              END-IF
           END-PERFORM.
           EXIT.
