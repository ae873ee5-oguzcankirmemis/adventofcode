      * SHIPPED ANSWERS - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-SHIPPED-ANSWERS TO LEARN WHAT WAS LAST
      * SHIPPED FOR EACH DAY; NO DATASET ON FILE (NOTHING SHIPPED
      * YET) LEAVES EVERY SH-FOUND "N". TO RECORD A RELEASE THE
      * CALLER FILLS SH-ENTRY, MARKS SH-NEW AND PERFORMS
      * APPEND-SHIPPED-ANSWERS.
       LOAD-SHIPPED-ANSWERS SECTION.
           MOVE SPACES TO SH-TABLE.
           PERFORM VARYING SH-DAY FROM 1 BY 1 UNTIL SH-DAY > 25
              MOVE "N" TO SH-FOUND (SH-DAY) SH-NEW (SH-DAY)
           END-PERFORM.
           MOVE "N" TO SH-EOF.
           IF SH-YEAR = SPACES
              MOVE "2018" TO SH-YEAR
           END-IF.
           PERFORM RESOLVE-SHIPPED-ANSWERS.
           OPEN INPUT SHIPPED-ANSWERS-FILE.
           IF SH-STATUS NOT = "00"
              GO TO LOAD-SHIPPED-ANSWERS-99
           END-IF.
           PERFORM UNTIL SH-EOF = "Y"
              READ SHIPPED-ANSWERS-FILE
                 AT END
                    MOVE "Y" TO SH-EOF
                 NOT AT END
                    PERFORM PARSE-SHIPPED-RECORD
              END-READ
           END-PERFORM.
           CLOSE SHIPPED-ANSWERS-FILE.
       LOAD-SHIPPED-ANSWERS-99.
           EXIT.
      *
       PARSE-SHIPPED-RECORD SECTION.
           IF SHIPPED-ANSWERS-RECORD = SPACES
              GO TO PARSE-SHIPPED-RECORD-99
           END-IF.
           MOVE SPACES TO SH-PARSE.
           UNSTRING SHIPPED-ANSWERS-RECORD DELIMITED BY "|"
              INTO SH-P-TRANS-ID, SH-P-ORIG-ID, SH-P-DATE,
                   SH-P-PROGRAM, SH-P-PART-1, SH-P-PART-2, SH-P-YEAR.
           IF SH-P-TRANS-ID = SPACES OR SH-P-PROGRAM (1:3) NOT = "DAY"
              OR FUNCTION TRIM (SH-P-PROGRAM (4:7)) IS NOT NUMERIC
              GO TO PARSE-SHIPPED-RECORD-99
           END-IF.
           IF SH-P-YEAR (1:4) = SPACES
              MOVE "2018" TO SH-P-YEAR
           END-IF.
           IF SH-P-YEAR (1:4) NOT = SH-YEAR
              GO TO PARSE-SHIPPED-RECORD-99
           END-IF.
           COMPUTE SH-DAY =
              FUNCTION NUMVAL (FUNCTION TRIM (SH-P-PROGRAM (4:7))).
           IF SH-DAY < 1 OR SH-DAY > 25
              GO TO PARSE-SHIPPED-RECORD-99
           END-IF.
           MOVE "Y" TO SH-FOUND (SH-DAY).
           MOVE SH-P-TRANS-ID TO SH-TRANS-ID (SH-DAY).
           MOVE SH-P-ORIG-ID TO SH-ORIG-ID (SH-DAY).
           IF SH-ORIG-ID (SH-DAY) = SPACES
              MOVE SH-P-TRANS-ID TO SH-ORIG-ID (SH-DAY)
           END-IF.
           MOVE SH-P-DATE TO SH-DATE (SH-DAY).
           MOVE SH-P-PART-1 TO SH-PART-1 (SH-DAY).
           MOVE SH-P-PART-2 TO SH-PART-2 (SH-DAY).
       PARSE-SHIPPED-RECORD-99.
           EXIT.
      *
       APPEND-SHIPPED-ANSWERS SECTION.
           MOVE "N" TO SH-WRITE-FAILED.
           IF SH-YEAR = SPACES
              MOVE "2018" TO SH-YEAR
           END-IF.
           PERFORM RESOLVE-SHIPPED-ANSWERS.
           OPEN EXTEND SHIPPED-ANSWERS-FILE.
           IF SH-STATUS = "35"
              OPEN OUTPUT SHIPPED-ANSWERS-FILE
              CLOSE SHIPPED-ANSWERS-FILE
              OPEN EXTEND SHIPPED-ANSWERS-FILE
           END-IF.
           IF SH-STATUS NOT = "00"
              DISPLAY "SHIPPED ANSWERS: UNABLE TO RECORD "
                 FUNCTION TRIM (SH-W-TRANS-ID) " - STATUS " SH-STATUS
              MOVE "Y" TO SH-WRITE-FAILED
              GO TO APPEND-SHIPPED-ANSWERS-99
           END-IF.
           PERFORM VARYING SH-DAY FROM 1 BY 1 UNTIL SH-DAY > 25
              IF SH-NEW (SH-DAY) = "Y"
                 MOVE SH-DAY TO SH-DAY-ED
                 MOVE SPACES TO SHIPPED-ANSWERS-RECORD
                 STRING FUNCTION TRIM (SH-W-TRANS-ID)
                           DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        FUNCTION TRIM (SH-W-ORIG-ID) DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        SH-W-DATE DELIMITED BY SIZE
                        "|DAY" DELIMITED BY SIZE
                        FUNCTION TRIM (SH-DAY-ED) DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        FUNCTION TRIM (SH-PART-1 (SH-DAY))
                           DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        FUNCTION TRIM (SH-PART-2 (SH-DAY))
                           DELIMITED BY SIZE
                        "|" DELIMITED BY SIZE
                        SH-YEAR DELIMITED BY SIZE
                        INTO SHIPPED-ANSWERS-RECORD
                 END-STRING
                 WRITE SHIPPED-ANSWERS-RECORD
              END-IF
           END-PERFORM.
           CLOSE SHIPPED-ANSWERS-FILE.
       APPEND-SHIPPED-ANSWERS-99.
           EXIT.
      *
       RESOLVE-SHIPPED-ANSWERS SECTION.
           MOVE "SHIPPED_ANSWERS" TO CAT-LOGICAL-NAME.
           MOVE "../../results/shipped.txt" TO CAT-DEFAULT-PATH.
           MOVE "UPDATE" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO SH-DATASET.
           EXIT.
