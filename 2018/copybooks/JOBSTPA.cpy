      * JOB-STREAM DEFINITION - PROCEDURE DIVISION PARAGRAPHS.
      * CALLER PERFORMS LOAD-JOB-STREAM ONCE; THE STEP TABLE IN
      * JOBSTWS IS THEN THE STREAM IN ORDER. A LINE BEYOND THE TABLE
      * OR NAMING NO STEP IS REPORTED AND IGNORED; CARDVAL IS WHERE
      * THE CARD'S GRAMMAR IS ENFORCED.
       LOAD-JOB-STREAM SECTION.
           MOVE 0 TO JS-STEP-COUNT.
           MOVE "N" TO JS-LOADED.
           MOVE "N" TO JS-EOF.
           MOVE "JOB_STREAM" TO CAT-LOGICAL-NAME.
           MOVE "../../params/jobstream.cfg" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO JS-STREAM-DATASET.
           OPEN INPUT JOB-STREAM-FILE.
           IF JS-STATUS NOT = "00"
              PERFORM BUILD-DEFAULT-JOB-STREAM
              GO TO LOAD-JOB-STREAM-99
           END-IF.
           PERFORM UNTIL JS-EOF = "Y"
              READ JOB-STREAM-FILE
                 AT END
                    MOVE "Y" TO JS-EOF
                 NOT AT END
                    PERFORM PARSE-JOB-STREAM-RECORD
              END-READ
           END-PERFORM.
           CLOSE JOB-STREAM-FILE.
           MOVE "Y" TO JS-LOADED.
       LOAD-JOB-STREAM-99.
           EXIT.
      *
       PARSE-JOB-STREAM-RECORD SECTION.
           IF JOB-STREAM-RECORD = SPACES OR
              JOB-STREAM-RECORD (1:1) = "*"
              GO TO PARSE-JOB-STREAM-RECORD-99
           END-IF.
           MOVE SPACES TO JS-PARSE.
           UNSTRING JOB-STREAM-RECORD DELIMITED BY "|"
              INTO JS-P-NAME, JS-P-PROGRAM, JS-P-CLASS,
                   JS-P-DATASETS, JS-P-COND, JS-P-PRIORITY.
           IF JS-P-NAME = SPACES
              GO TO PARSE-JOB-STREAM-RECORD-99
           END-IF.
           IF JS-STEP-COUNT >= JS-STEP-MAX
              DISPLAY "JOB STREAM: STEP TABLE FULL - IGNORED "
                 FUNCTION TRIM (JS-P-NAME)
              GO TO PARSE-JOB-STREAM-RECORD-99
           END-IF.
           ADD 1 TO JS-STEP-COUNT.
           MOVE FUNCTION TRIM (JS-P-NAME)
              TO JS-STEP-NAME (JS-STEP-COUNT).
           MOVE FUNCTION TRIM (JS-P-PROGRAM)
              TO JS-STEP-PROGRAM (JS-STEP-COUNT).
           IF JS-STEP-PROGRAM (JS-STEP-COUNT) = SPACES
              MOVE JS-STEP-NAME (JS-STEP-COUNT)
                 TO JS-STEP-PROGRAM (JS-STEP-COUNT)
           END-IF.
           MOVE FUNCTION TRIM (JS-P-CLASS)
              TO JS-STEP-CLASS (JS-STEP-COUNT).
           MOVE FUNCTION TRIM (JS-P-DATASETS)
              TO JS-STEP-DATASETS (JS-STEP-COUNT).
           MOVE FUNCTION TRIM (JS-P-COND)
              TO JS-STEP-COND (JS-STEP-COUNT).
           MOVE FUNCTION TRIM (JS-P-PRIORITY)
              TO JS-STEP-PRIORITY (JS-STEP-COUNT).
           IF JS-STEP-PRIORITY (JS-STEP-COUNT) = SPACES
              MOVE "NORMAL" TO JS-STEP-PRIORITY (JS-STEP-COUNT)
           END-IF.
           MOVE 0 TO JS-STEP-DAY (JS-STEP-COUNT).
           IF JS-STEP-CLASS (JS-STEP-COUNT) = "DAY" AND
              JS-STEP-PROGRAM (JS-STEP-COUNT) (1:3) = "DAY"
              IF JS-STEP-PROGRAM (JS-STEP-COUNT) (4:2) IS NUMERIC
                 MOVE JS-STEP-PROGRAM (JS-STEP-COUNT) (4:2)
                    TO JS-STEP-DAY (JS-STEP-COUNT)
              ELSE
                 IF JS-STEP-PROGRAM (JS-STEP-COUNT) (4:1) IS NUMERIC
                    MOVE JS-STEP-PROGRAM (JS-STEP-COUNT) (4:1)
                       TO JS-STEP-DAY (JS-STEP-COUNT)
                 END-IF
              END-IF
           END-IF.
       PARSE-JOB-STREAM-RECORD-99.
           EXIT.
      *
      * NO CARD ON FILE: THE STREAM THE DRIVER HAS ALWAYS RUN.
       BUILD-DEFAULT-JOB-STREAM SECTION.
           MOVE SPACES TO JS-STEP-TABLE.
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > 25
              MOVE JS-IDX TO JS-DAY-ED
              STRING "DAY" DELIMITED BY SIZE
                     FUNCTION TRIM (JS-DAY-ED) DELIMITED BY SIZE
                     INTO JS-STEP-NAME (JS-IDX)
              END-STRING
              MOVE JS-STEP-NAME (JS-IDX) TO JS-STEP-PROGRAM (JS-IDX)
              MOVE "DAY" TO JS-STEP-CLASS (JS-IDX)
              MOVE JS-IDX TO JS-STEP-DAY (JS-IDX)
           END-PERFORM.
           MOVE "LEDGAUDIT" TO JS-STEP-NAME (26).
           MOVE "REGRTEST" TO JS-STEP-NAME (27).
           MOVE "SCOREBRD" TO JS-STEP-NAME (28).
           MOVE "EXTRACT" TO JS-STEP-NAME (29).
           MOVE "ARCHBNDL" TO JS-STEP-NAME (30).
           MOVE "DISTRIB" TO JS-STEP-NAME (31).
           PERFORM VARYING JS-IDX FROM 26 BY 1 UNTIL JS-IDX > 31
              MOVE JS-STEP-NAME (JS-IDX) TO JS-STEP-PROGRAM (JS-IDX)
              MOVE "UTIL" TO JS-STEP-CLASS (JS-IDX)
              MOVE 0 TO JS-STEP-DAY (JS-IDX)
           END-PERFORM.
           MOVE 31 TO JS-STEP-COUNT.
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > 31
              MOVE "NORMAL" TO JS-STEP-PRIORITY (JS-IDX)
           END-PERFORM.
           EXIT.
