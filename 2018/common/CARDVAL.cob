      *   CONTROL.CFG  - KEY=VALUE, KEY IN THE DICTIONARY BELOW,
      *                  VALUE AN UNSIGNED INTEGER IN ITS LEGAL
      *                  RANGE; AN UNKNOWN KEY IS A WARNING.
      *   SCHEDULE.CFG - MAX-CONCURRENT 1-25, BATCH-START AND
      *                  BATCH-CUTOFF VALID HHMM TIMES, AND
      *                  DAYX-AFTER=DAYY ORDERINGS NAMING REAL DAYS;
      *                  THE ORDERINGS MUST NOT FORM A CYCLE (THE
      *                  SAME RELAXATION BATCHCTL RUNS).
      *   RUNCAL.CFG   - DAYN=RULE WITH RULE FROM THE DOCUMENTED
      *                  SET.
      *   RETENTION.CFG- FOUR |-DELIMITED FIELDS, NUMERIC KEEPS.
      *   RUNCOMP.CFG  - THREE |-DELIMITED FIELDS.
      *   JOBSTREAM.CFG- STEP|PROGRAM|CLASS|DATASETS|COND|PRIORITY;
      *                  STEP NAMES UNIQUE, CLASS DAY OR UTIL, A DAY
      *                  PROGRAM IS DAY1-DAY25, EACH COND TEST IS
      *                  EVEN, CODE,OP OR CODE,OP,STEP WITH OP ONE
      *                  OF GT GE EQ NE LT LE AND STEP AN EARLIER
      *                  STEP ON THE CARD; PRIORITY BLANK,
      *                  CRITICAL, NORMAL OR DEFERRABLE.
      *   FEEDS.CFG    - STEP|FEED|DEFAULT-PATH|EXPECTED|LATEST|
      *                  SUPPLIER, ALL SIX PRESENT; STEP ON THE
      *                  JOB-STREAM CARD, EXPECTED AND LATEST VALID
      *                  HHMM; LATEST EQUAL TO EXPECTED (NO WAIT AT
      *                  ALL FOR A LATE FEED) IS A WARNING.
      *   CTLTOTAL.CFG - DAYN|HASH-RULE, DAYN A REAL DAY STEP AND
      *                  RULE ONE OF VALUE, CLAIM-ID, FIRST-NUMBER
      *                  OR LENGTH.
      *   SUPPLIERS.CFG- SUPPLIER|NAME|CONTACT|STEP[,STEP...], ALL
      *                  FOUR PRESENT; SUPPLIER CODES UNIQUE, EACH
      *                  STEP ON THE JOB-STREAM CARD AND OWNED BY ONE
      *                  SUPPLIER ONLY. A FEEDS.CFG SUPPLIER NOT ON
      *                  THE MASTER IS A WARNING.
      *   REJSRC.CFG   - STEP|FORMAT|PATH, STEP DAY* OR A STEP ON THE
      *                  JOB-STREAM CARD, FORMAT ONE OF EDIT, SCREEN,
      *                  CLAIM, TREE OR SAMPLE, PATH PRESENT.
      *   COSTCTR.CFG  - AREA|CODE|NAME|RECIPIENTS|STEPS WITH AREA
      *                  CODES UNIQUE AND EACH STEP ON THE JOB-STREAM
      *                  CARD AND OWNED ONCE; SHARED|STEP|RULE WITH
      *                  THE STEP ON THE JOB-STREAM CARD, NOT ALSO
      *                  OWNED, AND RULE EVEN, ELAPSED OR RECORDS;
      *                  RATE|UNIT|AMOUNT WITH UNIT ELAPSED, RECORD,
      *                  RERUN OR PAGE AND A NUMERIC AMOUNT.
      *   ONCALL.CFG   - GROUP|NAME|PROGRAMS WITH GROUP NAMES UNIQUE;
      *                  ROTA|GROUP|FROM-DATE|TO-DATE|FROM-HHMM|
      *                  TO-HHMM|PRIMARY|SECONDARY WITH THE GROUP
      *                  DEFINED EARLIER ON THE CARD, VALID YYYYMMDD
      *                  DATES IN ORDER, VALID HHMM TIMES (TO-HHMM
      *                  MAY BE 2400) AND A PRIMARY; NO SECONDARY IS
      *                  A WARNING (NOBODY TO RE-PAGE); REPAGE|MINUTES
      *                  A WHOLE NUMBER OF MINUTES ABOVE ZERO.
      *   RECIPIENTS.CFG-NAME[|LEVEL[|CLASS=HHMM,...]] WITH NAMES
      *                  UNIQUE, LEVEL BLANK OR ONE DIGIT AND EACH
      *                  PROMISE A CLASS AND A VALID HHMM TIME.
      *   PICKUP.CFG   - PICKUP|RECIPIENT|CLASS|YYYYMMDD|HHMM|INITIALS,
      *                  ALL SIX PRESENT, THE RECIPIENT ON
      *                  RECIPIENTS.CFG, A VALID DATE AND TIME;
      *                  ESCALATE|DAYS A WHOLE NUMBER ABOVE ZERO.
      *   RELEASE.CFG  - RELEASE|TRANSMISSION-ID|REVIEWED, THE ID
      *                  YYYYMMDD-RUN WITH A VALID DATE AND A NUMERIC
      *                  RUN, REVIEWED ALL OR A COMMA-SEPARATED LIST
      *                  OF DAYN-PARTX KEYS (N 1-25, X 1 OR 2).
      * CROSS-CHECKS: DAY6-HEIGHT/WIDTH MUST FIT THE 1000-CELL GRID
      * TABLES.
      * RETURN CODES: 0 = CARDS CLEAN (WARNINGS ALLOWED), 1 = AT
             03 WS-F-3 PIC X(40).
             03 WS-F-4 PIC X(40).
             03 WS-F-5 PIC X(40).
             03 WS-F-6 PIC X(40).
             03 WS-F-7 PIC X(40).
          01 WS-IDX PIC 9(3).
          01 WS-HIT PIC 9(3).
          01 WS-VALUE-NUM PIC 9(9).
          01 WS-MESSAGE-TEXT PIC X(80).
          01 WS-SEVERITY-WORD PIC X(7).
          01 WS-LINE-ED PIC ZZZZ9.
          01 WS-JS-NAME-TABLE.
             03 WS-JS-NAME PIC X(10) OCCURS 60.
          01 WS-JS-NAME-COUNT PIC 9(3) VALUE 0.
          01 WS-JS-CLASS PIC X(10).
          01 WS-COND-TESTS.
             03 WS-COND-TEST PIC X(30) OCCURS 8.
          01 WS-TEST-IDX PIC 9(2).
          01 WS-COND-CODE PIC X(10).
          01 WS-COND-OP PIC X(10).
          01 WS-COND-STEP PIC X(10).
          01 WS-COND-EXTRA PIC X(10).
          01 WS-SUP-CODE-TABLE.
             03 WS-SUP-CODE PIC X(10) OCCURS 40.
          01 WS-SUP-CODE-COUNT PIC 9(3) VALUE 0.
          01 WS-OWNED-TABLE.
             03 WS-OWNED-STEP PIC X(10) OCCURS 60.
          01 WS-OWNED-COUNT PIC 9(3) VALUE 0.
          01 WS-SUP-STEP PIC X(10).
          01 WS-SUP-PTR PIC 9(3).
          01 WS-CC-AREA-TABLE.
             03 WS-CC-AREA PIC X(10) OCCURS 20.
          01 WS-CC-AREA-COUNT PIC 9(3) VALUE 0.
          01 WS-CC-STEP-TABLE.
             03 WS-CC-STEP PIC X(10) OCCURS 60.
          01 WS-CC-STEP-COUNT PIC 9(3) VALUE 0.
          01 WS-OC-GROUP-TABLE.
             03 WS-OC-GROUP PIC X(10) OCCURS 40.
          01 WS-OC-GROUP-COUNT PIC 9(3) VALUE 0.
          01 WS-OC-SECONDARY PIC X(40).
          01 WS-OC-EXTRA PIC X(40).
          01 WS-OC-FIELD PIC X(40).
          01 WS-OC-WHAT PIC X(12).
          01 WS-RC-NAME-TABLE.
             03 WS-RC-NAME PIC X(20) OCCURS 50.
          01 WS-RC-NAME-COUNT PIC 9(3) VALUE 0.
          01 WS-RC-SPLIT.
             03 WS-RC-ITEM PIC X(30) OCCURS 10.
          01 WS-RC-IDX PIC 9(2).
          01 WS-RC-CLASS PIC X(20).
          01 WS-RL-PTR PIC 9(3) USAGE COMP-5.
          01 WS-RL-KEY PIC X(20).
          01 WS-RL-DAY PIC 9(2).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          PERFORM VALIDATE-RUNCAL-CARD.
          PERFORM VALIDATE-RETENTION-CARD.
          PERFORM VALIDATE-RUNCOMP-CARD.
          PERFORM VALIDATE-JOBSTREAM-CARD.
          PERFORM VALIDATE-SUPPLIERS-CARD.
          PERFORM VALIDATE-FEEDS-CARD.
          PERFORM VALIDATE-CTLTOTAL-CARD.
          PERFORM VALIDATE-REJSRC-CARD.
          PERFORM VALIDATE-COSTCTR-CARD.
          PERFORM VALIDATE-ONCALL-CARD.
          PERFORM VALIDATE-RECIPIENTS-CARD.
          PERFORM VALIDATE-PICKUP-CARD.
          PERFORM VALIDATE-RELEASE-CARD.
          PERFORM CHECK-ORDERING-CYCLE.
          PERFORM CLOSE-EXCEPTIONS-REPORT.
          DISPLAY "CARDVAL: " WS-ERROR-COUNT " ERROR(S), "
       OPEN-EXCEPTIONS-REPORT SECTION.
          MOVE "CARDVAL_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/cardval.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXCEPTIONS-DATASET.
          OPEN OUTPUT EXCEPTIONS-FILE.
          MOVE "CONTROL-CARD VALIDATION EXCEPTIONS"
          MOVE "control.cfg" TO WS-CARD-NAME.
          MOVE "CONTROL_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/control.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          MOVE "schedule.cfg" TO WS-CARD-NAME.
          MOVE "SCHEDULE_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/schedule.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
             END-IF
             GO TO CHECK-SCHEDULE-LINE-99
          END-IF.
          IF WS-KEY-PART = "BATCH-CUTOFF" OR
             WS-KEY-PART = "BATCH-START"
             IF WS-VALUE-PART (1:4) IS NOT NUMERIC OR
                WS-VALUE-PART (5:1) NOT = SPACE
                MOVE SPACES TO WS-MESSAGE-TEXT
                STRING FUNCTION TRIM (WS-KEY-PART) DELIMITED BY SIZE
                       " IS NOT HHMM" DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                END-STRING
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
                GO TO CHECK-SCHEDULE-LINE-99
             END-IF
             IF WS-VALUE-PART (1:2) > "23" OR
                WS-VALUE-PART (3:2) > "59"
                MOVE SPACES TO WS-MESSAGE-TEXT
                STRING FUNCTION TRIM (WS-KEY-PART) DELIMITED BY SIZE
                       " IS NOT A TIME OF DAY" DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                END-STRING
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
             END-IF
             GO TO CHECK-SCHEDULE-LINE-99
          END-IF.
          PERFORM EXTRACT-ORDERING-NUMBERS.
          IF WS-STEP-NUM < 1 OR WS-STEP-NUM > 25 OR
             WS-PRED-NUM < 1 OR WS-PRED-NUM > 25 OR
          MOVE "runcal.cfg" TO WS-CARD-NAME.
          MOVE "RUNCAL_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/runcal.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          MOVE "retention.cfg" TO WS-CARD-NAME.
          MOVE "RETENTION_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/retention.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          MOVE "runcomp.cfg" TO WS-CARD-NAME.
          MOVE "RUNCOMP_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/runcomp.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          END-IF.
       CHECK-RUNCOMP-LINE-99.
          EXIT.
      *
       VALIDATE-JOBSTREAM-CARD SECTION.
          MOVE "jobstream.cfg" TO WS-CARD-NAME.
          MOVE "JOB_STREAM" TO CAT-LOGICAL-NAME.
          MOVE "../../params/jobstream.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE 0 TO WS-JS-NAME-COUNT.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-JOBSTREAM-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-JOBSTREAM-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-JOBSTREAM-CARD-99.
          EXIT.
      *
       CHECK-JOBSTREAM-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-JOBSTREAM-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-2, WS-F-3, WS-F-4, WS-F-5, WS-F-6.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE FUNCTION TRIM (WS-F-2) TO WS-F-2.
          IF WS-F-2 = SPACES
             MOVE WS-F-1 TO WS-F-2
          END-IF.
          IF WS-F-1 = SPACES
             MOVE "STEP NAME MISSING" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-JOBSTREAM-LINE-99
          END-IF.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-JS-NAME-COUNT
             IF WS-JS-NAME (WS-IDX) = WS-F-1
                MOVE SPACES TO WS-MESSAGE-TEXT
                STRING "STEP " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-F-1) DELIMITED BY SIZE
                       " DEFINED TWICE" DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                END-STRING
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
             END-IF
          END-PERFORM.
          MOVE FUNCTION TRIM (WS-F-3) TO WS-JS-CLASS.
          EVALUATE WS-JS-CLASS
             WHEN "DAY"
                PERFORM CHECK-JOBSTREAM-DAY-PROGRAM
             WHEN "UTIL"
                CONTINUE
             WHEN OTHER
                MOVE "CLASS IS NOT DAY OR UTIL" TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
          END-EVALUATE.
          PERFORM CHECK-JOBSTREAM-COND.
          EVALUATE FUNCTION TRIM (WS-F-6)
             WHEN SPACES
             WHEN "CRITICAL"
             WHEN "NORMAL"
             WHEN "DEFERRABLE"
                CONTINUE
             WHEN OTHER
                MOVE "PRIORITY NOT CRITICAL, NORMAL OR DEFERRABLE"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
          END-EVALUATE.
          IF WS-JS-NAME-COUNT < 60
             ADD 1 TO WS-JS-NAME-COUNT
             MOVE WS-F-1 TO WS-JS-NAME (WS-JS-NAME-COUNT)
          ELSE
             MOVE "MORE THAN 60 STEPS - STEP IGNORED BY LOADERS"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
       CHECK-JOBSTREAM-LINE-99.
          EXIT.
      *
       CHECK-JOBSTREAM-DAY-PROGRAM SECTION.
          MOVE WS-F-2 TO WS-KEY-PART.
          MOVE 0 TO WS-STEP-NUM.
          IF WS-KEY-PART (1:3) = "DAY"
             IF WS-KEY-PART (4:2) IS NUMERIC
                AND WS-KEY-PART (6:1) = SPACE
                MOVE WS-KEY-PART (4:2) TO WS-STEP-NUM
             ELSE
                IF WS-KEY-PART (4:1) IS NUMERIC AND
                   WS-KEY-PART (5:1) = SPACE
                   COMPUTE WS-STEP-NUM =
                      FUNCTION NUMVAL (WS-KEY-PART (4:1))
                END-IF
             END-IF
          END-IF.
          IF WS-STEP-NUM < 1 OR WS-STEP-NUM > 25
             MOVE "DAY-CLASS PROGRAM IS NOT A REAL DAY STEP"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          EXIT.
      *
       CHECK-JOBSTREAM-COND SECTION.
          IF WS-F-5 = SPACES
             GO TO CHECK-JOBSTREAM-COND-99
          END-IF.
          MOVE SPACES TO WS-COND-TESTS.
          UNSTRING WS-F-5 DELIMITED BY ";"
             INTO WS-COND-TEST (1), WS-COND-TEST (2),
                  WS-COND-TEST (3), WS-COND-TEST (4),
                  WS-COND-TEST (5), WS-COND-TEST (6),
                  WS-COND-TEST (7), WS-COND-TEST (8).
          PERFORM VARYING WS-TEST-IDX FROM 1 BY 1
          UNTIL WS-TEST-IDX > 8
             IF WS-COND-TEST (WS-TEST-IDX) NOT = SPACES
                PERFORM CHECK-JOBSTREAM-TEST
             END-IF
          END-PERFORM.
       CHECK-JOBSTREAM-COND-99.
          EXIT.
      *
       CHECK-JOBSTREAM-TEST SECTION.
          IF FUNCTION TRIM (WS-COND-TEST (WS-TEST-IDX)) = "EVEN"
             GO TO CHECK-JOBSTREAM-TEST-99
          END-IF.
          MOVE SPACES TO WS-COND-CODE WS-COND-OP WS-COND-STEP
             WS-COND-EXTRA.
          UNSTRING WS-COND-TEST (WS-TEST-IDX) DELIMITED BY ","
             INTO WS-COND-CODE, WS-COND-OP, WS-COND-STEP,
                  WS-COND-EXTRA.
          MOVE FUNCTION TRIM (WS-COND-CODE) TO WS-COND-CODE.
          MOVE FUNCTION TRIM (WS-COND-OP) TO WS-COND-OP.
          MOVE FUNCTION TRIM (WS-COND-STEP) TO WS-COND-STEP.
          IF WS-COND-CODE = SPACES OR
             FUNCTION TRIM (WS-COND-CODE) IS NOT NUMERIC OR
             WS-COND-EXTRA NOT = SPACES
             MOVE "COND TEST IS NOT EVEN, CODE,OP OR CODE,OP,STEP"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-JOBSTREAM-TEST-99
          END-IF.
          EVALUATE WS-COND-OP
             WHEN "GT"
             WHEN "GE"
             WHEN "EQ"
             WHEN "NE"
             WHEN "LT"
             WHEN "LE"
                CONTINUE
             WHEN OTHER
                MOVE "COND OPERATOR NOT GT GE EQ NE LT OR LE"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
                GO TO CHECK-JOBSTREAM-TEST-99
          END-EVALUATE.
          IF WS-COND-STEP = SPACES
             GO TO CHECK-JOBSTREAM-TEST-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-JS-NAME-COUNT OR WS-HIT > 0
             IF WS-JS-NAME (WS-IDX) = WS-COND-STEP
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "COND NAMES " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-COND-STEP) DELIMITED BY SIZE
                    " - NOT AN EARLIER STEP" DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
       CHECK-JOBSTREAM-TEST-99.
          EXIT.
      *
      * RUNS AFTER THE JOB-STREAM CARD SO ITS STEP NAMES ARE KNOWN.
       VALIDATE-FEEDS-CARD SECTION.
          MOVE "feeds.cfg" TO WS-CARD-NAME.
          MOVE "FEED_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../params/feeds.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-FEEDS-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-FEEDS-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-FEEDS-CARD-99.
          EXIT.
      *
       CHECK-FEEDS-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-FEEDS-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-2, WS-F-3, WS-F-4, WS-F-5, WS-F-6,
                  WS-F-7.
          IF WS-F-1 = SPACES OR WS-F-2 = SPACES OR
             WS-F-3 = SPACES OR WS-F-4 = SPACES OR
             WS-F-5 = SPACES OR WS-F-6 = SPACES OR
             WS-F-7 NOT = SPACES
             MOVE "NOT SIX |-DELIMITED FIELDS"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-FEEDS-LINE-99
          END-IF.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-JS-NAME-COUNT OR WS-HIT > 0
             IF WS-JS-NAME (WS-IDX) = WS-F-1
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0 AND WS-JS-NAME-COUNT > 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "STEP " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-F-1) DELIMITED BY SIZE
                    " IS NOT ON THE JOB-STREAM CARD" DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          MOVE FUNCTION TRIM (WS-F-6) TO WS-F-6.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-SUP-CODE-COUNT OR WS-HIT > 0
             IF WS-SUP-CODE (WS-IDX) = WS-F-6
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0 AND WS-SUP-CODE-COUNT > 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "SUPPLIER " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-F-6) DELIMITED BY SIZE
                    " IS NOT ON THE SUPPLIER MASTER" DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "WARNING" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          MOVE FUNCTION TRIM (WS-F-4) TO WS-VALUE-PART.
          MOVE "EXPECTED" TO WS-KEY-PART.
          PERFORM CHECK-FEEDS-TIME.
          MOVE FUNCTION TRIM (WS-F-5) TO WS-VALUE-PART.
          MOVE "LATEST" TO WS-KEY-PART.
          PERFORM CHECK-FEEDS-TIME.
          IF FUNCTION TRIM (WS-F-4) = FUNCTION TRIM (WS-F-5)
             MOVE "LATEST EQUALS EXPECTED - A LATE FEED IS NOT WAITED"
                & " FOR" TO WS-MESSAGE-TEXT
             MOVE "WARNING" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
       CHECK-FEEDS-LINE-99.
          EXIT.
      *
      * WS-KEY-PART NAMES THE FIELD, WS-VALUE-PART HOLDS ITS VALUE.
       CHECK-FEEDS-TIME SECTION.
          IF WS-VALUE-PART (1:4) IS NOT NUMERIC OR
             WS-VALUE-PART (5:1) NOT = SPACE OR
             WS-VALUE-PART (1:2) > "23" OR
             WS-VALUE-PART (3:2) > "59"
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING FUNCTION TRIM (WS-KEY-PART) DELIMITED BY SIZE
                    " IS NOT A VALID HHMM TIME OF DAY"
                       DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
       CHECK-FEEDS-TIME-99.
          EXIT.
      *
       VALIDATE-CTLTOTAL-CARD SECTION.
          MOVE "ctltotal.cfg" TO WS-CARD-NAME.
          MOVE "CTL_RULES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/ctltotal.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-CTLTOTAL-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-CTLTOTAL-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-CTLTOTAL-CARD-99.
          EXIT.
      *
       CHECK-CTLTOTAL-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-CTLTOTAL-LINE-99
          END-IF.
          MOVE SPACES TO WS-KEY-PART WS-VALUE-PART.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-KEY-PART, WS-VALUE-PART.
          MOVE FUNCTION TRIM (WS-KEY-PART) TO WS-KEY-PART.
          MOVE 0 TO WS-STEP-NUM.
          IF WS-KEY-PART (1:3) = "DAY"
             IF WS-KEY-PART (4:2) IS NUMERIC
                MOVE WS-KEY-PART (4:2) TO WS-STEP-NUM
             ELSE
                IF WS-KEY-PART (4:1) IS NUMERIC AND
                   WS-KEY-PART (5:1) = SPACE
                   COMPUTE WS-STEP-NUM =
                      FUNCTION NUMVAL (WS-KEY-PART (4:1))
                END-IF
             END-IF
          END-IF.
          IF WS-STEP-NUM < 1 OR WS-STEP-NUM > 25
             MOVE "ENTRY DOES NOT NAME A REAL DAY STEP"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-CTLTOTAL-LINE-99
          END-IF.
          EVALUATE FUNCTION TRIM (WS-VALUE-PART)
             WHEN "VALUE"
             WHEN "CLAIM-ID"
             WHEN "FIRST-NUMBER"
             WHEN "LENGTH"
                CONTINUE
             WHEN OTHER
                MOVE "HASH RULE NOT IN THE DOCUMENTED SET"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
          END-EVALUATE.
       CHECK-CTLTOTAL-LINE-99.
          EXIT.
      *
      * RUNS AFTER THE JOB-STREAM CARD SO ITS STEP NAMES ARE KNOWN, AND
      * BEFORE THE FEEDS CARD SO ITS SUPPLIERS CAN BE CHECKED HERE.
       VALIDATE-SUPPLIERS-CARD SECTION.
          MOVE "suppliers.cfg" TO WS-CARD-NAME.
          MOVE "SUPPLIER_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../params/suppliers.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-SUPPLIERS-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-SUPPLIERS-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-SUPPLIERS-CARD-99.
          EXIT.
      *
       CHECK-SUPPLIERS-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-SUPPLIERS-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-3, WS-F-4, WS-F-2, WS-F-5.
          IF WS-F-1 = SPACES OR WS-F-2 = SPACES OR
             WS-F-3 = SPACES OR WS-F-4 = SPACES OR
             WS-F-5 NOT = SPACES
             MOVE "NOT FOUR |-DELIMITED FIELDS"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-SUPPLIERS-LINE-99
          END-IF.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-SUP-CODE-COUNT OR WS-HIT > 0
             IF WS-SUP-CODE (WS-IDX) = WS-F-1
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT > 0
             MOVE "DUPLICATE SUPPLIER CODE" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          ELSE
             IF WS-SUP-CODE-COUNT < 40
                ADD 1 TO WS-SUP-CODE-COUNT
                MOVE WS-F-1 TO WS-SUP-CODE (WS-SUP-CODE-COUNT)
             END-IF
          END-IF.
          MOVE 1 TO WS-SUP-PTR.
          PERFORM UNTIL WS-SUP-PTR > 120
             MOVE SPACES TO WS-SUP-STEP
             UNSTRING WS-F-2 DELIMITED BY ","
                INTO WS-SUP-STEP
                WITH POINTER WS-SUP-PTR
             END-UNSTRING
             MOVE FUNCTION TRIM (WS-SUP-STEP) TO WS-SUP-STEP
             IF WS-SUP-STEP NOT = SPACES
                PERFORM CHECK-SUPPLIER-STEP
             END-IF
          END-PERFORM.
       CHECK-SUPPLIERS-LINE-99.
          EXIT.
      *
       CHECK-SUPPLIER-STEP SECTION.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-JS-NAME-COUNT OR WS-HIT > 0
             IF WS-JS-NAME (WS-IDX) = WS-SUP-STEP
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0 AND WS-JS-NAME-COUNT > 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "STEP " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SUP-STEP) DELIMITED BY SIZE
                    " IS NOT ON THE JOB-STREAM CARD" DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-OWNED-COUNT OR WS-HIT > 0
             IF WS-OWNED-STEP (WS-IDX) = WS-SUP-STEP
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT > 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "STEP " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SUP-STEP) DELIMITED BY SIZE
                    " IS ALREADY OWNED BY AN EARLIER SUPPLIER"
                       DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          ELSE
             IF WS-OWNED-COUNT < 60
                ADD 1 TO WS-OWNED-COUNT
                MOVE WS-SUP-STEP TO WS-OWNED-STEP (WS-OWNED-COUNT)
             END-IF
          END-IF.
       CHECK-SUPPLIER-STEP-99.
          EXIT.
      *
       VALIDATE-REJSRC-CARD SECTION.
          MOVE "rejsrc.cfg" TO WS-CARD-NAME.
          MOVE "REJECT_SOURCES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/rejsrc.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-REJSRC-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-REJSRC-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-REJSRC-CARD-99.
          EXIT.
      *
       CHECK-REJSRC-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-REJSRC-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-3, WS-F-2, WS-F-4.
          IF WS-F-1 = SPACES OR WS-F-2 = SPACES OR
             WS-F-3 = SPACES OR WS-F-4 NOT = SPACES
             MOVE "NOT THREE |-DELIMITED FIELDS"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-REJSRC-LINE-99
          END-IF.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE 0 TO WS-HIT.
          IF WS-F-1 = "DAY*"
             MOVE 1 TO WS-HIT
          END-IF.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-JS-NAME-COUNT OR WS-HIT > 0
             IF WS-JS-NAME (WS-IDX) = WS-F-1
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0 AND WS-JS-NAME-COUNT > 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "STEP " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-F-1) DELIMITED BY SIZE
                    " IS NOT ON THE JOB-STREAM CARD" DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          EVALUATE FUNCTION TRIM (WS-F-3)
             WHEN "EDIT"
             WHEN "SCREEN"
             WHEN "CLAIM"
             WHEN "TREE"
             WHEN "SAMPLE"
                CONTINUE
             WHEN OTHER
                MOVE "REJECT FORMAT NOT IN THE DOCUMENTED SET"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
          END-EVALUATE.
       CHECK-REJSRC-LINE-99.
          EXIT.
      *
       VALIDATE-COSTCTR-CARD SECTION.
          MOVE "costctr.cfg" TO WS-CARD-NAME.
          MOVE "COST_CENTRE_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/costctr.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-COSTCTR-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-COSTCTR-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-COSTCTR-CARD-99.
          EXIT.
      *
       CHECK-COSTCTR-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-COSTCTR-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-3, WS-F-4, WS-F-5, WS-F-2, WS-F-6.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE FUNCTION TRIM (WS-F-3) TO WS-F-3.
          MOVE FUNCTION TRIM (WS-F-4) TO WS-F-4.
          EVALUATE WS-F-1
             WHEN "AREA"
                PERFORM CHECK-COSTCTR-AREA
             WHEN "SHARED"
                IF WS-F-3 = SPACES OR WS-F-4 = SPACES OR
                   WS-F-5 NOT = SPACES
                   MOVE "SHARED LINE IS NOT SHARED|STEP|RULE"
                      TO WS-MESSAGE-TEXT
                   MOVE "ERROR" TO WS-SEVERITY-WORD
                   PERFORM WRITE-EXCEPTION
                   GO TO CHECK-COSTCTR-LINE-99
                END-IF
                MOVE WS-F-3 TO WS-SUP-STEP
                PERFORM CHECK-COSTCTR-STEP
                EVALUATE WS-F-4
                   WHEN "EVEN"
                   WHEN "ELAPSED"
                   WHEN "RECORDS"
                      CONTINUE
                   WHEN OTHER
                      MOVE "SPREAD RULE NOT EVEN, ELAPSED OR RECORDS"
                         TO WS-MESSAGE-TEXT
                      MOVE "ERROR" TO WS-SEVERITY-WORD
                      PERFORM WRITE-EXCEPTION
                END-EVALUATE
             WHEN "RATE"
                EVALUATE WS-F-3
                   WHEN "ELAPSED"
                   WHEN "RECORD"
                   WHEN "RERUN"
                   WHEN "PAGE"
                      CONTINUE
                   WHEN OTHER
                      MOVE "UNKNOWN RATE UNIT"
                         TO WS-MESSAGE-TEXT
                      MOVE "ERROR" TO WS-SEVERITY-WORD
                      PERFORM WRITE-EXCEPTION
                END-EVALUATE
                IF WS-F-4 = SPACES OR
                   FUNCTION TEST-NUMVAL (WS-F-4) NOT = 0
                   MOVE "RATE AMOUNT IS NOT A NUMBER"
                      TO WS-MESSAGE-TEXT
                   MOVE "ERROR" TO WS-SEVERITY-WORD
                   PERFORM WRITE-EXCEPTION
                END-IF
             WHEN OTHER
                MOVE "LINE IS NOT AREA, SHARED OR RATE"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
          END-EVALUATE.
       CHECK-COSTCTR-LINE-99.
          EXIT.
      *
       CHECK-COSTCTR-AREA SECTION.
          IF WS-F-3 = SPACES OR WS-F-4 = SPACES OR
             WS-F-2 = SPACES OR WS-F-6 NOT = SPACES
             MOVE "AREA LINE NEEDS CODE, NAME, RECIPIENTS AND STEPS"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-COSTCTR-AREA-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-CC-AREA-COUNT OR WS-HIT > 0
             IF WS-CC-AREA (WS-IDX) = WS-F-3
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT > 0
             MOVE "DUPLICATE AREA CODE" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          ELSE
             IF WS-CC-AREA-COUNT < 20
                ADD 1 TO WS-CC-AREA-COUNT
                MOVE WS-F-3 TO WS-CC-AREA (WS-CC-AREA-COUNT)
             ELSE
                MOVE "MORE THAN 20 AREAS - AREA IGNORED BY CHARGEBK"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
             END-IF
          END-IF.
          MOVE 1 TO WS-SUP-PTR.
          PERFORM UNTIL WS-SUP-PTR > 120
             MOVE SPACES TO WS-SUP-STEP
             UNSTRING WS-F-2 DELIMITED BY ","
                INTO WS-SUP-STEP
                WITH POINTER WS-SUP-PTR
             END-UNSTRING
             MOVE FUNCTION TRIM (WS-SUP-STEP) TO WS-SUP-STEP
             IF WS-SUP-STEP NOT = SPACES
                PERFORM CHECK-COSTCTR-STEP
             END-IF
          END-PERFORM.
       CHECK-COSTCTR-AREA-99.
          EXIT.
      *
      * A STEP IS OWNED BY ONE AREA OR SHARED, NEVER BOTH.
       CHECK-COSTCTR-STEP SECTION.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-JS-NAME-COUNT OR WS-HIT > 0
             IF WS-JS-NAME (WS-IDX) = WS-SUP-STEP
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0 AND WS-JS-NAME-COUNT > 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "STEP " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SUP-STEP) DELIMITED BY SIZE
                    " IS NOT ON THE JOB-STREAM CARD" DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-CC-STEP-COUNT OR WS-HIT > 0
             IF WS-CC-STEP (WS-IDX) = WS-SUP-STEP
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT > 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "STEP " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SUP-STEP) DELIMITED BY SIZE
                    " IS ALREADY CHARGED EARLIER ON THE CARD"
                       DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          ELSE
             IF WS-CC-STEP-COUNT < 60
                ADD 1 TO WS-CC-STEP-COUNT
                MOVE WS-SUP-STEP TO WS-CC-STEP (WS-CC-STEP-COUNT)
             END-IF
          END-IF.
          EXIT.
      *
       VALIDATE-ONCALL-CARD SECTION.
          MOVE "oncall.cfg" TO WS-CARD-NAME.
          MOVE "ON_CALL_ROTA" TO CAT-LOGICAL-NAME.
          MOVE "../../params/oncall.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-ONCALL-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-ONCALL-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-ONCALL-CARD-99.
          EXIT.
      *
       CHECK-ONCALL-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-ONCALL-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE WS-OC-SECONDARY WS-OC-EXTRA.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-3, WS-F-2, WS-F-4, WS-F-5, WS-F-6,
                  WS-F-7, WS-OC-SECONDARY, WS-OC-EXTRA.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE FUNCTION TRIM (WS-F-3) TO WS-F-3.
          EVALUATE WS-F-1
             WHEN "GROUP"
                PERFORM CHECK-ONCALL-GROUP
             WHEN "ROTA"
                PERFORM CHECK-ONCALL-ROTA
             WHEN "REPAGE"
                IF WS-F-3 = SPACES OR WS-F-2 NOT = SPACES OR
                   FUNCTION TRIM (WS-F-3) IS NOT NUMERIC
                   MOVE "REPAGE MINUTES IS NOT A WHOLE NUMBER"
                      TO WS-MESSAGE-TEXT
                   MOVE "ERROR" TO WS-SEVERITY-WORD
                   PERFORM WRITE-EXCEPTION
                   GO TO CHECK-ONCALL-LINE-99
                END-IF
                IF FUNCTION NUMVAL (WS-F-3) = 0
                   MOVE "REPAGE MINUTES MUST BE ABOVE ZERO"
                      TO WS-MESSAGE-TEXT
                   MOVE "ERROR" TO WS-SEVERITY-WORD
                   PERFORM WRITE-EXCEPTION
                END-IF
             WHEN OTHER
                MOVE "LINE IS NOT GROUP, ROTA OR REPAGE"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
          END-EVALUATE.
       CHECK-ONCALL-LINE-99.
          EXIT.
      *
       CHECK-ONCALL-GROUP SECTION.
          IF WS-F-3 = SPACES OR WS-F-2 = SPACES OR
             WS-F-4 NOT = SPACES
             MOVE "GROUP LINE IS NOT GROUP|NAME|PROGRAMS"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-ONCALL-GROUP-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-OC-GROUP-COUNT OR WS-HIT > 0
             IF WS-OC-GROUP (WS-IDX) = WS-F-3
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT > 0
             MOVE "DUPLICATE GROUP NAME" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          ELSE
             IF WS-OC-GROUP-COUNT < 40
                ADD 1 TO WS-OC-GROUP-COUNT
                MOVE WS-F-3 TO WS-OC-GROUP (WS-OC-GROUP-COUNT)
             END-IF
          END-IF.
       CHECK-ONCALL-GROUP-99.
          EXIT.
      *
       CHECK-ONCALL-ROTA SECTION.
          IF WS-F-3 = SPACES OR WS-F-7 = SPACES OR
             WS-OC-EXTRA NOT = SPACES
             MOVE "ROTA LINE NEEDS GROUP, DATES, TIMES AND A PRIMARY"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-ONCALL-ROTA-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-OC-GROUP-COUNT OR WS-HIT > 0
             IF WS-OC-GROUP (WS-IDX) = WS-F-3
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0 AND WS-F-3 NOT = "ALL"
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "GROUP " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-F-3) DELIMITED BY SIZE
                    " IS NOT DEFINED EARLIER ON THE CARD"
                       DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          MOVE WS-F-2 TO WS-OC-FIELD.
          MOVE "FROM-DATE" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-DATE.
          MOVE WS-F-4 TO WS-OC-FIELD.
          MOVE "TO-DATE" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-DATE.
          IF WS-F-2 (1:8) IS NUMERIC AND WS-F-4 (1:8) IS NUMERIC AND
             WS-F-2 (1:8) > WS-F-4 (1:8)
             MOVE "FROM-DATE IS AFTER TO-DATE" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          MOVE WS-F-5 TO WS-OC-FIELD.
          MOVE "FROM-HHMM" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-TIME.
          MOVE WS-F-6 TO WS-OC-FIELD.
          MOVE "TO-HHMM" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-TIME.
          IF WS-OC-SECONDARY = SPACES
             MOVE "NO SECONDARY - AN UNANSWERED PAGE GOES NOWHERE"
                TO WS-MESSAGE-TEXT
             MOVE "WARNING" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
       CHECK-ONCALL-ROTA-99.
          EXIT.
      *
       CHECK-ONCALL-DATE SECTION.
          IF WS-OC-FIELD (1:8) IS NUMERIC AND
             WS-OC-FIELD (9:1) = SPACE
             IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (WS-OC-FIELD (1:8))) = 0
                GO TO CHECK-ONCALL-DATE-99
             END-IF
          END-IF.
          MOVE SPACES TO WS-MESSAGE-TEXT.
          STRING FUNCTION TRIM (WS-OC-WHAT) DELIMITED BY SIZE
                 " IS NOT A VALID YYYYMMDD DATE" DELIMITED BY SIZE
                 INTO WS-MESSAGE-TEXT
          END-STRING.
          MOVE "ERROR" TO WS-SEVERITY-WORD.
          PERFORM WRITE-EXCEPTION.
       CHECK-ONCALL-DATE-99.
          EXIT.
      *
       CHECK-ONCALL-TIME SECTION.
          IF WS-OC-FIELD (1:4) = "2400" AND WS-OC-WHAT = "TO-HHMM"
             GO TO CHECK-ONCALL-TIME-99
          END-IF.
          IF WS-OC-FIELD (1:4) IS NOT NUMERIC OR
             WS-OC-FIELD (5:1) NOT = SPACE OR
             WS-OC-FIELD (1:2) > "23" OR
             WS-OC-FIELD (3:2) > "59"
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING FUNCTION TRIM (WS-OC-WHAT) DELIMITED BY SIZE
                    " IS NOT A VALID HHMM TIME OF DAY"
                       DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
       CHECK-ONCALL-TIME-99.
          EXIT.
      *
       VALIDATE-RECIPIENTS-CARD SECTION.
          MOVE "recipients.cfg" TO WS-CARD-NAME.
          MOVE "RECIPIENT_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../params/recipients.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-RECIPIENTS-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-RECIPIENTS-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-RECIPIENTS-CARD-99.
          EXIT.
      *
       CHECK-RECIPIENTS-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-RECIPIENTS-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-3, WS-F-2, WS-F-4.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE FUNCTION TRIM (WS-F-3) TO WS-F-3.
          IF WS-F-1 = SPACES OR WS-F-4 NOT = SPACES
             MOVE "LINE IS NOT NAME|LEVEL|PROMISES" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-RECIPIENTS-LINE-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-RC-NAME-COUNT OR WS-HIT > 0
             IF WS-RC-NAME (WS-IDX) = WS-F-1
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT > 0
             MOVE "DUPLICATE RECIPIENT NAME" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          ELSE
             IF WS-RC-NAME-COUNT < 50
                ADD 1 TO WS-RC-NAME-COUNT
                MOVE WS-F-1 TO WS-RC-NAME (WS-RC-NAME-COUNT)
             END-IF
          END-IF.
          IF WS-F-3 NOT = SPACES AND
             (WS-F-3 (1:1) IS NOT NUMERIC OR WS-F-3 (2:1) NOT = SPACE)
             MOVE "CLEARANCE LEVEL IS NOT ONE DIGIT 0-9"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          IF WS-F-2 = SPACES
             GO TO CHECK-RECIPIENTS-LINE-99
          END-IF.
          MOVE SPACES TO WS-RC-SPLIT.
          UNSTRING WS-F-2 DELIMITED BY ","
             INTO WS-RC-ITEM (1), WS-RC-ITEM (2), WS-RC-ITEM (3),
                  WS-RC-ITEM (4), WS-RC-ITEM (5), WS-RC-ITEM (6),
                  WS-RC-ITEM (7), WS-RC-ITEM (8), WS-RC-ITEM (9),
                  WS-RC-ITEM (10).
          PERFORM VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 10
             IF WS-RC-ITEM (WS-RC-IDX) NOT = SPACES
                PERFORM CHECK-RECIPIENTS-PROMISE
             END-IF
          END-PERFORM.
       CHECK-RECIPIENTS-LINE-99.
          EXIT.
      *
       CHECK-RECIPIENTS-PROMISE SECTION.
          MOVE SPACES TO WS-RC-CLASS WS-OC-FIELD.
          UNSTRING WS-RC-ITEM (WS-RC-IDX) DELIMITED BY "="
             INTO WS-RC-CLASS, WS-OC-FIELD.
          MOVE FUNCTION TRIM (WS-OC-FIELD) TO WS-OC-FIELD.
          IF FUNCTION TRIM (WS-RC-CLASS) = SPACES
             MOVE "PROMISE IS NOT CLASS=HHMM" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-RECIPIENTS-PROMISE-99
          END-IF.
          MOVE "PROMISE" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-TIME.
       CHECK-RECIPIENTS-PROMISE-99.
          EXIT.
      *
       VALIDATE-PICKUP-CARD SECTION.
          MOVE "pickup.cfg" TO WS-CARD-NAME.
          MOVE "PICKUP_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/pickup.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-PICKUP-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-PICKUP-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-PICKUP-CARD-99.
          EXIT.
      *
       CHECK-PICKUP-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-PICKUP-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-3, WS-F-2, WS-F-4, WS-F-5, WS-F-6,
                  WS-F-7.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE FUNCTION TRIM (WS-F-3) TO WS-F-3.
          EVALUATE WS-F-1
             WHEN "ESCALATE"
                IF WS-F-3 = SPACES OR WS-F-2 NOT = SPACES OR
                   FUNCTION TRIM (WS-F-3) IS NOT NUMERIC
                   MOVE "ESCALATE DAYS IS NOT A WHOLE NUMBER"
                      TO WS-MESSAGE-TEXT
                   MOVE "ERROR" TO WS-SEVERITY-WORD
                   PERFORM WRITE-EXCEPTION
                   GO TO CHECK-PICKUP-LINE-99
                END-IF
                IF FUNCTION NUMVAL (WS-F-3) = 0
                   MOVE "ESCALATE DAYS MUST BE ABOVE ZERO"
                      TO WS-MESSAGE-TEXT
                   MOVE "ERROR" TO WS-SEVERITY-WORD
                   PERFORM WRITE-EXCEPTION
                END-IF
             WHEN "PICKUP"
                PERFORM CHECK-PICKUP-CONFIRMATION
             WHEN OTHER
                MOVE "LINE IS NOT PICKUP OR ESCALATE"
                   TO WS-MESSAGE-TEXT
                MOVE "ERROR" TO WS-SEVERITY-WORD
                PERFORM WRITE-EXCEPTION
          END-EVALUATE.
       CHECK-PICKUP-LINE-99.
          EXIT.
      *
       CHECK-PICKUP-CONFIRMATION SECTION.
          IF WS-F-3 = SPACES OR WS-F-2 = SPACES OR WS-F-4 = SPACES OR
             WS-F-5 = SPACES OR WS-F-6 = SPACES OR
             WS-F-7 NOT = SPACES
             MOVE "PICKUP LINE NEEDS RECIPIENT, CLASS, DATE, TIME AND"
                & " INITIALS" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-PICKUP-CONFIRMATION-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-RC-NAME-COUNT OR WS-HIT > 0
             IF WS-RC-NAME (WS-IDX) = WS-F-3
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             MOVE SPACES TO WS-MESSAGE-TEXT
             STRING "RECIPIENT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-F-3) DELIMITED BY SIZE
                    " IS NOT ON RECIPIENTS.CFG" DELIMITED BY SIZE
                    INTO WS-MESSAGE-TEXT
             END-STRING
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          MOVE FUNCTION TRIM (WS-F-4) TO WS-OC-FIELD.
          MOVE "PICKUP DATE" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-DATE.
          MOVE FUNCTION TRIM (WS-F-5) TO WS-OC-FIELD.
          MOVE "PICKUP TIME" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-TIME.
       CHECK-PICKUP-CONFIRMATION-99.
          EXIT.
      *
       VALIDATE-RELEASE-CARD SECTION.
          MOVE "release.cfg" TO WS-CARD-NAME.
          MOVE "RELEASE_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/release.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          MOVE 0 TO WS-LINE-NO.
          MOVE "N" TO WS-CARD-EOF.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             GO TO VALIDATE-RELEASE-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-NO
                   PERFORM CHECK-RELEASE-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       VALIDATE-RELEASE-CARD-99.
          EXIT.
      *
       CHECK-RELEASE-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO CHECK-RELEASE-LINE-99
          END-IF.
          MOVE SPACES TO WS-FIELD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-F-1, WS-F-3, WS-F-2, WS-F-4.
          MOVE FUNCTION TRIM (WS-F-1) TO WS-F-1.
          MOVE FUNCTION TRIM (WS-F-3) TO WS-F-3.
          MOVE FUNCTION TRIM (WS-F-2) TO WS-F-2.
          IF WS-F-1 NOT = "RELEASE"
             MOVE "LINE IS NOT A RELEASE" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-RELEASE-LINE-99
          END-IF.
          IF WS-F-3 = SPACES OR WS-F-2 = SPACES OR
             WS-F-4 NOT = SPACES
             MOVE "RELEASE LINE NEEDS TRANSMISSION ID AND REVIEWED"
                & " ANSWERS" TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
             GO TO CHECK-RELEASE-LINE-99
          END-IF.
          MOVE WS-F-3 (1:8) TO WS-OC-FIELD.
          MOVE "TRANSMISSION" TO WS-OC-WHAT.
          PERFORM CHECK-ONCALL-DATE.
          IF WS-F-3 (9:1) NOT = "-" OR WS-F-3 (10:1) = SPACE OR
             FUNCTION TRIM (WS-F-3 (10:11)) IS NOT NUMERIC
             MOVE "TRANSMISSION ID IS NOT YYYYMMDD-RUN"
                TO WS-MESSAGE-TEXT
             MOVE "ERROR" TO WS-SEVERITY-WORD
             PERFORM WRITE-EXCEPTION
          END-IF.
          IF WS-F-2 = "ALL"
             GO TO CHECK-RELEASE-LINE-99
          END-IF.
          MOVE 1 TO WS-RL-PTR.
          PERFORM UNTIL WS-RL-PTR > 120
             MOVE SPACES TO WS-RL-KEY
             UNSTRING WS-F-2 DELIMITED BY ","
                INTO WS-RL-KEY
                WITH POINTER WS-RL-PTR
             END-UNSTRING
             MOVE FUNCTION TRIM (WS-RL-KEY) TO WS-RL-KEY
             IF WS-RL-KEY NOT = SPACES
                PERFORM CHECK-RELEASE-KEY
             END-IF
          END-PERFORM.
       CHECK-RELEASE-LINE-99.
          EXIT.
      *
       CHECK-RELEASE-KEY SECTION.
          MOVE 0 TO WS-RL-DAY.
          EVALUATE TRUE
             WHEN WS-RL-KEY (1:3) = "DAY" AND
                  WS-RL-KEY (4:1) IS NUMERIC AND
                  WS-RL-KEY (5:5) = "-PART"
                MOVE WS-RL-KEY (4:1) TO WS-RL-DAY
                MOVE WS-RL-KEY (10:2) TO WS-RC-CLASS
             WHEN WS-RL-KEY (1:3) = "DAY" AND
                  WS-RL-KEY (4:2) IS NUMERIC AND
                  WS-RL-KEY (6:5) = "-PART"
                MOVE WS-RL-KEY (4:2) TO WS-RL-DAY
                MOVE WS-RL-KEY (11:2) TO WS-RC-CLASS
          END-EVALUATE.
          IF WS-RL-DAY >= 1 AND WS-RL-DAY <= 25
             IF WS-RC-CLASS = "1" OR WS-RC-CLASS = "2"
                GO TO CHECK-RELEASE-KEY-99
             END-IF
          END-IF.
          MOVE SPACES TO WS-MESSAGE-TEXT.
          STRING "REVIEWED ANSWER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RL-KEY) DELIMITED BY SIZE
                 " IS NOT DAYN-PART1 OR DAYN-PART2" DELIMITED BY SIZE
                 INTO WS-MESSAGE-TEXT
          END-STRING.
          MOVE "ERROR" TO WS-SEVERITY-WORD.
          PERFORM WRITE-EXCEPTION.
       CHECK-RELEASE-KEY-99.
          EXIT.
      *
       CLOSE-EXCEPTIONS-REPORT SECTION.
          IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
