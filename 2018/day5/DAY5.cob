          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT TRACE-REPORT-FILE
          ASSIGN TO WS-TRACE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT BATCH-REPORT-FILE
          ASSIGN TO WS-BATCH-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SUSPENSE-FILE
          ASSIGN TO WS-SUSPENSE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RULE-CARD-FILE
          ASSIGN TO WS-RULE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RULE-STATUS.
          SELECT REACT-WORK-FILE
          ASSIGN TO WS-WORK-DATASET
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS RANDOM
          RELATIVE KEY IS WS-WORK-KEY
          FILE STATUS IS WS-WORK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
             03 INPUT-STR PIC X(60000).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD TRACE-REPORT-FILE.
          01 TRACE-PRINT-LINE PIC X(132).
          FD BATCH-REPORT-FILE.
          01 BATCH-PRINT-LINE PIC X(132).
          FD SUSPENSE-FILE.
          01 SUSPENSE-RECORD PIC X(132).
          FD RULE-CARD-FILE.
          01 RULE-CARD-RECORD PIC X(80).
          FD REACT-WORK-FILE.
          01 REACT-WORK-RECORD PIC X(30000).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
             03 FILLER PIC X(6) VALUE "STEP #".
             03 TRR-STEP PIC ZZZZZZ9.
             03 FILLER PIC X(9) VALUE "  LENGTH ".
             03 TRR-LENGTH PIC ZZZZZZZZ9.
          01 WS-INPUT-DATASET PIC X(200).

          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          01 WS-MID-RESULT.
             03 WS-MID-RESULT-TABLE OCCURS 60000.
                05 WS-MID-RESULT-CHAR PIC X(1).
          01 WS-LENGTH PIC 9(9).
          01 WS-MIN-LENGTH PIC 9(9) VALUE 999999999.
          01 WS-IDX-1 PIC 9(5).
          01 WS-IDX-2 PIC 9(9).
          01 WS-COUNTER PIC 9(5).
          01 WS-CHAR-1 PIC X(1).
          01 WS-CHAR-2 PIC X(1).
             88 WS-TRACE-ENABLED VALUE "Y".
          01 WS-TRACE-DATASET PIC X(200).
          01 WS-TRACE-STEP PIC 9(7) VALUE 0.
      * A REDUCED LENGTH THAT FITS FIVE DIGITS IS DISPLAYED AND POSTED
      * AS FIVE DIGITS, AS IT ALWAYS WAS; A LONGER ONE AS NINE.
          01 WS-ANSWER-LEN PIC 9(9).
          01 WS-ANSWER-5 PIC 9(5).
          01 WS-ANSWER-TEXT PIC X(9).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-RESULT PIC 9(9).
      * MULTI-POLYMER BATCH MODE. A LAB FILE WITH MORE THAN ONE
      * CHAIN (ONE PER RECORD) IS NO LONGER A HAND-DRIVEN LOOP:
      * EVERY CHAIN IS REACTED, A DETAIL LINE IS CUT PER POLYMER
             03 WS-BT-ENTRY OCCURS 1 TO 500
                DEPENDING ON WS-BT-COUNT.
                05 WS-BT-SEQ PIC 9(4).
                05 WS-BT-ORIG-LEN PIC 9(9).
                05 WS-BT-RED-LEN PIC 9(9).
                05 WS-BT-BEST-CHAR PIC X(1).
                05 WS-BT-BEST-LEN PIC 9(9).
                05 WS-BT-RATIO PIC 9(5).
          01 WS-BATCH-IDX PIC 9(4).
          01 WS-ORIG-LEN PIC 9(9).
          01 WS-BEST-CHAR PIC X(1).
          01 WS-BEST-LEN PIC 9(9).
          01 WS-TOTAL-REDUCED PIC 9(9) VALUE 0.
          01 WS-TOTAL-BEST PIC 9(9) VALUE 0.
          01 WS-BAT-N1-ED PIC ZZZZ9.
          01 WS-BAT-N2-ED PIC ZZZZZZZZ9.
          01 WS-BAT-N3-ED PIC ZZZZZZZZ9.
          01 WS-BAT-N4-ED PIC ZZZZZZZZ9.
          01 WS-BAT-RATIO-ED PIC ZZ9.99.
          01 WS-BAT-PTR PIC 9(3).
      * CONTINUATION RECORDS. A POLYMER LONGER THAN ONE RECORD IS
      * SENT AS SEGMENTS, EACH RECORD STARTING "+NNNNNF" - THE
      * SEGMENT NUMBER FROM 00001 UP AND A FLAG OF C (MORE TO COME)
      * OR E (LAST SEGMENT) - WITH ITS UNITS FROM COLUMN 8. A RECORD
      * WITHOUT THE "+" IS A WHOLE CHAIN AS BEFORE. THE FEED IS
      * SCANNED INTO WS-CHAIN-TABLE BEFORE ANYTHING IS REACTED, SO A
      * CHAIN WITH A BAD HEADER, A GAP OR REPEAT IN ITS SEGMENT
      * NUMBERS OR NO LAST SEGMENT IS SUSPENDED WHOLE. A GOOD CHAIN
      * IS REACTED UNIT BY UNIT AS ITS SEGMENTS ARE READ BACK, SO ITS
      * LENGTH IS NEVER LIMITED BY THE RECORD LENGTH.
          01 WS-SUSPENSE-DATASET PIC X(200).
          01 WS-SUSPENSE-OPEN PIC X(1) VALUE "N".
          01 WS-REC-NO PIC 9(9) VALUE 0.
          01 WS-SEG-OPEN PIC X(1) VALUE "N".
          01 WS-SEG-HEADER.
             03 WS-SH-MARK PIC X(1).
             03 WS-SH-SEQ PIC X(5).
             03 WS-SH-SEQ-N REDEFINES WS-SH-SEQ PIC 9(5).
             03 WS-SH-FLAG PIC X(1).
          01 WS-SEG-EXPECT PIC 9(5) VALUE 0.
          01 WS-SEG-UNITS PIC 9(5) VALUE 0.
          01 WS-SEG-POS PIC 9(5).
          01 WS-SCAN-REASON PIC X(40).
      * THE REDUCED PREFIX IS A STACK. ITS TOP IS KEPT IN WS-TMP,
      * TWO WORK SEGMENTS LONG; WHEN WS-TMP IS FULL ITS LOWER SEGMENT
      * IS SPILLED TO THE REACTION WORK FILE (DAY5_REACT_WORK,
      * RELATIVE, ONE SEGMENT PER RECORD) AND WHEN IT EMPTIES THE
      * LAST SPILLED SEGMENT IS READ BACK, SO THE PREFIX IS LIMITED
      * ONLY BY THE DAY5-REACT-MAX CONTROL CARD. A CHAIN WHOSE REDUCED
      * PREFIX SPILLED STAYS ON THE WORK FILE (WS-RESULT-SEGS
      * SEGMENTS FROM WS-RESULT-BASE + 1) AND THE PART 2 SEARCH AND
      * DEFAULT ALPHABET READ IT FROM THERE; THE SEARCH STACKS ITS
      * OWN SPILLS ABOVE IT. A CHAIN THAT NEVER SPILLED IS LEFT IN
      * WS-INPUT AS BEFORE.
          77 WS-REACT-MAX PIC 9(9) USAGE COMP-5 VALUE 100000000.
          77 WS-REACT-SEG-SIZE PIC 9(5) USAGE COMP-5 VALUE 30000.
          77 WS-REACT-TOP-MAX PIC 9(5) USAGE COMP-5 VALUE 60000.
          01 WS-REACT-OVERFLOW PIC X(1) VALUE "N".
          01 WS-REACT-MAX-ED PIC ZZZZZZZZ9.
          01 WS-TOP-COUNT PIC 9(5) VALUE 0.
          01 WS-SPILLED PIC 9(9) VALUE 0.
          01 WS-WORK-BASE PIC 9(9) VALUE 0.
          01 WS-RESULT-BASE PIC 9(9) VALUE 0.
          01 WS-RESULT-SEGS PIC 9(9) VALUE 0.
          01 WS-RESULT-LEN PIC 9(9) VALUE 0.
          01 WS-WORK-DATASET PIC X(200).
          01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
          01 WS-WORK-OPEN PIC X(1) VALUE "N".
          01 WS-WORK-KEY PIC 9(9) VALUE 0.
          01 WS-WORK-HIGH PIC 9(9) VALUE 0.
          01 WS-WORK-SEG PIC 9(9).
          01 WS-WORK-POS PIC 9(5).
          01 WS-WORK-UNITS PIC 9(5).
          01 WS-REMOVE-UNIT PIC X(1).
          01 WS-WORK-SEG-BUF.
             03 WS-WORK-SEG-CHAR PIC X(1) OCCURS 30000.
          77 WS-CHAIN-MAX PIC 9(4) USAGE COMP-5 VALUE 500.
          01 WS-CH-IDX PIC 9(4) VALUE 0.
          01 WS-CH-SUSPENDED PIC 9(4) VALUE 0.
          01 WS-CHAIN-TABLE.
             03 WS-CH-ENTRY OCCURS 500.
      *       KIND P = ONE-RECORD CHAIN, S = SEGMENTED, B = BLANK.
                05 WS-CH-KIND PIC X(1).
      *       STATUS V = VALID, S = SUSPENDED.
                05 WS-CH-STATUS PIC X(1).
                05 WS-CH-FIRST-REC PIC 9(9).
                05 WS-CH-LAST-REC PIC 9(9).
                05 WS-CH-SEGMENTS PIC 9(5).
                05 WS-CH-LENGTH PIC 9(9).
                05 WS-CH-REASON PIC X(40).
          01 WS-CH-N1-ED PIC ZZZ9.
          01 WS-CH-N2-ED PIC ZZZZZZZZ9.
          01 WS-CH-N3-ED PIC ZZZZZZZZ9.
          01 WS-CH-N4-ED PIC ZZZZ9.
      * REACTION RULE CARD. WS-REACT-WITH (TOP, UNIT) IS "Y" WHEN
      * THE UNIT ANNIHILATES THE TOP OF THE REDUCED PREFIX; BOTH
      * ARE SUBSCRIPTED BY FUNCTION ORD OF THE UNIT. THE MATRIX
      * STARTS AS THE CLASSIC RULE (A LETTER AND ITS OPPOSITE CASE)
      * AND THE CARD ADDS PAIR LINES, DROPS INERT LINES AND MARKS
      * CATALYST UNITS THAT NEVER REACT AND ARE NEVER REMOVED.
          01 WS-RULE-DATASET PIC X(200).
          01 WS-RULE-STATUS PIC X(2) VALUE SPACES.
          01 WS-RULE-EOF PIC X(1) VALUE "N".
          01 WS-RULE-BANNER PIC X(132) VALUE SPACES.
          01 WS-RULE-LETTERS PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
          01 WS-RULE-PARSE.
             03 WS-RL-KIND PIC X(10).
             03 WS-RL-UNIT-1 PIC X(10).
             03 WS-RL-UNIT-2 PIC X(10).
          01 WS-RULE-ORD-1 PIC 9(3).
          01 WS-RULE-ORD-2 PIC 9(3).
          01 WS-RULE-PAIRS PIC 9(4) VALUE 0.
          01 WS-RULE-INERT PIC 9(4) VALUE 0.
          01 WS-RULE-CATALYSTS PIC 9(4) VALUE 0.
          01 WS-RULE-N1-ED PIC ZZZ9.
          01 WS-RULE-N2-ED PIC ZZZ9.
          01 WS-RULE-N3-ED PIC ZZZ9.
          01 WS-REACT-MATRIX.
             03 WS-REACT-ROW OCCURS 256.
                05 WS-REACT-WITH PIC X(1) OCCURS 256.
          01 WS-CATALYST-TABLE.
             03 WS-CATALYST PIC X(1) OCCURS 256.
      *
       PROCEDURE DIVISION.
       PART-1 SECTION.
          MOVE "DAY5" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM LOAD-PARAMETERS.
          MOVE "DAY5_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                   MOVE "Y" TO WS-INPUT-FILE-EOF
                NOT AT END
                   ADD 1 TO WS-STATS-RECORDS-READ
                   PERFORM SCAN-FEED-RECORD
                   MOVE INPUT-STR TO WS-INPUT-STR
          END-PERFORM.
          CLOSE INPUT-FILE.
          IF WS-SEG-OPEN = "Y"
             MOVE "NO LAST SEGMENT BEFORE END OF FEED"
                TO WS-SCAN-REASON
             PERFORM SUSPEND-OPEN-CHAIN
             MOVE "N" TO WS-SEG-OPEN
          END-IF.
          PERFORM LOAD-REACTION-RULES.
          IF WS-CHAIN-COUNT > 1
             PERFORM BATCH-MODE
          END-IF.
          IF WS-CHAIN-COUNT = 1
             MOVE 1 TO WS-CH-IDX
             IF WS-CH-STATUS (1) = "S"
                PERFORM SUSPEND-SINGLE-CHAIN
             END-IF
             MOVE WS-CH-LENGTH (1) TO WS-CH-N2-ED
             MOVE WS-CH-SEGMENTS (1) TO WS-CH-N4-ED
             DISPLAY "DAY5: LOGICAL CHAIN LENGTH "
                FUNCTION TRIM (WS-CH-N2-ED) " UNITS FROM "
                FUNCTION TRIM (WS-CH-N4-ED) " RECORD(S)"
          END-IF.
      * A SEGMENTED CHAIN IS REACTED AS IT IS READ BACK, SO ITS
      * DEFAULT ALPHABET COMES FROM THE REDUCED CHAIN - A UNIT TYPE
      * REACTED AWAY ENTIRELY CANNOT IMPROVE ON THE PART 2 SEARCH.
          IF WS-CHAIN-COUNT = 1 AND WS-CH-KIND (1) = "S"
             PERFORM LOAD-TRACE-CONFIG
             PERFORM ASSEMBLE-SINGLE-CHAIN
             PERFORM LOAD-ALPHABET
          ELSE
             PERFORM LOAD-ALPHABET
             PERFORM LOAD-TRACE-CONFIG
             PERFORM REACT
          END-IF.
          IF WS-TRACE-ENABLED
             CLOSE TRACE-REPORT-FILE
          END-IF.
          MOVE WS-LENGTH TO WS-ANSWER-LEN.
          PERFORM EDIT-ANSWER-LENGTH.
          DISPLAY "PART 1: " FUNCTION TRIM (WS-ANSWER-TEXT).
          MOVE WS-ANSWER-TEXT TO WS-LEDGER-PART-1.
      *
       PART-2 SECTION.
          MOVE WS-INPUT TO WS-MID-RESULT.
          PERFORM VARYING WS-COUNTER FROM 1 BY 1
          UNTIL WS-COUNTER > WS-ALPHABET-COUNT
             MOVE WS-ALPHABET (WS-COUNTER) TO WS-CHAR-1
             PERFORM REACT-WITHOUT-UNIT
             IF WS-LENGTH < WS-MIN-LENGTH THEN
                MOVE WS-LENGTH TO WS-MIN-LENGTH
             END-IF
          END-PERFORM.
          PERFORM CLOSE-REACT-WORK.
          MOVE WS-MIN-LENGTH TO WS-ANSWER-LEN.
          PERFORM EDIT-ANSWER-LENGTH.
          DISPLAY "PART 2: " FUNCTION TRIM (WS-ANSWER-TEXT).
          MOVE WS-ANSWER-TEXT TO WS-LEDGER-PART-2.
          MOVE "DAY5" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY5" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY5" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * TRACE LINE (STEP NUMBER AND REDUCED-PREFIX LENGTH) FOR THE
      * LAB REVIEW.
       REACT SECTION.
          PERFORM REACT-BEGIN.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-INPUT-CHAR (WS-IDX-1) = " "
             MOVE WS-INPUT-CHAR (WS-IDX-1) TO WS-CHAR-1
             PERFORM REACT-UNIT
          END-PERFORM.
          PERFORM REACT-END.
          EXIT.
      *
      * A NEW CHAIN: ANY REDUCED CHAIN LEFT ON THE WORK FILE IS DONE
      * WITH, SO THE NEW STACK STARTS AT THE FOOT OF THE FILE.
       REACT-BEGIN SECTION.
          MOVE 0 TO WS-RESULT-BASE WS-RESULT-SEGS WS-WORK-BASE.
          PERFORM REACT-CLEAR.
          EXIT.
      *
       REACT-CLEAR SECTION.
          MOVE SPACES TO WS-TMP-STR.
          MOVE 0 TO WS-IDX-2 WS-TOP-COUNT WS-SPILLED.
          MOVE "N" TO WS-REACT-OVERFLOW.
          EXIT.
      *
      * ONE UNIT (WS-CHAR-1) AGAINST THE TOP OF THE REDUCED PREFIX
      * (WS-IDX-2 UNITS IN ALL, THE TOP WS-TOP-COUNT OF THEM IN
      * WS-TMP). A PREFIX ALREADY AT WS-REACT-MAX CANNOT TAKE ANOTHER
      * UNIT; THE OVERFLOW FLAG TELLS THE CALLER THE RESULT IS NO GOOD.
       REACT-UNIT SECTION.
          IF WS-IDX-2 > 0
             MOVE WS-TMP-CHAR (WS-TOP-COUNT) TO WS-CHAR-2
          ELSE
             MOVE " " TO WS-CHAR-2
          END-IF.
          COMPUTE WS-RULE-ORD-1 = FUNCTION ORD (WS-CHAR-1).
          COMPUTE WS-RULE-ORD-2 = FUNCTION ORD (WS-CHAR-2).
          IF WS-IDX-2 > 0 AND
             WS-REACT-WITH (WS-RULE-ORD-2, WS-RULE-ORD-1) = "Y"
             THEN
             MOVE " " TO WS-TMP-CHAR (WS-TOP-COUNT)
             SUBTRACT 1 FROM WS-IDX-2
             SUBTRACT 1 FROM WS-TOP-COUNT
             IF WS-TOP-COUNT = 0 AND WS-SPILLED > 0
                PERFORM POP-REACT-SEGMENT
             END-IF
             IF WS-TRACE-ENABLED
                MOVE WS-IDX-2 TO WS-LENGTH
                PERFORM WRITE-TRACE-STEP
             END-IF
          ELSE
             IF WS-IDX-2 >= WS-REACT-MAX
                MOVE "Y" TO WS-REACT-OVERFLOW
             ELSE
                IF WS-TOP-COUNT >= WS-REACT-TOP-MAX
                   PERFORM PUSH-REACT-SEGMENT
                END-IF
                ADD 1 TO WS-IDX-2
                ADD 1 TO WS-TOP-COUNT
                MOVE WS-CHAR-1 TO WS-TMP-CHAR (WS-TOP-COUNT)
             END-IF
          END-IF.
          EXIT.
      *
      * A PREFIX THAT NEVER SPILLED GOES BACK TO WS-INPUT AS BEFORE.
      * ONE THAT DID HAS ITS TOP WRITTEN AFTER ITS SPILLED SEGMENTS,
      * SO THE WHOLE REDUCED CHAIN IS ON THE WORK FILE, EVERY SEGMENT
      * FULL BUT THE LAST.
       REACT-END SECTION.
          MOVE WS-IDX-2 TO WS-LENGTH.
          IF WS-SPILLED = 0
             MOVE WS-TMP TO WS-INPUT
             GO TO REACT-END-99
          END-IF.
          MOVE SPACES TO WS-INPUT-STR.
          MOVE WS-WORK-BASE TO WS-RESULT-BASE.
          MOVE WS-IDX-2 TO WS-RESULT-LEN.
          MOVE WS-SPILLED TO WS-RESULT-SEGS.
          ADD 1 TO WS-RESULT-SEGS.
          COMPUTE WS-WORK-KEY = WS-RESULT-BASE + WS-RESULT-SEGS.
          MOVE WS-TMP-STR (1:WS-REACT-SEG-SIZE) TO REACT-WORK-RECORD.
          PERFORM PUT-REACT-SEGMENT.
          IF WS-TOP-COUNT > WS-REACT-SEG-SIZE
             ADD 1 TO WS-RESULT-SEGS
             COMPUTE WS-WORK-KEY = WS-RESULT-BASE + WS-RESULT-SEGS
             MOVE WS-TMP-STR (WS-REACT-SEG-SIZE + 1:WS-REACT-SEG-SIZE)
                TO REACT-WORK-RECORD
             PERFORM PUT-REACT-SEGMENT
          END-IF.
       REACT-END-99.
          EXIT.
      *
      * WS-TMP IS FULL: ITS LOWER SEGMENT GOES TO THE WORK FILE AND
      * THE UPPER ONE MOVES DOWN, LEAVING A SEGMENT FREE ABOVE IT.
       PUSH-REACT-SEGMENT SECTION.
          ADD 1 TO WS-SPILLED.
          COMPUTE WS-WORK-KEY = WS-WORK-BASE + WS-SPILLED.
          MOVE WS-TMP-STR (1:WS-REACT-SEG-SIZE) TO REACT-WORK-RECORD.
          PERFORM PUT-REACT-SEGMENT.
          MOVE WS-TMP-STR (WS-REACT-SEG-SIZE + 1:WS-REACT-SEG-SIZE)
             TO WS-TMP-STR (1:WS-REACT-SEG-SIZE).
          MOVE SPACES
             TO WS-TMP-STR (WS-REACT-SEG-SIZE + 1:WS-REACT-SEG-SIZE).
          SUBTRACT WS-REACT-SEG-SIZE FROM WS-TOP-COUNT.
          EXIT.
      *
      * WS-TMP HAS EMPTIED: THE LAST SPILLED SEGMENT COMES BACK.
       POP-REACT-SEGMENT SECTION.
          COMPUTE WS-WORK-KEY = WS-WORK-BASE + WS-SPILLED.
          READ REACT-WORK-FILE.
          IF WS-WORK-STATUS NOT = "00"
             PERFORM REACT-WORK-FAILED
          END-IF.
          MOVE REACT-WORK-RECORD TO WS-TMP-STR (1:WS-REACT-SEG-SIZE).
          SUBTRACT 1 FROM WS-SPILLED.
          MOVE WS-REACT-SEG-SIZE TO WS-TOP-COUNT.
          EXIT.
      *
      * REACT-WORK-RECORD TO SLOT WS-WORK-KEY. SLOTS ARE REUSED FROM
      * CHAIN TO CHAIN, SO ONE WRITTEN BEFORE IS REWRITTEN.
       PUT-REACT-SEGMENT SECTION.
          IF WS-WORK-OPEN = "N"
             PERFORM OPEN-REACT-WORK
          END-IF.
          IF WS-WORK-KEY > WS-WORK-HIGH
             WRITE REACT-WORK-RECORD
             MOVE WS-WORK-KEY TO WS-WORK-HIGH
          ELSE
             REWRITE REACT-WORK-RECORD
          END-IF.
          IF WS-WORK-STATUS NOT = "00"
             PERFORM REACT-WORK-FAILED
          END-IF.
          EXIT.
      *
       OPEN-REACT-WORK SECTION.
          MOVE "DAY5_REACT_WORK" TO CAT-LOGICAL-NAME.
          MOVE "./day5/react.wrk" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-WORK-DATASET.
          OPEN OUTPUT REACT-WORK-FILE.
          IF WS-WORK-STATUS NOT = "00"
             PERFORM REACT-WORK-FAILED
          END-IF.
          CLOSE REACT-WORK-FILE.
          OPEN I-O REACT-WORK-FILE.
          IF WS-WORK-STATUS NOT = "00"
             PERFORM REACT-WORK-FAILED
          END-IF.
          MOVE "Y" TO WS-WORK-OPEN.
          MOVE 0 TO WS-WORK-HIGH.
          EXIT.
      *
       CLOSE-REACT-WORK SECTION.
          IF WS-WORK-OPEN = "Y"
             CLOSE REACT-WORK-FILE
             MOVE "N" TO WS-WORK-OPEN
          END-IF.
          EXIT.
      *
      * A REDUCED CHAIN THAT CANNOT BE HELD CANNOT BE ANSWERED FOR;
      * NOTHING HAS BEEN POSTED YET, SO THE RUN ENDS HERE.
       REACT-WORK-FAILED SECTION.
          DISPLAY "DAY5: REACTION WORK FILE ERROR - STATUS "
             WS-WORK-STATUS " ON "
             FUNCTION TRIM (WS-WORK-DATASET).
          MOVE "S" TO ALERT-SEVERITY.
          MOVE "DAY5" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "REACTION WORK FILE ERROR - STATUS "
                    DELIMITED BY SIZE
                 WS-WORK-STATUS DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          MOVE 1 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * SEGMENT WS-WORK-SEG OF THE REDUCED CHAIN ON THE WORK FILE TO
      * WS-WORK-SEG-BUF, WITH ITS UNIT COUNT IN WS-WORK-UNITS.
       READ-RESULT-SEGMENT SECTION.
          COMPUTE WS-WORK-KEY = WS-RESULT-BASE + WS-WORK-SEG.
          READ REACT-WORK-FILE.
          IF WS-WORK-STATUS NOT = "00"
             PERFORM REACT-WORK-FAILED
          END-IF.
          MOVE REACT-WORK-RECORD TO WS-WORK-SEG-BUF.
          IF WS-WORK-SEG < WS-RESULT-SEGS
             MOVE WS-REACT-SEG-SIZE TO WS-WORK-UNITS
          ELSE
             COMPUTE WS-WORK-UNITS = WS-RESULT-LEN -
                (WS-RESULT-SEGS - 1) * WS-REACT-SEG-SIZE
          END-IF.
          EXIT.
      *
      * THE PART 2 SEARCH FOR ONE UNIT TYPE (WS-CHAR-1): EVERY UNIT
      * OF THE TYPE, CATALYSTS EXCEPTED, IS TAKEN OUT OF THE REDUCED
      * CHAIN AND THE REST REACTED, LEAVING THE LENGTH IN WS-LENGTH.
      * A CHAIN IN WS-MID-RESULT IS SEARCHED IN STORAGE; ONE ON THE
      * WORK FILE IS READ BACK SEGMENT BY SEGMENT.
       REACT-WITHOUT-UNIT SECTION.
          IF WS-RESULT-SEGS = 0
             PERFORM REMOVE-CHAR
             PERFORM REACT
             GO TO REACT-WITHOUT-UNIT-99
          END-IF.
          MOVE WS-CHAR-1 TO WS-REMOVE-UNIT.
          COMPUTE WS-WORK-BASE = WS-RESULT-BASE + WS-RESULT-SEGS.
          PERFORM REACT-CLEAR.
          PERFORM VARYING WS-WORK-SEG FROM 1 BY 1
          UNTIL WS-WORK-SEG > WS-RESULT-SEGS
             PERFORM READ-RESULT-SEGMENT
             PERFORM VARYING WS-WORK-POS FROM 1 BY 1
             UNTIL WS-WORK-POS > WS-WORK-UNITS
                MOVE WS-WORK-SEG-CHAR (WS-WORK-POS) TO WS-CHAR-1
                COMPUTE WS-RULE-ORD-1 = FUNCTION ORD (WS-CHAR-1)
                IF NOT WS-REMOVE-UNIT =
                   FUNCTION LOWER-CASE (WS-CHAR-1) OR
                   WS-CATALYST (WS-RULE-ORD-1) = "Y"
                   PERFORM REACT-UNIT
                END-IF
             END-PERFORM
          END-PERFORM.
          MOVE WS-IDX-2 TO WS-LENGTH.
       REACT-WITHOUT-UNIT-99.
          EXIT.
      *
      * THE UNITS OF ONE CONTINUATION RECORD, AFTER ITS HEADER.
       REACT-SEGMENT SECTION.
          PERFORM COUNT-SEGMENT-UNITS.
          PERFORM VARYING WS-SEG-POS FROM 1 BY 1
          UNTIL WS-SEG-POS > WS-SEG-UNITS
             MOVE INPUT-STR (WS-SEG-POS + 7:1) TO WS-CHAR-1
             PERFORM REACT-UNIT
          END-PERFORM.
          EXIT.
      *
       COUNT-SEGMENT-UNITS SECTION.
          MOVE 0 TO WS-SEG-UNITS.
          INSPECT INPUT-STR (8:) TALLYING WS-SEG-UNITS
             FOR CHARACTERS BEFORE INITIAL SPACE.
          EXIT.
      *
      * ONE PHYSICAL RECORD OF THE FEED SCAN. A BLANK RECORD INSIDE A
      * SEGMENTED CHAIN IS PASSED OVER; ANYWHERE ELSE IT IS AN EMPTY
      * CHAIN ENTRY, AS IT ALWAYS WAS.
       SCAN-FEED-RECORD SECTION.
          ADD 1 TO WS-REC-NO.
          IF INPUT-STR = SPACES
             IF WS-SEG-OPEN = "N"
                PERFORM NEW-CHAIN-ENTRY
                IF WS-CH-IDX > 0
                   MOVE "B" TO WS-CH-KIND (WS-CH-IDX)
                END-IF
             END-IF
             GO TO SCAN-FEED-RECORD-99
          END-IF.
          IF INPUT-STR (1:1) NOT = "+"
             IF WS-SEG-OPEN = "Y"
                MOVE "NO LAST SEGMENT BEFORE NEXT CHAIN"
                   TO WS-SCAN-REASON
                PERFORM SUSPEND-OPEN-CHAIN
                MOVE "N" TO WS-SEG-OPEN
             END-IF
             PERFORM NEW-CHAIN-ENTRY
             IF WS-CH-IDX > 0
                MOVE "P" TO WS-CH-KIND (WS-CH-IDX)
                MOVE 1 TO WS-CH-SEGMENTS (WS-CH-IDX)
                COMPUTE WS-CH-LENGTH (WS-CH-IDX) =
                   FUNCTION LENGTH (FUNCTION TRIM (INPUT-STR))
             END-IF
             GO TO SCAN-FEED-RECORD-99
          END-IF.
          MOVE INPUT-STR (1:7) TO WS-SEG-HEADER.
          IF WS-SH-SEQ IS NOT NUMERIC OR
             (WS-SH-FLAG NOT = "C" AND WS-SH-FLAG NOT = "E")
             IF WS-SEG-OPEN = "N"
                PERFORM NEW-CHAIN-ENTRY
                MOVE "Y" TO WS-SEG-OPEN
             END-IF
             MOVE "BAD CONTINUATION HEADER" TO WS-SCAN-REASON
             PERFORM SUSPEND-OPEN-CHAIN
             PERFORM ADD-CHAIN-SEGMENT
             GO TO SCAN-FEED-RECORD-99
          END-IF.
          IF WS-SH-SEQ-N = 1
             IF WS-SEG-OPEN = "Y"
                MOVE "NO LAST SEGMENT BEFORE NEXT CHAIN"
                   TO WS-SCAN-REASON
                PERFORM SUSPEND-OPEN-CHAIN
             END-IF
             PERFORM NEW-CHAIN-ENTRY
             MOVE "Y" TO WS-SEG-OPEN
             MOVE 1 TO WS-SEG-EXPECT
          ELSE
             IF WS-SEG-OPEN = "N"
                PERFORM NEW-CHAIN-ENTRY
                MOVE "Y" TO WS-SEG-OPEN
                MOVE WS-SH-SEQ-N TO WS-SEG-EXPECT
                MOVE "FIRST SEGMENT MISSING" TO WS-SCAN-REASON
                PERFORM SUSPEND-OPEN-CHAIN
             END-IF
          END-IF.
          IF WS-SH-SEQ-N NOT = WS-SEG-EXPECT
             MOVE "SEGMENT OUT OF SEQUENCE" TO WS-SCAN-REASON
             PERFORM SUSPEND-OPEN-CHAIN
          END-IF.
          COMPUTE WS-SEG-EXPECT = WS-SH-SEQ-N + 1.
          PERFORM ADD-CHAIN-SEGMENT.
          IF WS-SH-FLAG = "E"
             MOVE "N" TO WS-SEG-OPEN
          END-IF.
       SCAN-FEED-RECORD-99.
          EXIT.
      *
       NEW-CHAIN-ENTRY SECTION.
          ADD 1 TO WS-CHAIN-COUNT.
          IF WS-CHAIN-COUNT > WS-CHAIN-MAX
             IF WS-CH-IDX > 0
                DISPLAY "DAY5: CHAIN TABLE FULL - FURTHER CHAINS "
                   "SKIPPED"
             END-IF
             MOVE 0 TO WS-CH-IDX
             GO TO NEW-CHAIN-ENTRY-99
          END-IF.
          MOVE WS-CHAIN-COUNT TO WS-CH-IDX.
          INITIALIZE WS-CH-ENTRY (WS-CH-IDX).
          MOVE "S" TO WS-CH-KIND (WS-CH-IDX).
          MOVE "V" TO WS-CH-STATUS (WS-CH-IDX).
          MOVE WS-REC-NO TO WS-CH-FIRST-REC (WS-CH-IDX).
          MOVE WS-REC-NO TO WS-CH-LAST-REC (WS-CH-IDX).
       NEW-CHAIN-ENTRY-99.
          EXIT.
      *
       ADD-CHAIN-SEGMENT SECTION.
          IF WS-CH-IDX > 0
             PERFORM COUNT-SEGMENT-UNITS
             ADD 1 TO WS-CH-SEGMENTS (WS-CH-IDX)
             ADD WS-SEG-UNITS TO WS-CH-LENGTH (WS-CH-IDX)
             MOVE WS-REC-NO TO WS-CH-LAST-REC (WS-CH-IDX)
          END-IF.
          EXIT.
      *
      * ONLY THE FIRST FAULT FOUND IN A CHAIN IS KEPT AS ITS REASON.
       SUSPEND-OPEN-CHAIN SECTION.
          IF WS-CH-IDX > 0
             IF WS-CH-STATUS (WS-CH-IDX) = "V"
                MOVE "S" TO WS-CH-STATUS (WS-CH-IDX)
                MOVE WS-SCAN-REASON TO WS-CH-REASON (WS-CH-IDX)
             END-IF
          END-IF.
          EXIT.
      *
       ASSEMBLE-SINGLE-CHAIN SECTION.
          PERFORM REACT-BEGIN.
          MOVE "N" TO WS-INPUT-FILE-EOF.
          OPEN INPUT INPUT-FILE.
          PERFORM UNTIL WS-INPUT-FILE-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-FILE-EOF
                NOT AT END
                   IF INPUT-STR NOT = SPACES
                      PERFORM REACT-SEGMENT
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          PERFORM REACT-END.
          IF WS-REACT-OVERFLOW = "Y"
             MOVE "S" TO WS-CH-STATUS (1)
             PERFORM SET-OVERFLOW-REASON
             MOVE WS-SCAN-REASON TO WS-CH-REASON (1)
             PERFORM SUSPEND-SINGLE-CHAIN
          END-IF.
          EXIT.
      *
       SET-OVERFLOW-REASON SECTION.
          MOVE WS-REACT-MAX TO WS-REACT-MAX-ED.
          MOVE SPACES TO WS-SCAN-REASON.
          STRING "REDUCED CHAIN EXCEEDS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REACT-MAX-ED) DELIMITED BY SIZE
                 " UNITS" DELIMITED BY SIZE
                 INTO WS-SCAN-REASON
          END-STRING.
          EXIT.
      *
      * THE ONLY CHAIN ON THE FEED IS SUSPENDED: NOTHING IS POSTED TO
      * THE LEDGER AND THE RUN ENDS WITH A NON-ZERO RETURN-CODE.
       SUSPEND-SINGLE-CHAIN SECTION.
          PERFORM WRITE-CHAIN-SUSPENSE.
          CLOSE SUSPENSE-FILE.
          IF WS-TRACE-ENABLED
             CLOSE TRACE-REPORT-FILE
          END-IF.
          DISPLAY "DAY5: POLYMER CHAIN SUSPENDED - "
             FUNCTION TRIM (WS-CH-REASON (1)).
          MOVE "S" TO ALERT-SEVERITY.
          MOVE "DAY5" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "POLYMER CHAIN SUSPENDED - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-REASON (1)) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          PERFORM CLOSE-REACT-WORK.
          MOVE "DAY5" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY5" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-SUSPENDED.
          PERFORM WRITE-BALANCE-RECORD.
          MOVE 1 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * ONE LINE PER SUSPENDED CHAIN (WS-CH-IDX): ITS PLACE ON THE
      * FEED, ITS PHYSICAL RECORDS AND WHY IT WAS NOT REACTED.
       WRITE-CHAIN-SUSPENSE SECTION.
          IF WS-SUSPENSE-OPEN = "N"
             MOVE "DAY5_SUSPENSE" TO CAT-LOGICAL-NAME
             MOVE "./day5/suspense.txt" TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-SUSPENSE-DATASET
             OPEN OUTPUT SUSPENSE-FILE
             MOVE "Y" TO WS-SUSPENSE-OPEN
          END-IF.
          MOVE WS-CH-IDX TO WS-CH-N1-ED.
          MOVE WS-CH-FIRST-REC (WS-CH-IDX) TO WS-CH-N2-ED.
          MOVE WS-CH-LAST-REC (WS-CH-IDX) TO WS-CH-N3-ED.
          MOVE WS-CH-SEGMENTS (WS-CH-IDX) TO WS-CH-N4-ED.
          MOVE SPACES TO SUSPENSE-RECORD.
          STRING "CHAIN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-N1-ED) DELIMITED BY SIZE
                 " RECORDS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-N2-ED) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-N3-ED) DELIMITED BY SIZE
                 " SEGMENTS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-N4-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-REASON (WS-CH-IDX))
                    DELIMITED BY SIZE
                 INTO SUSPENSE-RECORD
          END-STRING.
          WRITE SUSPENSE-RECORD.
          ADD 1 TO WS-CH-SUSPENDED.
          EXIT.
      *
       REMOVE-CHAR SECTION.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-MID-RESULT-CHAR (WS-IDX-1) = " "
             MOVE WS-MID-RESULT-CHAR (WS-IDX-1) TO WS-CHAR-2
             COMPUTE WS-RULE-ORD-2 = FUNCTION ORD (WS-CHAR-2)
             IF NOT WS-CHAR-1 = FUNCTION LOWER-CASE (WS-CHAR-2) OR
                WS-CATALYST (WS-RULE-ORD-2) = "Y" THEN
                ADD 1 TO WS-IDX-2
                MOVE WS-CHAR-2 TO WS-INPUT-CHAR (WS-IDX-2)
             END-IF
                MOVE "./day5/trace.txt" TO WS-TRACE-DATASET
             END-IF
             OPEN OUTPUT TRACE-REPORT-FILE
             WRITE TRACE-PRINT-LINE FROM WS-RULE-BANNER
          END-IF.
          EXIT.
      *
                   TO WS-ALPHABET (WS-ALPHABET-COUNT)
             END-PERFORM
          ELSE
             IF WS-RESULT-SEGS > 0
                PERFORM LOAD-ALPHABET-FROM-WORK
             ELSE
                PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                UNTIL WS-INPUT-CHAR (WS-IDX-1) = " "
                   MOVE FUNCTION LOWER-CASE (WS-INPUT-CHAR (WS-IDX-1))
                      TO WS-CHAR-1
                   PERFORM ADD-ALPHABET-UNIT
                END-PERFORM
             END-IF
          END-IF.
          EXIT.
      *
      * THE DEFAULT ALPHABET OF A REDUCED CHAIN ON THE WORK FILE.
       LOAD-ALPHABET-FROM-WORK SECTION.
          PERFORM VARYING WS-WORK-SEG FROM 1 BY 1
          UNTIL WS-WORK-SEG > WS-RESULT-SEGS
             PERFORM READ-RESULT-SEGMENT
             PERFORM VARYING WS-WORK-POS FROM 1 BY 1
             UNTIL WS-WORK-POS > WS-WORK-UNITS
                MOVE FUNCTION LOWER-CASE
                   (WS-WORK-SEG-CHAR (WS-WORK-POS)) TO WS-CHAR-1
                PERFORM ADD-ALPHABET-UNIT
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
       ADD-ALPHABET-UNIT SECTION.
          PERFORM CHECK-ALPHABET-MEMBER.
          IF WS-FOUND = "N"
             ADD 1 TO WS-ALPHABET-COUNT
             MOVE WS-CHAR-1 TO WS-ALPHABET (WS-ALPHABET-COUNT)
          END-IF.
          EXIT.
      *
             END-IF
          END-PERFORM.
          EXIT.
      *
      * RULE CARD LINES ARE KIND|UNIT|UNIT, UNITS CASE-SENSITIVE:
      *   PAIR|a|Q   - THE TWO UNITS ANNIHILATE (EITHER ORDER).
      *   INERT|x|X  - THE TWO UNITS DO NOT REACT.
      *   CATALYST|c - THE UNIT NEVER REACTS AND IS NEVER REMOVED.
      * WITH NO CARD ON FILE THE CLASSIC RULE ALONE IS IN FORCE.
       LOAD-REACTION-RULES SECTION.
          MOVE ALL "N" TO WS-REACT-MATRIX.
          MOVE ALL "N" TO WS-CATALYST-TABLE.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1 UNTIL WS-IDX-1 > 26
             MOVE WS-RULE-LETTERS (WS-IDX-1:1) TO WS-CHAR-1
             MOVE FUNCTION UPPER-CASE (WS-CHAR-1) TO WS-CHAR-2
             PERFORM SET-REACTION-PAIR
          END-PERFORM.
          MOVE "DAY5_REACTION_RULES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/react5.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RULE-DATASET.
          OPEN INPUT RULE-CARD-FILE.
          IF WS-RULE-STATUS NOT = "00"
             MOVE "REACTION RULES: CLASSIC (NO RULE CARD ON FILE)"
                TO WS-RULE-BANNER
             DISPLAY "DAY5: " FUNCTION TRIM (WS-RULE-BANNER)
             GO TO LOAD-REACTION-RULES-99
          END-IF.
          MOVE "N" TO WS-RULE-EOF.
          PERFORM UNTIL WS-RULE-EOF = "Y"
             READ RULE-CARD-FILE
                AT END
                   MOVE "Y" TO WS-RULE-EOF
                NOT AT END
                   PERFORM PARSE-RULE-LINE
             END-READ
          END-PERFORM.
          CLOSE RULE-CARD-FILE.
      * A CATALYST OVERRIDES ANY PAIR LINE THAT NAMES IT.
          PERFORM VARYING WS-RULE-ORD-1 FROM 1 BY 1
          UNTIL WS-RULE-ORD-1 > 256
             IF WS-CATALYST (WS-RULE-ORD-1) = "Y"
                MOVE ALL "N" TO WS-REACT-ROW (WS-RULE-ORD-1)
                PERFORM VARYING WS-RULE-ORD-2 FROM 1 BY 1
                UNTIL WS-RULE-ORD-2 > 256
                   MOVE "N" TO
                      WS-REACT-WITH (WS-RULE-ORD-2, WS-RULE-ORD-1)
                END-PERFORM
             END-IF
          END-PERFORM.
          MOVE WS-RULE-PAIRS TO WS-RULE-N1-ED.
          MOVE WS-RULE-INERT TO WS-RULE-N2-ED.
          MOVE WS-RULE-CATALYSTS TO WS-RULE-N3-ED.
          STRING "REACTION RULES: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RULE-DATASET) DELIMITED BY SIZE
                 "  PAIRS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RULE-N1-ED) DELIMITED BY SIZE
                 "  INERT=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RULE-N2-ED) DELIMITED BY SIZE
                 "  CATALYSTS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RULE-N3-ED) DELIMITED BY SIZE
                 INTO WS-RULE-BANNER
          END-STRING.
          DISPLAY "DAY5: " FUNCTION TRIM (WS-RULE-BANNER).
       LOAD-REACTION-RULES-99.
          EXIT.
      *
       PARSE-RULE-LINE SECTION.
          IF RULE-CARD-RECORD = SPACES OR RULE-CARD-RECORD (1:1) = "*"
             GO TO PARSE-RULE-LINE-99
          END-IF.
          MOVE SPACES TO WS-RULE-PARSE.
          UNSTRING RULE-CARD-RECORD DELIMITED BY "|"
             INTO WS-RL-KIND, WS-RL-UNIT-1, WS-RL-UNIT-2.
          MOVE WS-RL-UNIT-1 (1:1) TO WS-CHAR-1.
          MOVE WS-RL-UNIT-2 (1:1) TO WS-CHAR-2.
          IF WS-CHAR-1 = SPACE OR WS-RL-UNIT-1 (2:9) NOT = SPACES
             OR WS-RL-UNIT-2 (2:9) NOT = SPACES
             DISPLAY "DAY5: BAD REACTION RULE LINE IGNORED - "
                FUNCTION TRIM (RULE-CARD-RECORD)
             GO TO PARSE-RULE-LINE-99
          END-IF.
          EVALUATE FUNCTION TRIM (WS-RL-KIND)
             WHEN "PAIR"
                IF WS-CHAR-2 = SPACE
                   DISPLAY "DAY5: BAD REACTION RULE LINE IGNORED - "
                      FUNCTION TRIM (RULE-CARD-RECORD)
                ELSE
                   PERFORM SET-REACTION-PAIR
                   ADD 1 TO WS-RULE-PAIRS
                END-IF
             WHEN "INERT"
                IF WS-CHAR-2 = SPACE
                   DISPLAY "DAY5: BAD REACTION RULE LINE IGNORED - "
                      FUNCTION TRIM (RULE-CARD-RECORD)
                ELSE
                   COMPUTE WS-RULE-ORD-1 = FUNCTION ORD (WS-CHAR-1)
                   COMPUTE WS-RULE-ORD-2 = FUNCTION ORD (WS-CHAR-2)
                   MOVE "N" TO
                      WS-REACT-WITH (WS-RULE-ORD-1, WS-RULE-ORD-2)
                   MOVE "N" TO
                      WS-REACT-WITH (WS-RULE-ORD-2, WS-RULE-ORD-1)
                   ADD 1 TO WS-RULE-INERT
                END-IF
             WHEN "CATALYST"
                COMPUTE WS-RULE-ORD-1 = FUNCTION ORD (WS-CHAR-1)
                MOVE "Y" TO WS-CATALYST (WS-RULE-ORD-1)
                ADD 1 TO WS-RULE-CATALYSTS
             WHEN OTHER
                DISPLAY "DAY5: UNKNOWN REACTION RULE IGNORED - "
                   FUNCTION TRIM (RULE-CARD-RECORD)
          END-EVALUATE.
       PARSE-RULE-LINE-99.
          EXIT.
      *
       SET-REACTION-PAIR SECTION.
          COMPUTE WS-RULE-ORD-1 = FUNCTION ORD (WS-CHAR-1).
          COMPUTE WS-RULE-ORD-2 = FUNCTION ORD (WS-CHAR-2).
          MOVE "Y" TO WS-REACT-WITH (WS-RULE-ORD-1, WS-RULE-ORD-2).
          MOVE "Y" TO WS-REACT-WITH (WS-RULE-ORD-2, WS-RULE-ORD-1).
          EXIT.
      *
       EDIT-ANSWER-LENGTH SECTION.
          IF WS-ANSWER-LEN > 99999
             MOVE WS-ANSWER-LEN TO WS-ANSWER-TEXT
          ELSE
             MOVE WS-ANSWER-LEN TO WS-ANSWER-5
             MOVE WS-ANSWER-5 TO WS-ANSWER-TEXT
          END-IF.
          EXIT.
      *
      * THE REDUCED-PREFIX CEILING. IT IS NEVER SET BELOW WHAT WS-TMP
      * HOLDS, SO A ONE-RECORD CHAIN ALWAYS REDUCES.
       LOAD-PARAMETERS SECTION.
          ACCEPT WS-CONTROL-FILE FROM ENVIRONMENT "DAY5_CONTROL".
          IF WS-CONTROL-FILE = SPACES
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE WS-REACT-MAX TO WS-PARAM-DEFAULT.
          MOVE "DAY5-REACT-MAX" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT < WS-REACT-TOP-MAX THEN
             DISPLAY "DAY5: REDUCED-PREFIX CEILING BELOW THE "
                "60000-UNIT STORAGE STACK, RAISING TO 60000."
             MOVE WS-REACT-TOP-MAX TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-REACT-MAX.
          EXIT.
      *
       BATCH-MODE SECTION.
          DISPLAY "DAY5: BATCH MODE - " WS-CHAIN-COUNT
          PERFORM LOAD-TRACE-CONFIG.
          PERFORM OPEN-BATCH-REPORT.
          MOVE "N" TO WS-INPUT-FILE-EOF.
          MOVE 0 TO WS-REC-NO.
          MOVE 1 TO WS-CH-IDX.
          OPEN INPUT INPUT-FILE.
          PERFORM UNTIL WS-INPUT-FILE-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-FILE-EOF
                NOT AT END
                   PERFORM PROCESS-FEED-RECORD
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          IF WS-TRACE-ENABLED
             CLOSE TRACE-REPORT-FILE
          END-IF.
          IF WS-SUSPENSE-OPEN = "Y"
             CLOSE SUSPENSE-FILE
             MOVE WS-CH-SUSPENDED TO WS-CH-N1-ED
             DISPLAY "DAY5: " FUNCTION TRIM (WS-CH-N1-ED)
                " POLYMER CHAIN(S) SUSPENDED"
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY5" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING FUNCTION TRIM (WS-CH-N1-ED) DELIMITED BY SIZE
                    " POLYMER CHAIN(S) SUSPENDED - SEE SUSPENSE FILE"
                       DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
          END-IF.
          PERFORM CLOSE-REACT-WORK.
          PERFORM WRITE-BATCH-SUMMARY.
          CLOSE BATCH-REPORT-FILE.
          MOVE WS-BT-COUNT TO WS-STATS-TABLE-HWM.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY5" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY5" TO WS-BAL-PROGRAM.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * ONE PHYSICAL RECORD OF THE BATCH PASS, MATCHED TO ITS ENTRY
      * IN WS-CHAIN-TABLE. A ONE-RECORD CHAIN GOES THROUGH
      * PROCESS-ONE-CHAIN AS BEFORE; A GOOD SEGMENTED CHAIN IS FED TO
      * REACT-UNIT SEGMENT BY SEGMENT AND FINISHED ON ITS LAST RECORD;
      * A SUSPENDED ONE IS WRITTEN TO THE SUSPENSE FILE INSTEAD.
       PROCESS-FEED-RECORD SECTION.
          ADD 1 TO WS-REC-NO.
          IF WS-CH-IDX > WS-CHAIN-COUNT OR WS-CH-IDX > WS-CHAIN-MAX
             GO TO PROCESS-FEED-RECORD-99
          END-IF.
          IF WS-REC-NO > WS-CH-LAST-REC (WS-CH-IDX)
             ADD 1 TO WS-CH-IDX
             IF WS-CH-IDX > WS-CHAIN-COUNT OR
                WS-CH-IDX > WS-CHAIN-MAX
                GO TO PROCESS-FEED-RECORD-99
             END-IF
          END-IF.
          EVALUATE TRUE
             WHEN WS-CH-KIND (WS-CH-IDX) = "B"
                CONTINUE
             WHEN WS-CH-KIND (WS-CH-IDX) = "P"
                PERFORM PROCESS-ONE-CHAIN
             WHEN WS-CH-STATUS (WS-CH-IDX) = "S"
                IF WS-REC-NO = WS-CH-LAST-REC (WS-CH-IDX)
                   ADD WS-CH-SEGMENTS (WS-CH-IDX) TO WS-BAL-READ
                   ADD WS-CH-SEGMENTS (WS-CH-IDX) TO WS-BAL-SUSPENDED
                   PERFORM SUSPEND-BATCH-CHAIN
                END-IF
             WHEN OTHER
                IF WS-REC-NO = WS-CH-FIRST-REC (WS-CH-IDX)
                   PERFORM REACT-BEGIN
                END-IF
                IF INPUT-STR NOT = SPACES
                   PERFORM REACT-SEGMENT
                END-IF
                IF WS-REC-NO = WS-CH-LAST-REC (WS-CH-IDX)
                   PERFORM REACT-END
                   PERFORM FINISH-SEGMENTED-CHAIN
                END-IF
          END-EVALUATE.
       PROCESS-FEED-RECORD-99.
          EXIT.
      *
       SUSPEND-BATCH-CHAIN SECTION.
          PERFORM WRITE-CHAIN-SUSPENSE.
          MOVE SPACES TO BATCH-PRINT-LINE.
          STRING "CHAIN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-N1-ED) DELIMITED BY SIZE
                 " SUSPENDED - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CH-REASON (WS-CH-IDX))
                    DELIMITED BY SIZE
                 INTO BATCH-PRINT-LINE
          END-STRING.
          WRITE BATCH-PRINT-LINE.
          EXIT.
      *
       FINISH-SEGMENTED-CHAIN SECTION.
          ADD WS-CH-SEGMENTS (WS-CH-IDX) TO WS-BAL-READ.
          IF WS-REACT-OVERFLOW = "Y"
             MOVE "S" TO WS-CH-STATUS (WS-CH-IDX)
             PERFORM SET-OVERFLOW-REASON
             MOVE WS-SCAN-REASON TO WS-CH-REASON (WS-CH-IDX)
             ADD WS-CH-SEGMENTS (WS-CH-IDX) TO WS-BAL-SUSPENDED
             PERFORM SUSPEND-BATCH-CHAIN
             GO TO FINISH-SEGMENTED-CHAIN-99
          END-IF.
          IF WS-BT-COUNT >= WS-BATCH-MAX
             DISPLAY "DAY5: BATCH TABLE FULL - FURTHER CHAINS "
                "SKIPPED"
             GO TO FINISH-SEGMENTED-CHAIN-99
          END-IF.
          MOVE WS-CH-LENGTH (WS-CH-IDX) TO WS-ORIG-LEN.
          MOVE 0 TO WS-ALPHABET-COUNT.
          PERFORM LOAD-ALPHABET.
          ADD WS-CH-SEGMENTS (WS-CH-IDX) TO WS-BAL-ACCEPTED.
          PERFORM RECORD-CHAIN-RESULT.
       FINISH-SEGMENTED-CHAIN-99.
          EXIT.
      *
       PROCESS-ONE-CHAIN SECTION.
          IF INPUT-STR = SPACES
             GO TO PROCESS-ONE-CHAIN-99
          END-IF.
          ADD 1 TO WS-BAL-READ.
          IF WS-BT-COUNT >= WS-BATCH-MAX
             DISPLAY "DAY5: BATCH TABLE FULL - FURTHER CHAINS "
                "SKIPPED"
             GO TO PROCESS-ONE-CHAIN-99
          END-IF.
          MOVE INPUT-STR TO WS-INPUT-STR.
          MOVE 0 TO WS-RESULT-SEGS.
          COMPUTE WS-ORIG-LEN =
             FUNCTION LENGTH (FUNCTION TRIM (INPUT-STR)).
          MOVE 0 TO WS-ALPHABET-COUNT.
          PERFORM LOAD-ALPHABET.
          PERFORM REACT.
          ADD 1 TO WS-BAL-ACCEPTED.
          PERFORM RECORD-CHAIN-RESULT.
       PROCESS-ONE-CHAIN-99.
          EXIT.
      *
      * THE REACTED CHAIN IN WS-INPUT OR ON THE WORK FILE (LENGTH
      * WS-LENGTH, ORIGINAL LENGTH WS-ORIG-LEN): ITS BATCH ENTRY,
      * PART 2 SEARCH AND LINE.
       RECORD-CHAIN-RESULT SECTION.
          ADD 1 TO WS-BT-COUNT.
          MOVE WS-BT-COUNT TO WS-BT-SEQ (WS-BT-COUNT).
          MOVE WS-ORIG-LEN TO WS-BT-ORIG-LEN (WS-BT-COUNT).
          MOVE WS-LENGTH TO WS-BT-RED-LEN (WS-BT-COUNT).
          ADD WS-LENGTH TO WS-TOTAL-REDUCED.
          MOVE WS-INPUT TO WS-MID-RESULT.
          MOVE 999999999 TO WS-BEST-LEN.
          MOVE SPACE TO WS-BEST-CHAR.
          PERFORM VARYING WS-COUNTER FROM 1 BY 1
          UNTIL WS-COUNTER > WS-ALPHABET-COUNT
             MOVE WS-ALPHABET (WS-COUNTER) TO WS-CHAR-1
             PERFORM REACT-WITHOUT-UNIT
             IF WS-LENGTH < WS-BEST-LEN THEN
                MOVE WS-LENGTH TO WS-BEST-LEN
                MOVE WS-ALPHABET (WS-COUNTER) TO WS-BEST-CHAR
             END-IF
          END-PERFORM.
          IF WS-BEST-LEN = 999999999
             MOVE WS-BT-RED-LEN (WS-BT-COUNT) TO WS-BEST-LEN
          END-IF.
          MOVE WS-BEST-CHAR TO WS-BT-BEST-CHAR (WS-BT-COUNT).
             MOVE 0 TO WS-BT-RATIO (WS-BT-COUNT)
          END-IF.
          PERFORM WRITE-BATCH-DETAIL.
          EXIT.
      *
       OPEN-BATCH-REPORT SECTION.
          MOVE "DAY5_BATCH_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day5/batch.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BATCH-DATASET.
          OPEN OUTPUT BATCH-REPORT-FILE.
          MOVE "POLYMER BATCH DETAIL" TO BATCH-PRINT-LINE.
          WRITE BATCH-PRINT-LINE.
          WRITE BATCH-PRINT-LINE FROM WS-RULE-BANNER.
          EXIT.
      *
       WRITE-BATCH-DETAIL SECTION.
          MOVE WS-BT-RED-LEN (WS-BT-COUNT) TO WS-BAT-N3-ED.
          MOVE WS-BT-BEST-LEN (WS-BT-COUNT) TO WS-BAT-N4-ED.
          MOVE SPACES TO BATCH-PRINT-LINE.
          MOVE 1 TO WS-BAT-PTR.
          STRING "POLYMER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BAT-N1-ED) DELIMITED BY SIZE
                 "  IN=" DELIMITED BY SIZE
                 "  BEST-LENGTH=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BAT-N4-ED) DELIMITED BY SIZE
                 INTO BATCH-PRINT-LINE
                 WITH POINTER WS-BAT-PTR
          END-STRING.
          IF WS-CH-KIND (WS-CH-IDX) = "S"
             MOVE WS-CH-SEGMENTS (WS-CH-IDX) TO WS-CH-N4-ED
             STRING "  SEGMENTS=" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-CH-N4-ED) DELIMITED BY SIZE
                    INTO BATCH-PRINT-LINE
                    WITH POINTER WS-BAT-PTR
             END-STRING
          END-IF.
          WRITE BATCH-PRINT-LINE.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
