       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCOPY.
       AUTHOR. OK999.
      * IDENTIFIER MASKING COPY (SEE MASKWS FOR THE CALLING
      * CONVENTION). CALLED BY DISTRIB FOR A RECIPIENT WITHOUT THE
      * CLEARANCE A REPORT CLASS DEMANDS, AND BY ARCHBNDL FOR A
      * BUNDLE RELEASED OUTSIDE THE SHOP. THE RULE LIST
      * (MASK_RULES, DEFAULT PARAMS/MASKRULE.CFG) SAYS WHERE A RULE'S
      * IDENTIFIERS SIT:
      *   TAG    - A NUMBER FOLLOWING THE MARKER TEXT (SPACES AND "#"
      *            MAY COME BETWEEN), IN ANY REPORT;
      *   COLUMN - A NUMBER IN FIXED COLUMNS OF ONE NAMED REPORT;
      *   FIELD  - A NUMBER IN ONE COMMA-DELIMITED FIELD OF ONE NAMED
      *            DELIMITED COPY.
      * EVERY IDENTIFIER IS REPLACED BY ITS PSEUDONYM - THE RULE'S
      * INITIAL AND A THREE-DIGIT SEQUENCE, E.G. G007 - KEPT ON THE
      * PSEUDONYM REGISTER (PSEUDONYM_REGISTER, DEFAULT
      * RESULTS/PSEUDONYM.TXT, RULE|REAL-ID|PSEUDONYM|DATE). A
      * PSEUDONYM IS ASSIGNED THE FIRST TIME AN IDENTIFIER IS MASKED
      * AND NEVER CHANGES, SO A GUARD IS THE SAME PSEUDONYM ON EVERY
      * REPORT AND EVERY NIGHT. ONLY THE REGISTER LINKS A PSEUDONYM
      * BACK TO THE REAL ID; IT STAYS IN THE RESULTS AREA. A RULE
      * THAT RUNS PAST 999 IDENTIFIERS MASKS THE REST AS "****".
      * NOTHING IS HANDED BACK AS MASKED UNLESS IT REALLY IS: WITH NO
      * RULE LIST, NO RULE FOR THE CALLER'S CLASS, OR A NEW PSEUDONYM
      * THAT COULD NOT BE KEPT ON THE REGISTER, THE RESULT IS "N" AND
      * ANY PART-WRITTEN COPY IS EMPTIED.
      * THE CALLER'S RETURN-CODE IS PRESERVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RULE-FILE
             ASSIGN TO WS-RULE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULE-STATUS.
          SELECT REGISTER-FILE
             ASSIGN TO WS-REGISTER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTER-STATUS.
          SELECT SOURCE-FILE
             ASSIGN TO WS-SOURCE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SOURCE-STATUS.
          SELECT TARGET-FILE
             ASSIGN TO WS-TARGET-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARGET-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD RULE-FILE.
          01 RULE-RECORD PIC X(120).
          FD REGISTER-FILE.
          01 REGISTER-RECORD PIC X(60).
          FD SOURCE-FILE.
          01 SOURCE-RECORD PIC X(1000).
          FD TARGET-FILE.
          01 TARGET-RECORD PIC X(1000).
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          01 WS-SAVED-RC PIC S9(9).
          01 WS-LOADED PIC X(1) VALUE "N".
          01 WS-RULES-FOUND PIC X(1) VALUE "N".
          01 WS-REGISTER-FAILED PIC X(1) VALUE "N".
          01 WS-RULE-DATASET PIC X(200).
          01 WS-RULE-STATUS PIC X(2) VALUE SPACES.
          01 WS-REGISTER-DATASET PIC X(200).
          01 WS-REGISTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-SOURCE-DATASET PIC X(250).
          01 WS-SOURCE-STATUS PIC X(2) VALUE SPACES.
          01 WS-TARGET-DATASET PIC X(250).
          01 WS-TARGET-STATUS PIC X(2) VALUE SPACES.
          01 WS-EOF PIC X(1).
          01 WS-TODAY PIC X(8).
          01 WS-RULE-TABLE.
             03 WS-MR-ENTRY OCCURS 50.
                05 WS-MR-RULE PIC X(10).
                05 WS-MR-KIND PIC X(6).
                05 WS-MR-TEXT PIC X(40).
                05 WS-MR-START PIC 9(3).
                05 WS-MR-LENGTH PIC 9(3).
          01 WS-MR-COUNT PIC 9(2) VALUE 0.
          01 WS-MR-IDX PIC 9(2).
          01 WS-CLASS-RULES PIC 9(2).
          01 WS-RULE-PARSE.
             03 WS-RP-RULE PIC X(10).
             03 WS-RP-KIND PIC X(6).
             03 WS-RP-TEXT PIC X(40).
             03 WS-RP-START PIC X(5).
             03 WS-RP-LENGTH PIC X(5).
          01 WS-PSEUDO-TABLE.
             03 WS-PR-ENTRY OCCURS 2000.
                05 WS-PR-RULE PIC X(10).
                05 WS-PR-REAL PIC 9(9).
                05 WS-PR-PSEUDO PIC X(4).
          01 WS-PR-COUNT PIC 9(4) VALUE 0.
          01 WS-PR-IDX PIC 9(4).
          01 WS-REG-PARSE.
             03 WS-RG-RULE PIC X(10).
             03 WS-RG-REAL PIC X(10).
             03 WS-RG-PSEUDO PIC X(4).
          01 WS-RULE-SEQ PIC 9(4).
          01 WS-SEQ-ED PIC 9(3).
          01 WS-REAL PIC 9(9).
          01 WS-REAL-ED PIC Z(8)9.
          01 WS-PSEUDO PIC X(4).
          01 WS-SOURCE-NAME PIC X(40).
          01 WS-SLASH-POS PIC 9(3).
      * THE LINE BUFFERS ARE ONE BYTE LONGER THAN A RECORD SO A SCAN
      * MAY ALWAYS LOOK ONE POSITION PAST THE LAST CHARACTER.
          01 WS-LINE PIC X(1001).
          01 WS-WORK-LINE PIC X(1001).
          01 WS-LINE-LEN PIC 9(4).
          01 WS-MARK-LEN PIC 9(3).
          01 WS-POS PIC 9(4).
          01 WS-Q PIC 9(4).
          01 WS-R PIC 9(4).
          01 WS-S PIC 9(4).
          01 WS-DIGITS PIC 9(4).
          01 WS-SPAN-START PIC 9(4).
          01 WS-SPAN PIC 9(4).
          01 WS-FIELD-NO PIC 9(3).
          01 WS-PTR PIC 9(4).
          01 WS-TOKEN PIC X(20).
          01 WS-TOKEN-LEN PIC 9(3).
       LINKAGE SECTION.
          01 L-MASK-CONTROL.
             03 L-RULE PIC X(10).
             03 L-SOURCE PIC X(250).
             03 L-TARGET PIC X(250).
             03 L-RESULT PIC X(1).
             03 L-RECORDS PIC 9(9).
             03 L-BYTES PIC 9(9).
             03 L-REPLACED PIC 9(9).
       PROCEDURE DIVISION USING L-MASK-CONTROL.
       MAIN SECTION.
          MOVE RETURN-CODE TO WS-SAVED-RC.
          MOVE "N" TO L-RESULT.
          MOVE 0 TO L-RECORDS L-BYTES L-REPLACED.
          IF WS-LOADED = "N"
             PERFORM LOAD-MASK-RULES
             PERFORM LOAD-PSEUDONYM-REGISTER
             MOVE "Y" TO WS-LOADED
          END-IF.
          IF WS-RULES-FOUND = "N"
             DISPLAY "MASKCOPY: NO MASKING RULE LIST - NOTHING COPIED"
             GO TO MAIN-99
          END-IF.
          MOVE 0 TO WS-CLASS-RULES.
          PERFORM VARYING WS-MR-IDX FROM 1 BY 1
          UNTIL WS-MR-IDX > WS-MR-COUNT
             IF WS-MR-RULE (WS-MR-IDX) = L-RULE
                ADD 1 TO WS-CLASS-RULES
             END-IF
          END-PERFORM.
          IF WS-CLASS-RULES = 0
             DISPLAY "MASKCOPY: NO MASKING RULES FOR CLASS "
                FUNCTION TRIM (L-RULE) " - NOTHING COPIED"
             GO TO MAIN-99
          END-IF.
          MOVE "N" TO WS-REGISTER-FAILED.
          PERFORM FIND-SOURCE-NAME.
          MOVE L-SOURCE TO WS-SOURCE-DATASET.
          MOVE L-TARGET TO WS-TARGET-DATASET.
          OPEN INPUT SOURCE-FILE.
          IF WS-SOURCE-STATUS NOT = "00"
             DISPLAY "MASKCOPY: CANNOT OPEN "
                FUNCTION TRIM (WS-SOURCE-DATASET)
                " STATUS=" WS-SOURCE-STATUS
             GO TO MAIN-99
          END-IF.
          OPEN OUTPUT TARGET-FILE.
          IF WS-TARGET-STATUS NOT = "00"
             DISPLAY "MASKCOPY: CANNOT OPEN "
                FUNCTION TRIM (WS-TARGET-DATASET)
                " STATUS=" WS-TARGET-STATUS
             CLOSE SOURCE-FILE
             GO TO MAIN-99
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL WS-EOF = "Y"
             READ SOURCE-FILE
                AT END
                   MOVE "Y" TO WS-EOF
                NOT AT END
                   PERFORM MASK-ONE-LINE
             END-READ
          END-PERFORM.
          CLOSE SOURCE-FILE.
          CLOSE TARGET-FILE.
          IF WS-REGISTER-FAILED = "Y"
             DISPLAY "MASKCOPY: PSEUDONYM REGISTER NOT WRITTEN - "
                FUNCTION TRIM (WS-TARGET-DATASET) " EMPTIED"
             OPEN OUTPUT TARGET-FILE
             CLOSE TARGET-FILE
             MOVE 0 TO L-RECORDS L-BYTES L-REPLACED
             GO TO MAIN-99
          END-IF.
          MOVE "Y" TO L-RESULT.
       MAIN-99.
          MOVE WS-SAVED-RC TO RETURN-CODE.
          EXIT PROGRAM.
      *
       LOAD-MASK-RULES SECTION.
          MOVE "MASK_RULES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/maskrule.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RULE-DATASET.
          OPEN INPUT RULE-FILE.
          IF WS-RULE-STATUS NOT = "00"
             GO TO LOAD-MASK-RULES-99
          END-IF.
          MOVE "Y" TO WS-RULES-FOUND.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL WS-EOF = "Y"
             READ RULE-FILE
                AT END
                   MOVE "Y" TO WS-EOF
                NOT AT END
                   PERFORM LOAD-ONE-RULE
             END-READ
          END-PERFORM.
          CLOSE RULE-FILE.
       LOAD-MASK-RULES-99.
          EXIT.
      *
       LOAD-ONE-RULE SECTION.
          IF RULE-RECORD = SPACES OR RULE-RECORD (1:1) = "*"
             OR WS-MR-COUNT >= 50
             GO TO LOAD-ONE-RULE-99
          END-IF.
          MOVE SPACES TO WS-RULE-PARSE.
          UNSTRING RULE-RECORD DELIMITED BY "|"
             INTO WS-RP-RULE, WS-RP-KIND, WS-RP-TEXT, WS-RP-START,
                  WS-RP-LENGTH.
          IF WS-RP-RULE = SPACES OR WS-RP-TEXT = SPACES
             DISPLAY "MASKCOPY: BAD RULE LINE IGNORED: "
                RULE-RECORD (1:60)
             GO TO LOAD-ONE-RULE-99
          END-IF.
          ADD 1 TO WS-MR-COUNT.
          MOVE FUNCTION TRIM (WS-RP-RULE) TO WS-MR-RULE (WS-MR-COUNT).
          MOVE FUNCTION TRIM (WS-RP-KIND) TO WS-MR-KIND (WS-MR-COUNT).
          MOVE FUNCTION TRIM (WS-RP-TEXT) TO WS-MR-TEXT (WS-MR-COUNT).
          MOVE 0 TO WS-MR-START (WS-MR-COUNT)
             WS-MR-LENGTH (WS-MR-COUNT).
          IF FUNCTION TRIM (WS-RP-START) IS NUMERIC
             COMPUTE WS-MR-START (WS-MR-COUNT) =
                FUNCTION NUMVAL (WS-RP-START)
          END-IF.
          IF FUNCTION TRIM (WS-RP-LENGTH) IS NUMERIC
             COMPUTE WS-MR-LENGTH (WS-MR-COUNT) =
                FUNCTION NUMVAL (WS-RP-LENGTH)
          END-IF.
       LOAD-ONE-RULE-99.
          EXIT.
      *
       LOAD-PSEUDONYM-REGISTER SECTION.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          MOVE "PSEUDONYM_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pseudonym.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REGISTER-DATASET.
          OPEN INPUT REGISTER-FILE.
          IF WS-REGISTER-STATUS NOT = "00"
             GO TO LOAD-PSEUDONYM-REGISTER-99
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL WS-EOF = "Y"
             READ REGISTER-FILE
                AT END
                   MOVE "Y" TO WS-EOF
                NOT AT END
                   IF REGISTER-RECORD NOT = SPACES AND
                      WS-PR-COUNT < 2000
                      MOVE SPACES TO WS-REG-PARSE
                      UNSTRING REGISTER-RECORD DELIMITED BY "|"
                         INTO WS-RG-RULE, WS-RG-REAL, WS-RG-PSEUDO
                      ADD 1 TO WS-PR-COUNT
                      MOVE WS-RG-RULE TO WS-PR-RULE (WS-PR-COUNT)
                      COMPUTE WS-PR-REAL (WS-PR-COUNT) =
                         FUNCTION NUMVAL (WS-RG-REAL)
                      MOVE WS-RG-PSEUDO TO WS-PR-PSEUDO (WS-PR-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REGISTER-FILE.
       LOAD-PSEUDONYM-REGISTER-99.
          EXIT.
      *
      * COLUMN AND FIELD RULES NAME THE REPORT BY ITS FILE NAME ONLY,
      * WHEREVER IT IS BEING COPIED FROM.
       FIND-SOURCE-NAME SECTION.
          MOVE 0 TO WS-SLASH-POS.
          PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 250
             IF L-SOURCE (WS-POS:1) = "/"
                MOVE WS-POS TO WS-SLASH-POS
             END-IF
          END-PERFORM.
          MOVE SPACES TO WS-SOURCE-NAME.
          IF WS-SLASH-POS < 250
             MOVE L-SOURCE (WS-SLASH-POS + 1:) TO WS-SOURCE-NAME
          END-IF.
          EXIT.
      *
       MASK-ONE-LINE SECTION.
          MOVE SPACES TO WS-LINE.
          MOVE SOURCE-RECORD TO WS-LINE.
          PERFORM SET-LINE-LENGTH.
          PERFORM VARYING WS-MR-IDX FROM 1 BY 1
          UNTIL WS-MR-IDX > WS-MR-COUNT
             IF WS-MR-RULE (WS-MR-IDX) = L-RULE
                EVALUATE WS-MR-KIND (WS-MR-IDX)
                   WHEN "TAG"
                      PERFORM MASK-TAG
                   WHEN "COLUMN"
                      IF WS-MR-TEXT (WS-MR-IDX) = WS-SOURCE-NAME
                         PERFORM MASK-COLUMN
                      END-IF
                   WHEN "FIELD"
                      IF WS-MR-TEXT (WS-MR-IDX) = WS-SOURCE-NAME
                         PERFORM MASK-FIELD
                      END-IF
                END-EVALUATE
             END-IF
          END-PERFORM.
          MOVE WS-LINE (1:1000) TO TARGET-RECORD.
          WRITE TARGET-RECORD.
          ADD 1 TO L-RECORDS.
          PERFORM SET-LINE-LENGTH.
          COMPUTE L-BYTES = L-BYTES + WS-LINE-LEN + 1.
          EXIT.
      *
       SET-LINE-LENGTH SECTION.
          MOVE 1000 TO WS-LINE-LEN.
          PERFORM UNTIL WS-LINE-LEN = 0
             OR WS-LINE (WS-LINE-LEN:1) NOT = SPACE
             SUBTRACT 1 FROM WS-LINE-LEN
          END-PERFORM.
          EXIT.
      *
       MASK-TAG SECTION.
          MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-MR-TEXT (WS-MR-IDX)))
             TO WS-MARK-LEN.
          MOVE 1 TO WS-POS.
          PERFORM UNTIL WS-POS + WS-MARK-LEN > WS-LINE-LEN
             IF WS-LINE (WS-POS:WS-MARK-LEN) =
                WS-MR-TEXT (WS-MR-IDX) (1:WS-MARK-LEN)
                PERFORM MASK-TAG-AT
             ELSE
                ADD 1 TO WS-POS
             END-IF
          END-PERFORM.
          EXIT.
      *
      * THE NUMBER AND THE BLANKS JUST AHEAD OF IT ARE ONE SPAN; THE
      * PSEUDONYM IS RIGHT-ALIGNED IN IT WHEN IT FITS, SO A PRINTED
      * COLUMN STAYS IN PLACE, AND OTHERWISE WIDENS THE LINE, KEEPING
      * ONE BLANK AFTER THE MARKER.
       MASK-TAG-AT SECTION.
          COMPUTE WS-Q = WS-POS + WS-MARK-LEN.
          MOVE WS-Q TO WS-R.
          PERFORM UNTIL WS-R > WS-LINE-LEN
             OR (WS-LINE (WS-R:1) NOT = SPACE
             AND WS-LINE (WS-R:1) NOT = "#")
             ADD 1 TO WS-R
          END-PERFORM.
          MOVE 0 TO WS-DIGITS.
          PERFORM UNTIL WS-R + WS-DIGITS > WS-LINE-LEN
             OR WS-LINE (WS-R + WS-DIGITS:1) IS NOT NUMERIC
             ADD 1 TO WS-DIGITS
          END-PERFORM.
          IF WS-DIGITS = 0 OR WS-DIGITS > 9
             MOVE WS-Q TO WS-POS
             GO TO MASK-TAG-AT-99
          END-IF.
          COMPUTE WS-REAL =
             FUNCTION NUMVAL (WS-LINE (WS-R:WS-DIGITS)).
          MOVE 0 TO WS-S.
          PERFORM UNTIL WS-R - WS-S - 1 < WS-Q
             OR WS-LINE (WS-R - WS-S - 1:1) NOT = SPACE
             ADD 1 TO WS-S
          END-PERFORM.
          COMPUTE WS-SPAN-START = WS-R - WS-S.
          COMPUTE WS-SPAN = WS-S + WS-DIGITS.
          IF WS-SPAN < 4 AND WS-S > 0
             ADD 1 TO WS-SPAN-START
             SUBTRACT 1 FROM WS-SPAN
          END-IF.
          PERFORM REPLACE-SPAN.
          COMPUTE WS-POS = WS-SPAN-START + 4.
       MASK-TAG-AT-99.
          EXIT.
      *
       MASK-COLUMN SECTION.
          IF WS-MR-START (WS-MR-IDX) < 1
             OR WS-MR-LENGTH (WS-MR-IDX) < 1
             OR WS-MR-LENGTH (WS-MR-IDX) > 20
             OR WS-MR-START (WS-MR-IDX) + WS-MR-LENGTH (WS-MR-IDX)
                > 1001
             GO TO MASK-COLUMN-99
          END-IF.
          MOVE WS-LINE (WS-MR-START (WS-MR-IDX):
             WS-MR-LENGTH (WS-MR-IDX)) TO WS-TOKEN.
          PERFORM CHECK-TOKEN.
          IF WS-TOKEN-LEN = 0
             GO TO MASK-COLUMN-99
          END-IF.
          MOVE WS-MR-START (WS-MR-IDX) TO WS-SPAN-START.
          MOVE WS-MR-LENGTH (WS-MR-IDX) TO WS-SPAN.
          PERFORM REPLACE-SPAN.
       MASK-COLUMN-99.
          EXIT.
      *
       MASK-FIELD SECTION.
          IF WS-MR-START (WS-MR-IDX) < 1
             GO TO MASK-FIELD-99
          END-IF.
          MOVE 1 TO WS-FIELD-NO.
          MOVE 1 TO WS-SPAN-START.
          MOVE 1 TO WS-POS.
          PERFORM UNTIL WS-POS > WS-LINE-LEN
             OR WS-FIELD-NO = WS-MR-START (WS-MR-IDX)
             IF WS-LINE (WS-POS:1) = ","
                ADD 1 TO WS-FIELD-NO
                COMPUTE WS-SPAN-START = WS-POS + 1
             END-IF
             ADD 1 TO WS-POS
          END-PERFORM.
          IF WS-FIELD-NO NOT = WS-MR-START (WS-MR-IDX)
             GO TO MASK-FIELD-99
          END-IF.
          MOVE 0 TO WS-SPAN.
          PERFORM UNTIL WS-SPAN-START + WS-SPAN > WS-LINE-LEN
             OR WS-LINE (WS-SPAN-START + WS-SPAN:1) = ","
             ADD 1 TO WS-SPAN
          END-PERFORM.
          IF WS-SPAN = 0 OR WS-SPAN > 20
             GO TO MASK-FIELD-99
          END-IF.
          MOVE WS-LINE (WS-SPAN-START:WS-SPAN) TO WS-TOKEN.
          PERFORM CHECK-TOKEN.
          IF WS-TOKEN-LEN = 0
             GO TO MASK-FIELD-99
          END-IF.
          PERFORM REPLACE-SPAN.
       MASK-FIELD-99.
          EXIT.
      *
      * WS-TOKEN-LEN COMES BACK ZERO UNLESS THE TOKEN IS A NUMBER
      * (BLANKS AROUND IT ALLOWED); WS-REAL THEN HOLDS ITS VALUE.
       CHECK-TOKEN SECTION.
          MOVE 0 TO WS-TOKEN-LEN.
          IF WS-TOKEN = SPACES
             GO TO CHECK-TOKEN-99
          END-IF.
          MOVE FUNCTION TRIM (WS-TOKEN) TO WS-TOKEN.
          MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-TOKEN))
             TO WS-TOKEN-LEN.
          IF WS-TOKEN-LEN > 9
             OR WS-TOKEN (1:WS-TOKEN-LEN) IS NOT NUMERIC
             MOVE 0 TO WS-TOKEN-LEN
             GO TO CHECK-TOKEN-99
          END-IF.
          COMPUTE WS-REAL = FUNCTION NUMVAL (WS-TOKEN (1:WS-TOKEN-LEN)).
       CHECK-TOKEN-99.
          EXIT.
      *
      * PUTS THE PSEUDONYM FOR WS-REAL OVER WS-SPAN BYTES FROM
      * WS-SPAN-START - RIGHT-ALIGNED IN PLACE WHEN THE SPAN HOLDS
      * FOUR BYTES, OTHERWISE BY REBUILDING THE LINE AROUND IT.
       REPLACE-SPAN SECTION.
          PERFORM GET-PSEUDONYM.
          ADD 1 TO L-REPLACED.
          IF WS-SPAN >= 4
             MOVE SPACES TO WS-LINE (WS-SPAN-START:WS-SPAN)
             MOVE WS-PSEUDO
                TO WS-LINE (WS-SPAN-START + WS-SPAN - 4:4)
             GO TO REPLACE-SPAN-99
          END-IF.
          MOVE SPACES TO WS-WORK-LINE.
          MOVE 1 TO WS-PTR.
          IF WS-SPAN-START > 1
             STRING WS-LINE (1:WS-SPAN-START - 1) DELIMITED BY SIZE
                INTO WS-WORK-LINE WITH POINTER WS-PTR
             END-STRING
          END-IF.
          STRING WS-PSEUDO DELIMITED BY SIZE
             INTO WS-WORK-LINE WITH POINTER WS-PTR
          END-STRING.
          IF WS-SPAN-START + WS-SPAN <= WS-LINE-LEN
             STRING WS-LINE (WS-SPAN-START + WS-SPAN:
                WS-LINE-LEN - WS-SPAN-START - WS-SPAN + 1)
                DELIMITED BY SIZE
                INTO WS-WORK-LINE WITH POINTER WS-PTR
                ON OVERFLOW
                   CONTINUE
             END-STRING
          END-IF.
          MOVE SPACES TO WS-WORK-LINE (1001:1).
          MOVE WS-WORK-LINE TO WS-LINE.
          PERFORM SET-LINE-LENGTH.
       REPLACE-SPAN-99.
          EXIT.
      *
       GET-PSEUDONYM SECTION.
          MOVE 0 TO WS-RULE-SEQ.
          PERFORM VARYING WS-PR-IDX FROM 1 BY 1
          UNTIL WS-PR-IDX > WS-PR-COUNT
             IF WS-PR-RULE (WS-PR-IDX) = L-RULE
                ADD 1 TO WS-RULE-SEQ
                IF WS-PR-REAL (WS-PR-IDX) = WS-REAL
                   MOVE WS-PR-PSEUDO (WS-PR-IDX) TO WS-PSEUDO
                   GO TO GET-PSEUDONYM-99
                END-IF
             END-IF
          END-PERFORM.
          ADD 1 TO WS-RULE-SEQ.
          IF WS-RULE-SEQ > 999 OR WS-PR-COUNT >= 2000
             MOVE "****" TO WS-PSEUDO
             GO TO GET-PSEUDONYM-99
          END-IF.
          MOVE WS-RULE-SEQ TO WS-SEQ-ED.
          MOVE L-RULE (1:1) TO WS-PSEUDO (1:1).
          MOVE WS-SEQ-ED TO WS-PSEUDO (2:3).
          ADD 1 TO WS-PR-COUNT.
          MOVE L-RULE TO WS-PR-RULE (WS-PR-COUNT).
          MOVE WS-REAL TO WS-PR-REAL (WS-PR-COUNT).
          MOVE WS-PSEUDO TO WS-PR-PSEUDO (WS-PR-COUNT).
          PERFORM WRITE-REGISTER-ENTRY.
       GET-PSEUDONYM-99.
          EXIT.
      *
      * A PSEUDONYM THAT CANNOT BE KEPT ON THE REGISTER IS DROPPED
      * FROM THE TABLE AS WELL, SO IT IS NEVER HANDED OUT UNRECORDED.
       WRITE-REGISTER-ENTRY SECTION.
          OPEN EXTEND REGISTER-FILE.
          IF WS-REGISTER-STATUS = "35"
             OPEN OUTPUT REGISTER-FILE
             CLOSE REGISTER-FILE
             OPEN EXTEND REGISTER-FILE
          END-IF.
          IF WS-REGISTER-STATUS NOT = "00"
             DISPLAY "MASKCOPY: PSEUDONYM REGISTER NOT WRITTEN - "
                "STATUS " WS-REGISTER-STATUS
             MOVE "Y" TO WS-REGISTER-FAILED
             SUBTRACT 1 FROM WS-PR-COUNT
             GO TO WRITE-REGISTER-ENTRY-99
          END-IF.
          MOVE WS-REAL TO WS-REAL-ED.
          MOVE SPACES TO REGISTER-RECORD.
          STRING FUNCTION TRIM (L-RULE) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REAL-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-PSEUDO DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 INTO REGISTER-RECORD
          END-STRING.
          WRITE REGISTER-RECORD.
          IF WS-REGISTER-STATUS NOT = "00"
             MOVE "Y" TO WS-REGISTER-FAILED
             SUBTRACT 1 FROM WS-PR-COUNT
          END-IF.
          CLOSE REGISTER-FILE.
       WRITE-REGISTER-ENTRY-99.
          EXIT.
