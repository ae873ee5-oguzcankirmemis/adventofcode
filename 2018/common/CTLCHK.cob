       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCHK.
       AUTHOR. OK999.
      * SENDER CONTROL-TOTAL VERIFICATION. EDITIN PROVES EACH LINE IS
      * WELL FORMED AND INMANFST THAT A FEED CHANGED, BUT NEITHER CAN
      * PROVE THE WHOLE FEED ARRIVED. A SENDER MAY END A DAY FEED WITH
      * A TRAILER RECORD
      *   *TRAILER*|RECORD-COUNT|HASH-TOTAL
      * AND THIS PASS, RUN BY THE DRIVER BEFORE THE DAY PROGRAM,
      * COUNTS AND HASHES WHAT WAS RECEIVED AND COMPARES THE TWO. THE
      * HASH RULE FOR THE DAY COMES FROM THE CONTROL-TOTAL RULES CARD
      * (PARAMS/CTLTOTAL.CFG, LOGICAL NAME CTL_RULES). THE FEED IS
      * COPIED TO A STAGED DATASET (CTLCHK_STAGED) WITHOUT THE
      * TRAILER, AND THE DAY PROGRAM READS THAT, SO NO DAY PROGRAM
      * EVER SEES A TRAILER RECORD. A FEED WITHOUT A TRAILER IS
      * STAGED UNVERIFIED - THE TRAILER IS OPTIONAL.
      * A COUNT OR HASH THAT DOES NOT AGREE, A TRAILER THAT CANNOT BE
      * READ OR A TRAILER THAT IS NOT THE LAST RECORD IS WRITTEN TO
      * THE CONTROL-TOTAL EXCEPTION REPORT (CTL_EXCEPTIONS), RAISES A
      * SEVERE ALERT AND HOLDS THE STEP. THE DAY COMES FROM
      * CTLCHK_DAY. LIKE EDITIN THE PROGRAM RUNS FROM THE DAY'S OWN
      * WORKING DIRECTORY, SO DAYn_INPUT RESOLVES AS IT DOES FOR THE
      * DAY PROGRAM ITSELF.
      *   RETURN-CODE 0: TOTALS AGREE OR NO TRAILER - RUN THE STEP.
      *   4: CONTROL TOTALS DO NOT AGREE - HOLD THE STEP. 1: CTLCHK_DAY
      *   NOT SET, OR THE FEED OR THE STAGED DATASET CANNOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT INPUT-FILE
             ASSIGN TO WS-INPUT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INPUT-STATUS.
          SELECT STAGED-FILE
             ASSIGN TO WS-STAGED-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STAGED-STATUS.
          SELECT RULES-FILE
             ASSIGN TO WS-RULES-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULES-STATUS.
          SELECT EXCEPTION-FILE
             ASSIGN TO WS-EXCEPTION-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXCEPTION-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
          01 INPUT-RECORD PIC X(60000).
          FD STAGED-FILE.
          01 STAGED-RECORD PIC X(60000).
          FD RULES-FILE.
          01 RULES-RECORD PIC X(80).
          FD EXCEPTION-FILE.
          01 EXCEPTION-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-INPUT-DATASET PIC X(200).
          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          01 WS-INPUT-EOF PIC X(1) VALUE "N".
          01 WS-STAGED-DATASET PIC X(200).
          01 WS-STAGED-STATUS PIC X(2) VALUE SPACES.
          01 WS-RULES-DATASET PIC X(200).
          01 WS-RULES-STATUS PIC X(2) VALUE SPACES.
          01 WS-RULES-EOF PIC X(1) VALUE "N".
          01 WS-EXCEPTION-DATASET PIC X(200).
          01 WS-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
          01 WS-CTL-DAY-X PIC X(2).
          01 WS-CTL-DAY PIC 9(2) VALUE 0.
          01 WS-DAY-ED PIC Z9.
          01 WS-DAY-NAME PIC X(10).
          01 WS-HASH-RULE PIC X(20) VALUE "LENGTH".
          01 WS-RULE-PARSE.
             03 WS-RP-DAY PIC X(10).
             03 WS-RP-RULE PIC X(20).
          01 WS-RECORD-COUNT PIC 9(9) VALUE 0.
          01 WS-HASH-TOTAL PIC S9(18) VALUE 0.
          01 WS-RECORD-HASH PIC S9(18) VALUE 0.
          01 WS-TRAILER-SEEN PIC X(1) VALUE "N".
          01 WS-TRAILER-BAD PIC X(1) VALUE "N".
          01 WS-TRAILER-NOT-LAST PIC X(1) VALUE "N".
          01 WS-TRAILER-PARSE.
             03 WS-TP-MARK PIC X(10).
             03 WS-TP-COUNT PIC X(20).
             03 WS-TP-HASH PIC X(20).
             03 WS-TP-EXTRA PIC X(20).
          01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
          01 WS-TRAILER-HASH PIC S9(18) VALUE 0.
          01 WS-NUM-TEXT PIC X(20).
          01 WS-NUM-OK PIC X(1).
          01 WS-NUM-START PIC 9(2).
          01 WS-NUM-LEN PIC 9(2).
          01 WS-REC-LEN PIC 9(5).
          01 WS-CH-IDX PIC 9(5).
          01 WS-DIGIT-RUN PIC X(1).
          01 WS-DIGIT-COUNT PIC 9(2).
          01 WS-DIGIT PIC 9(1).
          01 WS-CLAIM-TEXT PIC X(20).
          01 WS-PENDING-BLANKS PIC 9(9) VALUE 0.
          01 WS-COUNT-ED PIC Z(8)9.
          01 WS-HASH-ED PIC -(18)9.
          01 WS-TCOUNT-ED PIC Z(8)9.
          01 WS-THASH-ED PIC -(18)9.
          01 WS-TODAY PIC X(8).
          01 WS-RUN-NUMBER PIC X(8) VALUE SPACES.
          01 WS-EXCEPTION-TEXT PIC X(120).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "CTLCHK" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-CTL-DAY-X FROM ENVIRONMENT "CTLCHK_DAY".
          IF WS-CTL-DAY-X = SPACES OR
             FUNCTION TRIM (WS-CTL-DAY-X) IS NOT NUMERIC
             DISPLAY "CTLCHK: CTLCHK_DAY (1-25) NOT SET"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          COMPUTE WS-CTL-DAY = FUNCTION NUMVAL (WS-CTL-DAY-X).
          IF WS-CTL-DAY < 1 OR WS-CTL-DAY > 25
             DISPLAY "CTLCHK: CTLCHK_DAY OUT OF RANGE: " WS-CTL-DAY-X
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE WS-CTL-DAY TO WS-DAY-ED.
          MOVE SPACES TO WS-DAY-NAME.
          STRING "DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 INTO WS-DAY-NAME
          END-STRING.
          PERFORM READ-HASH-RULE.
          PERFORM OPEN-DATASETS.
          PERFORM UNTIL WS-INPUT-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   PERFORM TAKE-ONE-RECORD
             END-READ
          END-PERFORM.
      * BLANK LINES AFTER THE TRAILER ARE TRAILING WHITE SPACE, NOT
      * DATA; WITHOUT A TRAILER THEY ARE PART OF THE FEED.
          IF WS-TRAILER-SEEN = "N"
             PERFORM WRITE-PENDING-BLANKS
          END-IF.
          CLOSE INPUT-FILE STAGED-FILE.
          MOVE WS-RECORD-COUNT TO WS-COUNT-ED.
          MOVE WS-HASH-TOTAL TO WS-HASH-ED.
          IF WS-TRAILER-SEEN = "N"
             DISPLAY "CTLCHK: " FUNCTION TRIM (WS-DAY-NAME)
                " NO SENDER TRAILER - "
                FUNCTION TRIM (WS-COUNT-ED)
                " RECORD(S) STAGED UNVERIFIED"
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM COMPARE-TOTALS.
          IF WS-EXCEPTION-TEXT = SPACES
             DISPLAY "CTLCHK: " FUNCTION TRIM (WS-DAY-NAME)
                " CONTROL TOTALS AGREE - "
                FUNCTION TRIM (WS-COUNT-ED) " RECORD(S), HASH "
                FUNCTION TRIM (WS-HASH-ED) " BY "
                FUNCTION TRIM (WS-HASH-RULE)
             MOVE 0 TO RETURN-CODE
          ELSE
             DISPLAY "CTLCHK: " FUNCTION TRIM (WS-DAY-NAME) " "
                FUNCTION TRIM (WS-EXCEPTION-TEXT) " - STEP HELD"
             PERFORM WRITE-CONTROL-EXCEPTION
             MOVE "S" TO ALERT-SEVERITY
             MOVE "CTLCHK" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING FUNCTION TRIM (WS-DAY-NAME) DELIMITED BY SIZE
                    " FEED " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EXCEPTION-TEXT)
                       DELIMITED BY SIZE
                    " - STEP HELD" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             MOVE 4 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * NO CARD, OR NO LINE FOR THE DAY, LEAVES THE LENGTH RULE.
       READ-HASH-RULE SECTION.
          MOVE "CTL_RULES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/ctltotal.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RULES-DATASET.
          OPEN INPUT RULES-FILE.
          IF WS-RULES-STATUS NOT = "00"
             GO TO READ-HASH-RULE-99
          END-IF.
          PERFORM UNTIL WS-RULES-EOF = "Y"
             READ RULES-FILE
                AT END
                   MOVE "Y" TO WS-RULES-EOF
                NOT AT END
                   IF RULES-RECORD (1:1) NOT = "*"
                      MOVE SPACES TO WS-RULE-PARSE
                      UNSTRING RULES-RECORD DELIMITED BY "|"
                         INTO WS-RP-DAY, WS-RP-RULE
                      IF FUNCTION TRIM (WS-RP-DAY) = WS-DAY-NAME
                         MOVE FUNCTION TRIM (WS-RP-RULE)
                            TO WS-HASH-RULE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE RULES-FILE.
       READ-HASH-RULE-99.
          EXIT.
      *
       OPEN-DATASETS SECTION.
          MOVE SPACES TO CAT-LOGICAL-NAME.
          STRING FUNCTION TRIM (WS-DAY-NAME) DELIMITED BY SIZE
                 "_INPUT" DELIMITED BY SIZE
                 INTO CAT-LOGICAL-NAME
          END-STRING.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          MOVE "CTLCHK_STAGED" TO CAT-LOGICAL-NAME.
          MOVE "./ctl_staged.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STAGED-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
             DISPLAY "CTLCHK: INPUT FILE OPEN ERROR " WS-INPUT-STATUS
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          OPEN OUTPUT STAGED-FILE.
          IF WS-STAGED-STATUS NOT = "00"
             DISPLAY "CTLCHK: STAGED DATASET OPEN ERROR "
                WS-STAGED-STATUS " ON "
                FUNCTION TRIM (WS-STAGED-DATASET)
             CLOSE INPUT-FILE
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          EXIT.
      *
      * BLANK LINES ARE HELD BACK UNTIL THE NEXT DATA RECORD SO THAT
      * BLANKS TRAILING THE SENDER TRAILER ARE NOT COUNTED OR STAGED.
       TAKE-ONE-RECORD SECTION.
          IF INPUT-RECORD = SPACES
             ADD 1 TO WS-PENDING-BLANKS
             GO TO TAKE-ONE-RECORD-99
          END-IF.
          IF WS-TRAILER-SEEN = "Y"
             MOVE "Y" TO WS-TRAILER-NOT-LAST
             GO TO TAKE-ONE-RECORD-99
          END-IF.
          IF INPUT-RECORD (1:10) = "*TRAILER*|"
             MOVE "Y" TO WS-TRAILER-SEEN
             PERFORM WRITE-PENDING-BLANKS
             PERFORM PARSE-TRAILER
             GO TO TAKE-ONE-RECORD-99
          END-IF.
          PERFORM WRITE-PENDING-BLANKS.
          ADD 1 TO WS-RECORD-COUNT.
          PERFORM HASH-ONE-RECORD.
          ADD WS-RECORD-HASH TO WS-HASH-TOTAL.
          WRITE STAGED-RECORD FROM INPUT-RECORD.
       TAKE-ONE-RECORD-99.
          EXIT.
      *
      * A BLANK SEPARATOR LINE IS A RECORD OF THE FEED: IT IS COUNTED
      * AND STAGED, AND ADDS NOTHING TO ANY HASH.
       WRITE-PENDING-BLANKS SECTION.
          PERFORM UNTIL WS-PENDING-BLANKS = 0
             ADD 1 TO WS-RECORD-COUNT
             MOVE SPACES TO STAGED-RECORD
             WRITE STAGED-RECORD
             SUBTRACT 1 FROM WS-PENDING-BLANKS
          END-PERFORM.
          EXIT.
      *
       PARSE-TRAILER SECTION.
          MOVE SPACES TO WS-TRAILER-PARSE.
          UNSTRING INPUT-RECORD (1:80) DELIMITED BY "|"
             INTO WS-TP-MARK, WS-TP-COUNT, WS-TP-HASH, WS-TP-EXTRA.
          IF FUNCTION TRIM (WS-TP-COUNT) IS NOT NUMERIC OR
             WS-TP-EXTRA NOT = SPACES
             MOVE "Y" TO WS-TRAILER-BAD
             GO TO PARSE-TRAILER-99
          END-IF.
          COMPUTE WS-TRAILER-COUNT = FUNCTION NUMVAL (WS-TP-COUNT).
          MOVE FUNCTION TRIM (WS-TP-HASH) TO WS-NUM-TEXT.
          PERFORM CHECK-SIGNED-NUMBER.
          IF WS-NUM-OK = "N"
             MOVE "Y" TO WS-TRAILER-BAD
             GO TO PARSE-TRAILER-99
          END-IF.
          COMPUTE WS-TRAILER-HASH = FUNCTION NUMVAL (WS-NUM-TEXT).
       PARSE-TRAILER-99.
          EXIT.
      *
      * WS-NUM-TEXT (LEFT-JUSTIFIED) IN: AN OPTIONAL + OR - FOLLOWED
      * BY 1-18 DIGITS SETS WS-NUM-OK TO "Y".
       CHECK-SIGNED-NUMBER SECTION.
          MOVE "N" TO WS-NUM-OK.
          MOVE 1 TO WS-NUM-START.
          IF WS-NUM-TEXT (1:1) = "+" OR WS-NUM-TEXT (1:1) = "-"
             MOVE 2 TO WS-NUM-START
          END-IF.
          MOVE 0 TO WS-NUM-LEN.
          INSPECT WS-NUM-TEXT (WS-NUM-START:) TALLYING WS-NUM-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
          IF WS-NUM-LEN = 0 OR WS-NUM-LEN > 18
             GO TO CHECK-SIGNED-NUMBER-99
          END-IF.
          IF WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN) IS NOT NUMERIC
             GO TO CHECK-SIGNED-NUMBER-99
          END-IF.
          IF WS-NUM-TEXT (WS-NUM-START + WS-NUM-LEN:) NOT = SPACES
             GO TO CHECK-SIGNED-NUMBER-99
          END-IF.
          MOVE "Y" TO WS-NUM-OK.
       CHECK-SIGNED-NUMBER-99.
          EXIT.
      *
      * ONE RECORD'S CONTRIBUTION TO THE HASH TOTAL UNDER THE DAY'S
      * RULE. A FIELD THAT CANNOT BE READ CONTRIBUTES NOTHING, WHICH
      * THE COMPARISON THEN SHOWS AS A HASH DIFFERENCE.
       HASH-ONE-RECORD SECTION.
          MOVE 0 TO WS-RECORD-HASH.
          EVALUATE WS-HASH-RULE
             WHEN "VALUE"
                MOVE FUNCTION TRIM (INPUT-RECORD (1:40))
                   TO WS-NUM-TEXT
                PERFORM CHECK-SIGNED-NUMBER
                IF WS-NUM-OK = "Y"
                   COMPUTE WS-RECORD-HASH =
                      FUNCTION NUMVAL (WS-NUM-TEXT)
                END-IF
             WHEN "CLAIM-ID"
                IF INPUT-RECORD (1:1) = "#"
                   MOVE SPACES TO WS-CLAIM-TEXT
                   UNSTRING INPUT-RECORD (2:40) DELIMITED BY " "
                      INTO WS-CLAIM-TEXT
                   IF FUNCTION TRIM (WS-CLAIM-TEXT) IS NUMERIC
                      COMPUTE WS-RECORD-HASH =
                         FUNCTION NUMVAL (WS-CLAIM-TEXT)
                   END-IF
                END-IF
             WHEN "FIRST-NUMBER"
                PERFORM HASH-FIRST-NUMBER
             WHEN OTHER
                PERFORM MEASURE-RECORD-LENGTH
                MOVE WS-REC-LEN TO WS-RECORD-HASH
          END-EVALUATE.
          EXIT.
      *
       MEASURE-RECORD-LENGTH SECTION.
          MOVE 0 TO WS-REC-LEN.
          INSPECT FUNCTION REVERSE (INPUT-RECORD)
             TALLYING WS-REC-LEN FOR LEADING SPACES.
          COMPUTE WS-REC-LEN = 60000 - WS-REC-LEN.
          EXIT.
      *
       HASH-FIRST-NUMBER SECTION.
          PERFORM MEASURE-RECORD-LENGTH.
          MOVE "N" TO WS-DIGIT-RUN.
          MOVE 0 TO WS-DIGIT-COUNT.
          PERFORM VARYING WS-CH-IDX FROM 1 BY 1
          UNTIL WS-CH-IDX > WS-REC-LEN
             IF INPUT-RECORD (WS-CH-IDX:1) IS NUMERIC AND
                WS-DIGIT-COUNT < 18
                MOVE "Y" TO WS-DIGIT-RUN
                ADD 1 TO WS-DIGIT-COUNT
                MOVE INPUT-RECORD (WS-CH-IDX:1) TO WS-DIGIT
                COMPUTE WS-RECORD-HASH = WS-RECORD-HASH * 10 + WS-DIGIT
             ELSE
                IF WS-DIGIT-RUN = "Y"
                   MOVE WS-REC-LEN TO WS-CH-IDX
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
       COMPARE-TOTALS SECTION.
          MOVE SPACES TO WS-EXCEPTION-TEXT.
          MOVE WS-TRAILER-COUNT TO WS-TCOUNT-ED.
          MOVE WS-TRAILER-HASH TO WS-THASH-ED.
          IF WS-TRAILER-NOT-LAST = "Y"
             MOVE "SENDER TRAILER IS NOT THE LAST RECORD"
                TO WS-EXCEPTION-TEXT
             GO TO COMPARE-TOTALS-99
          END-IF.
          IF WS-TRAILER-BAD = "Y"
             MOVE
                "SENDER TRAILER UNREADABLE - NOT *TRAILER*|COUNT|HASH"
                TO WS-EXCEPTION-TEXT
             GO TO COMPARE-TOTALS-99
          END-IF.
          IF WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
             STRING "RECORD COUNT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                    " RECEIVED, TRAILER SAYS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-TCOUNT-ED) DELIMITED BY SIZE
                    INTO WS-EXCEPTION-TEXT
             END-STRING
             GO TO COMPARE-TOTALS-99
          END-IF.
          IF WS-HASH-TOTAL NOT = WS-TRAILER-HASH
             STRING "HASH TOTAL " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-HASH-ED) DELIMITED BY SIZE
                    " RECEIVED, TRAILER SAYS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-THASH-ED) DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-HASH-RULE) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO WS-EXCEPTION-TEXT
             END-STRING
          END-IF.
       COMPARE-TOTALS-99.
          EXIT.
      *
      * THE EXCEPTION REPORT ACCUMULATES ACROSS DAYS AND NIGHTS; EACH
      * LINE CARRIES ITS DATE, RUN NUMBER, DAY AND FEED.
       WRITE-CONTROL-EXCEPTION SECTION.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE "0" TO WS-RUN-NUMBER
          END-IF.
          MOVE "CTL_EXCEPTIONS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ctlexcept.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXCEPTION-DATASET.
          OPEN EXTEND EXCEPTION-FILE.
          IF WS-EXCEPTION-STATUS = "35"
             OPEN OUTPUT EXCEPTION-FILE
             CLOSE EXCEPTION-FILE
             OPEN EXTEND EXCEPTION-FILE
          END-IF.
          IF WS-EXCEPTION-STATUS NOT = "00"
             DISPLAY "CTLCHK: EXCEPTION REPORT NOT WRITABLE - STATUS "
                WS-EXCEPTION-STATUS
             GO TO WRITE-CONTROL-EXCEPTION-99
          END-IF.
          MOVE SPACES TO EXCEPTION-RECORD.
          STRING WS-TODAY DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-NAME) DELIMITED BY SIZE
                 " HELD - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EXCEPTION-TEXT) DELIMITED BY SIZE
                 INTO EXCEPTION-RECORD
          END-STRING.
          WRITE EXCEPTION-RECORD.
          MOVE SPACES TO EXCEPTION-RECORD.
          STRING "    FEED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-INPUT-DATASET) DELIMITED BY SIZE
                 INTO EXCEPTION-RECORD
          END-STRING.
          WRITE EXCEPTION-RECORD.
          CLOSE EXCEPTION-FILE.
       WRITE-CONTROL-EXCEPTION-99.
          EXIT.
      *
       COPY AUDITPA.
