       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRREL.
       AUTHOR. OK999.
      * INTERCHANGE EXTRACT RELEASE. EXTRACT HOLDS A NIGHT THAT HAS A
      * PLAUSIBILITY FLAG, A SKIPPED STEP OR AN OPEN INCIDENT: THE
      * EXTRACT IS WRITTEN TO THE PENDING DATASET (EXTRACT_PENDING)
      * AND REGISTERED HELD ON THE TRANSMISSION REGISTER. THIS
      * PROGRAM IS THE BUSINESS OWNER'S SIGN-OFF. IT IS RUN BY HAND,
      * NEVER FROM THE STREAM, UNDER THE APPROVER'S OWN OPERATOR_ID,
      * WHICH MUST HOLD AN EXTRREL GRANT ON PARAMS/OPERATORS.CFG.
      * EACH LINE OF THE RELEASE CARD (RELEASE_CARD, DEFAULT
      * PARAMS/RELEASE.CFG) IS ONE RELEASE TRANSACTION:
      *   RELEASE|TRANSMISSION-ID|REVIEWED
      * REVIEWED NAMES THE ANSWERS THE APPROVER CHECKED, AS
      * COMMA-SEPARATED DAYN-PARTX KEYS, OR ALL FOR EVERY ANSWER IN
      * THE EXTRACT. A RELEASE IS REFUSED WHEN THE TRANSMISSION IS
      * NOT ON THE REGISTER OR WAS SUPERSEDED BY A LATER HELD NIGHT
      * (SEE EXTRACT), THE PENDING DATASET HOLDS A DIFFERENT
      * TRANSMISSION OR NO LONGER AGREES WITH ITS REGISTERED COUNT
      * AND HASH TOTAL, OR AN ANSWER STILL FLAGGED ON THE PLAUSIBILITY
      * REVIEW DATASET IS NOT AMONG THOSE REVIEWED. IT IS ALSO
      * REFUSED WHEN THE RESULTS LEDGER'S LATEST POST FOR A DAY NO
      * LONGER MATCHES THE ANSWERS THE PENDING EXTRACT CARRIES (A
      * REPROC CORRECTION SINCE THE NIGHT WAS HELD) OR THE LEDGER
      * CANNOT BE READ - THE NEXT EXTRACT SHIPS THE CORRECTED NIGHT
      * INSTEAD. THE OPERATOR
      * WHOSE RUN HELD THE NIGHT (ON THE HELD RECORD) MAY NOT RELEASE
      * IT - THE SIGN-OFF MUST COME FROM SOMEONE ELSE. AN ACCEPTED
      * RELEASE COPIES THE PENDING EXTRACT TO THE SHIPPING DATASET
      * (EXTRACT_FILE) AND APPENDS A RELEASED RECORD TO THE REGISTER
      * WITH THE APPROVER, THE HOLD REASON IT CLEARED AND THE ANSWERS
      * REVIEWED, WHICH ACKMATCH THEN EXPECTS AN ACKNOWLEDGMENT FOR,
      * AND RECORDS ITS ANSWERS ON THE SHIPPED ANSWERS DATASET.
      * A TRANSMISSION ALREADY RELEASED IS PASSED OVER, SO A CARD
      * LINE LEFT IN PLACE DOES NO HARM.
      * RETURN CODES: 0 = EVERY LINE RELEASED OR ALREADY RELEASED,
      * 4 = A RELEASE WAS REFUSED (WARNING ALERT), 8 = THE REGISTER
      * OR THE SHIPPING DATASET COULD NOT BE WRITTEN, 12 = OPERATOR
      * NOT AUTHORIZED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT TRANS-REG-FILE
             ASSIGN TO WS-TRANS-REG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-REG-STATUS.
          SELECT RELEASE-FILE
             ASSIGN TO WS-RELEASE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RELEASE-STATUS.
          SELECT PENDING-FILE
             ASSIGN TO WS-PENDING-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PENDING-STATUS.
          SELECT EXTRACT-FILE
             ASSIGN TO WS-EXTRACT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS.
          SELECT REVIEW-IN-FILE
             ASSIGN TO WS-REVIEW-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REVIEW-IN-STATUS.
          SELECT LEDGER-FILE
             ASSIGN TO WS-LEDGER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
          COPY SHIPSL.
      *
       DATA DIVISION.
       FILE SECTION.
          FD TRANS-REG-FILE.
          01 TRANS-REG-RECORD PIC X(250).
          FD RELEASE-FILE.
          01 RELEASE-RECORD PIC X(250).
          FD PENDING-FILE.
          01 PENDING-RECORD PIC X(100).
          FD EXTRACT-FILE.
          01 EXTRACT-RECORD PIC X(100).
          FD REVIEW-IN-FILE.
          01 REVIEW-IN-RECORD PIC X(200).
          FD LEDGER-FILE.
          01 LEDGER-IN-RECORD PIC X(200).
          COPY SHIPFD.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY SHIPWS.
          01 WS-TRANS-REG-DATASET PIC X(200).
          01 WS-TRANS-REG-STATUS PIC X(2) VALUE SPACES.
          01 WS-TRANS-REG-EOF PIC X(1) VALUE "N".
          01 WS-RELEASE-DATASET PIC X(200).
          01 WS-RELEASE-STATUS PIC X(2) VALUE SPACES.
          01 WS-RELEASE-EOF PIC X(1) VALUE "N".
          01 WS-PENDING-DATASET PIC X(200).
          01 WS-PENDING-STATUS PIC X(2) VALUE SPACES.
          01 WS-PENDING-EOF PIC X(1) VALUE "N".
          01 WS-EXTRACT-DATASET PIC X(200).
          01 WS-EXTRACT-STATUS PIC X(2) VALUE SPACES.
          01 WS-REVIEW-IN-DATASET PIC X(200).
          01 WS-REVIEW-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-REVIEW-IN-EOF PIC X(1) VALUE "N".
          01 WS-LEDGER-DATASET PIC X(200).
          01 WS-LEDGER-STATUS PIC X(2) VALUE SPACES.
          01 WS-LEDGER-EOF PIC X(1) VALUE "N".
          01 WS-AUTH-FLAG PIC X(1).
          01 WS-TODAY PIC X(8).
      * THE LATEST REGISTER RECORD FOR EACH TRANSMISSION ID.
          77 WS-TR-MAX PIC 9(3) USAGE COMP-5 VALUE 500.
          01 WS-TR-COUNT-N PIC 9(3) VALUE 0.
          01 WS-TR-TABLE.
             03 WS-TR-ENTRY OCCURS 500.
                05 WS-TR-ID PIC X(20).
                05 WS-TR-RUN PIC X(8).
                05 WS-TR-COUNT PIC X(12).
                05 WS-TR-HASH PIC X(14).
                05 WS-TR-STATE PIC X(10).
                05 WS-TR-APPROVER PIC X(8).
                05 WS-TR-REASON PIC X(80).
          01 WS-REG-PARSE.
             03 WS-RP-ID PIC X(20).
             03 WS-RP-DATE PIC X(8).
             03 WS-RP-RUN PIC X(8).
             03 WS-RP-COUNT PIC X(12).
             03 WS-RP-HASH PIC X(14).
             03 WS-RP-STATE PIC X(10).
             03 WS-RP-APPROVER PIC X(8).
             03 WS-RP-REASON PIC X(80).
      * THE PENDING EXTRACT: ITS TRANSMISSION ID (FROM THE H
      * RECORD), ITS TRAILER TOTALS AND EACH DAY'S ANSWERS.
          01 WS-PEND-ID PIC X(20) VALUE SPACES.
          01 WS-PEND-DATE PIC X(8) VALUE SPACES.
          01 WS-PEND-DATE-NUM REDEFINES WS-PEND-DATE PIC 9(8).
      * THE NIGHT'S FLAGS ARE DATED FROM ITS BUSINESS DATE, THE DAY
      * BEFORE THE EXTRACT'S RUN DATE WHEN IT RAN PAST MIDNIGHT, TO
      * THE RUN DATE.
          01 WS-PEND-FROM-DATE PIC 9(8) VALUE 0.
          01 WS-PEND-COUNT PIC 9(9) VALUE 0.
          01 WS-PEND-HASH PIC 9(12) VALUE 0.
          01 WS-PEND-RUN-ED PIC Z(7)9.
          01 WS-PEND-TABLE.
             03 WS-PEND-ENTRY OCCURS 25.
                05 WS-PEND-RAN PIC X(1).
                05 WS-PEND-PART-1 PIC X(30).
                05 WS-PEND-PART-2 PIC X(30).
          01 WS-HEADER-REC.
             03 WS-H-TYPE PIC X(1).
             03 WS-H-DATE PIC X(8).
             03 WS-H-RUN PIC 9(8).
          01 WS-DETAIL-REC.
             03 WS-D-TYPE PIC X(1).
             03 WS-D-PROGRAM PIC X(10).
             03 WS-D-PART-1 PIC X(30).
             03 WS-D-PART-2 PIC X(30).
          01 WS-TRAILER-REC.
             03 WS-T-TYPE PIC X(1).
             03 WS-T-COUNT PIC 9(7).
             03 WS-T-HASH PIC 9(12).
          01 WS-DAY-NUM PIC 9(2).
      * THE LATEST LEDGER POST FOR EACH DAY OF THE SUITE YEAR, AND
      * THE FIRST DAY WHOSE ANSWERS DIFFER FROM THE PENDING EXTRACT'S
      * (ZERO WHEN THEY ALL AGREE).
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-P-YEAR-NORM PIC X(4).
          01 WS-LEDGER-READ PIC X(1) VALUE "N".
          01 WS-LEDGER-TABLE.
             03 WS-LEDGER-ENTRY OCCURS 25.
                05 WS-LEDGER-RAN PIC X(1).
                05 WS-LEDGER-PART-1 PIC X(30).
                05 WS-LEDGER-PART-2 PIC X(30).
          01 WS-PARSE.
             03 WS-P-DATE PIC X(10).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-PART-1 PIC X(30).
             03 WS-P-PART-2 PIC X(30).
             03 WS-P-RUN PIC X(10).
             03 WS-P-YEAR PIC X(6).
          01 WS-CHANGED-DAY PIC 9(2) VALUE 0.
          01 WS-CHANGED-DAY-ED PIC Z9.
      * ANSWERS OF THE PENDING EXTRACT STILL FLAGGED FOR REVIEW.
          77 WS-FLAG-MAX PIC 9(3) USAGE COMP-5 VALUE 50.
          01 WS-FLAG-COUNT PIC 9(3) VALUE 0.
          01 WS-FLAG-TABLE.
             03 WS-FLAG-KEY PIC X(16) OCCURS 50.
          01 WS-FLAG-IDX PIC 9(3).
          01 WS-REVIEW-PARSE.
             03 WS-RV-DATE PIC X(8).
             03 WS-RV-PROGRAM PIC X(10).
             03 WS-RV-PART PIC X(6).
             03 WS-RV-VALUE PIC X(30).
          01 WS-RV-ANSWER PIC X(30).
          01 WS-RV-KEY PIC X(16).
      * ONE RELEASE TRANSACTION AND THE REVIEWED KEYS IT NAMES.
          01 WS-RELEASE-PARSE.
             03 WS-RL-KIND PIC X(10).
             03 WS-RL-ID PIC X(20).
             03 WS-RL-REVIEWED PIC X(200).
          01 WS-REVIEWED-TABLE.
             03 WS-REVIEWED-KEY PIC X(16) OCCURS 20.
          01 WS-REVIEWED-IDX PIC 9(3).
          01 WS-REVIEWED-ALL PIC X(1).
          01 WS-COVERED PIC X(1).
          01 WS-HIT PIC 9(3).
          01 WS-IDX PIC 9(3).
          01 WS-REFUSAL PIC X(80).
          01 WS-RELEASED-COUNT PIC 9(3) VALUE 0.
          01 WS-ALREADY-COUNT PIC 9(3) VALUE 0.
          01 WS-REFUSED-COUNT PIC 9(3) VALUE 0.
          01 WS-WRITE-FAILED PIC X(1) VALUE "N".
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "EXTRREL" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM CHECK-OPERATOR-AUTH.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          PERFORM LOAD-TRANSMISSION-REGISTER.
          PERFORM LOAD-PENDING-EXTRACT.
          PERFORM LOAD-CURRENT-LEDGER.
          PERFORM LOAD-OPEN-FLAGS.
          PERFORM APPLY-RELEASE-CARD.
          DISPLAY "EXTRREL: " WS-RELEASED-COUNT " RELEASED, "
             WS-ALREADY-COUNT " ALREADY RELEASED, "
             WS-REFUSED-COUNT " REFUSED".
          EVALUATE TRUE
             WHEN WS-WRITE-FAILED = "Y"
                MOVE 8 TO RETURN-CODE
             WHEN WS-REFUSED-COUNT > 0
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
          END-EVALUATE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       LOAD-TRANSMISSION-REGISTER SECTION.
          MOVE "TRANSMISSION_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/transmissions.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TRANS-REG-DATASET.
          OPEN INPUT TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS NOT = "00"
             GO TO LOAD-TRANSMISSION-REGISTER-99
          END-IF.
          PERFORM UNTIL WS-TRANS-REG-EOF = "Y"
             READ TRANS-REG-FILE
                AT END
                   MOVE "Y" TO WS-TRANS-REG-EOF
                NOT AT END
                   PERFORM LOAD-REGISTER-RECORD
             END-READ
          END-PERFORM.
          CLOSE TRANS-REG-FILE.
       LOAD-TRANSMISSION-REGISTER-99.
          EXIT.
      *
       LOAD-REGISTER-RECORD SECTION.
          IF TRANS-REG-RECORD = SPACES
             GO TO LOAD-REGISTER-RECORD-99
          END-IF.
          MOVE SPACES TO WS-REG-PARSE.
          UNSTRING TRANS-REG-RECORD DELIMITED BY "|"
             INTO WS-RP-ID, WS-RP-DATE, WS-RP-RUN, WS-RP-COUNT,
                  WS-RP-HASH, WS-RP-STATE, WS-RP-APPROVER,
                  WS-RP-REASON.
          IF WS-RP-ID = SPACES OR WS-RP-DATE IS NOT NUMERIC
             GO TO LOAD-REGISTER-RECORD-99
          END-IF.
          IF WS-RP-STATE = SPACES
             MOVE "RELEASED" TO WS-RP-STATE
          END-IF.
          MOVE WS-RP-ID TO WS-RL-ID.
          PERFORM FIND-TRANSMISSION.
          IF WS-HIT = 0
             IF WS-TR-COUNT-N >= WS-TR-MAX
                GO TO LOAD-REGISTER-RECORD-99
             END-IF
             ADD 1 TO WS-TR-COUNT-N
             MOVE WS-TR-COUNT-N TO WS-HIT
          END-IF.
          MOVE WS-RP-ID TO WS-TR-ID (WS-HIT).
          MOVE WS-RP-RUN TO WS-TR-RUN (WS-HIT).
          MOVE WS-RP-COUNT TO WS-TR-COUNT (WS-HIT).
          MOVE WS-RP-HASH TO WS-TR-HASH (WS-HIT).
          MOVE WS-RP-STATE TO WS-TR-STATE (WS-HIT).
          MOVE WS-RP-APPROVER TO WS-TR-APPROVER (WS-HIT).
          MOVE WS-RP-REASON TO WS-TR-REASON (WS-HIT).
       LOAD-REGISTER-RECORD-99.
          EXIT.
      *
      * WS-HIT OUT: THE TABLE ENTRY FOR TRANSMISSION WS-RL-ID, OR 0.
       FIND-TRANSMISSION SECTION.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TR-COUNT-N OR WS-HIT > 0
             IF WS-TR-ID (WS-IDX) = WS-RL-ID
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          EXIT.
      *
       LOAD-PENDING-EXTRACT SECTION.
          MOVE SPACES TO WS-PEND-TABLE.
          MOVE "EXTRACT_PENDING" TO CAT-LOGICAL-NAME.
          MOVE "../../results/extract_pending.dat"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PENDING-DATASET.
          OPEN INPUT PENDING-FILE.
          IF WS-PENDING-STATUS NOT = "00"
             GO TO LOAD-PENDING-EXTRACT-99
          END-IF.
          PERFORM UNTIL WS-PENDING-EOF = "Y"
             READ PENDING-FILE
                AT END
                   MOVE "Y" TO WS-PENDING-EOF
                NOT AT END
                   PERFORM LOAD-PENDING-RECORD
             END-READ
          END-PERFORM.
          CLOSE PENDING-FILE.
       LOAD-PENDING-EXTRACT-99.
          EXIT.
      *
       LOAD-PENDING-RECORD SECTION.
          EVALUATE PENDING-RECORD (1:1)
             WHEN "H"
                MOVE PENDING-RECORD TO WS-HEADER-REC
                MOVE WS-H-DATE TO WS-PEND-DATE
                IF WS-PEND-DATE IS NUMERIC
                   MOVE FUNCTION DATE-OF-INTEGER (
                      FUNCTION INTEGER-OF-DATE (WS-PEND-DATE-NUM) - 1)
                      TO WS-PEND-FROM-DATE
                END-IF
                MOVE WS-H-RUN TO WS-PEND-RUN-ED
                MOVE SPACES TO WS-PEND-ID
                STRING WS-H-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-PEND-RUN-ED)
                          DELIMITED BY SIZE
                       INTO WS-PEND-ID
                END-STRING
             WHEN "D"
                MOVE PENDING-RECORD TO WS-DETAIL-REC
                COMPUTE WS-DAY-NUM = FUNCTION NUMVAL
                   (FUNCTION TRIM (WS-D-PROGRAM (4:7)))
                IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 25
                   MOVE "Y" TO WS-PEND-RAN (WS-DAY-NUM)
                   MOVE WS-D-PART-1 TO WS-PEND-PART-1 (WS-DAY-NUM)
                   MOVE WS-D-PART-2 TO WS-PEND-PART-2 (WS-DAY-NUM)
                END-IF
             WHEN "T"
                MOVE PENDING-RECORD TO WS-TRAILER-REC
                MOVE WS-T-COUNT TO WS-PEND-COUNT
                MOVE WS-T-HASH TO WS-PEND-HASH
          END-EVALUATE.
          EXIT.
      *
      * THE SAME TEST EXTRACT APPLIED: A FLAG RAISED DURING THE
      * EXTRACT'S NIGHT WHOSE VALUE IS STILL THE ANSWER IN THE
      * EXTRACT.
      * THE LATEST POST PER DAY ON THE RESULTS LEDGER, AS EXTRACT
      * READS IT, SET AGAINST THE PENDING EXTRACT: A DAY IN ONE AND
      * NOT THE OTHER, OR WITH A DIFFERENT ANSWER, HAS CHANGED.
       LOAD-CURRENT-LEDGER SECTION.
          MOVE SPACES TO WS-LEDGER-TABLE.
          MOVE 0 TO WS-CHANGED-DAY.
          ACCEPT WS-SUITE-YEAR FROM ENVIRONMENT "SUITE_YEAR".
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
             DISPLAY "EXTRREL: UNABLE TO OPEN LEDGER - STATUS "
                WS-LEDGER-STATUS
             GO TO LOAD-CURRENT-LEDGER-99
          END-IF.
          PERFORM UNTIL WS-LEDGER-EOF = "Y"
             READ LEDGER-FILE
                AT END
                   MOVE "Y" TO WS-LEDGER-EOF
                NOT AT END
                   PERFORM LOAD-LEDGER-RECORD
             END-READ
          END-PERFORM.
          CLOSE LEDGER-FILE.
          MOVE "Y" TO WS-LEDGER-READ.
          IF WS-PEND-ID = SPACES
             GO TO LOAD-CURRENT-LEDGER-99
          END-IF.
          PERFORM VARYING WS-DAY-NUM FROM 1 BY 1
                  UNTIL WS-DAY-NUM > 25 OR WS-CHANGED-DAY > 0
             IF WS-PEND-RAN (WS-DAY-NUM) NOT =
                   WS-LEDGER-RAN (WS-DAY-NUM) OR
                WS-PEND-PART-1 (WS-DAY-NUM) NOT =
                   WS-LEDGER-PART-1 (WS-DAY-NUM) OR
                WS-PEND-PART-2 (WS-DAY-NUM) NOT =
                   WS-LEDGER-PART-2 (WS-DAY-NUM)
                MOVE WS-DAY-NUM TO WS-CHANGED-DAY
             END-IF
          END-PERFORM.
       LOAD-CURRENT-LEDGER-99.
          EXIT.
      *
       LOAD-LEDGER-RECORD SECTION.
          MOVE SPACES TO WS-PARSE.
          UNSTRING LEDGER-IN-RECORD DELIMITED BY ","
             INTO WS-P-DATE, WS-P-PROGRAM, WS-P-PART-1, WS-P-PART-2,
                  WS-P-RUN, WS-P-YEAR.
          IF WS-P-PROGRAM (1:3) NOT = "DAY"
             GO TO LOAD-LEDGER-RECORD-99
          END-IF.
          MOVE WS-P-YEAR (1:4) TO WS-P-YEAR-NORM.
          IF WS-P-YEAR-NORM = SPACES
             MOVE "2018" TO WS-P-YEAR-NORM
          END-IF.
          IF WS-P-YEAR-NORM NOT = WS-SUITE-YEAR
             GO TO LOAD-LEDGER-RECORD-99
          END-IF.
          COMPUTE WS-DAY-NUM =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-P-PROGRAM (4:7))).
          IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 25
             MOVE "Y" TO WS-LEDGER-RAN (WS-DAY-NUM)
             MOVE WS-P-PART-1 TO WS-LEDGER-PART-1 (WS-DAY-NUM)
             MOVE WS-P-PART-2 TO WS-LEDGER-PART-2 (WS-DAY-NUM)
          END-IF.
       LOAD-LEDGER-RECORD-99.
          EXIT.
      *
       LOAD-OPEN-FLAGS SECTION.
          IF WS-PEND-ID = SPACES
             GO TO LOAD-OPEN-FLAGS-99
          END-IF.
          MOVE "PLAUSIBLE_REVIEW" TO CAT-LOGICAL-NAME.
          MOVE "../../results/plausible_review.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REVIEW-IN-DATASET.
          OPEN INPUT REVIEW-IN-FILE.
          IF WS-REVIEW-IN-STATUS NOT = "00"
             GO TO LOAD-OPEN-FLAGS-99
          END-IF.
          PERFORM UNTIL WS-REVIEW-IN-EOF = "Y"
             READ REVIEW-IN-FILE
                AT END
                   MOVE "Y" TO WS-REVIEW-IN-EOF
                NOT AT END
                   PERFORM LOAD-ONE-FLAG
             END-READ
          END-PERFORM.
          CLOSE REVIEW-IN-FILE.
       LOAD-OPEN-FLAGS-99.
          EXIT.
      *
       LOAD-ONE-FLAG SECTION.
          MOVE SPACES TO WS-REVIEW-PARSE.
          UNSTRING REVIEW-IN-RECORD DELIMITED BY "|"
             INTO WS-RV-DATE, WS-RV-PROGRAM, WS-RV-PART,
                  WS-RV-VALUE.
          IF WS-RV-DATE IS NOT NUMERIC OR
             WS-RV-DATE > WS-PEND-DATE OR
             WS-RV-DATE < WS-PEND-FROM-DATE OR
             WS-RV-PROGRAM (1:3) NOT = "DAY"
             GO TO LOAD-ONE-FLAG-99
          END-IF.
          COMPUTE WS-DAY-NUM =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-RV-PROGRAM (4:7))).
          IF WS-DAY-NUM < 1 OR WS-DAY-NUM > 25
             GO TO LOAD-ONE-FLAG-99
          END-IF.
          IF WS-PEND-RAN (WS-DAY-NUM) NOT = "Y"
             GO TO LOAD-ONE-FLAG-99
          END-IF.
          EVALUATE WS-RV-PART
             WHEN "PART1"
                MOVE WS-PEND-PART-1 (WS-DAY-NUM) TO WS-RV-ANSWER
             WHEN "PART2"
                MOVE WS-PEND-PART-2 (WS-DAY-NUM) TO WS-RV-ANSWER
             WHEN OTHER
                GO TO LOAD-ONE-FLAG-99
          END-EVALUATE.
          IF FUNCTION TRIM (WS-RV-ANSWER) NOT =
             FUNCTION TRIM (WS-RV-VALUE)
             GO TO LOAD-ONE-FLAG-99
          END-IF.
          MOVE SPACES TO WS-RV-KEY.
          STRING FUNCTION TRIM (WS-RV-PROGRAM) DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RV-PART) DELIMITED BY SIZE
                 INTO WS-RV-KEY
          END-STRING.
          PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
          UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
             IF WS-FLAG-KEY (WS-FLAG-IDX) = WS-RV-KEY
                GO TO LOAD-ONE-FLAG-99
             END-IF
          END-PERFORM.
          IF WS-FLAG-COUNT < WS-FLAG-MAX
             ADD 1 TO WS-FLAG-COUNT
             MOVE WS-RV-KEY TO WS-FLAG-KEY (WS-FLAG-COUNT)
          END-IF.
       LOAD-ONE-FLAG-99.
          EXIT.
      *
       APPLY-RELEASE-CARD SECTION.
          MOVE "RELEASE_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/release.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RELEASE-DATASET.
          OPEN INPUT RELEASE-FILE.
          IF WS-RELEASE-STATUS NOT = "00"
             DISPLAY "EXTRREL: NO RELEASE CARD - NOTHING TO RELEASE"
             GO TO APPLY-RELEASE-CARD-99
          END-IF.
          PERFORM UNTIL WS-RELEASE-EOF = "Y"
             READ RELEASE-FILE
                AT END
                   MOVE "Y" TO WS-RELEASE-EOF
                NOT AT END
                   PERFORM APPLY-ONE-RELEASE
             END-READ
          END-PERFORM.
          CLOSE RELEASE-FILE.
       APPLY-RELEASE-CARD-99.
          EXIT.
      *
       APPLY-ONE-RELEASE SECTION.
          IF RELEASE-RECORD = SPACES OR RELEASE-RECORD (1:1) = "*"
             GO TO APPLY-ONE-RELEASE-99
          END-IF.
          MOVE SPACES TO WS-RELEASE-PARSE.
          UNSTRING RELEASE-RECORD DELIMITED BY "|"
             INTO WS-RL-KIND, WS-RL-ID, WS-RL-REVIEWED.
          MOVE FUNCTION TRIM (WS-RL-KIND) TO WS-RL-KIND.
          MOVE FUNCTION TRIM (WS-RL-ID) TO WS-RL-ID.
          MOVE FUNCTION TRIM (WS-RL-REVIEWED) TO WS-RL-REVIEWED.
          IF WS-RL-KIND NOT = "RELEASE"
             DISPLAY "EXTRREL: BAD RELEASE LINE IGNORED: "
                FUNCTION TRIM (RELEASE-RECORD)
             GO TO APPLY-ONE-RELEASE-99
          END-IF.
          MOVE SPACES TO WS-REFUSAL.
          PERFORM FIND-TRANSMISSION.
          EVALUATE TRUE
             WHEN WS-HIT = 0
                MOVE "NOT ON THE TRANSMISSION REGISTER"
                   TO WS-REFUSAL
             WHEN WS-TR-STATE (WS-HIT) = "RELEASED"
                ADD 1 TO WS-ALREADY-COUNT
                DISPLAY "EXTRREL: " FUNCTION TRIM (WS-RL-ID)
                   " ALREADY RELEASED"
                GO TO APPLY-ONE-RELEASE-99
             WHEN WS-TR-STATE (WS-HIT) = "SUPERSEDED"
                MOVE "SUPERSEDED BY A LATER HELD NIGHT" TO WS-REFUSAL
             WHEN WS-TR-STATE (WS-HIT) = "HELD" AND
                  WS-TR-APPROVER (WS-HIT) = WS-AUDIT-OPERATOR
                MOVE "HELD UNDER THIS OPERATOR - NEEDS ANOTHER OWNER"
                   TO WS-REFUSAL
             WHEN WS-PEND-ID NOT = WS-RL-ID
                STRING "PENDING EXTRACT IS " DELIMITED BY SIZE
                       WS-PEND-ID DELIMITED BY SPACE
                       ", NOT THIS TRANSMISSION" DELIMITED BY SIZE
                       INTO WS-REFUSAL
                END-STRING
             WHEN WS-PEND-COUNT NOT =
                  FUNCTION NUMVAL (WS-TR-COUNT (WS-HIT)) OR
                  WS-PEND-HASH NOT =
                  FUNCTION NUMVAL (WS-TR-HASH (WS-HIT))
                MOVE "PENDING EXTRACT DISAGREES WITH THE REGISTER"
                   TO WS-REFUSAL
             WHEN WS-LEDGER-READ NOT = "Y"
                MOVE "LEDGER UNREADABLE - ANSWERS CANNOT BE CONFIRMED"
                   TO WS-REFUSAL
             WHEN WS-CHANGED-DAY > 0
                MOVE WS-CHANGED-DAY TO WS-CHANGED-DAY-ED
                STRING "LEDGER CHANGED SINCE THE NIGHT WAS HELD - DAY"
                          DELIMITED BY SIZE
                       FUNCTION TRIM (WS-CHANGED-DAY-ED)
                          DELIMITED BY SIZE
                       INTO WS-REFUSAL
                END-STRING
             WHEN WS-RL-REVIEWED = SPACES
                MOVE "NO ANSWERS NAMED AS REVIEWED" TO WS-REFUSAL
             WHEN OTHER
                PERFORM CHECK-REVIEWED-COVERS-FLAGS
          END-EVALUATE.
          IF WS-REFUSAL NOT = SPACES
             PERFORM REFUSE-RELEASE
             GO TO APPLY-ONE-RELEASE-99
          END-IF.
          PERFORM SHIP-PENDING-EXTRACT.
          IF WS-WRITE-FAILED = "Y"
             GO TO APPLY-ONE-RELEASE-99
          END-IF.
          PERFORM REGISTER-RELEASE.
          IF WS-WRITE-FAILED = "Y"
             GO TO APPLY-ONE-RELEASE-99
          END-IF.
          PERFORM RECORD-SHIPPED-ANSWERS.
          MOVE "RELEASED" TO WS-TR-STATE (WS-HIT).
          ADD 1 TO WS-RELEASED-COUNT.
          DISPLAY "EXTRREL: " FUNCTION TRIM (WS-RL-ID)
             " RELEASED BY " WS-AUDIT-OPERATOR.
       APPLY-ONE-RELEASE-99.
          EXIT.
      *
      * EVERY ANSWER STILL FLAGGED MUST BE AMONG THOSE THE APPROVER
      * SAYS THEY REVIEWED; ALL COVERS THE WHOLE EXTRACT.
       CHECK-REVIEWED-COVERS-FLAGS SECTION.
          MOVE "N" TO WS-REVIEWED-ALL.
          IF WS-RL-REVIEWED = "ALL"
             MOVE "Y" TO WS-REVIEWED-ALL
             GO TO CHECK-REVIEWED-COVERS-FLAGS-99
          END-IF.
          MOVE SPACES TO WS-REVIEWED-TABLE.
          UNSTRING WS-RL-REVIEWED DELIMITED BY ","
             INTO WS-REVIEWED-KEY (1), WS-REVIEWED-KEY (2),
                  WS-REVIEWED-KEY (3), WS-REVIEWED-KEY (4),
                  WS-REVIEWED-KEY (5), WS-REVIEWED-KEY (6),
                  WS-REVIEWED-KEY (7), WS-REVIEWED-KEY (8),
                  WS-REVIEWED-KEY (9), WS-REVIEWED-KEY (10),
                  WS-REVIEWED-KEY (11), WS-REVIEWED-KEY (12),
                  WS-REVIEWED-KEY (13), WS-REVIEWED-KEY (14),
                  WS-REVIEWED-KEY (15), WS-REVIEWED-KEY (16),
                  WS-REVIEWED-KEY (17), WS-REVIEWED-KEY (18),
                  WS-REVIEWED-KEY (19), WS-REVIEWED-KEY (20)
          END-UNSTRING.
          PERFORM VARYING WS-REVIEWED-IDX FROM 1 BY 1
          UNTIL WS-REVIEWED-IDX > 20
             MOVE FUNCTION TRIM (WS-REVIEWED-KEY (WS-REVIEWED-IDX))
                TO WS-REVIEWED-KEY (WS-REVIEWED-IDX)
          END-PERFORM.
          PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
          UNTIL WS-FLAG-IDX > WS-FLAG-COUNT OR WS-REFUSAL NOT = SPACES
             MOVE "N" TO WS-COVERED
             PERFORM VARYING WS-REVIEWED-IDX FROM 1 BY 1
             UNTIL WS-REVIEWED-IDX > 20
                IF WS-REVIEWED-KEY (WS-REVIEWED-IDX) =
                   WS-FLAG-KEY (WS-FLAG-IDX)
                   MOVE "Y" TO WS-COVERED
                END-IF
             END-PERFORM
             IF WS-COVERED = "N"
                STRING "FLAGGED ANSWER " DELIMITED BY SIZE
                       WS-FLAG-KEY (WS-FLAG-IDX) DELIMITED BY SPACE
                       " NOT AMONG THOSE REVIEWED" DELIMITED BY SIZE
                       INTO WS-REFUSAL
                END-STRING
             END-IF
          END-PERFORM.
       CHECK-REVIEWED-COVERS-FLAGS-99.
          EXIT.
      *
       REFUSE-RELEASE SECTION.
          ADD 1 TO WS-REFUSED-COUNT.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "EXTRREL" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "RELEASE OF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RL-ID) DELIMITED BY SIZE
                 " REFUSED - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REFUSAL) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          DISPLAY "EXTRREL: " FUNCTION TRIM (ALERT-MESSAGE).
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
       SHIP-PENDING-EXTRACT SECTION.
          MOVE "EXTRACT_FILE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/extract.dat" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXTRACT-DATASET.
          OPEN OUTPUT EXTRACT-FILE.
          IF WS-EXTRACT-STATUS NOT = "00"
             DISPLAY "EXTRREL: UNABLE TO OPEN SHIPPING DATASET - "
                "STATUS " WS-EXTRACT-STATUS
             MOVE "Y" TO WS-WRITE-FAILED
             GO TO SHIP-PENDING-EXTRACT-99
          END-IF.
          MOVE "N" TO WS-PENDING-EOF.
          OPEN INPUT PENDING-FILE.
          PERFORM UNTIL WS-PENDING-EOF = "Y"
             READ PENDING-FILE
                AT END
                   MOVE "Y" TO WS-PENDING-EOF
                NOT AT END
                   MOVE PENDING-RECORD TO EXTRACT-RECORD
                   WRITE EXTRACT-RECORD
             END-READ
          END-PERFORM.
          CLOSE PENDING-FILE.
          CLOSE EXTRACT-FILE.
       SHIP-PENDING-EXTRACT-99.
          EXIT.
      *
       REGISTER-RELEASE SECTION.
          OPEN EXTEND TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS NOT = "00"
             DISPLAY "EXTRREL: UNABLE TO REGISTER RELEASE - "
                "STATUS " WS-TRANS-REG-STATUS
             MOVE "Y" TO WS-WRITE-FAILED
             GO TO REGISTER-RELEASE-99
          END-IF.
          MOVE SPACES TO TRANS-REG-RECORD.
          STRING FUNCTION TRIM (WS-RL-ID) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TR-RUN (WS-HIT)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TR-COUNT (WS-HIT))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TR-HASH (WS-HIT))
                    DELIMITED BY SIZE
                 "|RELEASED|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TR-REASON (WS-HIT))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RL-REVIEWED) DELIMITED BY SIZE
                 INTO TRANS-REG-RECORD
          END-STRING.
          WRITE TRANS-REG-RECORD.
          CLOSE TRANS-REG-FILE.
       REGISTER-RELEASE-99.
          EXIT.
      *
      * THE RELEASED ANSWERS ARE WHAT CORPORATE REPORTING NOW HOLDS
      * (SEE SHIPWS). A FAILURE HERE IS REPORTED; THE RELEASE STANDS.
       RECORD-SHIPPED-ANSWERS SECTION.
          MOVE WS-RL-ID TO SH-W-TRANS-ID SH-W-ORIG-ID.
          MOVE WS-TODAY TO SH-W-DATE.
          MOVE WS-SUITE-YEAR TO SH-YEAR.
          MOVE SPACES TO SH-TABLE.
          PERFORM VARYING WS-DAY-NUM FROM 1 BY 1
          UNTIL WS-DAY-NUM > 25
             MOVE "N" TO SH-NEW (WS-DAY-NUM)
             IF WS-PEND-RAN (WS-DAY-NUM) = "Y"
                MOVE "Y" TO SH-NEW (WS-DAY-NUM)
                MOVE WS-PEND-PART-1 (WS-DAY-NUM)
                   TO SH-PART-1 (WS-DAY-NUM)
                MOVE WS-PEND-PART-2 (WS-DAY-NUM)
                   TO SH-PART-2 (WS-DAY-NUM)
             END-IF
          END-PERFORM.
          PERFORM APPEND-SHIPPED-ANSWERS.
          EXIT.
      *
       CHECK-OPERATOR-AUTH SECTION.
          MOVE "N" TO WS-AUTH-FLAG.
          CALL "OPERAUTH" USING WS-AUDIT-PROGRAM, WS-AUTH-FLAG
            ON EXCEPTION
             MOVE "N" TO WS-AUTH-FLAG
          END-CALL.
          IF WS-AUTH-FLAG NOT = "Y"
             DISPLAY FUNCTION TRIM (WS-AUDIT-PROGRAM)
                ": OPERATOR " WS-AUDIT-OPERATOR
                " NOT AUTHORIZED - RUN REFUSED"
             MOVE "S" TO WS-AUDIT-ALERT-SEV
             MOVE WS-AUDIT-PROGRAM TO WS-AUDIT-ALERT-PROGRAM
             MOVE SPACES TO WS-AUDIT-ALERT-MESSAGE
             STRING "OPERATOR " DELIMITED BY SIZE
                    WS-AUDIT-OPERATOR DELIMITED BY SIZE
                    " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-AUDIT-PROGRAM)
                       DELIMITED BY SIZE
                    INTO WS-AUDIT-ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING WS-AUDIT-ALERT-SEV,
                WS-AUDIT-ALERT-PROGRAM, WS-AUDIT-ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
             MOVE 12 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          EXIT.
      *
       COPY SHIPPA.
      *
       COPY AUDITPA.
