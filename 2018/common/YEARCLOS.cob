       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARCLOS.
       AUTHOR. OK999.
      * YEAR-END CLOSE OF A SUITE YEAR. WITHOUT A FORMAL CLOSE THE
      * LEDGER FOR A FINISHED YEAR STAYS OPEN TO A LATE RERUN, A
      * CORRECTION OR A BASELINE PROMOTION, AND THE FIGURES CORPORATE
      * REPORTING SIGNED OFF CAN STILL MOVE UNDER THEM. RUN BY HAND
      * BY AN AUTHORIZED OPERATOR, OFF THE NIGHTLY STREAM.
      * SUITE_YEAR (DEFAULT 2018) NAMES THE YEAR; YEARCLOS_ACTION IS
      * CLOSE (THE DEFAULT) OR REOPEN.
      * CLOSE FIRST CHECKS THE YEAR IS COMPLETE:
      *   - EVERY DAY1-DAY25 HAS POSTED TO THE RESULTS LEDGER FOR THE
      *     YEAR;
      *   - NO INCIDENT IS STILL OPEN ON THE INCIDENT MASTER;
      *   - NO ITEM IS STILL OPEN ON THE SUSPENSE AGING MASTER;
      *   - THE EXTRACT IS ACKNOWLEDGED: EVERY DAY'S FINAL LEDGER
      *     ANSWERS ARE THE ONES LAST SHIPPED (SEE SHIPWS), EVERY
      *     TRANSMISSION CARRYING THEM STANDS RELEASED ON THE
      *     TRANSMISSION REGISTER WITH A CLEAN ACKNOWLEDGMENT (TOTALS
      *     AGREE, NOTHING REJECTED - THE ACKMATCH RULE), AND NO
      *     TRANSMISSION IS STILL HELD FOR SIGN-OFF.
      * ANY FAILED CHECK IS LISTED AND THE CLOSE IS REFUSED WITH A
      * WARNING ALERT. WITHOUT YEARCLOS_CONFIRM=Y THE RUN IS A DRY
      * PASS THAT ONLY REPORTS THE CHECKS. A CONFIRMED CLOSE OF A
      * COMPLETE YEAR WRITES THE CLOSING STATEMENT (LOGICAL NAME
      * YEAR_CLOSE_STATEMENT, DEFAULT RESULTS/YEARCLOSE_<YEAR>.TXT):
      * PER-DAY FINAL ANSWERS, CONTROL TOTALS (DAYS, ANSWER COUNT,
      * HASH TOTAL BY THE EXTRACT'S RULE, LEDGER ROWS) AND A
      * SIGNATURE NAMING THE OPERATOR, DATE AND TIME WITH A SEAL
      * COMPUTED OVER THE STATEMENT'S LINES. IT THEN APPENDS A CLOSED
      * RECORD TO THE YEAR-CONTROL DATASET (SEE YEARCHK) CARRYING THE
      * SAME TOTALS AND SEAL, SO AN ALTERED STATEMENT CAN BE TOLD.
      * FROM THEN ON THE LEDGER POST, REPROC, BASEPROM AND CHGAPPRV'S
      * BASELINE APPLY REFUSE THE YEAR.
      * REOPEN IS UNDER DUAL CONTROL: A REOPEN RUN QUEUES ONE PENDING
      * RECORD (P|SEQ|YEARCLOS|REQUESTER|DATE|||YEAR|REOPEN|REASON,
      * REASON FROM YEARCLOS_REASON) FOR A SECOND OPERATOR TO DECIDE
      * THROUGH CHGAPPRV. ONLY CHGAPPRV SETS YEARCLOS_APPLY_APPROVED=Y,
      * WHICH APPENDS THE REOPENED RECORD NAMING THE APPROVAL SEQUENCE,
      * REQUESTER AND APPROVER. A REOPENED YEAR IS CLOSED AGAIN BY A
      * FRESH CLOSE, WHICH WRITES A NEW STATEMENT.
      * RETURN CODES: 0 = YEAR CLOSED (OR ALREADY CLOSED), DRY PASS
      * CLEAN, REOPEN QUEUED OR APPLIED, 1 = SUITE_YEAR OR
      * YEARCLOS_ACTION INVALID, REOPEN OF A YEAR NOT CLOSED OR WITH
      * NO REASON, 4 = CLOSE REFUSED - THE YEAR IS NOT COMPLETE
      * (WARNING ALERT), 8 = THE STATEMENT, YEAR-CONTROL DATASET OR
      * PENDING QUEUE COULD NOT BE WRITTEN, 12 = OPERATOR NOT
      * AUTHORIZED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LEDGER-FILE
             ASSIGN TO WS-LEDGER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
          SELECT TRANS-REG-FILE
             ASSIGN TO WS-TRANS-REG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANS-REG-STATUS.
          SELECT ACK-IN-FILE
             ASSIGN TO WS-ACK-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACK-IN-STATUS.
          SELECT SUSPENSE-MASTER-FILE
             ASSIGN TO WS-SUSPENSE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSPENSE-STATUS.
          SELECT STATEMENT-FILE
             ASSIGN TO WS-STATEMENT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATEMENT-STATUS.
          SELECT YEAR-CONTROL-FILE
             ASSIGN TO WS-YEAR-CONTROL-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YEAR-CONTROL-STATUS.
          SELECT PENDING-FILE
             ASSIGN TO WS-PENDING-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PENDING-STATUS.
          COPY INCIDSL.
          COPY SHIPSL.
      *
       DATA DIVISION.
       FILE SECTION.
          FD LEDGER-FILE.
          01 LEDGER-IN-RECORD PIC X(200).
          FD TRANS-REG-FILE.
          01 TRANS-REG-RECORD PIC X(250).
          FD ACK-IN-FILE.
          01 ACK-IN-RECORD PIC X(120).
          FD SUSPENSE-MASTER-FILE.
          01 SUSPENSE-MASTER-RECORD PIC X(300).
          FD STATEMENT-FILE.
          01 STATEMENT-LINE PIC X(132).
          FD YEAR-CONTROL-FILE.
          01 YEAR-CONTROL-RECORD PIC X(200).
          FD PENDING-FILE.
          01 PENDING-RECORD PIC X(200).
          COPY INCIDFD.
          COPY SHIPFD.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY INCIDWS.
          COPY SHIPWS.
          01 WS-AUTH-FLAG PIC X(1) VALUE "N".
          01 WS-LEDGER-DATASET PIC X(200).
          01 WS-LEDGER-STATUS PIC X(2) VALUE SPACES.
          01 WS-LEDGER-EOF PIC X(1) VALUE "N".
          01 WS-TRANS-REG-DATASET PIC X(200).
          01 WS-TRANS-REG-STATUS PIC X(2) VALUE SPACES.
          01 WS-TRANS-REG-EOF PIC X(1) VALUE "N".
          01 WS-ACK-IN-DATASET PIC X(200).
          01 WS-ACK-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-ACK-IN-EOF PIC X(1) VALUE "N".
          01 WS-SUSPENSE-DATASET PIC X(200).
          01 WS-SUSPENSE-STATUS PIC X(2) VALUE SPACES.
          01 WS-SUSPENSE-EOF PIC X(1) VALUE "N".
          01 WS-STATEMENT-DATASET PIC X(200).
          01 WS-STATEMENT-STATUS PIC X(2) VALUE SPACES.
          01 WS-YEAR-CONTROL-DATASET PIC X(200).
          01 WS-YEAR-CONTROL-STATUS PIC X(2) VALUE SPACES.
          01 WS-PENDING-DATASET PIC X(200).
          01 WS-PENDING-STATUS PIC X(2) VALUE SPACES.
          01 WS-PENDING-EOF PIC X(1) VALUE "N".
          01 WS-PEND-SEQ PIC 9(6) VALUE 0.
          01 WS-PEND-SEQ-ED PIC ZZZZZ9.
          01 WS-PEND-PARSE.
             03 WS-PD-STATUS PIC X(2).
             03 WS-PD-SEQ PIC X(6).
          01 WS-ACTION PIC X(8).
          01 WS-CONFIRM-FLAG PIC X(1) VALUE "N".
             88 WS-CONFIRMED VALUE "Y".
          01 WS-APPLY-APPROVED PIC X(1) VALUE "N".
          01 WS-APPROVAL-SEQ PIC X(8).
          01 WS-REQUESTED-BY PIC X(8).
          01 WS-REOPEN-REASON PIC X(30).
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-YEAR-CLOSED PIC X(1) VALUE "N".
          01 WS-RUN-NUMBER-X PIC X(8).
          01 WS-TODAY PIC X(8).
          01 WS-TIME-NOW PIC X(8).
          01 WS-WRITE-FAILED PIC X(1) VALUE "N".
          01 WS-LEDGER-PARSE.
             03 WS-P-DATE PIC X(10).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-PART-1 PIC X(30).
             03 WS-P-PART-2 PIC X(30).
             03 WS-P-RUN PIC X(10).
             03 WS-P-YEAR PIC X(6).
          01 WS-P-YEAR-NORM PIC X(4).
      * EACH DAY'S FINAL (LATEST) LEDGER ANSWERS FOR THE YEAR.
          01 WS-DAY-TABLE.
             03 WS-DAY-ENTRY OCCURS 25.
                05 WS-DY-POSTED PIC X(1).
                05 WS-DY-DATE PIC X(10).
                05 WS-DY-RUN PIC X(10).
                05 WS-DY-PART-1 PIC X(30).
                05 WS-DY-PART-2 PIC X(30).
          01 WS-DAY PIC 9(2).
          01 WS-DAY-ED PIC Z9.
          01 WS-DAY-NAME PIC X(10).
          01 WS-YEAR-ROWS PIC 9(7) VALUE 0.
          01 WS-DAYS-POSTED PIC 9(2) VALUE 0.
      * THE TRANSMISSION REGISTER, LATEST RECORD PER ID, AND WHETHER
      * A CLEAN ACKNOWLEDGMENT CAME BACK FOR IT.
          77 WS-TR-MAX PIC 9(3) USAGE COMP-5 VALUE 500.
          01 WS-TR-TABLE.
             03 WS-TR-ENTRY OCCURS 500.
                05 WS-TR-ID PIC X(20).
                05 WS-TR-COUNT PIC 9(9) USAGE BINARY.
                05 WS-TR-HASH PIC 9(12) USAGE BINARY.
                05 WS-TR-STATE PIC X(10).
                05 WS-TR-CLEAN PIC X(1).
                05 WS-TR-CHECKED PIC X(1).
          01 WS-TR-COUNT-N PIC 9(3) VALUE 0.
          01 WS-REG-PARSE.
             03 WS-RP-ID PIC X(20).
             03 WS-RP-DATE PIC X(8).
             03 WS-RP-RUN PIC X(8).
             03 WS-RP-COUNT PIC X(12).
             03 WS-RP-HASH PIC X(14).
             03 WS-RP-STATE PIC X(10).
          01 WS-ACK-PARSE.
             03 WS-AP-ID PIC X(20).
             03 WS-AP-ACCEPTED PIC X(12).
             03 WS-AP-REJECTED PIC X(12).
             03 WS-AP-COUNT PIC X(12).
             03 WS-AP-HASH PIC X(14).
          01 WS-ACK-ACCEPTED PIC 9(9) USAGE COMP-5.
          01 WS-ACK-REJECTED PIC 9(9) USAGE COMP-5.
          01 WS-ACK-COUNT PIC 9(9) USAGE COMP-5.
          01 WS-ACK-HASH PIC 9(12) USAGE COMP-5.
          01 WS-ACKED-COUNT PIC 9(3) VALUE 0.
          01 WS-IDX PIC 9(3).
          01 WS-HIT PIC 9(3).
          01 WS-SUSPENSE-OPEN PIC 9(5) VALUE 0.
      * FAILED COMPLETENESS CHECKS, ONE LINE EACH.
          77 WS-EXC-MAX PIC 9(3) USAGE COMP-5 VALUE 60.
          01 WS-EXC-TABLE.
             03 WS-EXC-LINE PIC X(100) OCCURS 60.
          01 WS-EXC-COUNT PIC 9(3) VALUE 0.
          01 WS-EXC-TEXT PIC X(100).
          01 WS-COUNT-ED PIC ZZZZ9.
      * CONTROL TOTALS AND THE STATEMENT SEAL.
          01 WS-ANSWER-COUNT PIC 9(7) VALUE 0.
          01 WS-HASH-TOTAL PIC 9(12) USAGE COMP-5 VALUE 0.
          01 WS-SEAL PIC 9(12) USAGE COMP-5 VALUE 0.
          01 WS-ANSWER PIC X(30).
          01 WS-ANSWER-TRIM PIC X(30).
          01 WS-TRIM-LEN PIC 9(2).
          01 WS-CH PIC 9(3).
          01 WS-TOTAL-ED PIC Z(11)9.
          01 WS-SEAL-ED PIC 9(12).
          01 WS-ROWS-ED PIC Z(6)9.
          01 WS-STATEMENT-WORK PIC X(132).
          01 WS-DETAIL-LINE.
             03 WS-DL-DAY PIC X(7).
             03 WS-DL-PART-1 PIC X(31).
             03 WS-DL-PART-2 PIC X(31).
             03 WS-DL-DATE PIC X(11).
             03 WS-DL-RUN PIC X(10).
             03 FILLER PIC X(42).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "YEARCLOS" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM CHECK-OPERATOR-AUTH.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-TIME-NOW FROM TIME.
          ACCEPT WS-RUN-NUMBER-X FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER-X = SPACES
             MOVE "0" TO WS-RUN-NUMBER-X
          END-IF.
          ACCEPT WS-SUITE-YEAR FROM ENVIRONMENT "SUITE_YEAR".
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          IF WS-SUITE-YEAR IS NOT NUMERIC
             DISPLAY "YEARCLOS: SUITE_YEAR " WS-SUITE-YEAR
                " IS NOT A YEAR"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          ACCEPT WS-ACTION FROM ENVIRONMENT "YEARCLOS_ACTION".
          IF WS-ACTION = SPACES
             MOVE "CLOSE" TO WS-ACTION
          END-IF.
          MOVE "N" TO WS-YEAR-CLOSED.
          CALL "YEARCHK" USING WS-SUITE-YEAR, WS-YEAR-CLOSED
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EVALUATE WS-ACTION
             WHEN "CLOSE"
                PERFORM CLOSE-YEAR
             WHEN "REOPEN"
                PERFORM REOPEN-YEAR
             WHEN OTHER
                DISPLAY "YEARCLOS: YEARCLOS_ACTION "
                   FUNCTION TRIM (WS-ACTION)
                   " NOT RECOGNIZED - CLOSE OR REOPEN"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       CLOSE-YEAR SECTION.
          IF WS-YEAR-CLOSED = "Y"
             DISPLAY "YEARCLOS: SUITE YEAR " WS-SUITE-YEAR
                " IS ALREADY CLOSED - NOTHING TO DO"
             MOVE 0 TO RETURN-CODE
             GO TO CLOSE-YEAR-99
          END-IF.
          ACCEPT WS-CONFIRM-FLAG FROM ENVIRONMENT "YEARCLOS_CONFIRM".
          PERFORM READ-LEDGER.
          PERFORM CHECK-DAYS-POSTED.
          PERFORM CHECK-INCIDENTS.
          PERFORM CHECK-SUSPENSE.
          PERFORM CHECK-EXTRACT-ACKNOWLEDGED.
          IF WS-EXC-COUNT > 0
             PERFORM REFUSE-CLOSE
             MOVE 4 TO RETURN-CODE
             GO TO CLOSE-YEAR-99
          END-IF.
          IF NOT WS-CONFIRMED
             DISPLAY "YEARCLOS: DRY RUN - SUITE YEAR " WS-SUITE-YEAR
                " IS COMPLETE AND WOULD CLOSE. SET YEARCLOS_CONFIRM=Y"
                " TO CLOSE IT."
             MOVE 0 TO RETURN-CODE
             GO TO CLOSE-YEAR-99
          END-IF.
          PERFORM WRITE-CLOSING-STATEMENT.
          IF WS-WRITE-FAILED = "N"
             PERFORM APPEND-CLOSED-RECORD
          END-IF.
          IF WS-WRITE-FAILED = "Y"
             MOVE 8 TO RETURN-CODE
             GO TO CLOSE-YEAR-99
          END-IF.
          MOVE WS-SEAL TO WS-SEAL-ED.
          MOVE "I" TO ALERT-SEVERITY.
          MOVE "YEARCLOS" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "SUITE YEAR " DELIMITED BY SIZE
                 WS-SUITE-YEAR DELIMITED BY SIZE
                 " CLOSED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 " - LEDGER FROZEN, STATEMENT SEAL " DELIMITED BY SIZE
                 WS-SEAL-ED DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          DISPLAY "YEARCLOS: " FUNCTION TRIM (ALERT-MESSAGE).
          MOVE 0 TO RETURN-CODE.
       CLOSE-YEAR-99.
          EXIT.
      *
      * THE LAST ROW FOR EACH DAY IN THE YEAR IS ITS FINAL ANSWER, AS
      * IN EXTRACT.
       READ-LEDGER SECTION.
          MOVE SPACES TO WS-DAY-TABLE.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             MOVE "N" TO WS-DY-POSTED (WS-DAY)
          END-PERFORM.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
             GO TO READ-LEDGER-99
          END-IF.
          PERFORM UNTIL WS-LEDGER-EOF = "Y"
             READ LEDGER-FILE
                AT END
                   MOVE "Y" TO WS-LEDGER-EOF
                NOT AT END
                   PERFORM PARSE-LEDGER-RECORD
             END-READ
          END-PERFORM.
          CLOSE LEDGER-FILE.
       READ-LEDGER-99.
          EXIT.
      *
       PARSE-LEDGER-RECORD SECTION.
          MOVE SPACES TO WS-LEDGER-PARSE.
          UNSTRING LEDGER-IN-RECORD DELIMITED BY ","
             INTO WS-P-DATE, WS-P-PROGRAM, WS-P-PART-1, WS-P-PART-2,
                  WS-P-RUN, WS-P-YEAR.
          IF WS-P-PROGRAM (1:3) NOT = "DAY" OR
             FUNCTION TRIM (WS-P-PROGRAM (4:7)) IS NOT NUMERIC
             GO TO PARSE-LEDGER-RECORD-99
          END-IF.
          MOVE WS-P-YEAR (1:4) TO WS-P-YEAR-NORM.
          IF WS-P-YEAR-NORM = SPACES
             MOVE "2018" TO WS-P-YEAR-NORM
          END-IF.
          IF WS-P-YEAR-NORM NOT = WS-SUITE-YEAR
             GO TO PARSE-LEDGER-RECORD-99
          END-IF.
          COMPUTE WS-DAY =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-P-PROGRAM (4:7))).
          IF WS-DAY < 1 OR WS-DAY > 25
             GO TO PARSE-LEDGER-RECORD-99
          END-IF.
          ADD 1 TO WS-YEAR-ROWS.
          MOVE "Y" TO WS-DY-POSTED (WS-DAY).
          MOVE WS-P-DATE TO WS-DY-DATE (WS-DAY).
          MOVE WS-P-RUN TO WS-DY-RUN (WS-DAY).
          MOVE FUNCTION TRIM (WS-P-PART-1) TO WS-DY-PART-1 (WS-DAY).
          MOVE FUNCTION TRIM (WS-P-PART-2) TO WS-DY-PART-2 (WS-DAY).
       PARSE-LEDGER-RECORD-99.
          EXIT.
      *
       CHECK-DAYS-POSTED SECTION.
          MOVE 0 TO WS-DAYS-POSTED.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             IF WS-DY-POSTED (WS-DAY) = "Y"
                ADD 1 TO WS-DAYS-POSTED
             ELSE
                PERFORM BUILD-DAY-NAME
                MOVE SPACES TO WS-EXC-TEXT
                STRING FUNCTION TRIM (WS-DAY-NAME) DELIMITED BY SIZE
                       " HAS NOT POSTED TO THE LEDGER FOR "
                          DELIMITED BY SIZE
                       WS-SUITE-YEAR DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM ADD-EXCEPTION
             END-IF
          END-PERFORM.
          EXIT.
      *
       CHECK-INCIDENTS SECTION.
          PERFORM LOAD-INCIDENT-MASTER.
          IF IM-OPEN-COUNT > 0
             MOVE IM-OPEN-COUNT TO WS-COUNT-ED
             MOVE SPACES TO WS-EXC-TEXT
             STRING FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                    " INCIDENT(S) STILL OPEN ON THE INCIDENT MASTER"
                       DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM ADD-EXCEPTION
          END-IF.
          EXIT.
      *
      * EVERY RECORD ON THE AGING MASTER IS AN ITEM STILL OPEN AT ITS
      * SOURCE AS OF THE LAST SUSPAGE SWEEP.
       CHECK-SUSPENSE SECTION.
          MOVE 0 TO WS-SUSPENSE-OPEN.
          MOVE "SUSPENSE_AGING_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/suspage.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SUSPENSE-DATASET.
          OPEN INPUT SUSPENSE-MASTER-FILE.
          IF WS-SUSPENSE-STATUS NOT = "00"
             GO TO CHECK-SUSPENSE-99
          END-IF.
          PERFORM UNTIL WS-SUSPENSE-EOF = "Y"
             READ SUSPENSE-MASTER-FILE
                AT END
                   MOVE "Y" TO WS-SUSPENSE-EOF
                NOT AT END
                   IF SUSPENSE-MASTER-RECORD NOT = SPACES
                      ADD 1 TO WS-SUSPENSE-OPEN
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SUSPENSE-MASTER-FILE.
          IF WS-SUSPENSE-OPEN > 0
             MOVE WS-SUSPENSE-OPEN TO WS-COUNT-ED
             MOVE SPACES TO WS-EXC-TEXT
             STRING FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                    " SUSPENSE ITEM(S) STILL OPEN ON THE AGING MASTER"
                       DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM ADD-EXCEPTION
          END-IF.
       CHECK-SUSPENSE-99.
          EXIT.
      *
      * CORPORATE REPORTING MUST HOLD THE YEAR'S FINAL FIGURES AND
      * HAVE ACKNOWLEDGED EVERY TRANSMISSION THAT CARRIED THEM.
       CHECK-EXTRACT-ACKNOWLEDGED SECTION.
          PERFORM LOAD-TRANSMISSION-REGISTER.
          PERFORM LOAD-ACKNOWLEDGMENTS.
          MOVE WS-SUITE-YEAR TO SH-YEAR.
          PERFORM LOAD-SHIPPED-ANSWERS.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             IF WS-DY-POSTED (WS-DAY) = "Y"
                PERFORM CHECK-DAY-SHIPPED
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TR-COUNT-N
             IF WS-TR-STATE (WS-IDX) = "HELD"
                MOVE SPACES TO WS-EXC-TEXT
                STRING "TRANSMISSION " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-TR-ID (WS-IDX))
                          DELIMITED BY SIZE
                       " IS STILL HELD FOR SIGN-OFF" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM ADD-EXCEPTION
             END-IF
          END-PERFORM.
          EXIT.
      *
       CHECK-DAY-SHIPPED SECTION.
          PERFORM BUILD-DAY-NAME.
          MOVE SPACES TO WS-EXC-TEXT.
          IF SH-FOUND (WS-DAY) NOT = "Y"
             STRING FUNCTION TRIM (WS-DAY-NAME) DELIMITED BY SIZE
                    " FINAL ANSWERS WERE NEVER SHIPPED"
                       DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM ADD-EXCEPTION
             GO TO CHECK-DAY-SHIPPED-99
          END-IF.
          IF FUNCTION TRIM (SH-PART-1 (WS-DAY)) NOT =
             WS-DY-PART-1 (WS-DAY) OR
             FUNCTION TRIM (SH-PART-2 (WS-DAY)) NOT =
             WS-DY-PART-2 (WS-DAY)
             STRING FUNCTION TRIM (WS-DAY-NAME) DELIMITED BY SIZE
                    " FINAL ANSWERS DIFFER FROM THOSE SHIPPED IN "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (SH-TRANS-ID (WS-DAY))
                       DELIMITED BY SIZE
                    " - RESTATE FIRST" DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM ADD-EXCEPTION
             GO TO CHECK-DAY-SHIPPED-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TR-COUNT-N OR WS-HIT > 0
             IF WS-TR-ID (WS-IDX) = SH-TRANS-ID (WS-DAY)
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             STRING "TRANSMISSION " DELIMITED BY SIZE
                    FUNCTION TRIM (SH-TRANS-ID (WS-DAY))
                       DELIMITED BY SIZE
                    " CARRYING " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-NAME) DELIMITED BY SIZE
                    " IS NOT ON THE TRANSMISSION REGISTER"
                       DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM ADD-EXCEPTION
             GO TO CHECK-DAY-SHIPPED-99
          END-IF.
      * ONE LINE PER TRANSMISSION, HOWEVER MANY DAYS IT CARRIED.
          IF WS-TR-CHECKED (WS-HIT) = "Y"
             GO TO CHECK-DAY-SHIPPED-99
          END-IF.
          MOVE "Y" TO WS-TR-CHECKED (WS-HIT).
          IF WS-TR-STATE (WS-HIT) NOT = "RELEASED"
             STRING "TRANSMISSION " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-TR-ID (WS-HIT)) DELIMITED BY SIZE
                    " STANDS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-TR-STATE (WS-HIT))
                       DELIMITED BY SIZE
                    " ON THE REGISTER" DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM ADD-EXCEPTION
             GO TO CHECK-DAY-SHIPPED-99
          END-IF.
          IF WS-TR-CLEAN (WS-HIT) NOT = "Y"
             STRING "TRANSMISSION " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-TR-ID (WS-HIT)) DELIMITED BY SIZE
                    " HAS NO CLEAN ACKNOWLEDGMENT" DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM ADD-EXCEPTION
             GO TO CHECK-DAY-SHIPPED-99
          END-IF.
          ADD 1 TO WS-ACKED-COUNT.
       CHECK-DAY-SHIPPED-99.
          EXIT.
      *
       LOAD-TRANSMISSION-REGISTER SECTION.
          MOVE "TRANSMISSION_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/transmissions.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
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
      * THE LATEST RECORD FOR AN ID WINS; NO STATE PREDATES THE
      * RELEASE GATE AND WAS SHIPPED.
       LOAD-REGISTER-RECORD SECTION.
          IF TRANS-REG-RECORD = SPACES
             GO TO LOAD-REGISTER-RECORD-99
          END-IF.
          MOVE SPACES TO WS-REG-PARSE.
          UNSTRING TRANS-REG-RECORD DELIMITED BY "|"
             INTO WS-RP-ID, WS-RP-DATE, WS-RP-RUN, WS-RP-COUNT,
                  WS-RP-HASH, WS-RP-STATE.
          IF WS-RP-ID = SPACES OR WS-RP-DATE IS NOT NUMERIC
             GO TO LOAD-REGISTER-RECORD-99
          END-IF.
          IF WS-RP-STATE = SPACES
             MOVE "RELEASED" TO WS-RP-STATE
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TR-COUNT-N OR WS-HIT > 0
             IF WS-TR-ID (WS-IDX) = WS-RP-ID
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             IF WS-TR-COUNT-N >= WS-TR-MAX
                DISPLAY "YEARCLOS: TRANSMISSION TABLE FULL - "
                   FUNCTION TRIM (WS-RP-ID) " IGNORED"
                GO TO LOAD-REGISTER-RECORD-99
             END-IF
             ADD 1 TO WS-TR-COUNT-N
             MOVE WS-TR-COUNT-N TO WS-HIT
             MOVE "N" TO WS-TR-CLEAN (WS-HIT)
             MOVE "N" TO WS-TR-CHECKED (WS-HIT)
          END-IF.
          MOVE WS-RP-ID TO WS-TR-ID (WS-HIT).
          COMPUTE WS-TR-COUNT (WS-HIT) =
             FUNCTION NUMVAL (WS-RP-COUNT).
          COMPUTE WS-TR-HASH (WS-HIT) =
             FUNCTION NUMVAL (WS-RP-HASH).
          MOVE WS-RP-STATE TO WS-TR-STATE (WS-HIT).
       LOAD-REGISTER-RECORD-99.
          EXIT.
      *
       LOAD-ACKNOWLEDGMENTS SECTION.
          MOVE "ACK_FILE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/acks.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ACK-IN-DATASET.
          OPEN INPUT ACK-IN-FILE.
          IF WS-ACK-IN-STATUS NOT = "00"
             GO TO LOAD-ACKNOWLEDGMENTS-99
          END-IF.
          PERFORM UNTIL WS-ACK-IN-EOF = "Y"
             READ ACK-IN-FILE
                AT END
                   MOVE "Y" TO WS-ACK-IN-EOF
                NOT AT END
                   PERFORM MATCH-ONE-ACK
             END-READ
          END-PERFORM.
          CLOSE ACK-IN-FILE.
       LOAD-ACKNOWLEDGMENTS-99.
          EXIT.
      *
      * CLEAN BY THE ACKMATCH RULE: BOTH SIDES' COUNT AND HASH AGREE
      * AND NOTHING WAS REJECTED.
       MATCH-ONE-ACK SECTION.
          IF ACK-IN-RECORD = SPACES OR ACK-IN-RECORD (1:1) = "*"
             GO TO MATCH-ONE-ACK-99
          END-IF.
          MOVE SPACES TO WS-ACK-PARSE.
          UNSTRING ACK-IN-RECORD DELIMITED BY "|"
             INTO WS-AP-ID, WS-AP-ACCEPTED, WS-AP-REJECTED,
                  WS-AP-COUNT, WS-AP-HASH.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TR-COUNT-N OR WS-HIT > 0
             IF WS-TR-ID (WS-IDX) = WS-AP-ID
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             GO TO MATCH-ONE-ACK-99
          END-IF.
          COMPUTE WS-ACK-ACCEPTED =
             FUNCTION NUMVAL (WS-AP-ACCEPTED).
          COMPUTE WS-ACK-REJECTED =
             FUNCTION NUMVAL (WS-AP-REJECTED).
          COMPUTE WS-ACK-COUNT = FUNCTION NUMVAL (WS-AP-COUNT).
          COMPUTE WS-ACK-HASH = FUNCTION NUMVAL (WS-AP-HASH).
          IF WS-ACK-ACCEPTED + WS-ACK-REJECTED =
             WS-TR-COUNT (WS-HIT) AND
             WS-ACK-COUNT = WS-TR-COUNT (WS-HIT) AND
             WS-ACK-HASH = WS-TR-HASH (WS-HIT) AND
             WS-ACK-REJECTED = 0
             MOVE "Y" TO WS-TR-CLEAN (WS-HIT)
          END-IF.
       MATCH-ONE-ACK-99.
          EXIT.
      *
       BUILD-DAY-NAME SECTION.
          MOVE WS-DAY TO WS-DAY-ED.
          MOVE SPACES TO WS-DAY-NAME.
          STRING "DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 INTO WS-DAY-NAME
          END-STRING.
          EXIT.
      *
       ADD-EXCEPTION SECTION.
          ADD 1 TO WS-EXC-COUNT.
          IF WS-EXC-COUNT <= WS-EXC-MAX
             MOVE WS-EXC-TEXT TO WS-EXC-LINE (WS-EXC-COUNT)
          END-IF.
          EXIT.
      *
       REFUSE-CLOSE SECTION.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-EXC-COUNT OR WS-IDX > WS-EXC-MAX
             DISPLAY "YEARCLOS: NOT COMPLETE - "
                FUNCTION TRIM (WS-EXC-LINE (WS-IDX))
          END-PERFORM.
          IF WS-EXC-COUNT > WS-EXC-MAX
             DISPLAY "YEARCLOS: FURTHER CHECKS FAILED BEYOND THE "
                "FIRST " WS-EXC-MAX
          END-IF.
          MOVE WS-EXC-COUNT TO WS-COUNT-ED.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "YEARCLOS" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "CLOSE OF SUITE YEAR " DELIMITED BY SIZE
                 WS-SUITE-YEAR DELIMITED BY SIZE
                 " REFUSED - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 " CHECK(S) FAILED, FIRST: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EXC-LINE (1)) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
       WRITE-CLOSING-STATEMENT SECTION.
          MOVE "YEAR_CLOSE_STATEMENT" TO CAT-LOGICAL-NAME.
          MOVE SPACES TO CAT-DEFAULT-PATH.
          STRING "../../results/yearclose_" DELIMITED BY SIZE
                 WS-SUITE-YEAR DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO CAT-DEFAULT-PATH
          END-STRING.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATEMENT-DATASET.
          OPEN OUTPUT STATEMENT-FILE.
          IF WS-STATEMENT-STATUS NOT = "00"
             DISPLAY "YEARCLOS: UNABLE TO OPEN CLOSING STATEMENT - "
                "STATUS " WS-STATEMENT-STATUS
             MOVE "Y" TO WS-WRITE-FAILED
             GO TO WRITE-CLOSING-STATEMENT-99
          END-IF.
          MOVE 0 TO WS-SEAL WS-HASH-TOTAL WS-ANSWER-COUNT.
          MOVE SPACES TO WS-STATEMENT-WORK.
          STRING "YEAR-END CLOSING STATEMENT - SUITE YEAR "
                    DELIMITED BY SIZE
                 WS-SUITE-YEAR DELIMITED BY SIZE
                 INTO WS-STATEMENT-WORK
          END-STRING.
          PERFORM WRITE-SEALED-LINE.
          MOVE SPACES TO WS-STATEMENT-WORK.
          STRING "CLOSED " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 " AT " DELIMITED BY SIZE
                 WS-TIME-NOW (1:6) DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 ", BATCH RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER-X) DELIMITED BY SIZE
                 INTO WS-STATEMENT-WORK
          END-STRING.
          PERFORM WRITE-SEALED-LINE.
          MOVE SPACES TO WS-STATEMENT-WORK.
          PERFORM WRITE-SEALED-LINE.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE "DAY" TO WS-DL-DAY.
          MOVE "PART 1" TO WS-DL-PART-1.
          MOVE "PART 2" TO WS-DL-PART-2.
          MOVE "POSTED" TO WS-DL-DATE.
          MOVE "RUN" TO WS-DL-RUN.
          MOVE WS-DETAIL-LINE TO WS-STATEMENT-WORK.
          PERFORM WRITE-SEALED-LINE.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             PERFORM WRITE-DAY-LINE
          END-PERFORM.
          MOVE SPACES TO WS-STATEMENT-WORK.
          PERFORM WRITE-SEALED-LINE.
          MOVE "CONTROL TOTALS" TO WS-STATEMENT-WORK.
          PERFORM WRITE-SEALED-LINE.
          MOVE WS-DAYS-POSTED TO WS-TOTAL-ED.
          MOVE SPACES TO WS-STATEMENT-WORK.
          STRING "  DAYS POSTED      " DELIMITED BY SIZE
                 WS-TOTAL-ED DELIMITED BY SIZE
                 INTO WS-STATEMENT-WORK
          END-STRING.
          PERFORM WRITE-SEALED-LINE.
          MOVE WS-ANSWER-COUNT TO WS-TOTAL-ED.
          MOVE SPACES TO WS-STATEMENT-WORK.
          STRING "  ANSWERS          " DELIMITED BY SIZE
                 WS-TOTAL-ED DELIMITED BY SIZE
                 INTO WS-STATEMENT-WORK
          END-STRING.
          PERFORM WRITE-SEALED-LINE.
          MOVE WS-HASH-TOTAL TO WS-TOTAL-ED.
          MOVE SPACES TO WS-STATEMENT-WORK.
          STRING "  HASH TOTAL       " DELIMITED BY SIZE
                 WS-TOTAL-ED DELIMITED BY SIZE
                 INTO WS-STATEMENT-WORK
          END-STRING.
          PERFORM WRITE-SEALED-LINE.
          MOVE WS-YEAR-ROWS TO WS-TOTAL-ED.
          MOVE SPACES TO WS-STATEMENT-WORK.
          STRING "  LEDGER ROWS      " DELIMITED BY SIZE
                 WS-TOTAL-ED DELIMITED BY SIZE
                 INTO WS-STATEMENT-WORK
          END-STRING.
          PERFORM WRITE-SEALED-LINE.
          MOVE WS-ACKED-COUNT TO WS-TOTAL-ED.
          MOVE SPACES TO WS-STATEMENT-WORK.
          STRING "  TRANSMISSIONS    " DELIMITED BY SIZE
                 WS-TOTAL-ED DELIMITED BY SIZE
                 "  CARRYING THE FINAL ANSWERS, ALL ACKNOWLEDGED"
                    DELIMITED BY SIZE
                 INTO WS-STATEMENT-WORK
          END-STRING.
          PERFORM WRITE-SEALED-LINE.
          MOVE SPACES TO WS-STATEMENT-WORK.
          PERFORM WRITE-SEALED-LINE.
      * THE SIGNATURE IS NOT PART OF WHAT IT SEALS.
          MOVE WS-SEAL TO WS-SEAL-ED.
          MOVE SPACES TO STATEMENT-LINE.
          STRING "SIGNED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TIME-NOW (1:6) DELIMITED BY SIZE
                 " - SEAL " DELIMITED BY SIZE
                 WS-SEAL-ED DELIMITED BY SIZE
                 " (RECORDED ON THE YEAR-CONTROL DATASET)"
                    DELIMITED BY SIZE
                 INTO STATEMENT-LINE
          END-STRING.
          WRITE STATEMENT-LINE.
          CLOSE STATEMENT-FILE.
       WRITE-CLOSING-STATEMENT-99.
          EXIT.
      *
       WRITE-DAY-LINE SECTION.
          PERFORM BUILD-DAY-NAME.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE WS-DAY-NAME TO WS-DL-DAY.
          MOVE WS-DY-PART-1 (WS-DAY) TO WS-DL-PART-1.
          MOVE WS-DY-PART-2 (WS-DAY) TO WS-DL-PART-2.
          MOVE WS-DY-DATE (WS-DAY) TO WS-DL-DATE.
          MOVE WS-DY-RUN (WS-DAY) TO WS-DL-RUN.
          MOVE WS-DETAIL-LINE TO WS-STATEMENT-WORK.
          PERFORM WRITE-SEALED-LINE.
          MOVE WS-DY-PART-1 (WS-DAY) TO WS-ANSWER.
          PERFORM ADD-ANSWER-TO-HASH.
          MOVE WS-DY-PART-2 (WS-DAY) TO WS-ANSWER.
          PERFORM ADD-ANSWER-TO-HASH.
          EXIT.
      *
      * THE SEAL FOLDS EVERY CHARACTER OF EVERY SEALED LINE, IN
      * ORDER, SO A CHANGED, MOVED OR DROPPED FIGURE CHANGES IT.
       WRITE-SEALED-LINE SECTION.
          PERFORM VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 132
             COMPUTE WS-SEAL = FUNCTION MOD (
                WS-SEAL * 31 +
                FUNCTION ORD (WS-STATEMENT-WORK (WS-CH:1)),
                999999999989)
          END-PERFORM.
          MOVE WS-STATEMENT-WORK TO STATEMENT-LINE.
          WRITE STATEMENT-LINE.
          EXIT.
      *
      * THE EXTRACT'S HASH RULE: A NUMERIC ANSWER ADDS ITS VALUE, ANY
      * OTHER ADDS ITS CHARACTER CODES.
       ADD-ANSWER-TO-HASH SECTION.
          MOVE FUNCTION TRIM (WS-ANSWER) TO WS-ANSWER-TRIM.
          IF WS-ANSWER-TRIM = SPACES
             GO TO ADD-ANSWER-TO-HASH-99
          END-IF.
          ADD 1 TO WS-ANSWER-COUNT.
          MOVE 0 TO WS-TRIM-LEN.
          INSPECT FUNCTION REVERSE (WS-ANSWER-TRIM)
             TALLYING WS-TRIM-LEN FOR LEADING SPACES.
          COMPUTE WS-TRIM-LEN = 30 - WS-TRIM-LEN.
          IF WS-ANSWER-TRIM (1:WS-TRIM-LEN) IS NUMERIC
             COMPUTE WS-HASH-TOTAL = FUNCTION MOD (
                WS-HASH-TOTAL +
                FUNCTION NUMVAL (WS-ANSWER-TRIM),
                1000000000000)
          ELSE
             PERFORM VARYING WS-CH FROM 1 BY 1
             UNTIL WS-CH > WS-TRIM-LEN
                COMPUTE WS-HASH-TOTAL = FUNCTION MOD (
                   WS-HASH-TOTAL +
                   FUNCTION ORD (WS-ANSWER-TRIM (WS-CH:1)) - 1,
                   1000000000000)
             END-PERFORM
          END-IF.
       ADD-ANSWER-TO-HASH-99.
          EXIT.
      *
       APPEND-CLOSED-RECORD SECTION.
          MOVE WS-ANSWER-COUNT TO WS-ROWS-ED.
          MOVE WS-HASH-TOTAL TO WS-TOTAL-ED.
          MOVE WS-SEAL TO WS-SEAL-ED.
          PERFORM OPEN-YEAR-CONTROL.
          IF WS-WRITE-FAILED = "Y"
             GO TO APPEND-CLOSED-RECORD-99
          END-IF.
          MOVE SPACES TO YEAR-CONTROL-RECORD.
          STRING WS-SUITE-YEAR DELIMITED BY SIZE
                 "|CLOSED|" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TIME-NOW (1:6) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ROWS-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TOTAL-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-SEAL-ED DELIMITED BY SIZE
                 "|STATEMENT " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STATEMENT-DATASET)
                    DELIMITED BY SIZE
                 INTO YEAR-CONTROL-RECORD
          END-STRING.
          WRITE YEAR-CONTROL-RECORD.
          CLOSE YEAR-CONTROL-FILE.
       APPEND-CLOSED-RECORD-99.
          EXIT.
      *
       OPEN-YEAR-CONTROL SECTION.
          MOVE "YEAR_CONTROL" TO CAT-LOGICAL-NAME.
          MOVE "../../results/yearctl.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-YEAR-CONTROL-DATASET.
          OPEN EXTEND YEAR-CONTROL-FILE.
          IF WS-YEAR-CONTROL-STATUS = "35"
             OPEN OUTPUT YEAR-CONTROL-FILE
             CLOSE YEAR-CONTROL-FILE
             OPEN EXTEND YEAR-CONTROL-FILE
          END-IF.
          IF WS-YEAR-CONTROL-STATUS NOT = "00"
             DISPLAY "YEARCLOS: UNABLE TO OPEN YEAR-CONTROL DATASET - "
                "STATUS " WS-YEAR-CONTROL-STATUS
             MOVE "Y" TO WS-WRITE-FAILED
          END-IF.
          EXIT.
      *
       REOPEN-YEAR SECTION.
          IF WS-YEAR-CLOSED NOT = "Y"
             DISPLAY "YEARCLOS: SUITE YEAR " WS-SUITE-YEAR
                " IS NOT CLOSED - NOTHING TO REOPEN"
             MOVE 1 TO RETURN-CODE
             GO TO REOPEN-YEAR-99
          END-IF.
          ACCEPT WS-APPLY-APPROVED
             FROM ENVIRONMENT "YEARCLOS_APPLY_APPROVED".
          IF WS-APPLY-APPROVED = "Y"
             PERFORM APPLY-APPROVED-REOPEN
             GO TO REOPEN-YEAR-99
          END-IF.
          ACCEPT WS-REOPEN-REASON FROM ENVIRONMENT "YEARCLOS_REASON".
          IF WS-REOPEN-REASON = SPACES
             DISPLAY "YEARCLOS: YEARCLOS_REASON MUST SAY WHY THE "
                "YEAR IS TO BE REOPENED"
             MOVE 1 TO RETURN-CODE
             GO TO REOPEN-YEAR-99
          END-IF.
          INSPECT WS-REOPEN-REASON REPLACING ALL "|" BY "/".
          PERFORM QUEUE-PENDING-REOPEN.
          IF WS-WRITE-FAILED = "Y"
             MOVE 8 TO RETURN-CODE
             GO TO REOPEN-YEAR-99
          END-IF.
          DISPLAY "YEARCLOS: REOPEN OF SUITE YEAR " WS-SUITE-YEAR
             " QUEUED FOR SECOND-OPERATOR APPROVAL (CHGAPPRV)".
          MOVE 0 TO RETURN-CODE.
       REOPEN-YEAR-99.
          EXIT.
      *
      * DUAL CONTROL: THE REOPEN BECOMES ONE PENDING RECORD ON THE
      * SHARED PENDING-CHANGES QUEUE FOR CHGAPPRV TO DECIDE.
       QUEUE-PENDING-REOPEN SECTION.
          MOVE "PENDING_QUEUE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pending.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PENDING-DATASET.
          PERFORM FIND-HIGHEST-PENDING-SEQ.
          OPEN EXTEND PENDING-FILE.
          IF WS-PENDING-STATUS = "35"
             OPEN OUTPUT PENDING-FILE
             CLOSE PENDING-FILE
             OPEN EXTEND PENDING-FILE
          END-IF.
          IF WS-PENDING-STATUS NOT = "00"
             DISPLAY "YEARCLOS: UNABLE TO OPEN PENDING QUEUE - "
                "STATUS " WS-PENDING-STATUS
             MOVE "Y" TO WS-WRITE-FAILED
             GO TO QUEUE-PENDING-REOPEN-99
          END-IF.
          ADD 1 TO WS-PEND-SEQ.
          MOVE WS-PEND-SEQ TO WS-PEND-SEQ-ED.
          MOVE SPACES TO PENDING-RECORD.
          STRING "P|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PEND-SEQ-ED) DELIMITED BY SIZE
                 "|YEARCLOS|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR)
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 "|||" DELIMITED BY SIZE
                 WS-SUITE-YEAR DELIMITED BY SIZE
                 "|REOPEN|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REOPEN-REASON) DELIMITED BY SIZE
                 INTO PENDING-RECORD
          END-STRING.
          WRITE PENDING-RECORD.
          CLOSE PENDING-FILE.
       QUEUE-PENDING-REOPEN-99.
          EXIT.
      *
       FIND-HIGHEST-PENDING-SEQ SECTION.
          MOVE 0 TO WS-PEND-SEQ.
          MOVE "N" TO WS-PENDING-EOF.
          OPEN INPUT PENDING-FILE.
          IF WS-PENDING-STATUS NOT = "00"
             GO TO FIND-HIGHEST-PENDING-SEQ-99
          END-IF.
          PERFORM UNTIL WS-PENDING-EOF = "Y"
             READ PENDING-FILE
                AT END
                   MOVE "Y" TO WS-PENDING-EOF
                NOT AT END
                   MOVE SPACES TO WS-PEND-PARSE
                   UNSTRING PENDING-RECORD DELIMITED BY "|"
                      INTO WS-PD-STATUS, WS-PD-SEQ
                   IF FUNCTION TRIM (WS-PD-SEQ) IS NUMERIC AND
                      FUNCTION NUMVAL (WS-PD-SEQ) > WS-PEND-SEQ
                      COMPUTE WS-PEND-SEQ =
                         FUNCTION NUMVAL (WS-PD-SEQ)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE PENDING-FILE.
       FIND-HIGHEST-PENDING-SEQ-99.
          EXIT.
      *
      * ONLY CHGAPPRV'S DISPATCH GETS HERE; IT ALREADY REFUSED A
      * SELF-APPROVAL, SO THE RUN'S OPERATOR IS THE SECOND OPERATOR.
       APPLY-APPROVED-REOPEN SECTION.
          ACCEPT WS-APPROVAL-SEQ
             FROM ENVIRONMENT "YEARCLOS_APPROVAL_SEQ".
          ACCEPT WS-REQUESTED-BY
             FROM ENVIRONMENT "YEARCLOS_REQUESTED_BY".
          IF WS-APPROVAL-SEQ = SPACES
             MOVE "?" TO WS-APPROVAL-SEQ
          END-IF.
          IF WS-REQUESTED-BY = SPACES
             MOVE "?" TO WS-REQUESTED-BY
          END-IF.
          PERFORM OPEN-YEAR-CONTROL.
          IF WS-WRITE-FAILED = "Y"
             MOVE 8 TO RETURN-CODE
             GO TO APPLY-APPROVED-REOPEN-99
          END-IF.
          MOVE SPACES TO YEAR-CONTROL-RECORD.
          STRING WS-SUITE-YEAR DELIMITED BY SIZE
                 "|REOPENED|" DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TIME-NOW (1:6) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 "||||APPROVAL SEQ " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-APPROVAL-SEQ) DELIMITED BY SIZE
                 " REQUESTED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQUESTED-BY) DELIMITED BY SIZE
                 INTO YEAR-CONTROL-RECORD
          END-STRING.
          WRITE YEAR-CONTROL-RECORD.
          CLOSE YEAR-CONTROL-FILE.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "YEARCLOS" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "SUITE YEAR " DELIMITED BY SIZE
                 WS-SUITE-YEAR DELIMITED BY SIZE
                 " REOPENED - APPROVAL SEQ " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-APPROVAL-SEQ) DELIMITED BY SIZE
                 " REQUESTED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REQUESTED-BY) DELIMITED BY SIZE
                 " APPROVED BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AUDIT-OPERATOR) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          DISPLAY "YEARCLOS: " FUNCTION TRIM (ALERT-MESSAGE).
          MOVE 0 TO RETURN-CODE.
       APPLY-APPROVED-REOPEN-99.
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
       COPY INCIDPA.
      *
       COPY SHIPPA.
      *
       COPY AUDITPA.
