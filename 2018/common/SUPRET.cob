       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPRET.
       AUTHOR. OK999.
      * SUPPLIER REJECT RETURNS. EDIT REJECTS, CLAIM REJECTS AND THE
      * DAY SUSPENSE FILES SIT IN OUR DIRECTORIES WHERE THE PEOPLE WHO
      * SENT THE BAD RECORDS NEVER SEE THEM, SO THE SAME MISTAKES COME
      * BACK NIGHT AFTER NIGHT AND GET KEYED THROUGH REPROC. THIS STEP
      * READS EVERY SOURCE ON THE REJECT-SOURCE LIST (PARAMS/
      * REJSRC.CFG), FINDS THE SUPPLIER THAT OWNS EACH SOURCE'S STEP
      * ON THE SUPPLIER MASTER (PARAMS/SUPPLIERS.CFG) AND WRITES ONE
      * RETURN FILE PER SUPPLIER UNDER SUPPLIER_RETURN_ROOT, NAMED
      * <SUPPLIER>.txt, WITH EVERY REJECTED RECORD'S STEP, LINE
      * NUMBER, REASON AND TEXT:
      *   STEP|LINE|REASON|RECORD
      * BEHIND A COMMENT HEADER (LINES STARTING WITH *) GIVING THE
      * SUPPLIER, CONTACT, RUN AND DATE. EVERY SUPPLIER ON THE MASTER
      * GETS A FILE EACH NIGHT, A CLEAN ONE SAYING SO, SO LAST NIGHT'S
      * RETURNS NEVER LINGER. A SOURCE FILE NOT WRITTEN SINCE THE
      * STREAM STARTED (BATCH_START_DATE/BATCH_START_TIME) IS LEFT
      * OVER FROM AN EARLIER NIGHT AND IS NOT RETURNED AGAIN; RUN
      * OUTSIDE THE STREAM EVERY SOURCE ON FILE IS RETURNED. A STEP
      * WITH REJECTS BUT NO OWNING SUPPLIER RAISES A WARNING ALERT.
      * RETURN CODE 0 ALWAYS - A RETURN THAT CANNOT BE WRITTEN
      * SURFACES AS A WARNING ALERT, NOT AS A FAILED STEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY SUPMSL.
          SELECT SOURCE-LIST-FILE
             ASSIGN TO WS-SOURCE-LIST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SOURCE-LIST-STATUS.
          SELECT REJECT-SOURCE-FILE
             ASSIGN TO WS-SOURCE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SOURCE-STATUS.
          SELECT RETURN-FILE
             ASSIGN TO WS-RETURN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY SUPMFD.
          FD SOURCE-LIST-FILE.
          01 SOURCE-LIST-RECORD PIC X(250).
          FD REJECT-SOURCE-FILE.
          01 REJECT-SOURCE-RECORD PIC X(300).
          FD RETURN-FILE.
          01 RETURN-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY SUPMWS.
          01 WS-SOURCE-LIST-DATASET PIC X(200).
          01 WS-SOURCE-LIST-STATUS PIC X(2) VALUE SPACES.
          01 WS-SOURCE-LIST-EOF PIC X(1) VALUE "N".
          01 WS-SOURCE-DATASET PIC X(200).
          01 WS-SOURCE-STATUS PIC X(2) VALUE SPACES.
          01 WS-SOURCE-EOF PIC X(1).
          01 WS-RETURN-DATASET PIC X(200).
          01 WS-RETURN-STATUS PIC X(2) VALUE SPACES.
          01 WS-RETURN-ROOT PIC X(200).
          01 WS-COMMAND PIC X(300).
          01 WS-TODAY PIC X(8).
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-START-DATE-X PIC X(8).
          01 WS-START-TIME-X PIC X(4).
          01 WS-START-STAMP PIC 9(12) VALUE 0.
          01 WS-FILE-STAMP PIC 9(12).
          01 WS-FILE-RC PIC S9(9) USAGE COMP-5.
          01 WS-FILE-INFO.
             03 WS-FI-SIZE PIC X(8) USAGE COMP-X.
             03 WS-FI-DAY PIC X(1) USAGE COMP-X.
             03 WS-FI-MONTH PIC X(1) USAGE COMP-X.
             03 WS-FI-YEAR PIC X(2) USAGE COMP-X.
             03 WS-FI-HOUR PIC X(1) USAGE COMP-X.
             03 WS-FI-MINUTE PIC X(1) USAGE COMP-X.
             03 WS-FI-SECOND PIC X(1) USAGE COMP-X.
             03 WS-FI-HUNDREDTHS PIC X(1) USAGE COMP-X.
          01 WS-LIST-PARSE.
             03 WS-P-STEP PIC X(10).
             03 WS-P-FORMAT PIC X(10).
             03 WS-P-PATTERN PIC X(120).
          01 WS-PATTERN-HEAD PIC X(120).
          01 WS-PATTERN-TAIL PIC X(120).
          01 WS-SOURCE-STEP PIC X(10).
          01 WS-DAY PIC 9(2).
          01 WS-DAY-ED PIC Z9.
          77 WS-ITEM-MAX PIC 9(4) USAGE COMP-5 VALUE 3000.
          01 WS-ITEM-TABLE.
             03 WS-IT-ENTRY OCCURS 3000.
                05 WS-IT-SUPPLIER PIC 9(3).
                05 WS-IT-STEP PIC X(10).
                05 WS-IT-LINE PIC 9(9).
                05 WS-IT-REASON PIC X(60).
                05 WS-IT-RECORD PIC X(120).
          01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
          01 WS-IDX PIC 9(4).
          01 WS-SAMPLE-OPEN PIC X(1).
          01 WS-SAMPLE-PTR PIC 9(3).
          01 WS-HEAD-PART PIC X(120).
          01 WS-REST-PART PIC X(250).
          01 WS-REASON-PART PIC X(250).
          01 WS-RECORD-PART PIC X(250).
          01 WS-NUMBER-TEXT PIC X(20).
          01 WS-NUMBER PIC 9(9).
          01 WS-LINE-ED PIC Z(8)9.
          01 WS-COUNT-ED PIC Z(4)9.
          01 WS-SUPPLIER-ITEMS PIC 9(4).
          01 WS-RETURNED PIC 9(5) VALUE 0.
          01 WS-SUPPLIERS-HIT PIC 9(3) VALUE 0.
          01 WS-WARNINGS PIC 9(3) VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "SUPRET" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE "0" TO WS-RUN-NUMBER
          END-IF.
          ACCEPT WS-START-DATE-X FROM ENVIRONMENT "BATCH_START_DATE".
          ACCEPT WS-START-TIME-X FROM ENVIRONMENT "BATCH_START_TIME".
          IF WS-START-DATE-X IS NUMERIC AND
             WS-START-TIME-X IS NUMERIC
             COMPUTE WS-START-STAMP =
                FUNCTION NUMVAL (WS-START-DATE-X) * 10000 +
                FUNCTION NUMVAL (WS-START-TIME-X)
          END-IF.
          PERFORM LOAD-SUPPLIER-MASTER.
          IF SM-SUPPLIER-COUNT = 0
             DISPLAY "SUPRET: NO SUPPLIER MASTER - NOTHING RETURNED"
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM SWEEP-REJECT-SOURCES.
          PERFORM WRITE-RETURN-FILES.
          DISPLAY "SUPRET: " WS-RETURNED " RECORD(S) RETURNED TO "
             WS-SUPPLIERS-HIT " SUPPLIER(S), " WS-WARNINGS
             " WARNING(S)".
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       SWEEP-REJECT-SOURCES SECTION.
          MOVE "REJECT_SOURCES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/rejsrc.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SOURCE-LIST-DATASET.
          OPEN INPUT SOURCE-LIST-FILE.
          IF WS-SOURCE-LIST-STATUS NOT = "00"
             DISPLAY "SUPRET: NO REJECT-SOURCE LIST - NOTHING SWEPT"
             GO TO SWEEP-REJECT-SOURCES-99
          END-IF.
          PERFORM UNTIL WS-SOURCE-LIST-EOF = "Y"
             READ SOURCE-LIST-FILE
                AT END
                   MOVE "Y" TO WS-SOURCE-LIST-EOF
                NOT AT END
                   PERFORM SWEEP-ONE-LIST-ENTRY
             END-READ
          END-PERFORM.
          CLOSE SOURCE-LIST-FILE.
       SWEEP-REJECT-SOURCES-99.
          EXIT.
      *
      * A "DAY*" ENTRY IS SWEPT ONCE PER DAY, THE DAY NUMBER TAKING
      * THE PLACE OF THE "*" IN THE PATH.
       SWEEP-ONE-LIST-ENTRY SECTION.
          IF SOURCE-LIST-RECORD = SPACES OR
             SOURCE-LIST-RECORD (1:1) = "*"
             GO TO SWEEP-ONE-LIST-ENTRY-99
          END-IF.
          MOVE SPACES TO WS-LIST-PARSE.
          UNSTRING SOURCE-LIST-RECORD DELIMITED BY "|"
             INTO WS-P-STEP, WS-P-FORMAT, WS-P-PATTERN.
          IF WS-P-PATTERN = SPACES
             GO TO SWEEP-ONE-LIST-ENTRY-99
          END-IF.
          MOVE FUNCTION TRIM (WS-P-STEP) TO WS-P-STEP.
          MOVE FUNCTION TRIM (WS-P-FORMAT) TO WS-P-FORMAT.
          MOVE FUNCTION TRIM (WS-P-PATTERN) TO WS-P-PATTERN.
          IF WS-P-STEP NOT = "DAY*"
             MOVE WS-P-STEP TO WS-SOURCE-STEP
             MOVE WS-P-PATTERN TO WS-SOURCE-DATASET
             PERFORM SWEEP-ONE-SOURCE
             GO TO SWEEP-ONE-LIST-ENTRY-99
          END-IF.
          MOVE SPACES TO WS-PATTERN-HEAD WS-PATTERN-TAIL.
          UNSTRING WS-P-PATTERN DELIMITED BY "*"
             INTO WS-PATTERN-HEAD, WS-PATTERN-TAIL.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             MOVE WS-DAY TO WS-DAY-ED
             MOVE SPACES TO WS-SOURCE-STEP WS-SOURCE-DATASET
             STRING "DAY" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    INTO WS-SOURCE-STEP
             END-STRING
             STRING WS-PATTERN-HEAD DELIMITED BY SPACE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    WS-PATTERN-TAIL DELIMITED BY SPACE
                    INTO WS-SOURCE-DATASET
             END-STRING
             PERFORM SWEEP-ONE-SOURCE
          END-PERFORM.
       SWEEP-ONE-LIST-ENTRY-99.
          EXIT.
      *
       SWEEP-ONE-SOURCE SECTION.
          CALL "CBL_CHECK_FILE_EXIST" USING WS-SOURCE-DATASET,
             WS-FILE-INFO RETURNING WS-FILE-RC.
          IF WS-FILE-RC NOT = 0
             GO TO SWEEP-ONE-SOURCE-99
          END-IF.
          COMPUTE WS-FILE-STAMP =
             (WS-FI-YEAR * 10000 + WS-FI-MONTH * 100 + WS-FI-DAY)
                * 10000 + WS-FI-HOUR * 100 + WS-FI-MINUTE.
          IF WS-FILE-STAMP < WS-START-STAMP
             GO TO SWEEP-ONE-SOURCE-99
          END-IF.
          MOVE WS-SOURCE-STEP TO SM-LOOKUP-STEP.
          PERFORM FIND-STEP-SUPPLIER.
          MOVE "N" TO WS-SOURCE-EOF.
          MOVE "N" TO WS-SAMPLE-OPEN.
          OPEN INPUT REJECT-SOURCE-FILE.
          IF WS-SOURCE-STATUS NOT = "00"
             GO TO SWEEP-ONE-SOURCE-99
          END-IF.
          PERFORM UNTIL WS-SOURCE-EOF = "Y"
             READ REJECT-SOURCE-FILE
                AT END
                   MOVE "Y" TO WS-SOURCE-EOF
                NOT AT END
                   IF REJECT-SOURCE-RECORD NOT = SPACES
                      PERFORM TAKE-REJECT-LINE
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REJECT-SOURCE-FILE.
       SWEEP-ONE-SOURCE-99.
          EXIT.
      *
      * SM-HIT IS THE OWNING SUPPLIER FOR THE SOURCE BEING SWEPT. A
      * REJECT WITH NO OWNER IS RAISED AS A WARNING ONCE PER SOURCE.
       TAKE-REJECT-LINE SECTION.
          IF SM-HIT = 0
             ADD 1 TO WS-WARNINGS
             MOVE "W" TO ALERT-SEVERITY
             MOVE "SUPRET" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING FUNCTION TRIM (WS-SOURCE-STEP) DELIMITED BY SIZE
                    " HAS REJECTS BUT NO SUPPLIER ON THE MASTER - "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SOURCE-DATASET)
                       DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             MOVE "Y" TO WS-SOURCE-EOF
             GO TO TAKE-REJECT-LINE-99
          END-IF.
          IF WS-P-FORMAT = "SAMPLE" AND
             REJECT-SOURCE-RECORD (1:7) NOT = "SAMPLE "
             PERFORM ADD-SAMPLE-DETAIL
             GO TO TAKE-REJECT-LINE-99
          END-IF.
          IF WS-ITEM-COUNT >= WS-ITEM-MAX
             DISPLAY "SUPRET: REJECT TABLE FULL - "
                FUNCTION TRIM (WS-SOURCE-DATASET) " TRUNCATED"
             MOVE "Y" TO WS-SOURCE-EOF
             GO TO TAKE-REJECT-LINE-99
          END-IF.
          ADD 1 TO WS-ITEM-COUNT.
          MOVE SM-HIT TO WS-IT-SUPPLIER (WS-ITEM-COUNT).
          MOVE WS-SOURCE-STEP TO WS-IT-STEP (WS-ITEM-COUNT).
          MOVE 0 TO WS-IT-LINE (WS-ITEM-COUNT).
          MOVE SPACES TO WS-IT-REASON (WS-ITEM-COUNT)
             WS-IT-RECORD (WS-ITEM-COUNT).
          EVALUATE WS-P-FORMAT
             WHEN "EDIT"
                PERFORM PARSE-EDIT-REJECT
             WHEN "SCREEN"
                PERFORM PARSE-SCREEN-REJECT
             WHEN "CLAIM"
                PERFORM PARSE-CLAIM-REJECT
             WHEN "TREE"
                PERFORM PARSE-TREE-REJECT
             WHEN "SAMPLE"
                PERFORM PARSE-SAMPLE-REJECT
             WHEN OTHER
                MOVE "REJECTED" TO WS-IT-REASON (WS-ITEM-COUNT)
                MOVE REJECT-SOURCE-RECORD
                   TO WS-IT-RECORD (WS-ITEM-COUNT)
          END-EVALUATE.
       TAKE-REJECT-LINE-99.
          EXIT.
      *
      * WS-NUMBER-TEXT IN, WS-NUMBER OUT (ZERO WHEN NOT A NUMBER).
       TAKE-NUMBER SECTION.
          MOVE 0 TO WS-NUMBER.
          IF FUNCTION TRIM (WS-NUMBER-TEXT) IS NUMERIC
             COMPUTE WS-NUMBER = FUNCTION NUMVAL (WS-NUMBER-TEXT)
          END-IF.
          EXIT.
      *
      * LINE n: REASON - RECORD
       PARSE-EDIT-REJECT SECTION.
          MOVE SPACES TO WS-HEAD-PART WS-REST-PART.
          UNSTRING REJECT-SOURCE-RECORD DELIMITED BY ": "
             INTO WS-HEAD-PART, WS-REST-PART.
          MOVE WS-HEAD-PART (6:) TO WS-NUMBER-TEXT.
          PERFORM TAKE-NUMBER.
          MOVE WS-NUMBER TO WS-IT-LINE (WS-ITEM-COUNT).
          MOVE SPACES TO WS-REASON-PART WS-RECORD-PART.
          UNSTRING WS-REST-PART DELIMITED BY " - "
             INTO WS-REASON-PART, WS-RECORD-PART.
          MOVE WS-REASON-PART TO WS-IT-REASON (WS-ITEM-COUNT).
          MOVE WS-RECORD-PART TO WS-IT-RECORD (WS-ITEM-COUNT).
          EXIT.
      *
      * LINE n CHANGE v: REASON, OR DEVICE id AT LINE n: REASON
       PARSE-SCREEN-REJECT SECTION.
          MOVE SPACES TO WS-HEAD-PART WS-REST-PART.
          UNSTRING REJECT-SOURCE-RECORD DELIMITED BY ": "
             INTO WS-HEAD-PART, WS-REST-PART.
          MOVE SPACES TO WS-NUMBER-TEXT WS-RECORD-PART.
          IF WS-HEAD-PART (1:7) = "DEVICE "
             UNSTRING WS-HEAD-PART DELIMITED BY " AT LINE "
                INTO WS-RECORD-PART, WS-NUMBER-TEXT
          ELSE
             UNSTRING WS-HEAD-PART (6:) DELIMITED BY " CHANGE "
                INTO WS-NUMBER-TEXT, WS-RECORD-PART
          END-IF.
          PERFORM TAKE-NUMBER.
          MOVE WS-NUMBER TO WS-IT-LINE (WS-ITEM-COUNT).
          MOVE WS-REST-PART TO WS-IT-REASON (WS-ITEM-COUNT).
          MOVE WS-RECORD-PART TO WS-IT-RECORD (WS-ITEM-COUNT).
          EXIT.
      *
      * RECORD -- REASON -- LINE n
       PARSE-CLAIM-REJECT SECTION.
          MOVE SPACES TO WS-RECORD-PART WS-REASON-PART WS-HEAD-PART.
          UNSTRING REJECT-SOURCE-RECORD DELIMITED BY " -- "
             INTO WS-RECORD-PART, WS-REASON-PART, WS-HEAD-PART.
          MOVE FUNCTION TRIM (WS-HEAD-PART) TO WS-HEAD-PART.
          IF WS-HEAD-PART (1:5) = "LINE "
             MOVE WS-HEAD-PART (6:) TO WS-NUMBER-TEXT
             PERFORM TAKE-NUMBER
             MOVE WS-NUMBER TO WS-IT-LINE (WS-ITEM-COUNT)
          END-IF.
          MOVE FUNCTION TRIM (WS-REASON-PART)
             TO WS-IT-REASON (WS-ITEM-COUNT).
          MOVE FUNCTION TRIM (WS-RECORD-PART)
             TO WS-IT-RECORD (WS-ITEM-COUNT).
          EXIT.
      *
      * NODE n AT TOKEN OFFSET p: REASON. THE LICENSE TREE IS A
      * ONE-LINE FEED, SO THE WHOLE FEED IS LINE 1.
       PARSE-TREE-REJECT SECTION.
          MOVE SPACES TO WS-HEAD-PART WS-REST-PART.
          UNSTRING REJECT-SOURCE-RECORD DELIMITED BY ": "
             INTO WS-HEAD-PART, WS-REST-PART.
          MOVE 1 TO WS-IT-LINE (WS-ITEM-COUNT).
          MOVE WS-REST-PART TO WS-IT-REASON (WS-ITEM-COUNT).
          MOVE WS-HEAD-PART TO WS-IT-RECORD (WS-ITEM-COUNT).
          EXIT.
      *
      * SAMPLE n: REASON. EACH SAMPLE IS A FOUR-LINE BLOCK OF THE
      * FEED, SO SAMPLE n STARTS ON LINE 4n-3; ITS BEFORE/INSTR/AFTER
      * LINES FOLLOW AND BECOME THE RETURNED RECORD.
       PARSE-SAMPLE-REJECT SECTION.
          MOVE SPACES TO WS-HEAD-PART WS-REST-PART.
          UNSTRING REJECT-SOURCE-RECORD DELIMITED BY ": "
             INTO WS-HEAD-PART, WS-REST-PART.
          MOVE WS-HEAD-PART (8:) TO WS-NUMBER-TEXT.
          PERFORM TAKE-NUMBER.
          IF WS-NUMBER > 0
             COMPUTE WS-IT-LINE (WS-ITEM-COUNT) = WS-NUMBER * 4 - 3
          END-IF.
          MOVE WS-REST-PART TO WS-IT-REASON (WS-ITEM-COUNT).
          MOVE "Y" TO WS-SAMPLE-OPEN.
          MOVE 1 TO WS-SAMPLE-PTR.
          EXIT.
      *
       ADD-SAMPLE-DETAIL SECTION.
          IF WS-SAMPLE-OPEN NOT = "Y" OR WS-SAMPLE-PTR > 120
             GO TO ADD-SAMPLE-DETAIL-99
          END-IF.
          IF WS-SAMPLE-PTR > 1
             STRING "; " DELIMITED BY SIZE
                    INTO WS-IT-RECORD (WS-ITEM-COUNT)
                    WITH POINTER WS-SAMPLE-PTR
             END-STRING
          END-IF.
          STRING FUNCTION TRIM (REJECT-SOURCE-RECORD)
                    DELIMITED BY SIZE
                 INTO WS-IT-RECORD (WS-ITEM-COUNT)
                 WITH POINTER WS-SAMPLE-PTR
          END-STRING.
       ADD-SAMPLE-DETAIL-99.
          EXIT.
      *
       WRITE-RETURN-FILES SECTION.
          MOVE "SUPPLIER_RETURN_ROOT" TO CAT-LOGICAL-NAME.
          MOVE "../../returns" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RETURN-ROOT.
          MOVE SPACES TO WS-COMMAND.
          STRING "mkdir -p " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RETURN-ROOT) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          PERFORM VARYING SM-IDX FROM 1 BY 1
          UNTIL SM-IDX > SM-SUPPLIER-COUNT
             PERFORM WRITE-ONE-RETURN-FILE
          END-PERFORM.
          EXIT.
      *
       WRITE-ONE-RETURN-FILE SECTION.
          MOVE SPACES TO WS-RETURN-DATASET.
          STRING FUNCTION TRIM (WS-RETURN-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (SM-SUPPLIER (SM-IDX))
                    DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO WS-RETURN-DATASET
          END-STRING.
          OPEN OUTPUT RETURN-FILE.
          IF WS-RETURN-STATUS NOT = "00"
             ADD 1 TO WS-WARNINGS
             MOVE "W" TO ALERT-SEVERITY
             MOVE "SUPRET" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "RETURN FILE NOT WRITABLE - " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RETURN-DATASET)
                       DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             GO TO WRITE-ONE-RETURN-FILE-99
          END-IF.
          MOVE SPACES TO RETURN-RECORD.
          STRING "* REJECTED RECORDS RETURNED TO " DELIMITED BY SIZE
                 FUNCTION TRIM (SM-SUPPLIER (SM-IDX))
                    DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM (SM-NAME (SM-IDX)) DELIMITED BY SIZE
                 INTO RETURN-RECORD
          END-STRING.
          WRITE RETURN-RECORD.
          MOVE SPACES TO RETURN-RECORD.
          STRING "* FOR THE ATTENTION OF " DELIMITED BY SIZE
                 FUNCTION TRIM (SM-CONTACT (SM-IDX)) DELIMITED BY SIZE
                 INTO RETURN-RECORD
          END-STRING.
          WRITE RETURN-RECORD.
          MOVE SPACES TO RETURN-RECORD.
          STRING "* RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 " DATE " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 " - FEEDS " DELIMITED BY SIZE
                 FUNCTION TRIM (SM-STEPS (SM-IDX)) DELIMITED BY SIZE
                 INTO RETURN-RECORD
          END-STRING.
          WRITE RETURN-RECORD.
          MOVE "* STEP|LINE|REASON|RECORD" TO RETURN-RECORD.
          WRITE RETURN-RECORD.
          MOVE 0 TO WS-SUPPLIER-ITEMS.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-ITEM-COUNT
             IF WS-IT-SUPPLIER (WS-IDX) = SM-IDX
                PERFORM WRITE-RETURN-LINE
             END-IF
          END-PERFORM.
          MOVE WS-SUPPLIER-ITEMS TO WS-COUNT-ED.
          MOVE SPACES TO RETURN-RECORD.
          IF WS-SUPPLIER-ITEMS = 0
             MOVE "* NO RECORDS REJECTED THIS RUN" TO RETURN-RECORD
          ELSE
             ADD 1 TO WS-SUPPLIERS-HIT
             STRING "* " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                    " RECORD(S) RETURNED - PLEASE CORRECT AT SOURCE "
                       DELIMITED BY SIZE
                    "AND RESEND" DELIMITED BY SIZE
                    INTO RETURN-RECORD
             END-STRING
          END-IF.
          WRITE RETURN-RECORD.
          CLOSE RETURN-FILE.
       WRITE-ONE-RETURN-FILE-99.
          EXIT.
      *
       WRITE-RETURN-LINE SECTION.
          ADD 1 TO WS-SUPPLIER-ITEMS.
          ADD 1 TO WS-RETURNED.
          MOVE WS-IT-LINE (WS-IDX) TO WS-LINE-ED.
          MOVE SPACES TO RETURN-RECORD.
          STRING FUNCTION TRIM (WS-IT-STEP (WS-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-LINE-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IT-REASON (WS-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IT-RECORD (WS-IDX))
                    DELIMITED BY SIZE
                 INTO RETURN-RECORD
          END-STRING.
          WRITE RETURN-RECORD.
          EXIT.
      *
       COPY SUPMPA.
       COPY AUDITPA.
