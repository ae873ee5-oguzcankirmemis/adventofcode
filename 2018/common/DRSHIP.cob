       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRSHIP.
       AUTHOR. OK999.
      * DISASTER-RECOVERY SHIPPING. THE LAST STEP OF THE STREAM COPIES
      * EVERY DATASET ON THE DR SHIPPING LIST (PARAMS/DRSHIP.CFG,
      * NAME|PATTERN - THE STATEBKP.CFG SHAPE) - THE LEDGER, THE
      * RESULTS MASTER, THE RUN CONTROL, THE PROCESSED-DATE CALENDAR,
      * THE ALERT-STATUS MASTER, THE DAY STATE FILES AND THE STATE
      * JOURNAL - TO THE SECOND SITE (DR_SITE_ROOT) AS ONE
      * SEQUENCE-NUMBERED SHIPMENT, DR_SITE_ROOT/ship_<NNNNNN>, WITH A
      * MANIFEST (NAME|ORIGINAL|STORED|BYTES|CHECKSUM) BESIDE THE
      * COPIES. EVERY COPY IS CHECKSUMMED AT THE DR SITE AGAINST ITS
      * SOURCE; THE SHIPMENT IS BUILT UNDER ship_<NNNNNN>.part AND
      * ONLY RENAMED INTO PLACE WHEN EVERY COPY AGREES, SO A SHIPMENT
      * DIRECTORY AT THE DR SITE IS ALWAYS COMPLETE. EVERY ATTEMPT IS
      * RECORDED ON THE SHIPMENT LOG (SEE DRSHPWS) - OK, FAILED, OR
      * SKIPPED WHEN THE DRIVER REPORTS THE STEP DID NOT RUN
      * (DRSHIP_MODE=SKIP). A FAILED OR SKIPPED SHIPMENT RAISES A
      * SEVERE ALERT NAMING THE RUN THE DR COPY IS STILL AT; DRPOINT
      * AND MORNRPT REPORT IT UNTIL THE NEXT GOOD SHIPMENT.
      * RETURN CODES: 0 = SHIPPED (OR SKIP RECORDED), 8 = SHIPMENT
      * FAILED - THE DR COPY IS UNCHANGED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY DRSHPSL.
          SELECT SHIP-LIST-FILE
             ASSIGN TO WS-SHIP-LIST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SHIP-LIST-STATUS.
          SELECT WORK-FILE
             ASSIGN TO WS-WORK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
          SELECT CHECK-FILE
             ASSIGN TO WS-CHECK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHECK-STATUS.
          SELECT MANIFEST-FILE
             ASSIGN TO WS-MANIFEST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY DRSHPFD.
          FD SHIP-LIST-FILE.
          01 SHIP-LIST-RECORD PIC X(250).
          FD WORK-FILE.
          01 WORK-RECORD PIC X(300).
          FD CHECK-FILE.
          01 CHECK-RECORD PIC X(40).
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY DRSHPWS.
          01 WS-SHIP-LIST-DATASET PIC X(200).
          01 WS-SHIP-LIST-STATUS PIC X(2) VALUE SPACES.
          01 WS-SHIP-LIST-EOF PIC X(1) VALUE "N".
          01 WS-WORK-DATASET PIC X(200) VALUE "./drship.wrk".
          01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
          01 WS-WORK-EOF PIC X(1).
          01 WS-CHECK-DATASET PIC X(200) VALUE "./drship.ck".
          01 WS-CHECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-MANIFEST-DATASET PIC X(200).
          01 WS-MANIFEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-MODE PIC X(8).
          01 WS-DR-ROOT PIC X(200).
          01 WS-SHIP-SEQ PIC 9(6).
          01 WS-SHIP-NAME PIC X(11).
          01 WS-SHIP-DIR PIC X(220).
          01 WS-PART-DIR PIC X(230).
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-OPERATOR PIC X(8).
          01 WS-SHIP-DATE PIC X(8).
          01 WS-SHIP-TIME-8 PIC X(8).
          01 WS-SHIP-STATUS PIC X(7).
          01 WS-SHIP-NOTE PIC X(60).
          01 WS-PARSE.
             03 WS-P-NAME PIC X(20).
             03 WS-P-PATTERN PIC X(120).
          01 WS-WORK-PARSE.
             03 WS-W-CHECKSUM PIC X(12).
             03 WS-W-BYTES PIC X(12).
             03 WS-W-PATH PIC X(200).
             03 WS-W-BASENAME PIC X(80).
          01 WS-STORED-NAME PIC X(120).
          01 WS-COPY-CHECKSUM PIC X(12).
          01 WS-COMMAND PIC X(600).
          01 WS-FILE-COUNT PIC 9(5) VALUE 0.
          01 WS-BAD-COUNT PIC 9(5) VALUE 0.
          01 WS-TOTAL-BYTES PIC 9(12) VALUE 0.
          01 WS-FILES-ED PIC ZZZZ9.
          01 WS-BYTES-ED PIC Z(11)9.
          01 WS-RUN-ED PIC Z(7)9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "DRSHIP" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM LOAD-SHIPMENT-LOG.
          COMPUTE WS-SHIP-SEQ = DS-LAST-SEQ + 1.
          MOVE SPACES TO WS-SHIP-NAME.
          STRING "ship_" DELIMITED BY SIZE
                 WS-SHIP-SEQ DELIMITED BY SIZE
                 INTO WS-SHIP-NAME
          END-STRING.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE DS-CURRENT-RUN TO WS-RUN-ED
             MOVE FUNCTION TRIM (WS-RUN-ED) TO WS-RUN-NUMBER
          END-IF.
          ACCEPT WS-SHIP-DATE FROM DATE YYYYMMDD.
          ACCEPT WS-SHIP-TIME-8 FROM TIME.
          MOVE SPACES TO WS-MODE.
          ACCEPT WS-MODE FROM ENVIRONMENT "DRSHIP_MODE".
          IF WS-MODE = "SKIP"
             MOVE "SKIPPED" TO WS-SHIP-STATUS
             MOVE "SHIPPING STEP DID NOT RUN" TO WS-SHIP-NOTE
             PERFORM RECORD-SHIPMENT
             PERFORM ALERT-NOT-SHIPPED
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM PREPARE-SHIPMENT-DIR.
          PERFORM OPEN-MANIFEST.
          PERFORM READ-SHIP-LIST.
          PERFORM CLOSE-MANIFEST.
          IF WS-BAD-COUNT > 0
             MOVE WS-BAD-COUNT TO WS-FILES-ED
             MOVE SPACES TO WS-SHIP-NOTE
             STRING FUNCTION TRIM (WS-FILES-ED) DELIMITED BY SIZE
                    " COPY(IES) FAILED CHECKSUM AT THE DR SITE"
                       DELIMITED BY SIZE
                    INTO WS-SHIP-NOTE
             END-STRING
             PERFORM FAIL-SHIPMENT
          END-IF.
          PERFORM COMPLETE-SHIPMENT.
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PREPARE-SHIPMENT-DIR SECTION.
          MOVE "DR_SITE_ROOT" TO CAT-LOGICAL-NAME.
          MOVE "../../drsite" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DR-ROOT.
          MOVE SPACES TO WS-SHIP-DIR.
          STRING FUNCTION TRIM (WS-DR-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-SHIP-NAME DELIMITED BY SIZE
                 INTO WS-SHIP-DIR
          END-STRING.
          MOVE SPACES TO WS-PART-DIR.
          STRING FUNCTION TRIM (WS-SHIP-DIR) DELIMITED BY SIZE
                 ".part" DELIMITED BY SIZE
                 INTO WS-PART-DIR
          END-STRING.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -rf " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-DIR) DELIMITED BY SIZE
                 "; mkdir -p " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-DIR) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          EXIT.
      *
       OPEN-MANIFEST SECTION.
          MOVE SPACES TO WS-MANIFEST-DATASET.
          STRING FUNCTION TRIM (WS-PART-DIR) DELIMITED BY SIZE
                 "/manifest.txt" DELIMITED BY SIZE
                 INTO WS-MANIFEST-DATASET
          END-STRING.
          OPEN OUTPUT MANIFEST-FILE.
          IF WS-MANIFEST-STATUS NOT = "00"
             MOVE SPACES TO WS-SHIP-NOTE
             STRING "DR SITE NOT WRITABLE - STATUS " DELIMITED BY SIZE
                    WS-MANIFEST-STATUS DELIMITED BY SIZE
                    INTO WS-SHIP-NOTE
             END-STRING
             PERFORM FAIL-SHIPMENT
          END-IF.
          MOVE SPACES TO MANIFEST-RECORD.
          STRING "DR SHIPMENT " DELIMITED BY SIZE
                 WS-SHIP-SEQ DELIMITED BY SIZE
                 " - RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-SHIP-DATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SHIP-TIME-8 (1:6) DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
          END-STRING.
          WRITE MANIFEST-RECORD.
          EXIT.
      *
       READ-SHIP-LIST SECTION.
          MOVE "DR_SHIP_LIST" TO CAT-LOGICAL-NAME.
          MOVE "../../params/drship.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SHIP-LIST-DATASET.
          OPEN INPUT SHIP-LIST-FILE.
          IF WS-SHIP-LIST-STATUS NOT = "00"
             CLOSE MANIFEST-FILE
             MOVE "NO DR SHIPPING LIST" TO WS-SHIP-NOTE
             PERFORM FAIL-SHIPMENT
          END-IF.
          PERFORM UNTIL WS-SHIP-LIST-EOF = "Y"
             READ SHIP-LIST-FILE
                AT END
                   MOVE "Y" TO WS-SHIP-LIST-EOF
                NOT AT END
                   PERFORM PROCESS-ONE-SOURCE
             END-READ
          END-PERFORM.
          CLOSE SHIP-LIST-FILE.
          EXIT.
      *
       PROCESS-ONE-SOURCE SECTION.
          IF SHIP-LIST-RECORD = SPACES OR
             SHIP-LIST-RECORD (1:1) = "*"
             GO TO PROCESS-ONE-SOURCE-99
          END-IF.
          MOVE SPACES TO WS-PARSE.
          UNSTRING SHIP-LIST-RECORD DELIMITED BY "|"
             INTO WS-P-NAME, WS-P-PATTERN.
          IF WS-P-PATTERN = SPACES
             DISPLAY "DRSHIP: BAD SHIPPING LINE IGNORED: "
                SHIP-LIST-RECORD (1:60)
             GO TO PROCESS-ONE-SOURCE-99
          END-IF.
      * ONE RECORD PER MATCH: CHECKSUM|BYTES|PATH|BASENAME.
          MOVE SPACES TO WS-COMMAND.
          STRING "ls -1 " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-PATTERN) DELIMITED BY SIZE
                 " 2>/dev/null | while read F; do printf"
                    DELIMITED BY SIZE
                 " '%s|%s|%s|%s\n'" DELIMITED BY SIZE
                 " ""$(cksum < ""$F"" | cut -d' ' -f1)"""
                    DELIMITED BY SIZE
                 " ""$(wc -c < ""$F"")""" DELIMITED BY SIZE
                 " ""$F"" ""${F##*/}""; done > " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WORK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE "N" TO WS-WORK-EOF.
          OPEN INPUT WORK-FILE.
          IF WS-WORK-STATUS NOT = "00"
             GO TO PROCESS-ONE-SOURCE-99
          END-IF.
          PERFORM UNTIL WS-WORK-EOF = "Y"
             READ WORK-FILE
                AT END
                   MOVE "Y" TO WS-WORK-EOF
                NOT AT END
                   PERFORM SHIP-ONE-FILE
             END-READ
          END-PERFORM.
          CLOSE WORK-FILE.
       PROCESS-ONE-SOURCE-99.
          EXIT.
      *
      * THE COPY IS CHECKSUMMED WHERE IT LANDED, NOT WHERE IT CAME
      * FROM, SO A SHORT OR GARBLED WRITE AT THE DR SITE IS CAUGHT.
       SHIP-ONE-FILE SECTION.
          IF WORK-RECORD = SPACES
             GO TO SHIP-ONE-FILE-99
          END-IF.
          MOVE SPACES TO WS-WORK-PARSE.
          UNSTRING WORK-RECORD DELIMITED BY "|"
             INTO WS-W-CHECKSUM, WS-W-BYTES, WS-W-PATH,
                  WS-W-BASENAME.
          IF WS-W-PATH = SPACES
             GO TO SHIP-ONE-FILE-99
          END-IF.
          MOVE SPACES TO WS-STORED-NAME.
          STRING FUNCTION TRIM (WS-P-NAME) DELIMITED BY SIZE
                 "__" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-BASENAME) DELIMITED BY SIZE
                 INTO WS-STORED-NAME
          END-STRING.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CHECK-DATASET) DELIMITED BY SIZE
                 "; cp " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-PATH) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STORED-NAME) DELIMITED BY SIZE
                 " && cksum < " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STORED-NAME) DELIMITED BY SIZE
                 " | cut -d' ' -f1 > " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CHECK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE SPACES TO WS-COPY-CHECKSUM.
          OPEN INPUT CHECK-FILE.
          IF WS-CHECK-STATUS = "00"
             READ CHECK-FILE
                AT END
                   CONTINUE
                NOT AT END
                   MOVE CHECK-RECORD TO WS-COPY-CHECKSUM
             END-READ
             CLOSE CHECK-FILE
          END-IF.
          ADD 1 TO WS-FILE-COUNT.
          IF WS-COPY-CHECKSUM = SPACES OR
             WS-COPY-CHECKSUM NOT = WS-W-CHECKSUM
             ADD 1 TO WS-BAD-COUNT
             DISPLAY "DRSHIP: " FUNCTION TRIM (WS-W-PATH)
                " - DR COPY CHECKSUM " FUNCTION TRIM (WS-COPY-CHECKSUM)
                " NOT " FUNCTION TRIM (WS-W-CHECKSUM)
             GO TO SHIP-ONE-FILE-99
          END-IF.
          IF FUNCTION TRIM (WS-W-BYTES) IS NUMERIC
             COMPUTE WS-TOTAL-BYTES = WS-TOTAL-BYTES +
                FUNCTION NUMVAL (FUNCTION TRIM (WS-W-BYTES))
          END-IF.
          MOVE SPACES TO MANIFEST-RECORD.
          STRING FUNCTION TRIM (WS-P-NAME) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-PATH) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STORED-NAME) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-BYTES) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-CHECKSUM) DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
          END-STRING.
          WRITE MANIFEST-RECORD.
       SHIP-ONE-FILE-99.
          EXIT.
      *
       CLOSE-MANIFEST SECTION.
          MOVE SPACES TO MANIFEST-RECORD.
          STRING "*** END OF DR SHIPMENT MANIFEST - " DELIMITED BY SIZE
                 WS-FILE-COUNT DELIMITED BY SIZE
                 " FILE(S) ***" DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
          END-STRING.
          WRITE MANIFEST-RECORD.
          CLOSE MANIFEST-FILE.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WORK-DATASET) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CHECK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          EXIT.
      *
      * THE FINISHED SHIPMENT TAKES ITS FINAL NAME ONLY NOW; A SAME
      * NUMBERED LEFTOVER FROM AN EARLIER ATTEMPT IS REPLACED.
       COMPLETE-SHIPMENT SECTION.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -rf " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SHIP-DIR) DELIMITED BY SIZE
                 "; mv " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-DIR) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SHIP-DIR) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE "OK" TO WS-SHIP-STATUS.
          MOVE SPACES TO WS-SHIP-NOTE.
          PERFORM RECORD-SHIPMENT.
          MOVE WS-FILE-COUNT TO WS-FILES-ED.
          MOVE WS-TOTAL-BYTES TO WS-BYTES-ED.
          DISPLAY "DRSHIP: SHIPMENT " WS-SHIP-SEQ " - "
             FUNCTION TRIM (WS-FILES-ED) " FILE(S), "
             FUNCTION TRIM (WS-BYTES-ED) " BYTES TO "
             FUNCTION TRIM (WS-SHIP-DIR).
          MOVE "I" TO ALERT-SEVERITY.
          MOVE "DRSHIP" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "DR SHIPMENT " DELIMITED BY SIZE
                 WS-SHIP-SEQ DELIMITED BY SIZE
                 " SHIPPED - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FILES-ED) DELIMITED BY SIZE
                 " FILE(S); DR COPY RESTORABLE TO RUN "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
      * A FAILED SHIPMENT LEAVES NOTHING HALF-BUILT AT THE DR SITE AND
      * ENDS THE STEP.
       FAIL-SHIPMENT SECTION.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -rf " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PART-DIR) DELIMITED BY SIZE
                 "; rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WORK-DATASET) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CHECK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE "FAILED" TO WS-SHIP-STATUS.
          PERFORM RECORD-SHIPMENT.
          DISPLAY "DRSHIP: SHIPMENT " WS-SHIP-SEQ " FAILED - "
             FUNCTION TRIM (WS-SHIP-NOTE).
          PERFORM ALERT-NOT-SHIPPED.
          MOVE 8 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       ALERT-NOT-SHIPPED SECTION.
          MOVE "S" TO ALERT-SEVERITY.
          MOVE "DRSHIP" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          IF DS-GOOD-SEQ = 0
             STRING "RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    " DR SHIPMENT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHIP-STATUS) DELIMITED BY SIZE
                    " - NO GOOD DR COPY EXISTS" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
          ELSE
             STRING "RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    " DR SHIPMENT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHIP-STATUS) DELIMITED BY SIZE
                    " - DR COPY STILL AT RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (DS-GOOD-RUN) DELIMITED BY SIZE
                    " (SHIPMENT " DELIMITED BY SIZE
                    DS-GOOD-SEQ DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
          END-IF.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
       RECORD-SHIPMENT SECTION.
          ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID".
          IF WS-OPERATOR = SPACES
             MOVE "UNKNOWN" TO WS-OPERATOR
          END-IF.
          OPEN EXTEND DR-SHIPMENT-LOG-FILE.
          IF DS-STATUS = "35"
             OPEN OUTPUT DR-SHIPMENT-LOG-FILE
             CLOSE DR-SHIPMENT-LOG-FILE
             OPEN EXTEND DR-SHIPMENT-LOG-FILE
          END-IF.
          IF DS-STATUS NOT = "00"
             DISPLAY "DRSHIP: SHIPMENT LOG NOT WRITTEN - OPEN STATUS "
                DS-STATUS
             GO TO RECORD-SHIPMENT-99
          END-IF.
          MOVE WS-FILE-COUNT TO WS-FILES-ED.
          MOVE WS-TOTAL-BYTES TO WS-BYTES-ED.
          MOVE SPACES TO DR-SHIPMENT-LOG-RECORD.
          IF WS-SHIP-STATUS = "OK"
             STRING WS-SHIP-SEQ DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-SHIP-DATE DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-SHIP-TIME-8 (1:6) DELIMITED BY SIZE
                    "|OK|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-FILES-ED) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-BYTES-ED) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHIP-DIR) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    INTO DR-SHIPMENT-LOG-RECORD
             END-STRING
          ELSE
             STRING WS-SHIP-SEQ DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-SHIP-DATE DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    WS-SHIP-TIME-8 (1:6) DELIMITED BY SIZE
                    "|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHIP-STATUS) DELIMITED BY SIZE
                    "|0|0|" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                    "||" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHIP-NOTE) DELIMITED BY SIZE
                    INTO DR-SHIPMENT-LOG-RECORD
             END-STRING
          END-IF.
          WRITE DR-SHIPMENT-LOG-RECORD.
          CLOSE DR-SHIPMENT-LOG-FILE.
       RECORD-SHIPMENT-99.
          EXIT.
      *
       COPY DRSHPPA.
      *
       COPY AUDITPA.
