      * CANDIDATE SELECTION SHELLS OUT THE SAME WAY HOUSEKEEP DOES:
      * ls EXPANDS EACH PATTERN AND wc SUPPLIES THE RECORD AND BYTE
      * COUNTS FOR THE PACKING LIST.
      * A BUNDLE THAT LEAVES THE SHOP IS CUT WITH BUNDLE_RELEASE_TO
      * SET TO THE OUTSIDE RECIPIENT: IT GOES TO ITS OWN DIRECTORY
      * (run_<N>_<RECIPIENT>) SO THE IN-HOUSE COPY OF RECORD IS NEVER
      * TOUCHED, AND EVERY CLASS CARRYING A MASKING RULE ON THE
      * BUNDLE LIST (CLASS|PATTERN|RULE|LEVEL) IS BUNDLED THROUGH
      * MASKCOPY - PSEUDONYMS IN PLACE OF THE RULE'S IDENTIFIERS -
      * UNLESS THE RECIPIENT'S CLEARANCE ON THE RECIPIENT MASTER IS
      * AT LEAST LEVEL. A RECIPIENT NOT ON THE MASTER COUNTS AS
      * CLEARANCE 0. THE PACKING LIST NAMES THE RECIPIENT AND MARKS
      * EVERY FILE MASKED OR REAL (CLASS|FILE|RECORDS|BYTES|MASKING);
      * A FILE THAT CANNOT BE MASKED IS LEFT OUT OF THE BUNDLE WITH A
      * WARNING ALERT.
      * RETURN CODES: 0 = BUNDLE WRITTEN (EVEN IF EMPTY), 1 = THE
      * ARCHIVE DIRECTORY OR PACKING LIST COULD NOT BE CREATED.
       ENVIRONMENT DIVISION.
             ASSIGN TO WS-PACKING-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PACKING-STATUS.
          SELECT RECIPIENT-FILE
             ASSIGN TO WS-RECIPIENT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECIPIENT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          01 WORK-RECORD PIC X(250).
          FD PACKING-FILE.
          01 PACKING-RECORD PIC X(300).
          FD RECIPIENT-FILE.
          01 RECIPIENT-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY MASKWS.
          01 WS-BUNDLE-LIST-DATASET PIC X(200).
          01 WS-BUNDLE-LIST-STATUS PIC X(2) VALUE SPACES.
          01 WS-BUNDLE-LIST-EOF PIC X(1) VALUE "N".
          01 WS-PARSE.
             03 WS-P-CLASS PIC X(20).
             03 WS-P-PATTERN PIC X(120).
             03 WS-P-MASK-RULE PIC X(10).
             03 WS-P-MASK-LEVEL PIC X(2).
          01 WS-CLASS-LEVEL PIC 9(1).
          01 WS-RECIPIENT-DATASET PIC X(200).
          01 WS-RECIPIENT-STATUS PIC X(2) VALUE SPACES.
          01 WS-RECIPIENT-EOF PIC X(1) VALUE "N".
          01 WS-RECIP-PARSE.
             03 WS-RP-NAME PIC X(20).
             03 WS-RP-LEVEL PIC X(2).
          01 WS-RELEASE-TO PIC X(20).
          01 WS-RELEASE-CLEARANCE PIC 9(1) VALUE 0.
          01 WS-RELEASE-KNOWN PIC X(1) VALUE "N".
          01 WS-MASKING PIC X(6).
          01 WS-SLASH-POS PIC 9(3).
          01 WS-POS PIC 9(3).
          01 WS-MASKED-COUNT PIC 9(5) VALUE 0.
          01 WS-WORK-PARSE.
             03 WS-W-LINES PIC X(12).
             03 WS-W-BYTES PIC X(12).
       MAIN SECTION.
          MOVE "ARCHBNDL" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-RELEASE-TO FROM ENVIRONMENT "BUNDLE_RELEASE_TO".
          IF WS-RELEASE-TO NOT = SPACES
             PERFORM LOAD-RELEASE-CLEARANCE
          END-IF.
          PERFORM PREPARE-BUNDLE-DIR.
          PERFORM OPEN-PACKING-LIST.
          PERFORM READ-BUNDLE-LIST.
          END-IF.
          MOVE "ARCHIVE_ROOT" TO CAT-LOGICAL-NAME.
          MOVE "../../archive" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ARCHIVE-ROOT.
          MOVE SPACES TO WS-BUNDLE-DIR.
          STRING FUNCTION TRIM (WS-ARCHIVE-ROOT) DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 INTO WS-BUNDLE-DIR
          END-STRING.
          IF WS-RELEASE-TO NOT = SPACES
             STRING FUNCTION TRIM (WS-ARCHIVE-ROOT) DELIMITED BY SIZE
                    "/run_" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    "_" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RELEASE-TO) DELIMITED BY SIZE
                    INTO WS-BUNDLE-DIR
             END-STRING
          END-IF.
          MOVE SPACES TO WS-COMMAND.
          STRING "mkdir -p " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BUNDLE-DIR) DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 INTO PACKING-RECORD
          END-STRING.
          IF WS-RELEASE-TO NOT = SPACES
             MOVE WS-RELEASE-CLEARANCE TO WS-CLASS-LEVEL
             STRING "PACKING LIST - RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    " - RELEASED TO " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RELEASE-TO) DELIMITED BY SIZE
                    " (CLEARANCE " DELIMITED BY SIZE
                    WS-CLASS-LEVEL DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO PACKING-RECORD
             END-STRING
          END-IF.
          WRITE PACKING-RECORD.
          EXIT.
      *
       LOAD-RELEASE-CLEARANCE SECTION.
          MOVE FUNCTION TRIM (WS-RELEASE-TO) TO WS-RELEASE-TO.
          MOVE "RECIPIENT_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../params/recipients.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECIPIENT-DATASET.
          OPEN INPUT RECIPIENT-FILE.
          IF WS-RECIPIENT-STATUS = "00"
             PERFORM UNTIL WS-RECIPIENT-EOF = "Y"
                READ RECIPIENT-FILE
                   AT END
                      MOVE "Y" TO WS-RECIPIENT-EOF
                   NOT AT END
                      IF RECIPIENT-RECORD NOT = SPACES AND
                         RECIPIENT-RECORD (1:1) NOT = "*"
                         MOVE SPACES TO WS-RECIP-PARSE
                         UNSTRING RECIPIENT-RECORD DELIMITED BY "|"
                            INTO WS-RP-NAME, WS-RP-LEVEL
                         IF FUNCTION TRIM (WS-RP-NAME) = WS-RELEASE-TO
                            MOVE "Y" TO WS-RELEASE-KNOWN
                            IF FUNCTION TRIM (WS-RP-LEVEL) IS NUMERIC
                               COMPUTE WS-RELEASE-CLEARANCE =
                                  FUNCTION NUMVAL (WS-RP-LEVEL)
                            END-IF
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RECIPIENT-FILE
          END-IF.
          IF WS-RELEASE-KNOWN = "N"
             MOVE "W" TO ALERT-SEVERITY
             MOVE "ARCHBNDL" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "BUNDLE RECIPIENT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RELEASE-TO) DELIMITED BY SIZE
                    " NOT ON RECIPIENT MASTER - CLEARANCE 0 APPLIED"
                       DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
          END-IF.
          EXIT.
      *
       READ-BUNDLE-LIST SECTION.
          MOVE "BUNDLE_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/bundle.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BUNDLE-LIST-DATASET.
          OPEN INPUT BUNDLE-LIST-FILE.
          IF WS-BUNDLE-LIST-STATUS NOT = "00"
          END-IF.
          MOVE SPACES TO WS-PARSE.
          UNSTRING BUNDLE-LIST-RECORD DELIMITED BY "|"
             INTO WS-P-CLASS, WS-P-PATTERN, WS-P-MASK-RULE,
                  WS-P-MASK-LEVEL.
          MOVE FUNCTION TRIM (WS-P-MASK-RULE) TO WS-P-MASK-RULE.
          MOVE 0 TO WS-CLASS-LEVEL.
          IF FUNCTION TRIM (WS-P-MASK-LEVEL) IS NUMERIC
             COMPUTE WS-CLASS-LEVEL =
                FUNCTION NUMVAL (WS-P-MASK-LEVEL)
          END-IF.
          IF WS-P-PATTERN = SPACES
             DISPLAY "ARCHBNDL: BAD BUNDLE LINE IGNORED: "
                BUNDLE-LIST-RECORD (1:60)
          IF WS-W-PATH = SPACES
             GO TO ARCHIVE-ONE-FILE-99
          END-IF.
          MOVE "REAL" TO WS-MASKING.
          IF WS-RELEASE-TO NOT = SPACES AND
             WS-P-MASK-RULE NOT = SPACES AND
             WS-RELEASE-CLEARANCE < WS-CLASS-LEVEL
             PERFORM ARCHIVE-MASKED-COPY
             GO TO ARCHIVE-ONE-FILE-50
          END-IF.
          MOVE SPACES TO WS-COMMAND.
          STRING "cp " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-PATH) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          COMPUTE WS-LINES-ED =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-W-LINES)).
          COMPUTE WS-BYTES-ED =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-W-BYTES)).
       ARCHIVE-ONE-FILE-50.
          IF WS-MASKING = SPACES
             GO TO ARCHIVE-ONE-FILE-99
          END-IF.
          ADD 1 TO WS-FILE-COUNT.
          MOVE SPACES TO PACKING-RECORD.
          STRING FUNCTION TRIM (WS-P-CLASS) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-LINES-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BYTES-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-MASKING DELIMITED BY SPACE
                 INTO PACKING-RECORD
          END-STRING.
          WRITE PACKING-RECORD.
       ARCHIVE-ONE-FILE-99.
          EXIT.
      *
      * THE MASKED COPY IS WRITTEN STRAIGHT INTO THE BUNDLE UNDER THE
      * FILE'S OWN NAME; ITS COUNTS ARE THE COPY'S, NOT THE SOURCE'S.
      * WS-MASKING COMES BACK SPACES WHEN THE FILE WAS LEFT OUT.
       ARCHIVE-MASKED-COPY SECTION.
          MOVE 0 TO WS-SLASH-POS.
          PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 200
             IF WS-W-PATH (WS-POS:1) = "/"
                MOVE WS-POS TO WS-SLASH-POS
             END-IF
          END-PERFORM.
          MOVE WS-P-MASK-RULE TO MASK-RULE.
          MOVE WS-W-PATH TO MASK-SOURCE.
          MOVE SPACES TO MASK-TARGET.
          STRING FUNCTION TRIM (WS-BUNDLE-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-PATH (WS-SLASH-POS + 1:))
                    DELIMITED BY SIZE
                 INTO MASK-TARGET
          END-STRING.
          CALL "MASKCOPY" USING MASK-CONTROL.
          IF MASK-COPIED
             MOVE "MASKED" TO WS-MASKING
             ADD 1 TO WS-MASKED-COUNT
             MOVE MASK-RECORDS TO WS-LINES-ED
             MOVE MASK-BYTES TO WS-BYTES-ED
             GO TO ARCHIVE-MASKED-COPY-99
          END-IF.
          MOVE SPACES TO WS-MASKING.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "ARCHBNDL" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "MASKED COPY NOT MADE - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-W-PATH) DELIMITED BY SIZE
                 " LEFT OUT OF BUNDLE" DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
       ARCHIVE-MASKED-COPY-99.
          EXIT.
      *
       CLOSE-BUNDLE SECTION.
          MOVE SPACES TO PACKING-RECORD.
          CALL "SYSTEM" USING WS-COMMAND.
          DISPLAY "ARCHBNDL: " WS-FILE-COUNT " FILE(S) BUNDLED TO "
             FUNCTION TRIM (WS-BUNDLE-DIR).
          IF WS-RELEASE-TO NOT = SPACES
             DISPLAY "ARCHBNDL: RELEASED TO "
                FUNCTION TRIM (WS-RELEASE-TO) " - " WS-MASKED-COUNT
                " FILE(S) MASKED"
          END-IF.
          MOVE "I" TO ALERT-SEVERITY.
          MOVE "ARCHBNDL" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
