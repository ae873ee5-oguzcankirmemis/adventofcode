      * MATCHING REPORT OR AN UNKNOWN RECIPIENT RAISES A WARNING
      * ALERT. FILE COPIES SHELL OUT THE SAME WAY HOUSEKEEP AND
      * ARCHBNDL DO.
      * A RECIPIENT MAY ASK FOR A COPY FORM AS NAME:FORM - PRINT (THE
      * DEFAULT, THE BANNERED PRINT IMAGE), DELIM (THE RPTWRITE
      * DELIMITED .csv SIBLING OF THE REPORT, NO BANNER, READY FOR A
      * SPREADSHEET) OR BOTH. A REQUESTED DELIMITED COPY THAT WAS
      * NEVER CUT RAISES A WARNING ALERT.
      * A CLASS MAY CARRY A MASKING RULE AND A CLEARANCE LEVEL
      * (CLASS|PATTERN|RECIPIENTS|RULE|LEVEL). A RECIPIENT WHOSE
      * CLEARANCE ON THE RECIPIENT MASTER (NAME|LEVEL, DEFAULT 0) IS
      * BELOW THE LEVEL GETS A COPY WITH THE RULE'S IDENTIFIERS
      * REPLACED BY STABLE PSEUDONYMS (SEE MASKCOPY); THE BANNER PAGE
      * AND THE DISTRIBUTION LOG SAY WHETHER A COPY WAS MASKED. A COPY
      * THAT CANNOT BE MASKED IS NOT SENT AT ALL - WARNING ALERT.
      * THE DISTRIBUTION LOG RECORD IS DATE|RUN|CLASS|PATH|RECIPIENT|
      * MASKING|PAGES|TIME. PAGES IS WHAT CHARGEBK CHARGES THE
      * RECIPIENT'S BUSINESS AREA FOR: THE REPORT'S RPTWRITE PAGE
      * HEADERS, OR ONE PAGE PER 60 LINES (AT LEAST ONE) FOR A REPORT
      * WITHOUT THEM; A DELIMITED COPY IS NOT PRINTED AND COUNTS NO
      * PAGES. TIME
      * (HHMMSS) IS WHEN THE COPY WENT INTO THE PICKUP DIRECTORY;
      * DELIVRPT MEASURES IT AGAINST THE RECIPIENT'S PROMISED TIME.
      * RETURN CODE 0 ALWAYS - UNDELIVERABLES SURFACE AS WARNING
      * ALERTS, NOT AS A FAILED FINAL STEP OF AN OTHERWISE GOOD
      * STREAM.
             ASSIGN TO WS-DIST-LOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIST-LOG-STATUS.
          SELECT PAGES-FILE
             ASSIGN TO WS-PAGES-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAGES-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          FD DIST-LIST-FILE.
          01 DIST-LIST-RECORD PIC X(250).
          FD RECIPIENT-FILE.
          01 RECIPIENT-RECORD PIC X(200).
          FD WORK-FILE.
          01 WORK-RECORD PIC X(250).
          FD DIST-LOG-FILE.
          01 DIST-LOG-RECORD PIC X(300).
          FD PAGES-FILE.
          01 PAGES-RECORD PIC X(20).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY MASKWS.
          01 WS-DIST-LIST-DATASET PIC X(200).
          01 WS-DIST-LIST-STATUS PIC X(2) VALUE SPACES.
          01 WS-DIST-LIST-EOF PIC X(1) VALUE "N".
          01 WS-PICKUP-ROOT PIC X(200).
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-TODAY PIC X(8).
          01 WS-NOW-TIME PIC 9(8).
          01 WS-RECIP-TABLE.
             03 WS-RT-ENTRY OCCURS 50.
                05 WS-RT-NAME PIC X(20) VALUE SPACES.
                05 WS-RT-CLEARANCE PIC 9(1) VALUE 0.
          01 WS-RECIP-COUNT PIC 9(2) VALUE 0.
          01 WS-PARSE.
             03 WS-P-CLASS PIC X(20).
             03 WS-P-PATTERN PIC X(120).
             03 WS-P-RECIPIENTS PIC X(100).
             03 WS-P-MASK-RULE PIC X(10).
             03 WS-P-MASK-LEVEL PIC X(2).
          01 WS-RECIP-PARSE.
             03 WS-RP-NAME PIC X(20).
             03 WS-RP-LEVEL PIC X(2).
          01 WS-CLASS-LEVEL PIC 9(1).
          01 WS-SR-CLEARANCE PIC 9(1).
          01 WS-MASK-SWITCH PIC X(1).
             88 WS-COPY-MASKED VALUE "Y".
          01 WS-MASK-DATASET PIC X(200) VALUE "./distrib.msk".
          01 WS-CONTENT-PATH PIC X(250).
          01 WS-MASK-NOTE PIC X(60).
          01 WS-LOG-MASKING PIC X(6).
          01 WS-PAGES-DATASET PIC X(200) VALUE "./distrib.pgs".
          01 WS-PAGES-STATUS PIC X(2) VALUE SPACES.
          01 WS-LOG-PAGES PIC 9(5).
          01 WS-LOG-PAGES-ED PIC Z(4)9.
          01 WS-SPLIT-RECIPS.
             03 WS-SR-NAME PIC X(20) OCCURS 10.
          01 WS-SR-IDX PIC 9(2).
          01 WS-RT-IDX PIC 9(2).
          01 WS-RECIP-KNOWN PIC X(1).
          01 WS-SR-RECIP PIC X(20).
          01 WS-SR-FORM PIC X(10).
             88 WS-FORM-PRINT VALUE "PRINT" "BOTH".
             88 WS-FORM-DELIM VALUE "DELIM" "BOTH".
          01 WS-DELIM-PATH PIC X(250).
          01 WS-LOG-PATH PIC X(250).
          01 WS-PATH-LEN PIC 9(4).
          01 WS-MATCH-COUNT PIC 9(5).
          01 WS-DELIVERED PIC 9(5) VALUE 0.
          01 WS-WARNINGS PIC 9(5) VALUE 0.
          END-IF.
          MOVE "DIST_PICKUP_ROOT" TO CAT-LOGICAL-NAME.
          MOVE "../../pickup" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PICKUP-ROOT.
          PERFORM LOAD-RECIPIENT-MASTER.
          PERFORM OPEN-DIST-LOG.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WORK-DATASET) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-MASK-DATASET) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PAGES-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
       LOAD-RECIPIENT-MASTER SECTION.
          MOVE "RECIPIENT_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../params/recipients.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECIPIENT-DATASET.
          OPEN INPUT RECIPIENT-FILE.
          IF WS-RECIPIENT-STATUS NOT = "00"
                      RECIPIENT-RECORD (1:1) NOT = "*" AND
                      WS-RECIP-COUNT < 50
                      ADD 1 TO WS-RECIP-COUNT
                      MOVE SPACES TO WS-RECIP-PARSE
                      UNSTRING RECIPIENT-RECORD DELIMITED BY "|"
                         INTO WS-RP-NAME, WS-RP-LEVEL
                      MOVE FUNCTION TRIM (WS-RP-NAME)
                         TO WS-RT-NAME (WS-RECIP-COUNT)
                      IF FUNCTION TRIM (WS-RP-LEVEL) IS NUMERIC
                         COMPUTE WS-RT-CLEARANCE (WS-RECIP-COUNT) =
                            FUNCTION NUMVAL (WS-RP-LEVEL)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
       OPEN-DIST-LOG SECTION.
          MOVE "DIST_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/distlog.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DIST-LOG-DATASET.
          OPEN EXTEND DIST-LOG-FILE.
          IF WS-DIST-LOG-STATUS = "35"
       READ-DIST-LIST SECTION.
          MOVE "DIST_LIST" TO CAT-LOGICAL-NAME.
          MOVE "../../params/distlist.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DIST-LIST-DATASET.
          OPEN INPUT DIST-LIST-FILE.
          IF WS-DIST-LIST-STATUS NOT = "00"
          END-IF.
          MOVE SPACES TO WS-PARSE.
          UNSTRING DIST-LIST-RECORD DELIMITED BY "|"
             INTO WS-P-CLASS, WS-P-PATTERN, WS-P-RECIPIENTS,
                  WS-P-MASK-RULE, WS-P-MASK-LEVEL.
          MOVE FUNCTION TRIM (WS-P-MASK-RULE) TO WS-P-MASK-RULE.
          MOVE 0 TO WS-CLASS-LEVEL.
          IF FUNCTION TRIM (WS-P-MASK-LEVEL) IS NUMERIC
             COMPUTE WS-CLASS-LEVEL =
                FUNCTION NUMVAL (WS-P-MASK-LEVEL)
          END-IF.
          IF WS-P-PATTERN = SPACES OR WS-P-RECIPIENTS = SPACES
             DISPLAY "DISTRIB: BAD LIST LINE IGNORED: "
                DIST-LIST-RECORD (1:60)
          EXIT.
      *
       DELIVER-ONE-COPY SECTION.
          MOVE SPACES TO WS-SR-RECIP WS-SR-FORM.
          UNSTRING WS-SR-NAME (WS-SR-IDX) DELIMITED BY ":"
             INTO WS-SR-RECIP, WS-SR-FORM.
          MOVE FUNCTION TRIM (WS-SR-RECIP) TO WS-SR-RECIP.
          MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-SR-FORM))
             TO WS-SR-FORM.
          IF WS-SR-FORM = SPACES
             MOVE "PRINT" TO WS-SR-FORM
          END-IF.
          IF NOT WS-FORM-PRINT AND NOT WS-FORM-DELIM
             ADD 1 TO WS-WARNINGS
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DISTRIB" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "UNKNOWN COPY FORM " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SR-FORM) DELIMITED BY SIZE
                    " FOR " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SR-RECIP) DELIMITED BY SIZE
                    " IN CLASS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-P-CLASS) DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
             GO TO DELIVER-ONE-COPY-99
          END-IF.
          MOVE "N" TO WS-RECIP-KNOWN.
          PERFORM VARYING WS-RT-IDX FROM 1 BY 1
          UNTIL WS-RT-IDX > WS-RECIP-COUNT
             IF FUNCTION TRIM (WS-RT-NAME (WS-RT-IDX)) =
                FUNCTION TRIM (WS-SR-RECIP)
                MOVE "Y" TO WS-RECIP-KNOWN
                MOVE WS-RT-CLEARANCE (WS-RT-IDX) TO WS-SR-CLEARANCE
             END-IF
          END-PERFORM.
          IF WS-RECIP-KNOWN = "N"
             MOVE "DISTRIB" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "UNKNOWN RECIPIENT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SR-RECIP) DELIMITED BY SIZE
                    " FOR CLASS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-P-CLASS) DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-CALL
             GO TO DELIVER-ONE-COPY-99
          END-IF.
          MOVE "N" TO WS-MASK-SWITCH.
          MOVE "NONE" TO WS-MASK-NOTE.
          IF WS-P-MASK-RULE NOT = SPACES
             IF WS-SR-CLEARANCE < WS-CLASS-LEVEL
                MOVE "Y" TO WS-MASK-SWITCH
                MOVE SPACES TO WS-MASK-NOTE
                STRING "MASKED - " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-P-MASK-RULE)
                          DELIMITED BY SIZE
                       " IDS REPLACED BY PSEUDONYMS" DELIMITED BY SIZE
                       INTO WS-MASK-NOTE
                END-STRING
             ELSE
                MOVE SPACES TO WS-MASK-NOTE
                STRING "NOT MASKED - RECIPIENT CLEARED FOR "
                          DELIMITED BY SIZE
                       FUNCTION TRIM (WS-P-MASK-RULE)
                          DELIMITED BY SIZE
                       " IDS" DELIMITED BY SIZE
                       INTO WS-MASK-NOTE
                END-STRING
             END-IF
          END-IF.
          IF WS-FORM-PRINT
             PERFORM DELIVER-PRINT-COPY
          END-IF.
          IF WS-FORM-DELIM
             PERFORM DELIVER-DELIMITED-COPY
          END-IF.
       DELIVER-ONE-COPY-99.
          EXIT.
      *
       DELIVER-PRINT-COPY SECTION.
          MOVE WS-FILE-PATH TO WS-CONTENT-PATH.
          IF WS-COPY-MASKED
             MOVE WS-FILE-PATH TO MASK-SOURCE
             PERFORM MASK-ONE-COPY
             IF NOT MASK-COPIED
                GO TO DELIVER-PRINT-COPY-99
             END-IF
          END-IF.
      * THE BANNER PAGE AND THE COPY ARE ONE SHELL PIPELINE, THE
      * HOUSEKEEP PATTERN; THE REPORT'S OWN END-OF-REPORT TRAILER
      * (WHEN RPTWRITE CUT ONE) RIDES ALONG ON THE BANNER. THE COPY
      * KEEPS THE REPORT'S NAME (F) WHEN ITS CONTENT (S) IS THE
      * MASKED WORK COPY.
          MOVE SPACES TO WS-COMMAND.
          STRING "D=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PICKUP-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SR-RECIP) DELIMITED BY SIZE
                 "; F=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
                 "; S=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CONTENT-PATH) DELIMITED BY SIZE
                 "; mkdir -p ""$D""; { " DELIMITED BY SIZE
                 "echo '**** REPORT DISTRIBUTION BANNER ****'; "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-CLASS) DELIMITED BY SIZE
                 "'; echo 'RUN: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 "'; echo 'MASKING: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-MASK-NOTE) DELIMITED BY SIZE
                 "'; echo ""RECORDS: $(wc -l < ""$S"")""; "
                    DELIMITED BY SIZE
                 "grep 'END OF REPORT' ""$S"" | tail -1; "
                    DELIMITED BY SIZE
                 "echo '************************************'; "
                    DELIMITED BY SIZE
                 "cat ""$S""; } > ""$D""/$(basename ""$F"")"
                    DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          ADD 1 TO WS-DELIVERED.
          PERFORM COUNT-PRINTED-PAGES.
          MOVE WS-FILE-PATH TO WS-LOG-PATH.
          PERFORM WRITE-DIST-LOG.
       DELIVER-PRINT-COPY-99.
          EXIT.
      *
      * THE DELIMITED COPY IS THE REPORT'S .csv SIBLING (RPTWRITE
      * NAMES IT THAT WAY) AND GOES OVER AS IS - A BANNER WOULD ONLY
      * BREAK THE HEADER ROW THE SPREADSHEET READS.
       DELIVER-DELIMITED-COPY SECTION.
          MOVE WS-FILE-PATH TO WS-DELIM-PATH.
          MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-FILE-PATH
             TRAILING)) TO WS-PATH-LEN.
          IF WS-PATH-LEN > 4
             IF WS-FILE-PATH (WS-PATH-LEN - 3:4) = ".txt"
                MOVE ".csv" TO WS-DELIM-PATH (WS-PATH-LEN - 3:4)
                GO TO DELIVER-DELIMITED-COPY-20
             END-IF
          END-IF.
          IF WS-PATH-LEN < 247
             MOVE ".csv" TO WS-DELIM-PATH (WS-PATH-LEN + 1:4)
          END-IF.
       DELIVER-DELIMITED-COPY-20.
          MOVE SPACES TO WS-COMMAND.
          STRING "test -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DELIM-PATH) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          IF RETURN-CODE NOT = 0
             ADD 1 TO WS-WARNINGS
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DISTRIB" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "NO DELIMITED COPY OF " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
                    " FOR " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SR-RECIP) DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
             GO TO DELIVER-DELIMITED-COPY-99
          END-IF.
          MOVE WS-DELIM-PATH TO WS-CONTENT-PATH.
          IF WS-COPY-MASKED
             MOVE WS-DELIM-PATH TO MASK-SOURCE
             PERFORM MASK-ONE-COPY
             IF NOT MASK-COPIED
                GO TO DELIVER-DELIMITED-COPY-99
             END-IF
          END-IF.
          MOVE SPACES TO WS-COMMAND.
          STRING "D=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PICKUP-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SR-RECIP) DELIMITED BY SIZE
                 "; mkdir -p ""$D""; cp " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CONTENT-PATH) DELIMITED BY SIZE
                 " ""$D""/$(basename " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DELIM-PATH) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          ADD 1 TO WS-DELIVERED.
          MOVE 0 TO WS-LOG-PAGES.
          MOVE WS-DELIM-PATH TO WS-LOG-PATH.
          PERFORM WRITE-DIST-LOG.
       DELIVER-DELIMITED-COPY-99.
          EXIT.
      *
       WRITE-DIST-LOG SECTION.
          MOVE "REAL" TO WS-LOG-MASKING.
          IF WS-COPY-MASKED
             MOVE "MASKED" TO WS-LOG-MASKING
          END-IF.
          MOVE WS-LOG-PAGES TO WS-LOG-PAGES-ED.
          ACCEPT WS-NOW-TIME FROM TIME.
          MOVE SPACES TO DIST-LOG-RECORD.
          STRING WS-TODAY DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-CLASS) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-LOG-PATH) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SR-RECIP) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-LOG-MASKING DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-LOG-PAGES-ED) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-NOW-TIME (1:6) DELIMITED BY SIZE
                 INTO DIST-LOG-RECORD
          END-STRING.
          WRITE DIST-LOG-RECORD.
          EXIT.
      *
      * PAGES IN THE CONTENT JUST DELIVERED (S), COUNTED BY THE SHELL
      * INTO THE PAGES WORK DATASET AND READ BACK.
       COUNT-PRINTED-PAGES SECTION.
          MOVE 1 TO WS-LOG-PAGES.
          MOVE SPACES TO WS-COMMAND.
          STRING "S=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CONTENT-PATH) DELIMITED BY SIZE
                 "; P=$(grep -c '  PAGE=' ""$S""); " DELIMITED BY SIZE
                 "[ ""$P"" -gt 0 ] || " DELIMITED BY SIZE
                 "P=$(( ($(wc -l < ""$S"") + 59) / 60 )); "
                    DELIMITED BY SIZE
                 "echo ""$P"" > " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PAGES-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          OPEN INPUT PAGES-FILE.
          IF WS-PAGES-STATUS NOT = "00"
             GO TO COUNT-PRINTED-PAGES-99
          END-IF.
          READ PAGES-FILE
             NOT AT END
                IF FUNCTION TRIM (PAGES-RECORD) IS NUMERIC
                   COMPUTE WS-LOG-PAGES =
                      FUNCTION NUMVAL (PAGES-RECORD)
                END-IF
          END-READ.
          CLOSE PAGES-FILE.
          IF WS-LOG-PAGES = 0
             MOVE 1 TO WS-LOG-PAGES
          END-IF.
       COUNT-PRINTED-PAGES-99.
          EXIT.
      *
      * MASKS MASK-SOURCE INTO THE WORK DATASET AND POINTS THE
      * DELIVERY AT IT; A COPY THAT CANNOT BE MASKED IS WITHHELD.
       MASK-ONE-COPY SECTION.
          MOVE WS-P-MASK-RULE TO MASK-RULE.
          MOVE WS-MASK-DATASET TO MASK-TARGET.
          CALL "MASKCOPY" USING MASK-CONTROL.
          IF MASK-COPIED
             MOVE WS-MASK-DATASET TO WS-CONTENT-PATH
             GO TO MASK-ONE-COPY-99
          END-IF.
          ADD 1 TO WS-WARNINGS.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "DISTRIB" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "MASKED COPY NOT MADE - " DELIMITED BY SIZE
                 FUNCTION TRIM (MASK-SOURCE) DELIMITED BY SIZE
                 " WITHHELD FROM " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SR-RECIP) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
       MASK-ONE-COPY-99.
          EXIT.
      *
       RAISE-MISSING-REPORT-WARNING SECTION.
