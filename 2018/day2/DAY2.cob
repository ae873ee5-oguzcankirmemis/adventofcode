             FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT EXCEPTIONS-REPORT-FILE
             ASSIGN TO WS-EXCEPTIONS-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CLUSTER-REPORT-FILE
             ASSIGN TO WS-CLUSTER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT BOX-MASTER-FILE
             ASSIGN TO WS-BOX-MASTER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BOX-MASTER-STATUS.
          SELECT RECON-REPORT-FILE
             ASSIGN TO WS-RECON-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-F.
          01 INPUT-LINE PIC X(26).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD EXCEPTIONS-REPORT-FILE.
          01 EXCEPTIONS-PRINT-LINE PIC X(132).
          FD NEAR-DUP-REPORT-FILE.
          01 NEAR-DUP-PRINT-LINE PIC X(132).
          FD CLUSTER-REPORT-FILE.
          01 CLUSTER-PRINT-LINE PIC X(132).
          FD BOX-MASTER-FILE.
          01 BOX-MASTER-RECORD PIC X(120).
          FD RECON-REPORT-FILE.
          01 RECON-PRINT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY RPTWRTWS.
          01 EXCEPTIONS-REPORT-RECORD.
             03 ERR-LINE-TAG PIC X(6) VALUE "LINE #".
             03 ERR-LINE-NO PIC ZZZZ9.
                DEPENDING ON WS-BOX-COUNT.
                05 INPUT-STR PIC X(26).
                05 PART-2-LINE-NO PIC 9(5).
                05 WS-BOX-ORIGIN PIC X(1).
                05 WS-BOX-MASTER-IDX PIC 9(6) USAGE COMP-5.
                05 WS-BOX-SUGGEST PIC 9(6) USAGE COMP-5.
                05 WS-BOX-SUGGEST-DIST PIC 9(1).
          01 WS-SORT-TABLE.
             03 WS-SORT-ENTRY OCCURS 1 TO 100000
                DEPENDING ON WS-BOX-COUNT.
          01 WS-CL-N-ED PIC ZZZZ9.
          01 WS-CL-N2-ED PIC ZZZZZ9.
          01 WS-NEAR-MISS-COUNT PIC 9(5) USAGE COMP-5 VALUE 0.
      * BOX-ID INVENTORY MASTER AND SCAN RECONCILIATION (DAY2_RECONCILE
      * = Y). THE MASTER (DAY2_BOX_MASTER) CARRIES ONE BOX PER LINE,
      * ID|LOCATION|STATUS, COMMENTS STARTING WITH *; A BLANK STATUS
      * IS ACTIVE, AND ONLY AN ACTIVE BOX IS EXPECTED ON TONIGHT'S
      * SCAN. TONIGHT'S SCANNED IDS ARE MATCHED AGAINST THE MASTER BY
      * A SORTED MERGE. A SCANNED ID NOT ON THE MASTER IS CROSS-
      * REFERENCED THROUGH COLLECT-NEAR-DUPLICATES, RUN AGAIN WITH THE
      * UNSCANNED MASTER IDS ADDED TO THE BOX TABLE (WS-BOX-ORIGIN M),
      * SO A MIS-KEYED ID IS SHOWN NEXT TO THE MASTER RECORD IT MOST
      * LIKELY MEANT. THE ANSWERS AND THE NEAR-DUPLICATE AND CLUSTER
      * REPORTS ARE CUT BEFORE ANY MASTER ID JOINS THE TABLE.
          01 WS-RECON-FLAG PIC X(1) VALUE "N".
             88 WS-RECON-ENABLED VALUE "Y".
          01 WS-XREF-PASS PIC X(1) VALUE "N".
          01 WS-BOX-MASTER-DATASET PIC X(200).
          01 WS-BOX-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-BOX-MASTER-EOF PIC X(1) VALUE "N".
          01 WS-RECON-DATASET PIC X(200).
          77 WS-MASTER-MAX PIC 9(6) USAGE COMP-5 VALUE 100000.
          01 WS-MASTER-COUNT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-MASTER-TABLE.
             03 WS-MASTER-ENTRY OCCURS 1 TO 100000
                DEPENDING ON WS-MASTER-COUNT.
                05 WS-MS-ID PIC X(26).
                05 WS-MS-LOCATION PIC X(20).
                05 WS-MS-STATUS PIC X(10).
                05 WS-MS-SCANS PIC 9(6) USAGE COMP-5.
          01 WS-MASTER-PARSE.
             03 WS-MP-ID PIC X(26).
             03 WS-MP-LOCATION PIC X(20).
             03 WS-MP-STATUS PIC X(10).
          01 WS-MASTER-BAD PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-SCAN-COUNT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-MERGE-M PIC 9(6) USAGE COMP-5.
          01 WS-MERGE-S PIC 9(6) USAGE COMP-5.
          01 WS-MERGE-BOX PIC 9(6) USAGE COMP-5.
          01 WS-UNKNOWN-COUNT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-MISSING-COUNT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-INACTIVE-COUNT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-REPEAT-COUNT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-MATCHED-COUNT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-XREF-SHORT PIC 9(6) USAGE COMP-5 VALUE 0.
          01 WS-LISTED PIC 9(6) USAGE COMP-5.
          01 WS-RC-LINE PIC X(132).
          01 WS-RC-N-ED PIC ZZZZZ9.
          01 WS-RC-N2-ED PIC ZZZZZ9.
          01 WS-RC-PTR PIC 9(3) USAGE COMP-5.

      *
       PROCEDURE DIVISION.
          PERFORM WRITE-RUN-HEADER.
          MOVE "DAY2_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-F.
          IF WS-INPUT-STATUS NOT = "00"
                   ADD 1 TO WS-BOX-COUNT
                   MOVE INPUT-LINE TO INPUT-STR (WS-BOX-COUNT)
                   MOVE WS-LINE-NO TO PART-2-LINE-NO (WS-BOX-COUNT)
                   MOVE "S" TO WS-BOX-ORIGIN (WS-BOX-COUNT)
                   MOVE 0 TO WS-BOX-MASTER-IDX (WS-BOX-COUNT)
                   PERFORM COUNT-CHARS
                   PERFORM UPDATE-COUNTS
          END-PERFORM.
          PERFORM WRITE-LEDGER-RECORD.
          PERFORM WRITE-NEAR-DUP-REPORT.
          PERFORM WRITE-CLUSTER-REPORT.
          ACCEPT WS-RECON-FLAG FROM ENVIRONMENT "DAY2_RECONCILE".
          IF WS-RECON-ENABLED
             PERFORM RECONCILE-SCANS
          END-IF.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY2" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY2" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-BOX-COUNT TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       WRITE-NEAR-DUP-REPORT SECTION.
          MOVE "DAY2_NEAR_DUP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day2/near_duplicates.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-NEAR-DUP-DATASET.
          OPEN OUTPUT NEAR-DUP-REPORT-FILE.
          PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
          EXIT.
      *
       RECORD-NEAR-DUP-PAIR SECTION.
      * ON THE RECONCILIATION CROSS-REFERENCE PASS ONLY A PAIR OF AN
      * UNKNOWN SCANNED ID AND A MASTER ID IS OF ANY USE.
          IF WS-XREF-PASS = "Y"
             IF NOT ((WS-BOX-MASTER-IDX (WS-IDX-1) = 0 AND
                      WS-BOX-MASTER-IDX (WS-IDX-2) > 0) OR
                     (WS-BOX-MASTER-IDX (WS-IDX-1) > 0 AND
                      WS-BOX-MASTER-IDX (WS-IDX-2) = 0))
                GO TO RECORD-NEAR-DUP-PAIR-99
             END-IF
          END-IF.
          MOVE "N" TO WS-PAIR-SEEN.
          PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
          UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR WS-PAIR-SEEN = "Y"
       OPEN-EXCEPTIONS-REPORT SECTION.
          MOVE "DAY2_EXCEPTIONS_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day2/exceptions.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EXCEPTIONS-DATASET.
          OPEN OUTPUT EXCEPTIONS-REPORT-FILE.
          EXIT.
          END-PERFORM.
          MOVE "DAY2_CLUSTER_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day2/clusters.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CLUSTER-DATASET.
          OPEN OUTPUT CLUSTER-REPORT-FILE.
          MOVE "PROTOTYPE-BOX CLUSTERS (DISTANCE-1 GROUPS)"
             END-IF
          END-PERFORM.
          EXIT.
      *
       RECONCILE-SCANS SECTION.
          PERFORM LOAD-BOX-MASTER.
          IF WS-BOX-MASTER-STATUS NOT = "00"
             DISPLAY "DAY2: NO BOX MASTER - RECONCILIATION SKIPPED"
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY2" TO ALERT-PROGRAM
             MOVE "BOX MASTER NOT FOUND - SCAN RECONCILIATION SKIPPED"
                TO ALERT-MESSAGE
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             GO TO RECONCILE-SCANS-99
          END-IF.
          MOVE WS-BOX-COUNT TO WS-SCAN-COUNT.
          PERFORM MERGE-SCANS-WITH-MASTER.
          IF WS-UNKNOWN-COUNT > 0
             PERFORM CROSS-REFERENCE-UNKNOWN
             MOVE WS-SCAN-COUNT TO WS-BOX-COUNT
             PERFORM SORT-SCANNED-IDS
          END-IF.
          PERFORM WRITE-RECON-REPORT.
          MOVE WS-UNKNOWN-COUNT TO WS-RC-N-ED.
          MOVE WS-MISSING-COUNT TO WS-RC-N2-ED.
          DISPLAY "DAY2: RECONCILED - " FUNCTION TRIM (WS-RC-N-ED)
             " NOT ON MASTER, " FUNCTION TRIM (WS-RC-N2-ED)
             " NOT SCANNED, " WS-REPEAT-COUNT " SCANNED MORE THAN ONCE".
          IF WS-UNKNOWN-COUNT > 0 OR WS-MISSING-COUNT > 0 OR
             WS-REPEAT-COUNT > 0 OR WS-INACTIVE-COUNT > 0
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY2" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "SCAN RECONCILIATION: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RC-N-ED) DELIMITED BY SIZE
                    " NOT ON MASTER, " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RC-N2-ED) DELIMITED BY SIZE
                    " NOT SCANNED" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
          END-IF.
       RECONCILE-SCANS-99.
          EXIT.
      *
      * MASTER RECORD: ID|LOCATION|STATUS. A RECORD WITHOUT AN ID IS
      * IGNORED; ONE PAST THE TABLE SIZE IS DROPPED WITH A WARNING.
       LOAD-BOX-MASTER SECTION.
          MOVE "DAY2_BOX_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "./day2/box_master.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BOX-MASTER-DATASET.
          OPEN INPUT BOX-MASTER-FILE.
          IF WS-BOX-MASTER-STATUS NOT = "00"
             GO TO LOAD-BOX-MASTER-99
          END-IF.
          PERFORM UNTIL WS-BOX-MASTER-EOF = "Y"
             READ BOX-MASTER-FILE
                AT END
                   MOVE "Y" TO WS-BOX-MASTER-EOF
                NOT AT END
                   PERFORM PARSE-BOX-MASTER-RECORD
             END-READ
          END-PERFORM.
          CLOSE BOX-MASTER-FILE.
          IF WS-MASTER-COUNT > 0
             SORT WS-MASTER-ENTRY ASCENDING WS-MS-ID
          END-IF.
          DISPLAY "DAY2: " WS-MASTER-COUNT " BOX(ES) LOADED FROM THE "
             "BOX MASTER".
       LOAD-BOX-MASTER-99.
          EXIT.
      *
       PARSE-BOX-MASTER-RECORD SECTION.
          IF BOX-MASTER-RECORD = SPACES OR
             BOX-MASTER-RECORD (1:1) = "*"
             GO TO PARSE-BOX-MASTER-RECORD-99
          END-IF.
          MOVE SPACES TO WS-MASTER-PARSE.
          UNSTRING BOX-MASTER-RECORD DELIMITED BY "|"
             INTO WS-MP-ID, WS-MP-LOCATION, WS-MP-STATUS.
          IF WS-MP-ID = SPACES
             DISPLAY "DAY2: BAD BOX MASTER RECORD IGNORED: "
                BOX-MASTER-RECORD (1:60)
             ADD 1 TO WS-MASTER-BAD
             GO TO PARSE-BOX-MASTER-RECORD-99
          END-IF.
          IF WS-MASTER-COUNT >= WS-MASTER-MAX
             DISPLAY "DAY2: BOX MASTER EXCEEDS " WS-MASTER-MAX
                " BOXES - RECORD DROPPED: " WS-MP-ID
             GO TO PARSE-BOX-MASTER-RECORD-99
          END-IF.
          ADD 1 TO WS-MASTER-COUNT.
          MOVE WS-MP-ID TO WS-MS-ID (WS-MASTER-COUNT).
          MOVE WS-MP-LOCATION TO WS-MS-LOCATION (WS-MASTER-COUNT).
          IF WS-MP-STATUS = SPACES
             MOVE "ACTIVE" TO WS-MP-STATUS
          END-IF.
          MOVE WS-MP-STATUS TO WS-MS-STATUS (WS-MASTER-COUNT).
          MOVE 0 TO WS-MS-SCANS (WS-MASTER-COUNT).
       PARSE-BOX-MASTER-RECORD-99.
          EXIT.
      *
      * BALANCE-LINE MERGE OF THE SORTED SCANS AGAINST THE SORTED
      * MASTER. A REPEATED SCAN MATCHES THE SAME MASTER RECORD AGAIN,
      * SO WS-MS-SCANS COUNTS HOW OFTEN EACH BOX WAS SCANNED.
       MERGE-SCANS-WITH-MASTER SECTION.
          PERFORM SORT-SCANNED-IDS.
          MOVE 1 TO WS-MERGE-M.
          MOVE 1 TO WS-MERGE-S.
          PERFORM UNTIL WS-MERGE-S > WS-SCAN-COUNT
             IF WS-MERGE-M > WS-MASTER-COUNT
                PERFORM TAKE-UNKNOWN-SCAN
             ELSE
                IF WS-MS-ID (WS-MERGE-M) < WS-SORT-KEY (WS-MERGE-S)
                   ADD 1 TO WS-MERGE-M
                ELSE
                   IF WS-MS-ID (WS-MERGE-M) = WS-SORT-KEY (WS-MERGE-S)
                      MOVE WS-SORT-BOX (WS-MERGE-S) TO WS-MERGE-BOX
                      MOVE WS-MERGE-M
                         TO WS-BOX-MASTER-IDX (WS-MERGE-BOX)
                      ADD 1 TO WS-MS-SCANS (WS-MERGE-M)
                      ADD 1 TO WS-MATCHED-COUNT
                      IF WS-MS-STATUS (WS-MERGE-M) NOT = "ACTIVE"
                         ADD 1 TO WS-INACTIVE-COUNT
                      END-IF
                      ADD 1 TO WS-MERGE-S
                   ELSE
                      PERFORM TAKE-UNKNOWN-SCAN
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-MERGE-M FROM 1 BY 1
          UNTIL WS-MERGE-M > WS-MASTER-COUNT
             IF WS-MS-SCANS (WS-MERGE-M) = 0 AND
                WS-MS-STATUS (WS-MERGE-M) = "ACTIVE"
                ADD 1 TO WS-MISSING-COUNT
             END-IF
          END-PERFORM.
      * A REPEAT IS A RUN OF EQUAL IDS IN THE SORTED SCANS, ON THE
      * MASTER OR NOT.
          PERFORM VARYING WS-MERGE-S FROM 2 BY 1
          UNTIL WS-MERGE-S > WS-SCAN-COUNT
             IF WS-SORT-KEY (WS-MERGE-S) = WS-SORT-KEY (WS-MERGE-S - 1)
                IF WS-MERGE-S = 2
                   ADD 1 TO WS-REPEAT-COUNT
                ELSE
                   IF WS-SORT-KEY (WS-MERGE-S - 1) NOT =
                      WS-SORT-KEY (WS-MERGE-S - 2)
                      ADD 1 TO WS-REPEAT-COUNT
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
      * TONIGHT'S SCANNED IDS IN ID ORDER (LINE ORDER WITHIN AN ID),
      * BUILT IN WS-SORT-ENTRY; THE BLOCKING PASSES REUSE THAT TABLE,
      * SO IT IS REBUILT AFTER THE CROSS-REFERENCE.
       SORT-SCANNED-IDS SECTION.
          PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
          UNTIL WS-SCAN-IDX > WS-SCAN-COUNT
             MOVE INPUT-STR (WS-SCAN-IDX) TO WS-SORT-KEY (WS-SCAN-IDX)
             MOVE WS-SCAN-IDX TO WS-SORT-BOX (WS-SCAN-IDX)
          END-PERFORM.
          SORT WS-SORT-ENTRY ASCENDING WS-SORT-KEY WS-SORT-BOX.
          EXIT.
      *
       TAKE-UNKNOWN-SCAN SECTION.
          MOVE WS-SORT-BOX (WS-MERGE-S) TO WS-MERGE-BOX.
          MOVE 0 TO WS-BOX-MASTER-IDX (WS-MERGE-BOX).
          MOVE 0 TO WS-BOX-SUGGEST (WS-MERGE-BOX).
          MOVE 0 TO WS-BOX-SUGGEST-DIST (WS-MERGE-BOX).
          ADD 1 TO WS-UNKNOWN-COUNT.
          ADD 1 TO WS-MERGE-S.
          EXIT.
      *
      * THE UNSCANNED MASTER IDS JOIN THE BOX TABLE AND THE NEAR-
      * DUPLICATE SCAN RUNS AGAIN; EACH UNKNOWN SCANNED ID TAKES THE
      * CLOSEST MASTER ID PAIRED WITH IT AS ITS LIKELY MEANING,
      * KEPT AS THE MASTER RECORD'S INDEX IN WS-BOX-SUGGEST.
       CROSS-REFERENCE-UNKNOWN SECTION.
          PERFORM VARYING WS-MERGE-M FROM 1 BY 1
          UNTIL WS-MERGE-M > WS-MASTER-COUNT
             IF WS-MS-SCANS (WS-MERGE-M) = 0
                IF WS-BOX-COUNT >= WS-BOX-MAX
                   ADD 1 TO WS-XREF-SHORT
                ELSE
                   ADD 1 TO WS-BOX-COUNT
                   MOVE WS-MS-ID (WS-MERGE-M)
                      TO INPUT-STR (WS-BOX-COUNT)
                   MOVE 0 TO PART-2-LINE-NO (WS-BOX-COUNT)
                   MOVE "M" TO WS-BOX-ORIGIN (WS-BOX-COUNT)
                   MOVE WS-MERGE-M TO WS-BOX-MASTER-IDX (WS-BOX-COUNT)
                END-IF
             END-IF
          END-PERFORM.
          IF WS-XREF-SHORT > 0
             DISPLAY "DAY2: BOX TABLE FULL - " WS-XREF-SHORT
                " UNSCANNED MASTER ID(S) LEFT OUT OF THE CROSS-"
                "REFERENCE"
          END-IF.
          MOVE 0 TO WS-PAIR-COUNT.
          MOVE "Y" TO WS-XREF-PASS.
          PERFORM COLLECT-NEAR-DUPLICATES.
          MOVE "N" TO WS-XREF-PASS.
          PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
          UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
             MOVE WS-PAIR-BOX-1 (WS-PAIR-IDX) TO WS-IDX-1
             MOVE WS-PAIR-BOX-2 (WS-PAIR-IDX) TO WS-IDX-2
             IF WS-BOX-MASTER-IDX (WS-IDX-1) > 0
                MOVE WS-PAIR-BOX-2 (WS-PAIR-IDX) TO WS-IDX-1
                MOVE WS-PAIR-BOX-1 (WS-PAIR-IDX) TO WS-IDX-2
             END-IF
             IF WS-BOX-SUGGEST (WS-IDX-1) = 0 OR
                WS-PAIR-DIST (WS-PAIR-IDX) <
                WS-BOX-SUGGEST-DIST (WS-IDX-1)
                MOVE WS-BOX-MASTER-IDX (WS-IDX-2)
                   TO WS-BOX-SUGGEST (WS-IDX-1)
                MOVE WS-PAIR-DIST (WS-PAIR-IDX)
                   TO WS-BOX-SUGGEST-DIST (WS-IDX-1)
             END-IF
          END-PERFORM.
          EXIT.
      *
      * RECONCILIATION REPORT. THE SCAN LISTS RUN IN ID ORDER FROM THE
      * SORTED SCAN TABLE (SEE SORT-SCANNED-IDS).
       WRITE-RECON-REPORT SECTION.
          MOVE "DAY2_RECON_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day2/reconciliation.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECON-DATASET.
          OPEN OUTPUT RECON-REPORT-FILE.
          MOVE "DAY2" TO RPT-PROGRAM.
          MOVE "BOX-ID SCAN RECONCILIATION" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-RECON-STAMPS.
          MOVE "BOXES SCANNED BUT NOT ON THE MASTER" TO WS-RC-LINE.
          PERFORM WRITE-RECON-LINE.
          MOVE 0 TO WS-LISTED.
          PERFORM VARYING WS-MERGE-S FROM 1 BY 1
          UNTIL WS-MERGE-S > WS-SCAN-COUNT
             MOVE WS-SORT-BOX (WS-MERGE-S) TO WS-MERGE-BOX
             IF WS-BOX-MASTER-IDX (WS-MERGE-BOX) = 0
                ADD 1 TO WS-LISTED
                PERFORM WRITE-UNKNOWN-LINE
             END-IF
          END-PERFORM.
          PERFORM WRITE-NONE-IF-EMPTY.
          MOVE "BOXES ON THE MASTER BUT NOT SCANNED (ACTIVE ONLY)"
             TO WS-RC-LINE.
          PERFORM WRITE-RECON-LINE.
          MOVE 0 TO WS-LISTED.
          PERFORM VARYING WS-MERGE-M FROM 1 BY 1
          UNTIL WS-MERGE-M > WS-MASTER-COUNT
             IF WS-MS-SCANS (WS-MERGE-M) = 0 AND
                WS-MS-STATUS (WS-MERGE-M) = "ACTIVE"
                ADD 1 TO WS-LISTED
                MOVE SPACES TO WS-RC-LINE
                STRING "  " DELIMITED BY SIZE
                       WS-MS-ID (WS-MERGE-M) DELIMITED BY SIZE
                       "  LOCATION " DELIMITED BY SIZE
                       WS-MS-LOCATION (WS-MERGE-M) DELIMITED BY SIZE
                       INTO WS-RC-LINE
                END-STRING
                PERFORM WRITE-RECON-LINE
             END-IF
          END-PERFORM.
          PERFORM WRITE-NONE-IF-EMPTY.
          MOVE "BOXES SCANNED BUT NOT ACTIVE ON THE MASTER"
             TO WS-RC-LINE.
          PERFORM WRITE-RECON-LINE.
          MOVE 0 TO WS-LISTED.
          PERFORM VARYING WS-MERGE-M FROM 1 BY 1
          UNTIL WS-MERGE-M > WS-MASTER-COUNT
             IF WS-MS-SCANS (WS-MERGE-M) > 0 AND
                WS-MS-STATUS (WS-MERGE-M) NOT = "ACTIVE"
                ADD 1 TO WS-LISTED
                MOVE SPACES TO WS-RC-LINE
                STRING "  " DELIMITED BY SIZE
                       WS-MS-ID (WS-MERGE-M) DELIMITED BY SIZE
                       "  LOCATION " DELIMITED BY SIZE
                       WS-MS-LOCATION (WS-MERGE-M) DELIMITED BY SIZE
                       "  STATUS " DELIMITED BY SIZE
                       WS-MS-STATUS (WS-MERGE-M) DELIMITED BY SIZE
                       INTO WS-RC-LINE
                END-STRING
                PERFORM WRITE-RECON-LINE
             END-IF
          END-PERFORM.
          PERFORM WRITE-NONE-IF-EMPTY.
          MOVE "BOXES SCANNED MORE THAN ONCE" TO WS-RC-LINE.
          PERFORM WRITE-RECON-LINE.
          MOVE 0 TO WS-LISTED.
          MOVE 1 TO WS-RUN-START.
          PERFORM UNTIL WS-RUN-START > WS-SCAN-COUNT
             MOVE WS-RUN-START TO WS-RUN-END
             PERFORM UNTIL WS-RUN-END >= WS-SCAN-COUNT OR
                   WS-SORT-KEY (WS-RUN-END + 1) NOT =
                   WS-SORT-KEY (WS-RUN-START)
                ADD 1 TO WS-RUN-END
             END-PERFORM
             IF WS-RUN-END > WS-RUN-START
                ADD 1 TO WS-LISTED
                PERFORM WRITE-REPEAT-LINE
             END-IF
             COMPUTE WS-RUN-START = WS-RUN-END + 1
          END-PERFORM.
          PERFORM WRITE-NONE-IF-EMPTY.
          MOVE WS-SCAN-COUNT TO WS-RC-N-ED.
          MOVE WS-MASTER-COUNT TO WS-RC-N2-ED.
          MOVE SPACES TO WS-RC-LINE.
          STRING "SCANNED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-N-ED) DELIMITED BY SIZE
                 "  ON MASTER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-N2-ED) DELIMITED BY SIZE
                 INTO WS-RC-LINE
          END-STRING.
          MOVE 40 TO WS-RC-PTR.
          MOVE WS-MATCHED-COUNT TO WS-RC-N-ED.
          MOVE WS-UNKNOWN-COUNT TO WS-RC-N2-ED.
          STRING "MATCHED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-N-ED) DELIMITED BY SIZE
                 "  NOT ON MASTER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-N2-ED) DELIMITED BY SIZE
                 INTO WS-RC-LINE WITH POINTER WS-RC-PTR
          END-STRING.
          MOVE 80 TO WS-RC-PTR.
          MOVE WS-MISSING-COUNT TO WS-RC-N-ED.
          MOVE WS-REPEAT-COUNT TO WS-RC-N2-ED.
          STRING "NOT SCANNED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-N-ED) DELIMITED BY SIZE
                 "  REPEATED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-N2-ED) DELIMITED BY SIZE
                 INTO WS-RC-LINE WITH POINTER WS-RC-PTR
          END-STRING.
          PERFORM WRITE-RECON-LINE.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-RECON-STAMPS.
          CLOSE RECON-REPORT-FILE.
          EXIT.
      *
       WRITE-UNKNOWN-LINE SECTION.
          MOVE PART-2-LINE-NO (WS-MERGE-BOX) TO WS-RC-N-ED.
          MOVE SPACES TO WS-RC-LINE.
          STRING "  LINE " DELIMITED BY SIZE
                 WS-RC-N-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 INPUT-STR (WS-MERGE-BOX) DELIMITED BY SIZE
                 INTO WS-RC-LINE
          END-STRING.
          MOVE 44 TO WS-RC-PTR.
          MOVE WS-BOX-SUGGEST (WS-MERGE-BOX) TO WS-MERGE-M.
          IF WS-MERGE-M = 0
             STRING "NO LIKELY MATCH ON THE MASTER" DELIMITED BY SIZE
                    INTO WS-RC-LINE WITH POINTER WS-RC-PTR
             END-STRING
          ELSE
             STRING "LIKELY MEANT " DELIMITED BY SIZE
                    WS-MS-ID (WS-MERGE-M) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-MS-LOCATION (WS-MERGE-M) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-MS-STATUS (WS-MERGE-M) DELIMITED BY SIZE
                    " DIST=" DELIMITED BY SIZE
                    WS-BOX-SUGGEST-DIST (WS-MERGE-BOX)
                       DELIMITED BY SIZE
                    INTO WS-RC-LINE WITH POINTER WS-RC-PTR
             END-STRING
          END-IF.
          PERFORM WRITE-RECON-LINE.
          EXIT.
      *
      * ONE LINE PER REPEATED ID WITH THE FEED LINES IT CAME FROM, AS
      * MANY AS FIT ON THE PRINT LINE.
       WRITE-REPEAT-LINE SECTION.
          COMPUTE WS-RC-N-ED = WS-RUN-END - WS-RUN-START + 1.
          MOVE SPACES TO WS-RC-LINE.
          MOVE 1 TO WS-RC-PTR.
          STRING "  " DELIMITED BY SIZE
                 WS-SORT-KEY (WS-RUN-START) DELIMITED BY SIZE
                 "  SCANNED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-N-ED) DELIMITED BY SIZE
                 " TIMES - LINES" DELIMITED BY SIZE
                 INTO WS-RC-LINE WITH POINTER WS-RC-PTR
          END-STRING.
          PERFORM VARYING WS-RUN-I FROM WS-RUN-START BY 1
          UNTIL WS-RUN-I > WS-RUN-END OR WS-RC-PTR > 124
             MOVE WS-SORT-BOX (WS-RUN-I) TO WS-MERGE-BOX
             MOVE PART-2-LINE-NO (WS-MERGE-BOX) TO WS-RC-N2-ED
             STRING " " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RC-N2-ED) DELIMITED BY SIZE
                    INTO WS-RC-LINE WITH POINTER WS-RC-PTR
             END-STRING
          END-PERFORM.
          IF WS-RUN-I <= WS-RUN-END
             MOVE " ..." TO WS-RC-LINE (126:4)
          END-IF.
          PERFORM WRITE-RECON-LINE.
          EXIT.
      *
       WRITE-NONE-IF-EMPTY SECTION.
          IF WS-LISTED = 0
             MOVE "  (NONE)" TO WS-RC-LINE
             PERFORM WRITE-RECON-LINE
          END-IF.
          MOVE SPACES TO WS-RC-LINE.
          PERFORM WRITE-RECON-LINE.
          EXIT.
      *
       WRITE-RECON-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-RECON-STAMPS.
          WRITE RECON-PRINT-LINE FROM WS-RC-LINE.
          EXIT.
      *
       WRITE-RECON-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE RECON-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE RECON-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE RECON-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
