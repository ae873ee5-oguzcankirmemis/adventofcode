       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSXREF.
       AUTHOR. OK999.
      * DATASET CROSS-REFERENCE. CATLOOK APPENDS EVERY RESOLUTION TO
      * THE DATASET ACCESS LOG (DATASET_ACCESS_LOG, DEFAULT
      * RESULTS/DSACCESS.TXT) WITH THE PROGRAM THAT ASKED AND THE OPEN
      * INTENT IT DECLARED:
      *   DATE|TIME|RUN|PROGRAM|LOGICAL|PATH|INTENT|SOURCE
      * THIS REPORT READS THE WHOLE LOG AND LISTS, FOR EVERY LOGICAL
      * DATASET, ITS PRODUCERS (OPENED OUTPUT OR EXTEND) AND ITS
      * CONSUMERS (OPENED INPUT) - A PROGRAM THAT OPENS A DATASET FOR
      * UPDATE IS BOTH - WITH THE LAST DATE EACH OPENED IT. IT THEN
      * LISTS THE DATASETS WRITTEN BUT NEVER READ, AND THE ENTRIES ON
      * THE PRODUCTION CATALOG (PARAMS/CATALOG.CFG; DATASET_CATALOG
      * OVERRIDES ITS LOCATION) THAT NOTHING HAS OPENED WITHIN THE
      * STALE WINDOW (DSXREF_STALE_DAYS, DEFAULT 90), FOLLOWED BY THE
      * DATASETS RESOLVED FROM A COMPILED-IN DEFAULT - THE REST OF THE
      * CATALOG IN EFFECT - WHOSE LAST OPEN ON THE LOG IS OLDER THAN
      * THE WINDOW. THOSE ARE THE CANDIDATES TO RETIRE - BUT A
      * DATASET READ ONLY BY A PERSON OR BY A SHELL STEP NEVER COMES
      * THROUGH CATLOOK, SO THE LIST IS WHERE A RETIREMENT REVIEW
      * STARTS, NOT ITS ANSWER. THE REPORT
      * STATES THE DATES THE LOG COVERS; A LOG YOUNGER THAN THE
      * WINDOW CANNOT PROVE AN ENTRY IDLE FOR THE WHOLE OF IT.
      * RUN BY HAND, OFF THE STREAM, LIKE INCIDRPT.
      * RETURN CODES: 0 = REPORT WRITTEN, 4 = NO ACCESS LOG ON FILE
      * (THE REPORT SAYS SO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ACCESS-LOG-FILE
             ASSIGN TO WS-ACCESS-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACCESS-STATUS.
          SELECT CATALOG-FILE
             ASSIGN TO WS-CATALOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS.
          SELECT XREF-REPORT-FILE
             ASSIGN TO WS-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          FD ACCESS-LOG-FILE.
          01 ACCESS-LOG-RECORD PIC X(400).
          FD CATALOG-FILE.
          01 CATALOG-RECORD PIC X(250).
          FD XREF-REPORT-FILE.
          01 XREF-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          01 WS-ACCESS-DATASET PIC X(200).
          01 WS-ACCESS-STATUS PIC X(2) VALUE SPACES.
          01 WS-ACCESS-EOF PIC X(1) VALUE "N".
          01 WS-CATALOG-DATASET PIC X(200).
          01 WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-CATALOG-EOF PIC X(1) VALUE "N".
          01 WS-REPORT-DATASET PIC X(200).
          01 WS-LOG-FOUND PIC X(1) VALUE "N".
          01 WS-STALE-DAYS-X PIC X(6).
          01 WS-STALE-DAYS PIC 9(5) VALUE 90.
          01 WS-TODAY PIC 9(8).
          01 WS-TODAY-INT PIC 9(8).
          01 WS-CUTOFF-INT PIC 9(8).
          01 WS-FIRST-DATE PIC 9(8) VALUE 0.
          01 WS-LAST-DATE PIC 9(8) VALUE 0.
          01 WS-COVER-DAYS PIC 9(6) VALUE 0.
          01 WS-LOG-RECORDS PIC 9(8) VALUE 0.
          01 WS-LOG-DATE PIC 9(8).
          01 WS-PARSE.
             03 WS-P-DATE PIC X(8).
             03 WS-P-TIME PIC X(6).
             03 WS-P-RUN PIC X(8).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-NAME PIC X(30).
             03 WS-P-PATH PIC X(200).
             03 WS-P-INTENT PIC X(8).
             03 WS-P-SOURCE PIC X(12).
          01 WS-KEY-PART PIC X(40).
          01 WS-VALUE-PART PIC X(200).
          01 WS-CAT-NAME PIC X(30).
          01 WS-IDX PIC 9(4).
          01 WS-HIT PIC 9(4).
          01 WS-U-IDX PIC 9(3).
          01 WS-U-HIT PIC 9(3).
          01 WS-ROLE PIC X(8).
          01 WS-DROPPED PIC 9(6) VALUE 0.
          01 WS-NEVER-READ-COUNT PIC 9(4) VALUE 0.
          01 WS-STALE-COUNT PIC 9(4) VALUE 0.
          01 WS-CATALOG-COUNT PIC 9(4) VALUE 0.
      * ONE ENTRY PER LOGICAL DATASET SEEN ON THE LOG, WITH ONE
      * SUB-ENTRY PER PROGRAM AND INTENT THAT OPENED IT. UNUSED
      * ENTRIES STAY HIGH-VALUES SO THE NAME SORT LEAVES THEM LAST.
          77 WS-DS-MAX PIC 9(4) USAGE COMP-5 VALUE 400.
          77 WS-US-MAX PIC 9(3) USAGE COMP-5 VALUE 24.
          01 WS-DS-COUNT PIC 9(4) VALUE 0.
          01 WS-DS-TABLE.
             03 WS-DS-ENTRY OCCURS 400.
                05 WS-DS-NAME PIC X(30).
                05 WS-DS-PATH PIC X(200).
                05 WS-DS-LAST PIC 9(8).
                05 WS-DS-PRODUCED PIC X(1).
                05 WS-DS-CONSUMED PIC X(1).
                05 WS-DS-CATALOGED PIC X(1).
                05 WS-DS-US-COUNT PIC 9(3).
                05 WS-DS-USER OCCURS 24.
                   07 WS-US-PROGRAM PIC X(10).
                   07 WS-US-INTENT PIC X(8).
                   07 WS-US-LAST PIC 9(8).
                   07 WS-US-OPENS PIC 9(6).
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-DATASET-LINE.
             03 WS-DL-NAME PIC X(30).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-DL-PATH PIC X(70).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-DL-LAST PIC X(8).
          01 WS-USER-HEAD.
             03 FILLER PIC X(4) VALUE SPACES.
             03 FILLER PIC X(10) VALUE "ROLE".
             03 FILLER PIC X(12) VALUE "PROGRAM".
             03 FILLER PIC X(10) VALUE "INTENT".
             03 FILLER PIC X(12) VALUE "LAST OPENED".
             03 FILLER PIC X(7) VALUE "  RUNS".
          01 WS-USER-LINE.
             03 FILLER PIC X(4) VALUE SPACES.
             03 WS-UL-ROLE PIC X(8).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-UL-PROGRAM PIC X(10).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-UL-INTENT PIC X(8).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-UL-LAST PIC X(8).
             03 FILLER PIC X(4) VALUE SPACES.
             03 WS-UL-OPENS PIC ZZZZZ9.
          01 WS-STALE-LINE.
             03 WS-SL-NAME PIC X(30).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-SL-FROM PIC X(8).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-SL-PATH PIC X(70).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-SL-LAST PIC X(13).
          01 WS-COUNT-ED PIC ZZZZZZZ9.
          01 WS-TOTAL-ED PIC ZZZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "DSXREF" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-STALE-DAYS-X FROM ENVIRONMENT "DSXREF_STALE_DAYS".
          IF WS-STALE-DAYS-X NOT = SPACES AND
             FUNCTION TEST-NUMVAL (WS-STALE-DAYS-X) = 0
             COMPUTE WS-STALE-DAYS = FUNCTION NUMVAL (WS-STALE-DAYS-X)
          END-IF.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
          COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-STALE-DAYS.
          MOVE HIGH-VALUES TO WS-DS-TABLE.
          PERFORM LOAD-ACCESS-LOG.
          IF WS-DS-COUNT > 1
             SORT WS-DS-ENTRY ON ASCENDING KEY WS-DS-NAME
          END-IF.
          PERFORM WRITE-XREF-REPORT.
          DISPLAY "DSXREF: " WS-LOG-RECORDS " ACCESS RECORD(S), "
             WS-DS-COUNT " DATASET(S), " WS-NEVER-READ-COUNT
             " WRITTEN NEVER READ, " WS-STALE-COUNT
             " IDLE " WS-STALE-DAYS " DAYS".
          IF WS-DROPPED > 0
             DISPLAY "DSXREF: " WS-DROPPED
                " ACCESS RECORD(S) BEYOND TABLE CAPACITY NOT COUNTED"
          END-IF.
          IF WS-LOG-FOUND = "Y"
             MOVE 0 TO RETURN-CODE
          ELSE
             DISPLAY "DSXREF: NO DATASET ACCESS LOG ON FILE"
             MOVE 4 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       LOAD-ACCESS-LOG SECTION.
          MOVE "DATASET_ACCESS_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/dsaccess.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ACCESS-DATASET.
          OPEN INPUT ACCESS-LOG-FILE.
          IF WS-ACCESS-STATUS NOT = "00"
             GO TO LOAD-ACCESS-LOG-99
          END-IF.
          MOVE "Y" TO WS-LOG-FOUND.
          PERFORM UNTIL WS-ACCESS-EOF = "Y"
             READ ACCESS-LOG-FILE
                AT END
                   MOVE "Y" TO WS-ACCESS-EOF
                NOT AT END
                   PERFORM TAKE-ACCESS-RECORD
             END-READ
          END-PERFORM.
          CLOSE ACCESS-LOG-FILE.
       LOAD-ACCESS-LOG-99.
          EXIT.
      *
       TAKE-ACCESS-RECORD SECTION.
          IF ACCESS-LOG-RECORD = SPACES OR
             ACCESS-LOG-RECORD (1:1) = "*"
             GO TO TAKE-ACCESS-RECORD-99
          END-IF.
          MOVE SPACES TO WS-PARSE.
          UNSTRING ACCESS-LOG-RECORD DELIMITED BY "|"
             INTO WS-P-DATE, WS-P-TIME, WS-P-RUN, WS-P-PROGRAM,
                  WS-P-NAME, WS-P-PATH, WS-P-INTENT, WS-P-SOURCE.
          IF WS-P-DATE IS NOT NUMERIC OR WS-P-NAME = SPACES
             GO TO TAKE-ACCESS-RECORD-99
          END-IF.
          MOVE WS-P-DATE TO WS-LOG-DATE.
          ADD 1 TO WS-LOG-RECORDS.
          IF WS-FIRST-DATE = 0 OR WS-LOG-DATE < WS-FIRST-DATE
             MOVE WS-LOG-DATE TO WS-FIRST-DATE
          END-IF.
          IF WS-LOG-DATE > WS-LAST-DATE
             MOVE WS-LOG-DATE TO WS-LAST-DATE
          END-IF.
          MOVE WS-P-NAME TO WS-CAT-NAME.
          PERFORM FIND-DATASET.
          IF WS-HIT = 0
             IF WS-DS-COUNT >= WS-DS-MAX
                ADD 1 TO WS-DROPPED
                GO TO TAKE-ACCESS-RECORD-99
             END-IF
             ADD 1 TO WS-DS-COUNT
             MOVE WS-DS-COUNT TO WS-HIT
             MOVE WS-P-NAME TO WS-DS-NAME (WS-HIT)
             MOVE 0 TO WS-DS-LAST (WS-HIT) WS-DS-US-COUNT (WS-HIT)
             MOVE "N" TO WS-DS-PRODUCED (WS-HIT)
                WS-DS-CONSUMED (WS-HIT) WS-DS-CATALOGED (WS-HIT)
          END-IF.
      * THE PATH SHOWN IS THE ONE THE DATASET WAS LAST OPENED UNDER.
          IF WS-LOG-DATE >= WS-DS-LAST (WS-HIT)
             MOVE WS-LOG-DATE TO WS-DS-LAST (WS-HIT)
             MOVE WS-P-PATH TO WS-DS-PATH (WS-HIT)
          END-IF.
          EVALUATE WS-P-INTENT
             WHEN "INPUT"
                MOVE "Y" TO WS-DS-CONSUMED (WS-HIT)
             WHEN "OUTPUT"
             WHEN "EXTEND"
                MOVE "Y" TO WS-DS-PRODUCED (WS-HIT)
             WHEN "UPDATE"
                MOVE "Y" TO WS-DS-PRODUCED (WS-HIT)
                MOVE "Y" TO WS-DS-CONSUMED (WS-HIT)
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          MOVE 0 TO WS-U-HIT.
          PERFORM VARYING WS-U-IDX FROM 1 BY 1
          UNTIL WS-U-IDX > WS-DS-US-COUNT (WS-HIT) OR WS-U-HIT > 0
             IF WS-US-PROGRAM (WS-HIT, WS-U-IDX) = WS-P-PROGRAM AND
                WS-US-INTENT (WS-HIT, WS-U-IDX) = WS-P-INTENT
                MOVE WS-U-IDX TO WS-U-HIT
             END-IF
          END-PERFORM.
          IF WS-U-HIT = 0
             IF WS-DS-US-COUNT (WS-HIT) >= WS-US-MAX
                ADD 1 TO WS-DROPPED
                GO TO TAKE-ACCESS-RECORD-99
             END-IF
             ADD 1 TO WS-DS-US-COUNT (WS-HIT)
             MOVE WS-DS-US-COUNT (WS-HIT) TO WS-U-HIT
             MOVE WS-P-PROGRAM TO WS-US-PROGRAM (WS-HIT, WS-U-HIT)
             MOVE WS-P-INTENT TO WS-US-INTENT (WS-HIT, WS-U-HIT)
             MOVE 0 TO WS-US-LAST (WS-HIT, WS-U-HIT)
                WS-US-OPENS (WS-HIT, WS-U-HIT)
          END-IF.
          ADD 1 TO WS-US-OPENS (WS-HIT, WS-U-HIT).
          IF WS-LOG-DATE > WS-US-LAST (WS-HIT, WS-U-HIT)
             MOVE WS-LOG-DATE TO WS-US-LAST (WS-HIT, WS-U-HIT)
          END-IF.
       TAKE-ACCESS-RECORD-99.
          EXIT.
      *
      * WS-CAT-NAME IN: ITS DATASET ENTRY INTO WS-HIT, 0 WHEN NONE.
       FIND-DATASET SECTION.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-DS-COUNT OR WS-HIT > 0
             IF WS-DS-NAME (WS-IDX) = WS-CAT-NAME
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          EXIT.
      *
       WRITE-XREF-REPORT SECTION.
          MOVE "DATASET_XREF" TO CAT-LOGICAL-NAME.
          MOVE "../../results/dsxref.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REPORT-DATASET.
          OPEN OUTPUT XREF-REPORT-FILE.
          MOVE "DSXREF" TO RPT-PROGRAM.
          MOVE "DATASET CROSS-REFERENCE" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          PERFORM WRITE-LOG-COVERAGE.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE "PRODUCERS AND CONSUMERS BY DATASET" TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-DS-COUNT
             PERFORM WRITE-DATASET-ENTRY
          END-PERFORM.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE "DATASETS WRITTEN BUT NEVER READ" TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-DS-COUNT
             IF WS-DS-PRODUCED (WS-IDX) = "Y" AND
                WS-DS-CONSUMED (WS-IDX) = "N"
                ADD 1 TO WS-NEVER-READ-COUNT
                MOVE WS-DS-NAME (WS-IDX) TO WS-DL-NAME
                MOVE WS-DS-PATH (WS-IDX) TO WS-DL-PATH
                MOVE WS-DS-LAST (WS-IDX) TO WS-DL-LAST
                MOVE WS-DATASET-LINE TO WS-DETAIL-LINE
                PERFORM WRITE-REPORT-DETAIL
             END-IF
          END-PERFORM.
          IF WS-NEVER-READ-COUNT = 0
             MOVE "  NONE" TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-STALE-DAYS TO WS-COUNT-ED.
          STRING "DATASETS NOT OPENED IN THE LAST "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 " DAYS" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          PERFORM CHECK-CATALOG-ENTRIES.
          PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-DS-COUNT
             IF WS-DS-CATALOGED (WS-IDX) = "N" AND
                FUNCTION INTEGER-OF-DATE (WS-DS-LAST (WS-IDX)) NOT >
                WS-CUTOFF-INT
                ADD 1 TO WS-STALE-COUNT
                MOVE WS-DS-NAME (WS-IDX) TO WS-SL-NAME
                MOVE "DEFAULT" TO WS-SL-FROM
                MOVE WS-DS-PATH (WS-IDX) TO WS-SL-PATH
                MOVE SPACES TO WS-SL-LAST
                STRING "LAST " DELIMITED BY SIZE
                       WS-DS-LAST (WS-IDX) DELIMITED BY SIZE
                       INTO WS-SL-LAST
                END-STRING
                MOVE WS-STALE-LINE TO WS-DETAIL-LINE
                PERFORM WRITE-REPORT-DETAIL
             END-IF
          END-PERFORM.
          IF WS-STALE-COUNT = 0
             MOVE "  NONE" TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-DS-COUNT TO WS-COUNT-ED.
          STRING "DATASETS: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE WS-NEVER-READ-COUNT TO WS-COUNT-ED.
          STRING "  WRITTEN NEVER READ: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (20:)
          END-STRING.
          MOVE WS-STALE-COUNT TO WS-COUNT-ED.
          MOVE WS-CATALOG-COUNT TO WS-TOTAL-ED.
          STRING "  IDLE: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 "  CATALOG ENTRIES: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TOTAL-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (50:)
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          CLOSE XREF-REPORT-FILE.
          EXIT.
      *
       WRITE-LOG-COVERAGE SECTION.
          IF WS-LOG-FOUND NOT = "Y"
             MOVE "NO DATASET ACCESS LOG ON FILE - NOTHING TO REPORT"
                TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
             GO TO WRITE-LOG-COVERAGE-99
          END-IF.
          IF WS-LOG-RECORDS = 0
             MOVE "THE DATASET ACCESS LOG IS EMPTY" TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
             GO TO WRITE-LOG-COVERAGE-99
          END-IF.
          COMPUTE WS-COVER-DAYS =
             WS-TODAY-INT - FUNCTION INTEGER-OF-DATE (WS-FIRST-DATE)
             + 1.
          MOVE WS-LOG-RECORDS TO WS-COUNT-ED.
          STRING "ACCESS LOG: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 " RECORD(S) FROM " DELIMITED BY SIZE
                 WS-FIRST-DATE DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-LAST-DATE DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          IF WS-COVER-DAYS < WS-STALE-DAYS
             MOVE WS-COVER-DAYS TO WS-COUNT-ED
             STRING "NOTE: THE LOG COVERS ONLY " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                    " DAY(S) - AN IDLE ENTRY BELOW MAY SIMPLY NOT"
                       DELIMITED BY SIZE
                    " HAVE COME DUE YET" DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             PERFORM WRITE-REPORT-DETAIL
          END-IF.
       WRITE-LOG-COVERAGE-99.
          EXIT.
      *
      * WS-IDX IN: THE DATASET LINE, THEN ONE LINE PER PROGRAM AND
      * INTENT THAT OPENED IT.
       WRITE-DATASET-ENTRY SECTION.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-DS-NAME (WS-IDX) TO WS-DL-NAME.
          MOVE WS-DS-PATH (WS-IDX) TO WS-DL-PATH.
          MOVE WS-DS-LAST (WS-IDX) TO WS-DL-LAST.
          MOVE WS-DATASET-LINE TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-USER-HEAD TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          PERFORM VARYING WS-U-IDX FROM 1 BY 1
          UNTIL WS-U-IDX > WS-DS-US-COUNT (WS-IDX)
             EVALUATE WS-US-INTENT (WS-IDX, WS-U-IDX)
                WHEN "INPUT"
                   MOVE "CONSUMER" TO WS-ROLE
                WHEN "OUTPUT"
                WHEN "EXTEND"
                   MOVE "PRODUCER" TO WS-ROLE
                WHEN "UPDATE"
                   MOVE "BOTH" TO WS-ROLE
                WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ROLE
             END-EVALUATE
             MOVE WS-ROLE TO WS-UL-ROLE
             MOVE WS-US-PROGRAM (WS-IDX, WS-U-IDX) TO WS-UL-PROGRAM
             MOVE WS-US-INTENT (WS-IDX, WS-U-IDX) TO WS-UL-INTENT
             MOVE WS-US-LAST (WS-IDX, WS-U-IDX) TO WS-UL-LAST
             MOVE WS-US-OPENS (WS-IDX, WS-U-IDX) TO WS-UL-OPENS
             MOVE WS-USER-LINE TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
          END-PERFORM.
          EXIT.
      *
      * EVERY NAME=PATH LINE OF THE PRODUCTION CATALOG WHOSE LOGICAL
      * NAME WAS NOT OPENED ON OR AFTER THE CUTOFF DATE.
       CHECK-CATALOG-ENTRIES SECTION.
          ACCEPT WS-CATALOG-DATASET
             FROM ENVIRONMENT "DATASET_CATALOG".
          IF WS-CATALOG-DATASET = SPACES
             MOVE "../../params/catalog.cfg" TO WS-CATALOG-DATASET
          END-IF.
          OPEN INPUT CATALOG-FILE.
          IF WS-CATALOG-STATUS NOT = "00"
             MOVE "  PRODUCTION CATALOG NOT ON FILE" TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
             GO TO CHECK-CATALOG-ENTRIES-99
          END-IF.
          PERFORM UNTIL WS-CATALOG-EOF = "Y"
             READ CATALOG-FILE
                AT END
                   MOVE "Y" TO WS-CATALOG-EOF
                NOT AT END
                   PERFORM CHECK-CATALOG-RECORD
             END-READ
          END-PERFORM.
          CLOSE CATALOG-FILE.
       CHECK-CATALOG-ENTRIES-99.
          EXIT.
      *
       CHECK-CATALOG-RECORD SECTION.
          IF CATALOG-RECORD = SPACES OR
             CATALOG-RECORD (1:1) = "*"
             GO TO CHECK-CATALOG-RECORD-99
          END-IF.
          MOVE SPACES TO WS-KEY-PART WS-VALUE-PART.
          UNSTRING CATALOG-RECORD DELIMITED BY "="
             INTO WS-KEY-PART, WS-VALUE-PART.
          IF WS-KEY-PART = SPACES
             GO TO CHECK-CATALOG-RECORD-99
          END-IF.
          ADD 1 TO WS-CATALOG-COUNT.
          MOVE FUNCTION TRIM (WS-KEY-PART) TO WS-CAT-NAME.
          PERFORM FIND-DATASET.
          IF WS-HIT > 0
             MOVE "Y" TO WS-DS-CATALOGED (WS-HIT)
             IF FUNCTION INTEGER-OF-DATE (WS-DS-LAST (WS-HIT)) >
                WS-CUTOFF-INT
                GO TO CHECK-CATALOG-RECORD-99
             END-IF
          END-IF.
          ADD 1 TO WS-STALE-COUNT.
          MOVE WS-CAT-NAME TO WS-SL-NAME.
          MOVE "CATALOG" TO WS-SL-FROM.
          MOVE FUNCTION TRIM (WS-VALUE-PART) TO WS-SL-PATH.
          IF WS-HIT = 0
             MOVE "NEVER OPENED" TO WS-SL-LAST
          ELSE
             MOVE SPACES TO WS-SL-LAST
             STRING "LAST " DELIMITED BY SIZE
                    WS-DS-LAST (WS-HIT) DELIMITED BY SIZE
                    INTO WS-SL-LAST
             END-STRING
          END-IF.
          MOVE WS-STALE-LINE TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
       CHECK-CATALOG-RECORD-99.
          EXIT.
      *
       WRITE-REPORT-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          WRITE XREF-REPORT-RECORD FROM WS-DETAIL-LINE.
          MOVE SPACES TO WS-DETAIL-LINE.
          EXIT.
      *
       WRITE-REPORT-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE XREF-REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE XREF-REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE XREF-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
