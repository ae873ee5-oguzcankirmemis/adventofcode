      *   PROGRAM=DAYN    - ONE DAY PROGRAM ONLY
      *   YEAR=YYYY       - ONE SUITE YEAR ONLY
      *   FROM-DATE=YYYYMMDD / TO-DATE=YYYYMMDD - RUN-DATE RANGE
      *   PROVENANCE=Y    - DRILL DOWN: UNDER EACH ROW, THE ANSWER
      *                     PROVENANCE OF THAT POST (SEE PROVINQ)
      * WITH A PROGRAM GIVEN THE MASTER IS READ AS A KEYED BRACKET
      * (START NOT LESS THAN KEY, READ NEXT UNTIL THE BRACKET ENDS);
      * WITHOUT ONE THE WHOLE MASTER IS READ IN KEY ORDER AND
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY MASTRSL.
          COPY PROVSL.
          SELECT QUERY-FILE
             ASSIGN TO WS-QUERY-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
          COPY MASTRFD.
          COPY PROVFD.
          FD QUERY-FILE.
          01 QUERY-RECORD PIC X(80).
          FD INQUIRY-REPORT-FILE.
          COPY CATLKWS.
          COPY MASTRWS.
          COPY RPTWRTWS.
          COPY PROVWS.
          01 WS-QUERY-DATASET PIC X(200).
          01 WS-QUERY-STATUS PIC X(2) VALUE SPACES.
          01 WS-QUERY-EOF PIC X(1) VALUE "N".
          01 WS-Q-YEAR PIC X(4) VALUE SPACES.
          01 WS-Q-FROM-DATE PIC X(8) VALUE SPACES.
          01 WS-Q-TO-DATE PIC X(8) VALUE SPACES.
          01 WS-Q-PROVENANCE PIC X(1) VALUE "N".
          01 WS-KEY-PART PIC X(40).
          01 WS-VALUE-PART PIC X(40).
          01 WS-MATCH-COUNT PIC 9(7) VALUE 0.
       READ-QUERY-CARD SECTION.
          MOVE "INQUIRY_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/inquiry.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUERY-DATASET.
          OPEN INPUT QUERY-FILE.
          IF WS-QUERY-STATUS NOT = "00"
                MOVE WS-VALUE-PART TO WS-Q-FROM-DATE
             WHEN "TO-DATE"
                MOVE WS-VALUE-PART TO WS-Q-TO-DATE
             WHEN "PROVENANCE"
                MOVE WS-VALUE-PART TO WS-Q-PROVENANCE
             WHEN OTHER
                DISPLAY "MASTRINQ: UNKNOWN QUERY KEY IGNORED: "
                   FUNCTION TRIM (WS-KEY-PART)
       OPEN-INQUIRY-REPORT SECTION.
          MOVE "INQUIRY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/inquiry.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INQUIRY-DATASET.
          OPEN OUTPUT INQUIRY-REPORT-FILE.
          MOVE "MASTRINQ" TO RPT-PROGRAM.
                 WS-Q-FROM-DATE DELIMITED BY SIZE
                 " TO=" DELIMITED BY SIZE
                 WS-Q-TO-DATE DELIMITED BY SIZE
                 " PROVENANCE=" DELIMITED BY SIZE
                 WS-Q-PROVENANCE DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-INQUIRY-STAMPS.
          WRITE INQUIRY-REPORT-RECORD FROM WS-DETAIL-LINE.
          IF WS-Q-PROVENANCE = "Y"
             PERFORM WRITE-PROVENANCE-DRILL
          END-IF.
          EXIT.
      *
      * THE MASTER HOLDS THE LATEST ANSWER PER PROGRAM, YEAR AND RUN
      * DATE, SO THE LATEST PROVENANCE RECORD FOR THE SAME THREE IS
      * THE POST BEHIND THE ROW.
       WRITE-PROVENANCE-DRILL SECTION.
          MOVE RM-PROGRAM TO WS-PROV-Q-PROGRAM.
          MOVE RM-RUN-DATE TO WS-PROV-Q-DATE.
          MOVE RM-YEAR TO WS-PROV-Q-YEAR.
          MOVE SPACES TO WS-PROV-Q-RUN.
          PERFORM FIND-PROVENANCE.
          MOVE SPACES TO WS-DETAIL-LINE.
          IF WS-PROV-HITS = 0
             MOVE "   PROVENANCE: NONE RECORDED" TO WS-DETAIL-LINE
          ELSE
             STRING "   PROVENANCE: RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PROV-RUN) DELIMITED BY SIZE
                    " LEDGER LINE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PROV-LEDGER-LINE)
                       DELIMITED BY SIZE
                    " OPERATOR " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PROV-OPERATOR)
                       DELIMITED BY SIZE
                    " SNAPSHOT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PROV-SNAPSHOT)
                       DELIMITED BY SIZE
                    " EDITIN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PROV-EDITIN) DELIMITED BY SIZE
                    " REPROC " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PROV-REPROC) DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          END-IF.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-INQUIRY-STAMPS.
          WRITE INQUIRY-REPORT-RECORD FROM WS-DETAIL-LINE.
          IF WS-PROV-HITS = 0
             GO TO WRITE-PROVENANCE-DRILL-99
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "               INPUT " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-INPUT) DELIMITED BY SIZE
                 " CHECKSUM " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-CHECKSUM) DELIMITED BY SIZE
                 " GENERATION " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-GENERATION) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-INQUIRY-STAMPS.
          WRITE INQUIRY-REPORT-RECORD FROM WS-DETAIL-LINE.
       WRITE-PROVENANCE-DRILL-99.
          EXIT.
      *
       CLOSE-INQUIRY-REPORT SECTION.
             WRITE INQUIRY-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY PROVPA.
      *
       COPY AUDITPA.
