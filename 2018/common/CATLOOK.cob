      * ROUTES EVERY CATALOGED OUTPUT DATASET TO THE SANDBOX AREA -
      * EVEN WHEN PRODUCTION ENVIRONMENT OVERRIDES ARE EXPORTED IN
      * THE OPERATOR'S PROFILE.
      * A PATH OF THE FORM GEN(0), GEN(-1) ... FROM ANY OF THESE
      * SOURCES ASKS FOR A RELATIVE GENERATION OF THE LOGICAL NAME
      * RATHER THAN A FILE: IT IS RESOLVED THROUGH THE INPUT
      * GENERATION REGISTER (SEE GENRGWS) TO THAT GENERATION'S
      * DATASET, AND THE REFERENCE ITSELF IS RECORDED AS THE SOURCE.
      * A GENERATION NOT ON FILE IS REPORTED AND LEFT UNRESOLVED, SO
      * THE CALLER'S OPEN FAILS RATHER THAN READING THE WRONG FEED.
      * EVERY RESOLUTION IS ALSO APPENDED TO THE DATASET ACCESS LOG
      * (DATASET_ACCESS_LOG, DEFAULT RESULTS/DSACCESS.TXT) WITH THE
      * CALLING PROGRAM AND THE OPEN INTENT THE CALLER DECLARED, ONCE
      * PER NAME AND INTENT PER PROGRAM RUN:
      *   DATE|TIME|RUN|PROGRAM|LOGICAL|PATH|INTENT|SOURCE
      * DSXREF BUILDS THE PRODUCER/CONSUMER CROSS-REFERENCE FROM IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ASSIGN TO WS-SNAPSHOT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAPSHOT-STATUS.
          SELECT ACCESS-LOG-FILE
             ASSIGN TO WS-ACCESS-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACCESS-STATUS.
          COPY GENRGSL.
       DATA DIVISION.
       FILE SECTION.
          FD CATALOG-FILE.
          01 CATALOG-RECORD PIC X(250).
          FD SNAPSHOT-FILE.
          01 SNAPSHOT-RECORD PIC X(300).
          FD ACCESS-LOG-FILE.
          01 ACCESS-LOG-RECORD PIC X(400).
          COPY GENRGFD.
       WORKING-STORAGE SECTION.
          01 WS-CATALOG-DATASET PIC X(200).
          01 WS-CATALOG-STATUS PIC X(2) VALUE SPACES.
             03 WS-SEEN-NAME PIC X(30) OCCURS 200.
          01 WS-SEEN-IDX PIC 9(3).
          01 WS-SEEN-HIT PIC X(1).
          01 WS-MATCH-NAME PIC X(30).
          01 WS-MATCH-PATH PIC X(200).
          01 WS-GEN-REF PIC X(12).
          01 WS-GEN-REL-X PIC X(8).
          01 WS-GEN-WANTED PIC S9(5).
          01 WS-GEN-KEPT PIC 9(4).
          01 WS-GEN-KEPT-ED PIC ZZZ9.
          01 WS-ACCESS-DATASET PIC X(200) VALUE SPACES.
          01 WS-ACCESS-STATUS PIC X(2) VALUE SPACES.
          01 WS-ACCESS-DATE PIC 9(8).
          01 WS-ACCESS-TIME PIC 9(8).
          01 WS-ACCESS-INTENT PIC X(8).
          77 WS-ACC-SEEN-MAX PIC 9(3) USAGE COMP-5 VALUE 300.
          01 WS-ACC-SEEN-COUNT PIC 9(3) VALUE 0.
          01 WS-ACC-SEEN-TABLE.
             03 WS-ACC-SEEN-ENTRY OCCURS 300.
                05 WS-ACC-SEEN-NAME PIC X(30).
                05 WS-ACC-SEEN-INTENT PIC X(6).
          COPY GENRGWS.
       LINKAGE SECTION.
          01 L-LOGICAL-NAME PIC X(30).
          01 L-DEFAULT-PATH PIC X(200).
          01 L-RESOLVED-PATH PIC X(200).
          01 L-OPEN-INTENT PIC X(6).
       PROCEDURE DIVISION USING L-LOGICAL-NAME, L-DEFAULT-PATH,
              L-RESOLVED-PATH, L-OPEN-INTENT.
       RESOLVE-DATASET SECTION.
           MOVE L-DEFAULT-PATH TO L-RESOLVED-PATH.
           MOVE "DEFAULT" TO WS-SOURCE-WORD.
           MOVE L-LOGICAL-NAME TO WS-MATCH-NAME.
           ACCEPT WS-TEST-MODE FROM ENVIRONMENT "TEST_MODE".
           IF WS-TEST-MODE = "Y"
              PERFORM SEARCH-TEST-CATALOG
              IF WS-FOUND = "Y"
                 MOVE WS-MATCH-PATH TO L-RESOLVED-PATH
                 MOVE "TEST-CATALOG" TO WS-SOURCE-WORD
                 GO TO RESOLVE-DATASET-99
              END-IF
           END-IF.
           PERFORM SEARCH-CATALOG.
           IF WS-FOUND = "Y"
              MOVE WS-MATCH-PATH TO L-RESOLVED-PATH
              MOVE "CATALOG" TO WS-SOURCE-WORD
           END-IF.
       RESOLVE-DATASET-99.
           IF L-RESOLVED-PATH (1:4) = "GEN("
              PERFORM RESOLVE-GENERATION
           END-IF.
           PERFORM RECORD-RESOLUTION.
           PERFORM RECORD-ACCESS.
           EXIT PROGRAM.
      *
       SEARCH-TEST-CATALOG SECTION.
           UNSTRING CATALOG-RECORD DELIMITED BY "="
              INTO WS-KEY-PART, WS-VALUE-PART.
           IF FUNCTION TRIM (WS-KEY-PART) =
              FUNCTION TRIM (WS-MATCH-NAME)
              MOVE FUNCTION TRIM (WS-VALUE-PART) TO WS-MATCH-PATH
              MOVE "Y" TO WS-FOUND
           END-IF.
       MATCH-CATALOG-RECORD-99.
           EXIT.
      *
      * THE DATASETS THIS PROGRAM KEEPS FOR ITSELF (THE GENERATION
      * REGISTER, THE ACCESS LOG) ARE LOOKED UP THE WAY ANY NAME IS
      * (THIS PROGRAM CANNOT CALL ITSELF), TEST CATALOG INCLUDED, SO A
      * TEST-MODE RUN RESOLVES AGAINST THE TEST COPIES. CALLER LOADS
      * WS-MATCH-NAME; WS-FOUND = Y RETURNS THE PATH IN WS-MATCH-PATH.
       RESOLVE-OWN-DATASET SECTION.
           MOVE "N" TO WS-FOUND.
           IF WS-TEST-MODE = "Y"
              PERFORM SEARCH-TEST-CATALOG
           END-IF.
           IF WS-FOUND NOT = "Y"
              MOVE SPACES TO WS-OVERRIDE
              ACCEPT WS-OVERRIDE FROM ENVIRONMENT WS-MATCH-NAME
              IF WS-OVERRIDE NOT = SPACES
                 MOVE WS-OVERRIDE TO WS-MATCH-PATH
                 MOVE "Y" TO WS-FOUND
              ELSE
                 PERFORM SEARCH-CATALOG
              END-IF
           END-IF.
           EXIT.
      *
       RESOLVE-GENERATION SECTION.
           MOVE L-RESOLVED-PATH TO WS-GEN-REF.
           MOVE WS-GEN-REF TO WS-SOURCE-WORD.
           MOVE SPACES TO WS-GEN-REL-X.
           UNSTRING L-RESOLVED-PATH (5:12) DELIMITED BY ")"
              INTO WS-GEN-REL-X.
           IF FUNCTION TEST-NUMVAL (WS-GEN-REL-X) NOT = 0
              DISPLAY "CATLOOK: " FUNCTION TRIM (L-LOGICAL-NAME)
                 " BAD GENERATION REFERENCE "
                 FUNCTION TRIM (WS-GEN-REF)
              GO TO RESOLVE-GENERATION-99
           END-IF.
           COMPUTE WS-GEN-WANTED = FUNCTION NUMVAL (WS-GEN-REL-X).
           IF WS-GEN-WANTED > 0
              DISPLAY "CATLOOK: " FUNCTION TRIM (L-LOGICAL-NAME)
                 " BAD GENERATION REFERENCE "
                 FUNCTION TRIM (WS-GEN-REF)
                 " - ONLY 0 OR EARLIER IS ON FILE"
              GO TO RESOLVE-GENERATION-99
           END-IF.
           MOVE "INPUT_GENERATIONS" TO WS-MATCH-NAME.
           MOVE "../../results/inputgens.txt" TO GR-REGISTER-DATASET.
           PERFORM RESOLVE-OWN-DATASET.
           IF WS-FOUND = "Y"
              MOVE WS-MATCH-PATH TO GR-REGISTER-DATASET
           END-IF.
           MOVE 0 TO GR-COUNT.
           MOVE "N" TO GR-EOF.
           OPEN INPUT GEN-REGISTER-FILE.
           IF GR-STATUS = "00"
              PERFORM UNTIL GR-EOF = "Y"
                 READ GEN-REGISTER-FILE
                    AT END
                       MOVE "Y" TO GR-EOF
                    NOT AT END
                       PERFORM TAKE-GENERATION-RECORD
                 END-READ
              END-PERFORM
              CLOSE GEN-REGISTER-FILE
           END-IF.
           MOVE 0 TO GR-HIT-IDX GR-LATEST-GEN WS-GEN-KEPT.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
              ADD 1 TO WS-GEN-KEPT
              IF GR-GEN (GR-IDX) > GR-LATEST-GEN
                 MOVE GR-GEN (GR-IDX) TO GR-LATEST-GEN
              END-IF
           END-PERFORM.
           ADD GR-LATEST-GEN TO WS-GEN-WANTED.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
              IF GR-GEN (GR-IDX) = WS-GEN-WANTED
                 MOVE GR-IDX TO GR-HIT-IDX
              END-IF
           END-PERFORM.
           IF GR-HIT-IDX = 0
              MOVE WS-GEN-KEPT TO WS-GEN-KEPT-ED
              DISPLAY "CATLOOK: " FUNCTION TRIM (L-LOGICAL-NAME) " "
                 FUNCTION TRIM (WS-GEN-REF) " NOT ON FILE - "
                 FUNCTION TRIM (WS-GEN-KEPT-ED)
                 " GENERATION(S) KEPT"
              GO TO RESOLVE-GENERATION-99
           END-IF.
           MOVE GR-PATH (GR-HIT-IDX) TO L-RESOLVED-PATH.
       RESOLVE-GENERATION-99.
           EXIT.
      *
      * ONLY THE LOGICAL NAME'S OWN GENERATIONS ARE KEPT HERE.
       TAKE-GENERATION-RECORD SECTION.
           IF GEN-REGISTER-RECORD = SPACES OR
              GEN-REGISTER-RECORD (1:1) = "*" OR
              GR-COUNT >= GR-MAX
              GO TO TAKE-GENERATION-RECORD-99
           END-IF.
           MOVE SPACES TO GR-PARSE.
           UNSTRING GEN-REGISTER-RECORD DELIMITED BY "|"
              INTO GR-P-NAME, GR-P-GEN, GR-P-PATH.
           IF GR-P-NAME NOT = L-LOGICAL-NAME OR
              FUNCTION TRIM (GR-P-GEN) IS NOT NUMERIC
              GO TO TAKE-GENERATION-RECORD-99
           END-IF.
           ADD 1 TO GR-COUNT.
           COMPUTE GR-GEN (GR-COUNT) = FUNCTION NUMVAL (GR-P-GEN).
           MOVE GR-P-PATH TO GR-PATH (GR-COUNT).
       TAKE-GENERATION-RECORD-99.
           EXIT.
      *
       RECORD-RESOLUTION SECTION.
           MOVE "N" TO WS-SEEN-HIT.
           CLOSE SNAPSHOT-FILE.
       RECORD-RESOLUTION-99.
           EXIT.
      *
       RECORD-ACCESS SECTION.
           MOVE "N" TO WS-SEEN-HIT.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
           UNTIL WS-SEEN-IDX > WS-ACC-SEEN-COUNT
              IF WS-ACC-SEEN-NAME (WS-SEEN-IDX) = L-LOGICAL-NAME AND
                 WS-ACC-SEEN-INTENT (WS-SEEN-IDX) = L-OPEN-INTENT
                 MOVE "Y" TO WS-SEEN-HIT
              END-IF
           END-PERFORM.
           IF WS-SEEN-HIT = "Y"
              GO TO RECORD-ACCESS-99
           END-IF.
           IF WS-ACC-SEEN-COUNT < WS-ACC-SEEN-MAX
              ADD 1 TO WS-ACC-SEEN-COUNT
              MOVE L-LOGICAL-NAME
                 TO WS-ACC-SEEN-NAME (WS-ACC-SEEN-COUNT)
              MOVE L-OPEN-INTENT
                 TO WS-ACC-SEEN-INTENT (WS-ACC-SEEN-COUNT)
           END-IF.
           IF WS-ACCESS-DATASET = SPACES
              MOVE "DATASET_ACCESS_LOG" TO WS-MATCH-NAME
              MOVE "../../results/dsaccess.txt" TO WS-ACCESS-DATASET
              PERFORM RESOLVE-OWN-DATASET
              IF WS-FOUND = "Y"
                 MOVE WS-MATCH-PATH TO WS-ACCESS-DATASET
              END-IF
           END-IF.
           ACCEPT WS-RUN-NUMBER
              FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF WS-RUN-NUMBER = SPACES
              MOVE "0" TO WS-RUN-NUMBER
           END-IF.
           ACCEPT WS-CALLER FROM ENVIRONMENT "AUDIT_PROGRAM".
           IF WS-CALLER = SPACES
              MOVE "UNKNOWN" TO WS-CALLER
           END-IF.
           MOVE L-OPEN-INTENT TO WS-ACCESS-INTENT.
           IF WS-ACCESS-INTENT = SPACES
              MOVE "UNSTATED" TO WS-ACCESS-INTENT
           END-IF.
           ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCESS-TIME FROM TIME.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCESS-STATUS = "35"
              OPEN OUTPUT ACCESS-LOG-FILE
              CLOSE ACCESS-LOG-FILE
              OPEN EXTEND ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCESS-STATUS NOT = "00"
              GO TO RECORD-ACCESS-99
           END-IF.
           MOVE SPACES TO ACCESS-LOG-RECORD.
           STRING WS-ACCESS-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ACCESS-TIME (1:6) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CALLER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (L-LOGICAL-NAME)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (L-RESOLVED-PATH)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACCESS-INTENT)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOURCE-WORD)
                     DELIMITED BY SIZE
                  INTO ACCESS-LOG-RECORD
           END-STRING.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
       RECORD-ACCESS-99.
           EXIT.
