       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVINQ.
       AUTHOR. OK999.
      * ANSWER PROVENANCE CERTIFICATE. PRINTS ONE PAGE THAT ANSWERS
      * "WHERE DID THIS NUMBER COME FROM" FOR ONE PROGRAM'S POST ON
      * ONE RUN DATE, FROM THE PROVENANCE RECORD PROVPOST CUT WITH
      * THE POST (SEE PROVWS):
      *   PROVINQ_PROGRAM - THE PROGRAM (DAYN), REQUIRED;
      *   PROVINQ_DATE    - THE RUN DATE YYYYMMDD, DEFAULT TODAY;
      *   PROVINQ_RUN     - A RUN NUMBER, WHEN THE DATE HAD SEVERAL.
      * THE CERTIFICATE SHOWS THE LATEST POST THAT MATCHES AND, AS
      * EVIDENCE RATHER THAN ASSERTION, RE-CHECKS THE LEDGER LINE
      * AGAINST THE CURRENT LEDGER AND COUNTS THE PROGRAM'S ENTRIES
      * IN THE NAMED PARAMETER SNAPSHOT. MASTRINQ OFFERS THE SAME
      * RECORD AS A DRILL-DOWN BESIDE EACH RESULTS-MASTER ROW.
      * RETURN CODES: 0 = CERTIFICATE PRINTED, 1 = NO PROGRAM GIVEN
      * OR NO PROVENANCE RECORDED FOR IT ON THAT DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY PROVSL.
          COPY LEDGERSL.
          SELECT SNAPSHOT-FILE
             ASSIGN TO WS-SNAPSHOT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAPSHOT-STATUS.
          SELECT CERTIFICATE-FILE
             ASSIGN TO WS-CERTIFICATE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY PROVFD.
          COPY LEDGERFD.
          FD SNAPSHOT-FILE.
          01 SNAPSHOT-RECORD PIC X(160).
          FD CERTIFICATE-FILE.
          01 CERTIFICATE-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY LEDGERWS.
          COPY PROVWS.
          01 WS-SNAPSHOT-DATASET PIC X(200).
          01 WS-SNAPSHOT-STATUS PIC X(2) VALUE SPACES.
          01 WS-CERTIFICATE-DATASET PIC X(200).
          01 WS-EOF PIC X(1).
          01 WS-SNAP-ROOT PIC X(200).
          01 WS-SNAP-CALLER PIC X(10).
          01 WS-SNAP-COUNT PIC 9(5) VALUE 0.
          01 WS-SNAP-COUNT-ED PIC Z(4)9.
          01 WS-HITS-ED PIC Z(4)9.
          01 WS-LINE-WANTED PIC 9(9) VALUE 0.
          01 WS-LINE-COUNT PIC 9(9) VALUE 0.
          01 WS-LEDGER-VERDICT PIC X(60).
          01 WS-LEDGER-PARSE.
             03 WS-LP-DATE PIC X(10).
             03 WS-LP-PROGRAM PIC X(10).
             03 WS-LP-PART-1 PIC X(30).
             03 WS-LP-PART-2 PIC X(30).
             03 WS-LP-RUN PIC X(8).
          01 WS-DETAIL-LINE PIC X(132).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "PROVINQ" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-PROV-Q-PROGRAM FROM ENVIRONMENT "PROVINQ_PROGRAM".
          IF WS-PROV-Q-PROGRAM = SPACES
             DISPLAY "PROVINQ: PROVINQ_PROGRAM NOT SET"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          ACCEPT WS-PROV-Q-DATE FROM ENVIRONMENT "PROVINQ_DATE".
          IF WS-PROV-Q-DATE = SPACES
             ACCEPT WS-PROV-Q-DATE FROM DATE YYYYMMDD
          END-IF.
          ACCEPT WS-PROV-Q-RUN FROM ENVIRONMENT "PROVINQ_RUN".
          PERFORM FIND-PROVENANCE.
          PERFORM OPEN-CERTIFICATE.
          IF WS-PROV-HITS = 0
             MOVE SPACES TO WS-DETAIL-LINE
             STRING "NO PROVENANCE RECORDED FOR " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PROV-Q-PROGRAM)
                       DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    WS-PROV-Q-DATE DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             PERFORM WRITE-CERTIFICATE-DETAIL
             PERFORM CLOSE-CERTIFICATE
             DISPLAY "PROVINQ: " FUNCTION TRIM (WS-DETAIL-LINE)
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM CHECK-LEDGER-LINE.
          PERFORM COUNT-SNAPSHOT-ENTRIES.
          PERFORM WRITE-CERTIFICATE-BODY.
          PERFORM CLOSE-CERTIFICATE.
          DISPLAY "PROVINQ: CERTIFICATE PRINTED FOR "
             FUNCTION TRIM (WS-PROV-Q-PROGRAM) " " WS-PROV-Q-DATE.
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE LEDGER LINE RECORDED AT POST TIME IS RE-READ AND ITS
      * DATE, PROGRAM AND BOTH ANSWERS COMPARED WITH THE PROVENANCE
      * RECORD. LEDGARCH OR A REWRITE SHIFTS LINE NUMBERS, SO A
      * MISMATCH IS REPORTED, NOT TREATED AS AN ERROR.
       CHECK-LEDGER-LINE SECTION.
          MOVE "NOT CHECKED - LINE NUMBER NOT RECORDED"
             TO WS-LEDGER-VERDICT.
          IF WS-PROV-LEDGER-LINE = SPACES OR
             WS-PROV-LEDGER-LINE = "UNKNOWN"
             GO TO CHECK-LEDGER-LINE-99
          END-IF.
          COMPUTE WS-LINE-WANTED =
             FUNCTION NUMVAL (WS-PROV-LEDGER-LINE).
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          MOVE "NOT CONFIRMED - LEDGER CANNOT BE OPENED"
             TO WS-LEDGER-VERDICT.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
             GO TO CHECK-LEDGER-LINE-99
          END-IF.
          MOVE "NOT CONFIRMED - LEDGER IS SHORTER (ARCHIVED?)"
             TO WS-LEDGER-VERDICT.
          MOVE 0 TO WS-LINE-COUNT.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL WS-EOF = "Y"
             READ LEDGER-FILE
                AT END
                   MOVE "Y" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
                   IF WS-LINE-COUNT = WS-LINE-WANTED
                      PERFORM COMPARE-LEDGER-LINE
                      MOVE "Y" TO WS-EOF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE LEDGER-FILE.
       CHECK-LEDGER-LINE-99.
          EXIT.
      *
       COMPARE-LEDGER-LINE SECTION.
          MOVE SPACES TO WS-LEDGER-PARSE.
          UNSTRING LEDGER-RECORD DELIMITED BY ","
             INTO WS-LP-DATE, WS-LP-PROGRAM, WS-LP-PART-1,
                  WS-LP-PART-2, WS-LP-RUN.
          IF FUNCTION TRIM (WS-LP-DATE) = WS-PROV-DATE AND
             WS-LP-PROGRAM = WS-PROV-PROGRAM AND
             FUNCTION TRIM (WS-LP-PART-1) = WS-PROV-PART-1 AND
             FUNCTION TRIM (WS-LP-PART-2) = WS-PROV-PART-2
             MOVE "CONFIRMED IN THE CURRENT LEDGER"
                TO WS-LEDGER-VERDICT
          ELSE
             MOVE "NO LONGER MATCHES - LEDGER ARCHIVED OR REWRITTEN"
                TO WS-LEDGER-VERDICT
          END-IF.
          EXIT.
      *
       COUNT-SNAPSHOT-ENTRIES SECTION.
          MOVE 0 TO WS-SNAP-COUNT.
          ACCEPT WS-SNAP-ROOT
             FROM ENVIRONMENT "PARAM_SNAPSHOT_ROOT".
          IF WS-SNAP-ROOT = SPACES
             MOVE "../../results" TO WS-SNAP-ROOT
          END-IF.
          MOVE SPACES TO WS-SNAPSHOT-DATASET.
          STRING FUNCTION TRIM (WS-SNAP-ROOT) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-SNAPSHOT) DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO WS-SNAPSHOT-DATASET
          END-STRING.
          OPEN INPUT SNAPSHOT-FILE.
          IF WS-SNAPSHOT-STATUS NOT = "00"
             GO TO COUNT-SNAPSHOT-ENTRIES-99
          END-IF.
          MOVE "N" TO WS-EOF.
          PERFORM UNTIL WS-EOF = "Y"
             READ SNAPSHOT-FILE
                AT END
                   MOVE "Y" TO WS-EOF
                NOT AT END
                   MOVE SPACES TO WS-SNAP-CALLER
                   UNSTRING SNAPSHOT-RECORD DELIMITED BY "|"
                      INTO WS-SNAP-CALLER
                   IF WS-SNAP-CALLER = WS-PROV-PROGRAM
                      ADD 1 TO WS-SNAP-COUNT
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SNAPSHOT-FILE.
       COUNT-SNAPSHOT-ENTRIES-99.
          EXIT.
      *
       WRITE-CERTIFICATE-BODY SECTION.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "PROGRAM: " DELIMITED BY SIZE
                 WS-PROV-PROGRAM DELIMITED BY SIZE
                 "  RUN DATE: " DELIMITED BY SIZE
                 WS-PROV-DATE DELIMITED BY SIZE
                 "  RUN NUMBER: " DELIMITED BY SIZE
                 WS-PROV-RUN DELIMITED BY SIZE
                 "  SUITE YEAR: " DELIMITED BY SIZE
                 WS-PROV-YEAR DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "PART 1 ANSWER:       " DELIMITED BY SIZE
                 WS-PROV-PART-1 DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "PART 2 ANSWER:       " DELIMITED BY SIZE
                 WS-PROV-PART-2 DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "LEDGER LINE:         " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-LEDGER-LINE)
                    DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-LEDGER-VERDICT DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "POSTED AT:           " DELIMITED BY SIZE
                 WS-PROV-TIME (1:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-PROV-TIME (3:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-PROV-TIME (5:2) DELIMITED BY SIZE
                 "  OPERATOR: " DELIMITED BY SIZE
                 WS-PROV-OPERATOR DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "INPUT DATASET:       " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-INPUT) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-INPUT-SOURCE)
                    DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "INPUT CHECKSUM:      " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-CHECKSUM) DELIMITED BY SIZE
                 " (INMANFST MANIFEST)" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "INPUT GENERATION:    " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-GENERATION) DELIMITED BY SIZE
                 " (AS AT THE POST)" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE WS-SNAP-COUNT TO WS-SNAP-COUNT-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "PARAMETER SNAPSHOT:  " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-SNAPSHOT) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SNAP-COUNT-ED) DELIMITED BY SIZE
                 " ENTRIES FOR " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PROV-PROGRAM) DELIMITED BY SIZE
                 " (SEE PARMCOMP)" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "EDITIN:              " DELIMITED BY SIZE
                 WS-PROV-EDITIN DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "REPROC CORRECTIONS:  " DELIMITED BY SIZE
                 WS-PROV-REPROC DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          MOVE WS-PROV-HITS TO WS-HITS-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "POSTS MATCHING:      " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-HITS-ED) DELIMITED BY SIZE
                 " - THE LATEST IS CERTIFIED" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-CERTIFICATE-DETAIL.
          EXIT.
      *
       OPEN-CERTIFICATE SECTION.
          MOVE "PROVENANCE_CERT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/provcert.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CERTIFICATE-DATASET.
          OPEN OUTPUT CERTIFICATE-FILE.
          MOVE "PROVINQ" TO RPT-PROGRAM.
          MOVE "ANSWER PROVENANCE CERTIFICATE" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-CERTIFICATE-STAMPS.
          EXIT.
      *
       WRITE-CERTIFICATE-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-CERTIFICATE-STAMPS.
          WRITE CERTIFICATE-RECORD FROM WS-DETAIL-LINE.
          EXIT.
      *
       CLOSE-CERTIFICATE SECTION.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-CERTIFICATE-STAMPS.
          CLOSE CERTIFICATE-FILE.
          EXIT.
      *
       WRITE-CERTIFICATE-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE CERTIFICATE-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE CERTIFICATE-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE CERTIFICATE-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY PROVPA.
      *
       COPY AUDITPA.
