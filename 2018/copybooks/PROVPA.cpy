      * ANSWER PROVENANCE - PROCEDURE DIVISION PARAGRAPHS.
      * READS THE PROVENANCE DATASET (SEE PROVWS) FOR ONE PROGRAM AND
      * RUN DATE. A LATER POST FOR THE SAME PROGRAM AND DATE (A RERUN
      * OR A REPROC CORRECTION RUN) REPLACES AN EARLIER ONE, THE SAME
      * "LATEST ANSWER WINS" RULE THE RESULTS MASTER FOLLOWS. A
      * MISSING DATASET IS NO MATCH.
       FIND-PROVENANCE SECTION.
           MOVE 0 TO WS-PROV-HITS.
           MOVE SPACES TO WS-PROV-FIELDS.
           MOVE "PROVENANCE_LOG" TO CAT-LOGICAL-NAME.
           MOVE "../../results/provenance.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-PROV-DATASET.
           OPEN INPUT PROVENANCE-FILE.
           IF WS-PROV-STATUS NOT = "00"
              GO TO FIND-PROVENANCE-99
           END-IF.
           MOVE "N" TO WS-PROV-EOF.
           PERFORM UNTIL WS-PROV-EOF = "Y"
              READ PROVENANCE-FILE
                 AT END
                    MOVE "Y" TO WS-PROV-EOF
                 NOT AT END
                    PERFORM MATCH-PROVENANCE-RECORD
              END-READ
           END-PERFORM.
           CLOSE PROVENANCE-FILE.
       FIND-PROVENANCE-99.
           EXIT.
      *
       MATCH-PROVENANCE-RECORD SECTION.
           MOVE SPACES TO WS-PROV-PARSE.
           UNSTRING PROVENANCE-RECORD DELIMITED BY "|"
              INTO WS-PROV-P-DATE, WS-PROV-P-PROGRAM, WS-PROV-P-RUN,
                   WS-PROV-P-YEAR, WS-PROV-P-PART-1, WS-PROV-P-PART-2,
                   WS-PROV-P-LEDGER-LINE, WS-PROV-P-TIME,
                   WS-PROV-P-OPERATOR, WS-PROV-P-INPUT,
                   WS-PROV-P-INPUT-SOURCE, WS-PROV-P-CHECKSUM,
                   WS-PROV-P-SNAPSHOT, WS-PROV-P-EDITIN,
                   WS-PROV-P-REPROC, WS-PROV-P-GENERATION.
           IF WS-PROV-P-PROGRAM NOT = WS-PROV-Q-PROGRAM OR
              WS-PROV-P-DATE NOT = WS-PROV-Q-DATE
              GO TO MATCH-PROVENANCE-RECORD-99
           END-IF.
           IF WS-PROV-Q-RUN NOT = SPACES AND
              WS-PROV-P-RUN NOT = WS-PROV-Q-RUN
              GO TO MATCH-PROVENANCE-RECORD-99
           END-IF.
           IF WS-PROV-Q-YEAR NOT = SPACES AND
              WS-PROV-P-YEAR NOT = WS-PROV-Q-YEAR
              GO TO MATCH-PROVENANCE-RECORD-99
           END-IF.
           ADD 1 TO WS-PROV-HITS.
           MOVE WS-PROV-PARSE TO WS-PROV-FIELDS.
       MATCH-PROVENANCE-RECORD-99.
           EXIT.
