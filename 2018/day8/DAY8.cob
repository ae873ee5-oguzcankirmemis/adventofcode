          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT SUSPENSE-FILE
          ASSIGN TO WS-SUSPENSE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TREE-DIFF-FILE
          ASSIGN TO WS-TREE-DIFF-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT QUERY-DECK-FILE
          ASSIGN TO WS-QUERY-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-QUERY-STATUS.
          SELECT QUERY-REPORT-FILE
          ASSIGN TO WS-QUERY-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
             03 INPUT-STR PIC X(40000).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD SUSPENSE-FILE.
          01 SUSPENSE-RECORD PIC X(160).
          FD TREE-DUMP-FILE.
             03 DIFF-INPUT-STR PIC X(40000).
          FD TREE-DIFF-FILE.
          01 TREE-DIFF-RECORD PIC X(250).
          FD QUERY-DECK-FILE.
          01 QUERY-DECK-RECORD PIC X(80).
          FD QUERY-REPORT-FILE.
          01 QUERY-REPORT-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-DIFF-ADDED PIC 9(4) VALUE 0.
          01 WS-DIFF-REMOVED PIC 9(4) VALUE 0.
          01 WS-DIFF-CHANGED PIC 9(4) VALUE 0.
      * NODE-PATH QUERIES. EACH LINE OF THE QUERY DECK (DAY8_QUERIES)
      * NAMES ONE NODE BY ITS CHILD-INDEX PATH, WRITTEN AS IN THE
      * TREE DIFF (1 = THE ROOT, 1.3 = ITS THIRD CHILD, 1.1.3 = THE
      * THIRD CHILD OF ITS FIRST CHILD). THE TREE IS WALKED ONCE PER
      * QUERY, CARRYING SUBTREE METADATA SUMS AND TREEVALUE VALUES UP
      * THE STACK, UNTIL THE NAMED NODE COMPLETES. A PATH THAT IS
      * MALFORMED OR LEADS NOWHERE GOES TO SUSPENSE AND THE DECK
      * CARRIES ON.
          01 WS-QUERY-DATASET PIC X(200).
          01 WS-QUERY-STATUS PIC X(2) VALUE SPACES.
          01 WS-QUERY-EOF PIC X(1) VALUE "N".
          01 WS-QUERY-REPORT-DATASET PIC X(200).
          01 WS-QY-PATH PIC X(60).
          01 WS-QY-DEPTH PIC 9(3) USAGE BINARY.
          01 WS-QY-STEP OCCURS 200 PIC 9(4) USAGE BINARY.
          01 WS-QY-PTR PIC 9(3) USAGE BINARY.
          01 WS-QY-PIECE PIC X(10).
          01 WS-QY-REASON PIC X(80).
          01 WS-QY-FOUND PIC X(1).
          01 WS-QY-REACHED PIC 9(3) USAGE BINARY.
          01 WS-QY-REACHED-CC PIC 9(4) USAGE BINARY.
          01 WS-QY-ANSWERED PIC 9(5) VALUE 0.
          01 WS-QY-SUSPENDED PIC 9(5) VALUE 0.
          01 WS-QY-SUSP-OPEN PIC X(1) VALUE "N".
          01 WS-QY-CC PIC 9(4) USAGE BINARY.
          01 WS-QY-MC PIC 9(4) USAGE BINARY.
          01 WS-QY-META-SUM PIC 9(18) USAGE BINARY.
          01 WS-QY-VALUE PIC 9(18) USAGE BINARY.
          01 WS-QY-HITS PIC 9(4) USAGE BINARY.
          01 WS-QY-MISSES PIC 9(4) USAGE BINARY.
          01 WS-QY-META-STR PIC X(150).
          01 WS-QY-META-PTR PIC 9(4) USAGE BINARY.
          01 WS-QY-HIT-STR PIC X(150).
          01 WS-QY-HIT-PTR PIC 9(4) USAGE BINARY.
          01 WS-QY-MISS-STR PIC X(150).
          01 WS-QY-MISS-PTR PIC 9(4) USAGE BINARY.
          01 WS-QW-STACK OCCURS 200.
             03 WS-QW-CHILD-COUNT PIC 9(4) USAGE BINARY.
             03 WS-QW-META-COUNT PIC 9(4) USAGE BINARY.
             03 WS-QW-CHILDREN-LEFT PIC 9(4) USAGE BINARY.
             03 WS-QW-NEXT-CHILD PIC 9(4) USAGE BINARY.
             03 WS-QW-ON-PATH PIC X(1).
             03 WS-QW-META-SUM PIC 9(18) USAGE BINARY.
             03 WS-QW-CHILD-VALUES OCCURS 200 PIC 9(18)
                USAGE BINARY.
          01 WS-QW-TOP PIC 9(3) USAGE BINARY.
          01 WS-QW-ORD PIC 9(4) USAGE BINARY.
          01 WS-QW-M PIC 9(4) USAGE BINARY.
          01 WS-QW-NODE-VALUE PIC 9(18) USAGE BINARY.
          01 WS-QW-NODE-SUM PIC 9(18) USAGE BINARY.
          01 WS-QY-N1-ED PIC Z(17)9.
          01 WS-QY-N2-ED PIC Z(17)9.
          01 WS-QY-C1-ED PIC ZZZ9.
          01 WS-QY-C2-ED PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       PARSE-INPUT SECTION.
          PERFORM WRITE-RUN-HEADER.
          MOVE "DAY8_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
          PERFORM PART-1.
          PERFORM PART-2.
          PERFORM DUMP-TREE.
          PERFORM NODE-PATH-QUERIES.
          ACCEPT WS-DIFF-INPUT-DATASET
             FROM ENVIRONMENT "DAY8_DIFF_INPUT".
          IF WS-DIFF-INPUT-DATASET NOT = SPACES
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY8" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-ACCEPTED.
          PERFORM BALANCE-LICENSE-FEED.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       WRITE-VALIDATION-SUSPENSE SECTION.
          MOVE "DAY8_SUSPENSE" TO CAT-LOGICAL-NAME.
          MOVE "./day8/suspense.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SUSPENSE-DATASET.
          OPEN OUTPUT SUSPENSE-FILE.
          MOVE WS-VAL-NODE TO WS-VAL-NODE-ED.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          MOVE 1 TO RETURN-CODE.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-SUSPENDED.
          PERFORM BALANCE-LICENSE-FEED.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE TREE IS ONE STRUCTURE, SO ITS FEED LINES ARE EITHER ALL
      * ACCEPTED OR, WHEN IT DOES NOT VERIFY, ALL HELD IN SUSPENSE
      * BEHIND THE ONE SUSPENSE RECORD; THE CALLER SETS WHICH.
       BALANCE-LICENSE-FEED SECTION.
          MOVE "DAY8" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE "TOKENS-LOADED" TO WS-BAL-CONTROL-NAME.
          MOVE WS-LENGTH TO WS-BAL-CONTROL-VALUE.
          PERFORM WRITE-BALANCE-RECORD.
          EXIT.
      *
       PART-1 SECTION.
          MOVE 1 TO WS-IDX.
       DUMP-TREE SECTION.
          MOVE "DAY8_TREE_DUMP" TO CAT-LOGICAL-NAME.
          MOVE "./day8/tree_dump.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TREE-DUMP-DATASET.
          OPEN OUTPUT TREE-DUMP-FILE.
          MOVE 1 TO WS-IDX.
          MOVE SPACES TO TREE-DUMP-RECORD.
          EXIT.
      *
      * RUNS BEFORE DIFF MODE, WHICH LOADS THE OLD FEED OVER THE
      * TOKEN TABLE. NO QUERY DECK ON FILE, NO QUERY REPORT.
       NODE-PATH-QUERIES SECTION.
          MOVE "DAY8_QUERIES" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/queries.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUERY-DATASET.
          OPEN INPUT QUERY-DECK-FILE.
          IF WS-QUERY-STATUS NOT = "00"
             IF WS-QUERY-STATUS NOT = "35"
                DISPLAY "DAY8: QUERY DECK OPEN ERROR " WS-QUERY-STATUS
                   " - NO QUERIES ANSWERED"
             END-IF
             GO TO NODE-PATH-QUERIES-99
          END-IF.
          MOVE "DAY8_QUERY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day8/query_report.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUERY-REPORT-DATASET.
          OPEN OUTPUT QUERY-REPORT-FILE.
          MOVE "LICENSE-TREE NODE-PATH QUERIES" TO QUERY-REPORT-RECORD.
          WRITE QUERY-REPORT-RECORD.
          PERFORM UNTIL WS-QUERY-EOF = "Y"
             READ QUERY-DECK-FILE
                AT END
                   MOVE "Y" TO WS-QUERY-EOF
                NOT AT END
                   PERFORM ANSWER-NODE-QUERY
             END-READ
          END-PERFORM.
          CLOSE QUERY-DECK-FILE.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          WRITE QUERY-REPORT-RECORD.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          STRING "SUMMARY: " DELIMITED BY SIZE
                 WS-QY-ANSWERED DELIMITED BY SIZE
                 " ANSWERED, " DELIMITED BY SIZE
                 WS-QY-SUSPENDED DELIMITED BY SIZE
                 " SENT TO SUSPENSE" DELIMITED BY SIZE
                 INTO QUERY-REPORT-RECORD
          END-STRING.
          WRITE QUERY-REPORT-RECORD.
          CLOSE QUERY-REPORT-FILE.
          IF WS-QY-SUSP-OPEN = "Y"
             CLOSE SUSPENSE-FILE
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY8" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "NODE-PATH QUERIES IN SUSPENSE: " DELIMITED BY SIZE
                    WS-QY-SUSPENDED DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
          END-IF.
          DISPLAY "DAY8: NODE-PATH QUERIES - " WS-QY-ANSWERED
             " ANSWERED, " WS-QY-SUSPENDED " SENT TO SUSPENSE".
       NODE-PATH-QUERIES-99.
          EXIT.
      *
       ANSWER-NODE-QUERY SECTION.
          IF QUERY-DECK-RECORD = SPACES OR
             QUERY-DECK-RECORD (1:1) = "*"
             GO TO ANSWER-NODE-QUERY-99
          END-IF.
          MOVE FUNCTION TRIM (QUERY-DECK-RECORD) TO WS-QY-PATH.
          PERFORM PARSE-QUERY-PATH.
          IF WS-QY-REASON NOT = SPACES
             PERFORM SUSPEND-NODE-QUERY
             GO TO ANSWER-NODE-QUERY-99
          END-IF.
          PERFORM QUERY-WALK-TREE.
          IF WS-QY-FOUND NOT = "Y"
             MOVE WS-QY-STEP (WS-QY-REACHED + 1) TO WS-QY-C1-ED
             MOVE WS-QY-REACHED-CC TO WS-QY-C2-ED
             MOVE SPACES TO WS-QY-REASON
             STRING "NO SUCH NODE - CHILD " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-QY-C1-ED) DELIMITED BY SIZE
                    " REQUESTED, PARENT HAS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-QY-C2-ED) DELIMITED BY SIZE
                    " CHILD(REN)" DELIMITED BY SIZE
                    INTO WS-QY-REASON
             END-STRING
             PERFORM SUSPEND-NODE-QUERY
             GO TO ANSWER-NODE-QUERY-99
          END-IF.
          ADD 1 TO WS-QY-ANSWERED.
          PERFORM WRITE-NODE-QUERY.
       ANSWER-NODE-QUERY-99.
          EXIT.
      *
      * A PATH IS 1 OR 1.N.N... - EVERY STEP NUMERIC AND AT LEAST 1,
      * THE FIRST ALWAYS THE ROOT.
       PARSE-QUERY-PATH SECTION.
          MOVE SPACES TO WS-QY-REASON.
          MOVE 0 TO WS-QY-DEPTH.
          MOVE 1 TO WS-QY-PTR.
          PERFORM UNTIL WS-QY-PTR > 60 OR WS-QY-REASON NOT = SPACES
             MOVE SPACES TO WS-QY-PIECE
             UNSTRING WS-QY-PATH DELIMITED BY "." OR " "
                INTO WS-QY-PIECE
                WITH POINTER WS-QY-PTR
             IF WS-QY-PIECE = SPACES
                IF WS-QY-PTR <= 60 AND
                   WS-QY-PATH (WS-QY-PTR:) NOT = SPACES
                   MOVE "EMPTY STEP IN PATH" TO WS-QY-REASON
                END-IF
                MOVE 61 TO WS-QY-PTR
             ELSE
                IF FUNCTION TRIM (WS-QY-PIECE) IS NOT NUMERIC
                   MOVE "PATH STEP IS NOT NUMERIC" TO WS-QY-REASON
                ELSE
                   IF WS-QY-DEPTH >= 200
                      MOVE "PATH DEEPER THAN COMPILED MAXIMUM OF 200"
                         TO WS-QY-REASON
                   ELSE
                      ADD 1 TO WS-QY-DEPTH
                      COMPUTE WS-QY-STEP (WS-QY-DEPTH) =
                         FUNCTION NUMVAL (WS-QY-PIECE)
                      IF WS-QY-STEP (WS-QY-DEPTH) = 0
                         MOVE "CHILD INDEX 0 - CHILDREN COUNT FROM 1"
                            TO WS-QY-REASON
                      END-IF
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          IF WS-QY-REASON = SPACES
             IF WS-QY-DEPTH = 0
                MOVE "EMPTY PATH" TO WS-QY-REASON
             ELSE
                IF WS-QY-STEP (1) NOT = 1
                   MOVE "PATH MUST START AT THE ROOT (1)"
                      TO WS-QY-REASON
                END-IF
             END-IF
          END-IF.
          EXIT.
      *
      * THE SAME NON-RECURSIVE WALK AS THE DUMP AND THE DIFF. A NODE
      * IS ON THE PATH WHEN ITS PARENT IS AND ITS ORDINAL MATCHES THE
      * PATH STEP AT ITS DEPTH; THE WALK STOPS WHEN THE NODE AT THE
      * FULL PATH DEPTH COMPLETES.
       QUERY-WALK-TREE SECTION.
          MOVE "N" TO WS-QY-FOUND.
          MOVE 0 TO WS-QY-REACHED.
          MOVE 0 TO WS-QY-REACHED-CC.
          MOVE 1 TO WS-IDX.
          MOVE 0 TO WS-QW-TOP.
          PERFORM QUERY-PUSH-NODE.
          PERFORM UNTIL WS-QW-TOP = 0
             IF WS-QW-CHILDREN-LEFT (WS-QW-TOP) > 0
                SUBTRACT 1 FROM WS-QW-CHILDREN-LEFT (WS-QW-TOP)
                PERFORM QUERY-PUSH-NODE
             ELSE
                PERFORM QUERY-COMPLETE-NODE
             END-IF
          END-PERFORM.
          EXIT.
      *
       QUERY-PUSH-NODE SECTION.
          ADD 1 TO WS-QW-TOP.
          MOVE WS-E (WS-IDX) TO WS-QW-CHILD-COUNT (WS-QW-TOP).
          MOVE WS-E (WS-IDX + 1) TO WS-QW-META-COUNT (WS-QW-TOP).
          MOVE WS-QW-CHILD-COUNT (WS-QW-TOP)
             TO WS-QW-CHILDREN-LEFT (WS-QW-TOP).
          MOVE 0 TO WS-QW-NEXT-CHILD (WS-QW-TOP).
          MOVE 0 TO WS-QW-META-SUM (WS-QW-TOP).
          MOVE "N" TO WS-QW-ON-PATH (WS-QW-TOP).
          IF WS-QW-TOP = 1
             MOVE "Y" TO WS-QW-ON-PATH (WS-QW-TOP)
          ELSE
             IF WS-QW-ON-PATH (WS-QW-TOP - 1) = "Y" AND
                WS-QW-TOP <= WS-QY-DEPTH
                COMPUTE WS-QW-ORD =
                   WS-QW-CHILD-COUNT (WS-QW-TOP - 1) -
                   WS-QW-CHILDREN-LEFT (WS-QW-TOP - 1)
                IF WS-QW-ORD = WS-QY-STEP (WS-QW-TOP)
                   MOVE "Y" TO WS-QW-ON-PATH (WS-QW-TOP)
                END-IF
             END-IF
          END-IF.
          IF WS-QW-ON-PATH (WS-QW-TOP) = "Y"
             MOVE WS-QW-TOP TO WS-QY-REACHED
             MOVE WS-QW-CHILD-COUNT (WS-QW-TOP) TO WS-QY-REACHED-CC
          END-IF.
          ADD 2 TO WS-IDX.
          EXIT.
      *
       QUERY-COMPLETE-NODE SECTION.
          MOVE 0 TO WS-QW-NODE-VALUE.
          MOVE WS-QW-META-SUM (WS-QW-TOP) TO WS-QW-NODE-SUM.
          MOVE "N" TO WS-QY-FOUND.
          IF WS-QW-ON-PATH (WS-QW-TOP) = "Y" AND
             WS-QW-TOP = WS-QY-DEPTH
             MOVE "Y" TO WS-QY-FOUND
             PERFORM QUERY-START-DETAIL
          END-IF.
          PERFORM VARYING WS-QW-M FROM 1 BY 1
          UNTIL WS-QW-M > WS-QW-META-COUNT (WS-QW-TOP)
             ADD WS-E (WS-IDX) TO WS-QW-NODE-SUM
             IF WS-QW-CHILD-COUNT (WS-QW-TOP) = 0
                ADD WS-E (WS-IDX) TO WS-QW-NODE-VALUE
             ELSE
                IF WS-E (WS-IDX) >= 1 AND WS-E (WS-IDX) <=
                   WS-QW-CHILD-COUNT (WS-QW-TOP)
                   ADD WS-QW-CHILD-VALUES
                      (WS-QW-TOP, WS-E (WS-IDX))
                      TO WS-QW-NODE-VALUE
                END-IF
             END-IF
             IF WS-QY-FOUND = "Y"
                PERFORM QUERY-ADD-DETAIL
             END-IF
             ADD 1 TO WS-IDX
          END-PERFORM.
          IF WS-QY-FOUND = "Y"
             MOVE WS-QW-NODE-SUM TO WS-QY-META-SUM
             MOVE WS-QW-NODE-VALUE TO WS-QY-VALUE
             MOVE 0 TO WS-QW-TOP
             GO TO QUERY-COMPLETE-NODE-99
          END-IF.
          SUBTRACT 1 FROM WS-QW-TOP.
          IF WS-QW-TOP > 0
             ADD WS-QW-NODE-SUM TO WS-QW-META-SUM (WS-QW-TOP)
             ADD 1 TO WS-QW-NEXT-CHILD (WS-QW-TOP)
             MOVE WS-QW-NODE-VALUE TO WS-QW-CHILD-VALUES
                (WS-QW-TOP, WS-QW-NEXT-CHILD (WS-QW-TOP))
          END-IF.
       QUERY-COMPLETE-NODE-99.
          EXIT.
      *
       QUERY-START-DETAIL SECTION.
          MOVE WS-QW-CHILD-COUNT (WS-QW-TOP) TO WS-QY-CC.
          MOVE WS-QW-META-COUNT (WS-QW-TOP) TO WS-QY-MC.
          MOVE 0 TO WS-QY-HITS.
          MOVE 0 TO WS-QY-MISSES.
          MOVE SPACES TO WS-QY-META-STR.
          MOVE SPACES TO WS-QY-HIT-STR.
          MOVE SPACES TO WS-QY-MISS-STR.
          MOVE 1 TO WS-QY-META-PTR.
          MOVE 1 TO WS-QY-HIT-PTR.
          MOVE 1 TO WS-QY-MISS-PTR.
          EXIT.
      *
      * ONE METADATA ENTRY OF THE QUERIED NODE: LISTED, AND FOR A
      * NODE WITH CHILDREN SORTED INTO THE REFERENCES THAT FOUND A
      * CHILD (SHOWN AS ENTRY=CHILD VALUE) AND THOSE THAT DID NOT.
       QUERY-ADD-DETAIL SECTION.
          MOVE WS-E (WS-IDX) TO WS-DUMP-META-NUM-DISP.
          STRING FUNCTION TRIM (WS-DUMP-META-NUM-DISP) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 INTO WS-QY-META-STR
                 WITH POINTER WS-QY-META-PTR
          END-STRING.
          IF WS-QW-CHILD-COUNT (WS-QW-TOP) = 0
             GO TO QUERY-ADD-DETAIL-99
          END-IF.
          IF WS-E (WS-IDX) >= 1 AND WS-E (WS-IDX) <=
             WS-QW-CHILD-COUNT (WS-QW-TOP)
             ADD 1 TO WS-QY-HITS
             MOVE WS-QW-CHILD-VALUES (WS-QW-TOP, WS-E (WS-IDX))
                TO WS-QY-N1-ED
             STRING FUNCTION TRIM (WS-DUMP-META-NUM-DISP)
                       DELIMITED BY SIZE
                    "=" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-QY-N1-ED) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    INTO WS-QY-HIT-STR
                    WITH POINTER WS-QY-HIT-PTR
             END-STRING
          ELSE
             ADD 1 TO WS-QY-MISSES
             STRING FUNCTION TRIM (WS-DUMP-META-NUM-DISP)
                       DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    INTO WS-QY-MISS-STR
                    WITH POINTER WS-QY-MISS-PTR
             END-STRING
          END-IF.
       QUERY-ADD-DETAIL-99.
          EXIT.
      *
       WRITE-NODE-QUERY SECTION.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          WRITE QUERY-REPORT-RECORD.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          STRING "NODE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-PATH) DELIMITED BY SIZE
                 INTO QUERY-REPORT-RECORD
          END-STRING.
          WRITE QUERY-REPORT-RECORD.
          MOVE WS-QY-CC TO WS-QY-C1-ED.
          MOVE WS-QY-MC TO WS-QY-C2-ED.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          STRING "  CHILDREN=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-C1-ED) DELIMITED BY SIZE
                 "  METADATA ENTRIES=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-C2-ED) DELIMITED BY SIZE
                 "  METADATA=[" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-META-STR) DELIMITED BY SIZE
                 "]" DELIMITED BY SIZE
                 INTO QUERY-REPORT-RECORD
          END-STRING.
          WRITE QUERY-REPORT-RECORD.
          MOVE WS-QY-META-SUM TO WS-QY-N1-ED.
          MOVE WS-QY-VALUE TO WS-QY-N2-ED.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          STRING "  SUBTREE METASUM=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-N1-ED) DELIMITED BY SIZE
                 "  TREEVALUE=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-N2-ED) DELIMITED BY SIZE
                 INTO QUERY-REPORT-RECORD
          END-STRING.
          WRITE QUERY-REPORT-RECORD.
          IF WS-QY-CC = 0
             MOVE SPACES TO QUERY-REPORT-RECORD
             STRING "  LEAF NODE - NO CHILD REFERENCES, VALUE IS "
                       DELIMITED BY SIZE
                    "ITS OWN METADATA SUM" DELIMITED BY SIZE
                    INTO QUERY-REPORT-RECORD
             END-STRING
             WRITE QUERY-REPORT-RECORD
             GO TO WRITE-NODE-QUERY-99
          END-IF.
          IF WS-QY-HITS = 0
             MOVE "NONE" TO WS-QY-HIT-STR
          END-IF.
          IF WS-QY-MISSES = 0
             MOVE "NONE" TO WS-QY-MISS-STR
          END-IF.
          MOVE WS-QY-HITS TO WS-QY-C1-ED.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          STRING "  RESOLVED TO A CHILD (" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-C1-ED) DELIMITED BY SIZE
                 "): " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-HIT-STR) DELIMITED BY SIZE
                 INTO QUERY-REPORT-RECORD
          END-STRING.
          WRITE QUERY-REPORT-RECORD.
          MOVE WS-QY-MISSES TO WS-QY-C1-ED.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          STRING "  NO SUCH CHILD, COUNTED ZERO (" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-C1-ED) DELIMITED BY SIZE
                 "): " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-MISS-STR) DELIMITED BY SIZE
                 INTO QUERY-REPORT-RECORD
          END-STRING.
          WRITE QUERY-REPORT-RECORD.
       WRITE-NODE-QUERY-99.
          EXIT.
      *
      * THE SUSPENSE FILE IS ONLY OPENED ONCE A QUERY NEEDS IT. A
      * TREE THAT FAILS VALIDATION NEVER GETS THIS FAR.
       SUSPEND-NODE-QUERY SECTION.
          ADD 1 TO WS-QY-SUSPENDED.
          IF WS-QY-SUSP-OPEN NOT = "Y"
             MOVE "DAY8_SUSPENSE" TO CAT-LOGICAL-NAME
             MOVE "./day8/suspense.txt" TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-SUSPENSE-DATASET
             OPEN OUTPUT SUSPENSE-FILE
             MOVE "Y" TO WS-QY-SUSP-OPEN
          END-IF.
          MOVE SPACES TO SUSPENSE-RECORD.
          STRING "QUERY PATH " DELIMITED BY SIZE
                 FUNCTION TRIM (QUERY-DECK-RECORD) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-REASON) DELIMITED BY SIZE
                 INTO SUSPENSE-RECORD
          END-STRING.
          WRITE SUSPENSE-RECORD.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          WRITE QUERY-REPORT-RECORD.
          MOVE SPACES TO QUERY-REPORT-RECORD.
          STRING "NODE " DELIMITED BY SIZE
                 FUNCTION TRIM (QUERY-DECK-RECORD) DELIMITED BY SIZE
                 "  SENT TO SUSPENSE - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-QY-REASON) DELIMITED BY SIZE
                 INTO QUERY-REPORT-RECORD
          END-STRING.
          WRITE QUERY-REPORT-RECORD.
          EXIT.
      *
      * DIFF MODE: THE CURRENT FEED IS STILL IN THE TOKEN TABLE, SO
      * IT IS FLATTENED FIRST (SIDE 2 = NEW); THE OLD FEED IS THEN
      * LOADED OVER THE TOKEN TABLE AND FLATTENED AS SIDE 1. THE
       WRITE-TREE-DIFF SECTION.
          MOVE "DAY8_TREE_DIFF" TO CAT-LOGICAL-NAME.
          MOVE "./day8/tree_diff.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TREE-DIFF-DATASET.
          OPEN OUTPUT TREE-DIFF-FILE.
          MOVE "LICENSE-TREE STRUCTURAL DIFF (OLD VS NEW FEED)"
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
