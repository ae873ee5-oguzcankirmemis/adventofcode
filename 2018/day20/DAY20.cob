          SELECT QUERY-REPORT-FILE
          ASSIGN TO WS-QUERY-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ENTRANCE-DECK-FILE
          ASSIGN TO WS-ENTRANCE-DECK-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENTRANCE-DECK-STATUS.
          SELECT ENTRANCE-REPORT-FILE
          ASSIGN TO WS-ENTRANCE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ENTRANCE-MAP-FILE
          ASSIGN TO WS-ENTRANCE-MAP-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
      *
       DATA DIVISION.
       FILE SECTION.
          01 CUT-PRINT-LINE PIC X(132).
          FD QUERY-REPORT-FILE.
          01 QUERY-PRINT-LINE PIC X(600).
          FD ENTRANCE-DECK-FILE.
          01 ENTRANCE-DECK-RECORD PIC X(80).
          FD ENTRANCE-REPORT-FILE.
          01 ENTRANCE-PRINT-LINE PIC X(132).
          FD ENTRANCE-MAP-FILE.
          01 ENTRANCE-MAP-RECORD PIC X(600).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-MAP-REPORT-DATASET PIC X(200).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-RESULT PIC 9(9).
          77 WS-PART-2-THRESHOLD PIC 9(18) USAGE COMP-5 VALUE 1000.
          77 WS-DFS-CACHE-LEN PIC 9(18) USAGE COMP-5 VALUE 10.
          01 WS-PATH-IDX PIC 9(4) USAGE COMP-5.
          01 WS-QR-N-ED PIC -(8)9.
          01 WS-QR-PTR PIC 9(4).
      * NEAREST-ENTRANCE ANALYSIS. THE FACILITY PLAN ADDS EMERGENCY
      * ENTRANCES AT CHOSEN ROOMS (DAY20_ENTRANCE_DECK, CARDS
      * ENTRANCE|X|Y IN ROOMS RELATIVE TO THE START, NORTH NEGATIVE
      * Y). ONE BREADTH-FIRST FLOOD FROM THE START ROOM AND EVERY
      * ENTRANCE AT ONCE GIVES EACH ROOM ITS NEAREST ENTRANCE AND
      * DOOR DISTANCE; A ROOM EQUALLY NEAR TWO GOES TO THE EARLIER
      * ONE (THE START ROOM FIRST, THEN DECK ORDER). ENTRANCES ARE
      * LETTERED A-Z SKIPPING X, WHICH STAYS THE START ROOM. THE
      * ENTRANCE MAP SHOWS EACH ENTRANCE ROOM IN CAPITALS AND THE
      * ROOMS IT SERVES IN LOWER CASE. THE FLOOD REUSES THE CUT-DOOR
      * QUEUE, WHICH IS FREE ONCE THAT ANALYSIS HAS RUN.
          01 WS-ENTRANCE-DECK-DATASET PIC X(200).
          01 WS-ENTRANCE-DECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-ENTRANCE-DECK-EOF PIC X(1) VALUE "N".
          01 WS-ENTRANCE-DATASET PIC X(200).
          01 WS-ENTRANCE-MAP-DATASET PIC X(200).
          77 WS-ENTRANCE-MAX PIC 9(2) USAGE COMP-5 VALUE 25.
          01 WS-ENTRANCE-COUNT PIC 9(2) USAGE COMP-5 VALUE 0.
          01 WS-SOURCE-COUNT PIC 9(2) USAGE COMP-5 VALUE 1.
          01 WS-EN-UPPER PIC X(26)
             VALUE "XABCDEFGHIJKLMNOPQRSTUVWYZ".
          01 WS-EN-LOWER PIC X(26)
             VALUE "xabcdefghijklmnopqrstuvwyz".
          01 WS-ENTRANCE-TABLE.
             03 WS-EN-ENTRY OCCURS 26.
                05 WS-EN-R PIC 9(4) USAGE COMP-5 VALUE 0.
                05 WS-EN-C PIC 9(4) USAGE COMP-5 VALUE 0.
                05 WS-EN-SERVED PIC 9(9) USAGE COMP-5 VALUE 0.
                05 WS-EN-FARTHEST PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-EN-SOURCE-MAP.
             03 WS-ES-R OCCURS 1000.
                05 WS-ES-CELL PIC 9(2) USAGE COMP-5 VALUE 0
                   OCCURS 1000.
          01 WS-EN-DIST-MAP.
             03 WS-ED-R OCCURS 1000.
                05 WS-ED-CELL PIC 9(9) USAGE COMP-5 VALUE 0
                   OCCURS 1000.
          01 WS-EN-PARSE.
             03 WS-EN-P-KIND PIC X(10).
             03 WS-EN-P-X PIC X(12).
             03 WS-EN-P-Y PIC X(12).
          01 WS-EN-IDX PIC 9(2) USAGE COMP-5.
          01 WS-EN-SRC PIC 9(2) USAGE COMP-5.
          01 WS-EN-ROW PIC S9(9) USAGE COMP-5.
          01 WS-EN-COL PIC S9(9) USAGE COMP-5.
          01 WS-EN-DIST PIC 9(9) USAGE COMP-5.
          01 WS-EN-ROOMS PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-EN-BEFORE-FAR PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-EN-BEFORE-R PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-EN-BEFORE-C PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-EN-AFTER-FAR PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-EN-AFTER-R PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-EN-AFTER-C PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-EN-AFTER-SRC PIC 9(2) USAGE COMP-5 VALUE 1.
          01 WS-EN-BEYOND-BEFORE PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-EN-BEYOND-AFTER PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-EN-N1-ED PIC -(8)9.
          01 WS-EN-N2-ED PIC -(8)9.
          01 WS-EN-N3-ED PIC -(8)9.
          01 WS-EN-N4-ED PIC -(8)9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          PERFORM PART-1.
          PERFORM PART-2.
          PERFORM RUN-CUT-DOOR-ANALYSIS.
          PERFORM RUN-ENTRANCE-ANALYSIS.
          PERFORM STOP-ELAPSED-TIMER.
          MOVE "DAY20" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY20" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY20" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PARSE-INPUT SECTION.
          MOVE "DAY20_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 1000 TO WS-PARAM-DEFAULT.
          MOVE "DAY20-PART2-THRESHOLD" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-PART-2-THRESHOLD.
          EXIT.
       RUN-ROOM-QUERIES SECTION.
          MOVE "DAY20_QUERIES" TO CAT-LOGICAL-NAME.
          MOVE "./day20/queries.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUERY-DATASET.
          OPEN INPUT QUERY-FILE.
          IF WS-QUERY-STATUS NOT = "00"
          END-IF.
          MOVE "DAY20_QUERY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day20/room_queries.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-QUERY-REPORT-DATASET.
          OPEN OUTPUT QUERY-REPORT-FILE.
          MOVE "Y" TO WS-QUERY-OPEN.
       WRITE-MAP-REPORT SECTION.
          MOVE "DAY20_MAP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day20/map.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MAP-REPORT-DATASET.
          IF WS-MIN-R > 1 THEN
             SUBTRACT 1 FROM WS-MIN-R
       WRITE-CUT-REPORT SECTION.
          MOVE "DAY20_CUT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day20/cutdoors.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CUT-DATASET.
          OPEN OUTPUT CUT-REPORT-FILE.
          MOVE "CRITICAL DOORS - SEALING STRANDS ROOMS"
          DISPLAY "DAY20: " WS-CUT-COUNT " CRITICAL DOOR(S) OF "
             WS-DOOR-COUNT.
          EXIT.
      *
       RUN-ENTRANCE-ANALYSIS SECTION.
          MOVE WS-S-R TO WS-EN-R (1) WS-EN-BEFORE-R WS-EN-AFTER-R.
          MOVE WS-S-C TO WS-EN-C (1) WS-EN-BEFORE-C WS-EN-AFTER-C.
          PERFORM LOAD-ENTRANCE-DECK.
          IF WS-ENTRANCE-COUNT = 0
             GO TO RUN-ENTRANCE-ANALYSIS-99
          END-IF.
          COMPUTE WS-SOURCE-COUNT = WS-ENTRANCE-COUNT + 1.
          PERFORM FLOOD-FROM-ENTRANCES.
          PERFORM TALLY-ENTRANCE-ROOMS.
          PERFORM WRITE-ENTRANCE-REPORT.
          PERFORM WRITE-ENTRANCE-MAP.
          MOVE WS-EN-AFTER-FAR TO WS-EN-N1-ED.
          MOVE WS-EN-BEFORE-FAR TO WS-EN-N2-ED.
          MOVE WS-EN-BEYOND-AFTER TO WS-EN-N3-ED.
          MOVE WS-EN-BEYOND-BEFORE TO WS-EN-N4-ED.
          DISPLAY "DAY20: " WS-ENTRANCE-COUNT " ENTRANCE(S) - "
             "FARTHEST ROOM " FUNCTION TRIM (WS-EN-N1-ED)
             " DOORS (WAS " FUNCTION TRIM (WS-EN-N2-ED) "), "
             FUNCTION TRIM (WS-EN-N3-ED) " ROOM(S) PAST THRESHOLD"
             " (WAS " FUNCTION TRIM (WS-EN-N4-ED) ")".
       RUN-ENTRANCE-ANALYSIS-99.
          EXIT.
      *
       LOAD-ENTRANCE-DECK SECTION.
          MOVE "DAY20_ENTRANCE_DECK" TO CAT-LOGICAL-NAME.
          MOVE "../../params/entrances20.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ENTRANCE-DECK-DATASET.
          OPEN INPUT ENTRANCE-DECK-FILE.
          IF WS-ENTRANCE-DECK-STATUS NOT = "00"
             GO TO LOAD-ENTRANCE-DECK-99
          END-IF.
          PERFORM UNTIL WS-ENTRANCE-DECK-EOF = "Y"
             READ ENTRANCE-DECK-FILE
                AT END
                   MOVE "Y" TO WS-ENTRANCE-DECK-EOF
                NOT AT END
                   PERFORM PARSE-ENTRANCE-RECORD
             END-READ
          END-PERFORM.
          CLOSE ENTRANCE-DECK-FILE.
       LOAD-ENTRANCE-DECK-99.
          EXIT.
      *
      * AN ENTRANCE MUST SIT ON A ROOM THE BUILT MAP REACHED, AND
      * EACH ROOM (THE START ROOM INCLUDED) TAKES ONE ENTRANCE ONLY.
       PARSE-ENTRANCE-RECORD SECTION.
          IF ENTRANCE-DECK-RECORD = SPACES OR
             ENTRANCE-DECK-RECORD (1:1) = "*"
             GO TO PARSE-ENTRANCE-RECORD-99
          END-IF.
          MOVE SPACES TO WS-EN-PARSE.
          UNSTRING ENTRANCE-DECK-RECORD DELIMITED BY "|"
             INTO WS-EN-P-KIND, WS-EN-P-X, WS-EN-P-Y.
          IF WS-EN-P-KIND NOT = "ENTRANCE" OR
             WS-EN-P-X = SPACES OR WS-EN-P-Y = SPACES OR
             FUNCTION TEST-NUMVAL (WS-EN-P-X) NOT = 0 OR
             FUNCTION TEST-NUMVAL (WS-EN-P-Y) NOT = 0
             GO TO PARSE-ENTRANCE-RECORD-90
          END-IF.
          COMPUTE WS-EN-ROW =
             WS-S-R + FUNCTION NUMVAL (WS-EN-P-Y) * 2.
          COMPUTE WS-EN-COL =
             WS-S-C + FUNCTION NUMVAL (WS-EN-P-X) * 2.
          IF WS-EN-ROW < 1 OR WS-EN-ROW > 1000 OR
             WS-EN-COL < 1 OR WS-EN-COL > 1000
             DISPLAY "DAY20: ENTRANCE OUTSIDE THE MAP IGNORED: "
                ENTRANCE-DECK-RECORD (1:60)
             GO TO PARSE-ENTRANCE-RECORD-99
          END-IF.
          IF NOT WS-EXPLORED (WS-EN-ROW, WS-EN-COL)
             DISPLAY "DAY20: ENTRANCE NOT ON A MAPPED ROOM IGNORED: "
                ENTRANCE-DECK-RECORD (1:60)
             GO TO PARSE-ENTRANCE-RECORD-99
          END-IF.
          PERFORM VARYING WS-EN-IDX FROM 1 BY 1
          UNTIL WS-EN-IDX > WS-ENTRANCE-COUNT + 1
             IF WS-EN-R (WS-EN-IDX) = WS-EN-ROW AND
                WS-EN-C (WS-EN-IDX) = WS-EN-COL
                DISPLAY "DAY20: DUPLICATE ENTRANCE IGNORED: "
                   ENTRANCE-DECK-RECORD (1:60)
                GO TO PARSE-ENTRANCE-RECORD-99
             END-IF
          END-PERFORM.
          IF WS-ENTRANCE-COUNT >= WS-ENTRANCE-MAX
             DISPLAY "DAY20: ENTRANCE LIMIT OF " WS-ENTRANCE-MAX
                " REACHED, IGNORED: " ENTRANCE-DECK-RECORD (1:60)
             GO TO PARSE-ENTRANCE-RECORD-99
          END-IF.
          ADD 1 TO WS-ENTRANCE-COUNT.
          MOVE WS-EN-ROW TO WS-EN-R (WS-ENTRANCE-COUNT + 1).
          MOVE WS-EN-COL TO WS-EN-C (WS-ENTRANCE-COUNT + 1).
          GO TO PARSE-ENTRANCE-RECORD-99.
       PARSE-ENTRANCE-RECORD-90.
          DISPLAY "DAY20: BAD ENTRANCE RECORD IGNORED: "
             ENTRANCE-DECK-RECORD (1:60).
       PARSE-ENTRANCE-RECORD-99.
          EXIT.
      *
      * ALL SOURCES GO ON THE QUEUE AT DISTANCE ZERO, SO THE QUEUE
      * STAYS IN DISTANCE ORDER AND A ROOM'S SOURCE IS SETTLED BEFORE
      * IT IS TAKEN OFF - A LATER, EARLIER-LETTERED CLAIM AT THE SAME
      * DISTANCE STILL WINS THE TIE.
       FLOOD-FROM-ENTRANCES SECTION.
          INITIALIZE WS-EN-SOURCE-MAP WS-EN-DIST-MAP.
          MOVE 1 TO WS-CQ-HEAD.
          MOVE 0 TO WS-CQ-TAIL.
          PERFORM VARYING WS-EN-IDX FROM 1 BY 1
          UNTIL WS-EN-IDX > WS-SOURCE-COUNT
             MOVE WS-EN-R (WS-EN-IDX) TO WS-EN-ROW
             MOVE WS-EN-C (WS-EN-IDX) TO WS-EN-COL
             MOVE WS-EN-IDX TO WS-ES-CELL (WS-EN-ROW, WS-EN-COL)
             ADD 1 TO WS-CQ-TAIL
             MOVE WS-EN-R (WS-EN-IDX) TO WS-CQ-R (WS-CQ-TAIL)
             MOVE WS-EN-C (WS-EN-IDX) TO WS-CQ-C (WS-CQ-TAIL)
          END-PERFORM.
          PERFORM UNTIL WS-CQ-HEAD > WS-CQ-TAIL
             MOVE WS-CQ-R (WS-CQ-HEAD) TO WS-CB-R
             MOVE WS-CQ-C (WS-CQ-HEAD) TO WS-CB-C
             ADD 1 TO WS-CQ-HEAD
             MOVE WS-ES-CELL (WS-CB-R, WS-CB-C) TO WS-EN-SRC
             COMPUTE WS-EN-DIST = WS-ED-CELL (WS-CB-R, WS-CB-C) + 1
             IF WS-H-DOOR (WS-CB-R - 1, WS-CB-C)
                COMPUTE WS-EN-ROW = WS-CB-R - 2
                MOVE WS-CB-C TO WS-EN-COL
                PERFORM TRY-ENTRANCE-ROOM
             END-IF
             IF WS-H-DOOR (WS-CB-R + 1, WS-CB-C)
                COMPUTE WS-EN-ROW = WS-CB-R + 2
                MOVE WS-CB-C TO WS-EN-COL
                PERFORM TRY-ENTRANCE-ROOM
             END-IF
             IF WS-V-DOOR (WS-CB-R, WS-CB-C - 1)
                MOVE WS-CB-R TO WS-EN-ROW
                COMPUTE WS-EN-COL = WS-CB-C - 2
                PERFORM TRY-ENTRANCE-ROOM
             END-IF
             IF WS-V-DOOR (WS-CB-R, WS-CB-C + 1)
                MOVE WS-CB-R TO WS-EN-ROW
                COMPUTE WS-EN-COL = WS-CB-C + 2
                PERFORM TRY-ENTRANCE-ROOM
             END-IF
          END-PERFORM.
          EXIT.
      *
       TRY-ENTRANCE-ROOM SECTION.
          IF WS-ES-CELL (WS-EN-ROW, WS-EN-COL) = 0
             MOVE WS-EN-SRC TO WS-ES-CELL (WS-EN-ROW, WS-EN-COL)
             MOVE WS-EN-DIST TO WS-ED-CELL (WS-EN-ROW, WS-EN-COL)
             ADD 1 TO WS-CQ-TAIL
             MOVE WS-EN-ROW TO WS-CQ-R (WS-CQ-TAIL)
             MOVE WS-EN-COL TO WS-CQ-C (WS-CQ-TAIL)
          ELSE
             IF WS-ED-CELL (WS-EN-ROW, WS-EN-COL) = WS-EN-DIST AND
                WS-ES-CELL (WS-EN-ROW, WS-EN-COL) > WS-EN-SRC
                MOVE WS-EN-SRC TO WS-ES-CELL (WS-EN-ROW, WS-EN-COL)
             END-IF
          END-IF.
          EXIT.
      *
      * BEFORE FIGURES COME FROM THE START-ROOM DISTANCES OF PART 1,
      * AFTER FIGURES FROM THE NEAREST-ENTRANCE FLOOD.
       TALLY-ENTRANCE-ROOMS SECTION.
          PERFORM VARYING WS-CB-R FROM WS-MIN-R BY 1
          UNTIL WS-CB-R > WS-MAX-R
             PERFORM VARYING WS-CB-C FROM WS-MIN-C BY 1
             UNTIL WS-CB-C > WS-MAX-C
                IF WS-EXPLORED (WS-CB-R, WS-CB-C)
                   PERFORM TALLY-ONE-ENTRANCE-ROOM
                END-IF
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
       TALLY-ONE-ENTRANCE-ROOM SECTION.
          ADD 1 TO WS-EN-ROOMS.
          IF WS-DIST-CELL (WS-CB-R, WS-CB-C) > WS-EN-BEFORE-FAR
             MOVE WS-DIST-CELL (WS-CB-R, WS-CB-C) TO WS-EN-BEFORE-FAR
             MOVE WS-CB-R TO WS-EN-BEFORE-R
             MOVE WS-CB-C TO WS-EN-BEFORE-C
          END-IF.
          IF WS-DIST-CELL (WS-CB-R, WS-CB-C) >= WS-PART-2-THRESHOLD
             ADD 1 TO WS-EN-BEYOND-BEFORE
          END-IF.
          MOVE WS-ES-CELL (WS-CB-R, WS-CB-C) TO WS-EN-SRC.
          MOVE WS-ED-CELL (WS-CB-R, WS-CB-C) TO WS-EN-DIST.
          ADD 1 TO WS-EN-SERVED (WS-EN-SRC).
          IF WS-EN-DIST > WS-EN-FARTHEST (WS-EN-SRC)
             MOVE WS-EN-DIST TO WS-EN-FARTHEST (WS-EN-SRC)
          END-IF.
          IF WS-EN-DIST > WS-EN-AFTER-FAR
             MOVE WS-EN-DIST TO WS-EN-AFTER-FAR
             MOVE WS-CB-R TO WS-EN-AFTER-R
             MOVE WS-CB-C TO WS-EN-AFTER-C
             MOVE WS-EN-SRC TO WS-EN-AFTER-SRC
          END-IF.
          IF WS-EN-DIST >= WS-PART-2-THRESHOLD
             ADD 1 TO WS-EN-BEYOND-AFTER
          END-IF.
          EXIT.
      *
       WRITE-ENTRANCE-REPORT SECTION.
          MOVE "DAY20_ENTRANCE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day20/entrances.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ENTRANCE-DATASET.
          OPEN OUTPUT ENTRANCE-REPORT-FILE.
          MOVE WS-ENTRANCE-COUNT TO WS-EN-N1-ED.
          MOVE WS-EN-ROOMS TO WS-EN-N2-ED.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          STRING "NEAREST-ENTRANCE ANALYSIS - START ROOM X PLUS "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N1-ED) DELIMITED BY SIZE
                 " ENTRANCE(S) OVER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N2-ED) DELIMITED BY SIZE
                 " ROOMS" DELIMITED BY SIZE
                 INTO ENTRANCE-PRINT-LINE
          END-STRING.
          WRITE ENTRANCE-PRINT-LINE.
          MOVE "(ROOM POSITIONS X,Y IN ROOMS FROM THE START ROOM, "
             & "NORTH NEGATIVE Y)" TO ENTRANCE-PRINT-LINE.
          WRITE ENTRANCE-PRINT-LINE.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          WRITE ENTRANCE-PRINT-LINE.
          PERFORM VARYING WS-EN-IDX FROM 1 BY 1
          UNTIL WS-EN-IDX > WS-SOURCE-COUNT
             MOVE WS-EN-R (WS-EN-IDX) TO WS-CB-R
             MOVE WS-EN-C (WS-EN-IDX) TO WS-CB-C
             PERFORM EDIT-ENTRANCE-POSITION
             MOVE WS-EN-SERVED (WS-EN-IDX) TO WS-EN-N3-ED
             MOVE WS-EN-FARTHEST (WS-EN-IDX) TO WS-EN-N4-ED
             MOVE SPACES TO ENTRANCE-PRINT-LINE
             STRING "ENTRANCE " DELIMITED BY SIZE
                    WS-EN-UPPER (WS-EN-IDX:1) DELIMITED BY SIZE
                    " AT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EN-N1-ED) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EN-N2-ED) DELIMITED BY SIZE
                    "  SERVES " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EN-N3-ED) DELIMITED BY SIZE
                    " ROOM(S), FARTHEST " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-EN-N4-ED) DELIMITED BY SIZE
                    " DOOR(S)" DELIMITED BY SIZE
                    INTO ENTRANCE-PRINT-LINE
             END-STRING
             IF WS-EN-IDX = 1
                MOVE "  (START ROOM)" TO ENTRANCE-PRINT-LINE (70:14)
             END-IF
             WRITE ENTRANCE-PRINT-LINE
          END-PERFORM.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          WRITE ENTRANCE-PRINT-LINE.
          MOVE WS-EN-BEFORE-R TO WS-CB-R.
          MOVE WS-EN-BEFORE-C TO WS-CB-C.
          PERFORM EDIT-ENTRANCE-POSITION.
          MOVE WS-EN-BEFORE-FAR TO WS-EN-N3-ED.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          STRING "FARTHEST ROOM BEFORE ENTRANCES: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N1-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N2-ED) DELIMITED BY SIZE
                 " AT " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N3-ED) DELIMITED BY SIZE
                 " DOOR(S) FROM THE START ROOM" DELIMITED BY SIZE
                 INTO ENTRANCE-PRINT-LINE
          END-STRING.
          WRITE ENTRANCE-PRINT-LINE.
          MOVE WS-EN-AFTER-R TO WS-CB-R.
          MOVE WS-EN-AFTER-C TO WS-CB-C.
          PERFORM EDIT-ENTRANCE-POSITION.
          MOVE WS-EN-AFTER-FAR TO WS-EN-N3-ED.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          STRING "FARTHEST ROOM AFTER ENTRANCES:  " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N1-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N2-ED) DELIMITED BY SIZE
                 " AT " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N3-ED) DELIMITED BY SIZE
                 " DOOR(S) FROM ENTRANCE " DELIMITED BY SIZE
                 WS-EN-UPPER (WS-EN-AFTER-SRC:1) DELIMITED BY SIZE
                 INTO ENTRANCE-PRINT-LINE
          END-STRING.
          WRITE ENTRANCE-PRINT-LINE.
          MOVE WS-PART-2-THRESHOLD TO WS-EN-N1-ED.
          MOVE WS-EN-BEYOND-BEFORE TO WS-EN-N2-ED.
          MOVE WS-EN-BEYOND-AFTER TO WS-EN-N3-ED.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          STRING "ROOMS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N1-ED) DELIMITED BY SIZE
                 " OR MORE DOORS FROM THEIR NEAREST ENTRANCE: BEFORE "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N2-ED) DELIMITED BY SIZE
                 ", AFTER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N3-ED) DELIMITED BY SIZE
                 INTO ENTRANCE-PRINT-LINE
          END-STRING.
          WRITE ENTRANCE-PRINT-LINE.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          WRITE ENTRANCE-PRINT-LINE.
          MOVE "ROOM            ENTRANCE  DOORS" TO ENTRANCE-PRINT-LINE.
          WRITE ENTRANCE-PRINT-LINE.
          PERFORM VARYING WS-CB-R FROM WS-MIN-R BY 1
          UNTIL WS-CB-R > WS-MAX-R
             PERFORM VARYING WS-CB-C FROM WS-MIN-C BY 1
             UNTIL WS-CB-C > WS-MAX-C
                IF WS-EXPLORED (WS-CB-R, WS-CB-C)
                   PERFORM WRITE-ENTRANCE-ROOM-LINE
                END-IF
             END-PERFORM
          END-PERFORM.
          CLOSE ENTRANCE-REPORT-FILE.
          EXIT.
      *
       WRITE-ENTRANCE-ROOM-LINE SECTION.
          PERFORM EDIT-ENTRANCE-POSITION.
          MOVE WS-ES-CELL (WS-CB-R, WS-CB-C) TO WS-EN-SRC.
          MOVE WS-ED-CELL (WS-CB-R, WS-CB-C) TO WS-EN-N3-ED.
          MOVE SPACES TO ENTRANCE-PRINT-LINE.
          STRING FUNCTION TRIM (WS-EN-N1-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EN-N2-ED) DELIMITED BY SIZE
                 INTO ENTRANCE-PRINT-LINE
          END-STRING.
          MOVE WS-EN-UPPER (WS-EN-SRC:1) TO ENTRANCE-PRINT-LINE (17:1).
          MOVE WS-EN-N3-ED TO ENTRANCE-PRINT-LINE (23:9).
          WRITE ENTRANCE-PRINT-LINE.
          EXIT.
      *
      * ROOM X,Y OF MAP CELL WS-CB-R/WS-CB-C INTO WS-EN-N1-ED/N2-ED.
       EDIT-ENTRANCE-POSITION SECTION.
          COMPUTE WS-EN-N1-ED = (WS-CB-C - WS-S-C) / 2.
          COMPUTE WS-EN-N2-ED = (WS-CB-R - WS-S-R) / 2.
          EXIT.
      *
       WRITE-ENTRANCE-MAP SECTION.
          MOVE "DAY20_ENTRANCE_MAP" TO CAT-LOGICAL-NAME.
          MOVE "./day20/entrance_map.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ENTRANCE-MAP-DATASET.
          OPEN OUTPUT ENTRANCE-MAP-FILE.
          PERFORM VARYING WS-CB-R FROM WS-MIN-R BY 1
          UNTIL WS-CB-R > WS-MAX-R
             MOVE SPACES TO ENTRANCE-MAP-RECORD
             MOVE WS-C-STR (WS-CB-R) (WS-MIN-C : WS-MAP-WIDTH)
                TO ENTRANCE-MAP-RECORD (1 : WS-MAP-WIDTH)
             PERFORM VARYING WS-CB-C FROM WS-MIN-C BY 1
             UNTIL WS-CB-C >= WS-MIN-C + WS-MAP-WIDTH
                IF WS-EXPLORED (WS-CB-R, WS-CB-C)
                   MOVE WS-ES-CELL (WS-CB-R, WS-CB-C) TO WS-EN-SRC
                   COMPUTE WS-EN-COL = WS-CB-C - WS-MIN-C + 1
                   IF WS-ED-CELL (WS-CB-R, WS-CB-C) = 0
                      MOVE WS-EN-UPPER (WS-EN-SRC:1)
                         TO ENTRANCE-MAP-RECORD (WS-EN-COL:1)
                   ELSE
                      MOVE WS-EN-LOWER (WS-EN-SRC:1)
                         TO ENTRANCE-MAP-RECORD (WS-EN-COL:1)
                   END-IF
                END-IF
             END-PERFORM
             WRITE ENTRANCE-MAP-RECORD
          END-PERFORM.
          CLOSE ENTRANCE-MAP-FILE.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
