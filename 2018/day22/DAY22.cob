          SELECT CAVE-MAP-FILE
             ASSIGN TO WS-CAVE-MAP-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SCENARIO-DECK-FILE
             ASSIGN TO WS-SCENARIO-DECK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCENARIO-DECK-STATUS.
          SELECT SCENARIO-REPORT-FILE
             ASSIGN TO WS-SCENARIO-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SCENARIO-SUSPENSE-FILE
             ASSIGN TO WS-SCENARIO-SUSPENSE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SURVEY-FILE
             ASSIGN TO WS-SURVEY-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SURVEY-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
      *
       DATA DIVISION.
       FILE SECTION.
             03 ETR-PAD PIC X(26).
          FD CAVE-MAP-FILE.
          01 CAVE-MAP-RECORD PIC X(1010).
          FD SCENARIO-DECK-FILE.
          01 SCENARIO-DECK-RECORD PIC X(80).
          FD SCENARIO-REPORT-FILE.
          01 SCENARIO-PRINT-LINE PIC X(132).
          FD SCENARIO-SUSPENSE-FILE.
          01 SCENARIO-SUSPENSE-LINE PIC X(132).
          FD SURVEY-FILE.
          01 SURVEY-RECORD PIC X(5010).
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
          01 WS-EQUIP-TRACE-DATASET PIC X(200).
          01 WS-CONTROL-FILE PIC X(200).
          01 WS-PARAM-DEFAULT PIC 9(9).
          01 WS-PARAM-KEY PIC X(60).
          01 WS-PARAM-RESULT PIC 9(9).
          01 WS-MARGIN PIC 9(18) USAGE COMP-5 VALUE 50.
          01 WS-GRID-X-MAX PIC 9(18) USAGE COMP-5.
          01 WS-RENDER-WIDTH PIC 9(9) USAGE COMP-5.
          01 WS-MR-N-ED PIC Z(8)9.
          01 WS-MR-N2-ED PIC Z(8)9.
          01 WS-EQUIP-TRACE-OPEN PIC X(1) VALUE "N".
      * RESCUE-SCENARIO DECK. EACH SCENARIO CARD NAMES A DEPTH AND A
      * TARGET; AFTER THE MAIN RUN EVERY SCENARIO GOES THROUGH THE
      * SAME PART-1 SURVEY AND PART-2 SEARCH (SAME MARGIN, NO
      * EQUIPMENT TRACE OR MAP) AND THE SUMMARY RANKS THEM BY RESCUE
      * MINUTES WITH THE RISK LEVEL, THE TOOL CHANGES ON THE ROUTE
      * AND THE ROUTE LENGTH IN CELLS.
          01 WS-SCENARIO-DECK-DATASET PIC X(200).
          01 WS-SCENARIO-DECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-SCENARIO-DECK-EOF PIC X(1) VALUE "N".
          01 WS-SCENARIO-REPORT-DATASET PIC X(200).
          01 WS-SCENARIO-SUSPENSE-DATASET PIC X(200).
          01 WS-SC-SUSPENSE-OPEN PIC X(1) VALUE "N".
          01 WS-SCENARIO-PARSE.
             03 WS-SK-KIND PIC X(12).
             03 WS-SK-ID PIC X(12).
             03 WS-SK-DEPTH PIC X(12).
             03 WS-SK-X PIC X(12).
             03 WS-SK-Y PIC X(12).
          01 WS-SK-DEPTH-N PIC 9(9) USAGE COMP-5.
          01 WS-SK-X-N PIC 9(9) USAGE COMP-5.
          01 WS-SK-Y-N PIC 9(9) USAGE COMP-5.
          77 WS-SCENARIO-MAX PIC 9(3) USAGE COMP-5 VALUE 50.
          01 WS-SCENARIO-COUNT PIC 9(3) USAGE COMP-5 VALUE 0.
          01 WS-SCENARIO-SUSPENDED PIC 9(5) USAGE COMP-5 VALUE 0.
          01 WS-SCENARIO-TABLE OCCURS 50.
             03 SC-ID PIC X(12).
             03 SC-DEPTH PIC 9(9) USAGE COMP-5.
             03 SC-TARGET-X PIC 9(9) USAGE COMP-5.
             03 SC-TARGET-Y PIC 9(9) USAGE COMP-5.
             03 SC-RISK PIC 9(18) USAGE COMP-5.
             03 SC-MINUTES PIC 9(18) USAGE COMP-5.
             03 SC-SWITCHES PIC 9(9) USAGE COMP-5.
             03 SC-ROUTE-CELLS PIC 9(9) USAGE COMP-5.
          01 WS-SC-RANK-TABLE OCCURS 50.
             03 SK-MINUTES PIC 9(18) USAGE COMP-5 VALUE 999999999.
             03 SK-SEQ PIC 9(3) USAGE COMP-5 VALUE 0.
          01 WS-SC-IDX PIC 9(3) USAGE COMP-5.
          01 WS-SC-RANK PIC 9(3) USAGE COMP-5.
          01 WS-SC-USED-X-MAX PIC 9(18) USAGE COMP-5.
          01 WS-SC-USED-Y-MAX PIC 9(18) USAGE COMP-5.
          01 WS-SC-REASON PIC X(60).
          01 WS-SC-PTR PIC 9(3).
          01 WS-SC-N1-ED PIC Z(8)9.
          01 WS-SC-N2-ED PIC Z(8)9.
      * PERSISTED EROSION SURVEY. THE EROSION LEVEL GRID DEPENDS ONLY
      * ON THE DEPTH AND THE TARGET, SO THE MAIN RUN SAVES IT (HEADER
      * WITH DEPTH, TARGET AND STORED EXTENT; ONE RECORD PER ROW OF
      * FIVE-DIGIT LEVELS; TRAILER WITH ROW COUNT AND LEVEL SUM) AND
      * A LATER RUN WITH THE SAME DEPTH AND TARGET LOADS IT INSTEAD
      * OF RECOMPUTING. A WIDER MARGIN ONLY COMPUTES THE REGIONS
      * OUTSIDE THE STORED EXTENT. ANOTHER KEY REBUILDS THE SURVEY;
      * A SURVEY THAT FAILS ANY CHECK IS DISCARDED AND REBUILT WITH
      * A WARNING. GEOLOGIC INDEXES ARE NOT KEPT - EACH ONE FOLLOWS
      * FROM THE TWO NEIGHBOURING EROSION LEVELS. SCENARIO RUNS
      * ALWAYS COMPUTE THEIR OWN SURVEY.
          01 WS-SURVEY-DATASET PIC X(200).
          01 WS-SURVEY-STATUS PIC X(2) VALUE SPACES.
      * OUTCOME - R REUSED, E EXTENDED, B BUILT FRESH, D DAMAGED AND
      * REBUILT.
          01 WS-SV-OUTCOME PIC X(1) VALUE "B".
          01 WS-SV-REASON PIC X(60).
          01 WS-SV-HEADER.
             03 WS-SVH-TAG PIC X(1).
             03 WS-SVH-MAGIC PIC X(12).
             03 WS-SVH-DEPTH PIC X(9).
             03 WS-SVH-X PIC X(9).
             03 WS-SVH-Y PIC X(9).
             03 WS-SVH-X-MAX PIC X(9).
             03 WS-SVH-Y-MAX PIC X(9).
          01 WS-SV-TRAILER.
             03 WS-SVT-TAG PIC X(1).
             03 WS-SVT-ROWS PIC X(9).
             03 WS-SVT-SUM PIC X(18).
          01 WS-SV-FILE-DEPTH PIC 9(9).
          01 WS-SV-FILE-X PIC 9(9).
          01 WS-SV-FILE-Y PIC 9(9).
          01 WS-SV-FILE-X-MAX PIC 9(9).
          01 WS-SV-FILE-Y-MAX PIC 9(9).
          01 WS-SV-X-MAX PIC 9(18) USAGE COMP-5.
          01 WS-SV-Y-MAX PIC 9(18) USAGE COMP-5.
          01 WS-SV-LOADED PIC X(1) VALUE "N".
          01 WS-SV-OLD-X-MAX PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-SV-OLD-Y-MAX PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-SV-ROW PIC 9(4) USAGE COMP-5.
          01 WS-SV-COL PIC 9(4) USAGE COMP-5.
          01 WS-SV-POS PIC 9(5) USAGE COMP-5.
          01 WS-SV-ROW-NUM PIC 9(4).
          01 WS-SV-CELL-X PIC X(5).
          01 WS-SV-CELL REDEFINES WS-SV-CELL-X PIC 9(5).
          01 WS-SV-SUM PIC 9(18) USAGE COMP-5.
          01 WS-SV-N9 PIC 9(9).
          01 WS-SV-N18 PIC 9(18).
          01 WS-SV-PTR PIC 9(3).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          PERFORM WRITE-CAVE-MAP.
          PERFORM STOP-ELAPSED-TIMER.
          CLOSE EQUIP-TRACE-FILE.
          MOVE "N" TO WS-EQUIP-TRACE-OPEN.
          MOVE WS-GRID-X-MAX TO WS-SC-USED-X-MAX.
          MOVE WS-GRID-Y-MAX TO WS-SC-USED-Y-MAX.
          PERFORM RUN-SCENARIO-DECK.
          MOVE "DAY22" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY22" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY22" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       OPEN-EQUIP-TRACE SECTION.
          MOVE "DAY22_EQUIP_TRACE" TO CAT-LOGICAL-NAME.
          MOVE "./day22/equip-trace.log" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-EQUIP-TRACE-DATASET.
          OPEN OUTPUT EQUIP-TRACE-FILE.
          MOVE "Y" TO WS-EQUIP-TRACE-OPEN.
          EXIT.
      *
       WRITE-EQUIPMENT-TRACE SECTION.
       PARSE-INPUT SECTION.
          MOVE "DAY22_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE WS-TARGET-X TO WS-PARAM-DEFAULT.
          MOVE "DAY22-TARGET-X" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-TARGET-X.
          MOVE WS-TARGET-Y TO WS-PARAM-DEFAULT.
          MOVE "DAY22-TARGET-Y" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-TARGET-Y.
          MOVE 50 TO WS-PARAM-DEFAULT.
          MOVE "DAY22-MARGIN" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-MARGIN.
          IF WS-TARGET-X > 999 OR WS-TARGET-Y > 999 THEN
          EXIT.
      *
       PART-1 SECTION.
          PERFORM LOAD-EROSION-SURVEY.
          PERFORM COMPUTE-ALL.
          PERFORM SAVE-EROSION-SURVEY.
          PERFORM REPORT-EROSION-SURVEY.
          DISPLAY "PART 1: " WS-PART-1-RESULT.
          MOVE WS-PART-1-RESULT TO WS-LEDGER-PART-1.
          EXIT.
             TO WS-E-M (WS-J-Y + 1, WS-J-X + 1, WS-J-E + 1).
          COMPUTE WS-PD (WS-J-Y + 1, WS-J-X + 1, WS-J-E + 1) =
             ((WS-I-Y * 1000) + WS-I-X) * 3 + WS-I-E + 1.
          IF WS-J-E NOT = WS-I-E AND WS-EQUIP-TRACE-OPEN = "Y" THEN
             PERFORM WRITE-EQUIPMENT-TRACE
          END-IF.
          PERFORM HEAP-PUSH.
       WRITE-CAVE-MAP SECTION.
          MOVE "DAY22_CAVE_MAP" TO CAT-LOGICAL-NAME.
          MOVE "./day22/cavemap.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CAVE-MAP-DATASET.
          OPEN OUTPUT CAVE-MAP-FILE.
          MOVE WS-PART-2-RESULT TO WS-MR-N-ED.
          END-PERFORM.
          CLOSE CAVE-MAP-FILE.
          EXIT.
      *
       RUN-SCENARIO-DECK SECTION.
          PERFORM LOAD-SCENARIO-DECK.
          IF WS-SCENARIO-COUNT = 0 AND WS-SCENARIO-SUSPENDED = 0
             GO TO RUN-SCENARIO-DECK-99
          END-IF.
          PERFORM VARYING WS-SC-IDX FROM 1 BY 1
          UNTIL WS-SC-IDX > WS-SCENARIO-COUNT
             PERFORM RUN-ONE-SCENARIO
          END-PERFORM.
          IF WS-SCENARIO-COUNT > 0
             PERFORM WRITE-SCENARIO-REPORT
          END-IF.
          IF WS-SC-SUSPENSE-OPEN = "Y"
             CLOSE SCENARIO-SUSPENSE-FILE
          END-IF.
          MOVE WS-SCENARIO-COUNT TO WS-SC-N1-ED.
          MOVE WS-SCENARIO-SUSPENDED TO WS-SC-N2-ED.
          DISPLAY "DAY22: SCENARIO DECK - "
             FUNCTION TRIM (WS-SC-N1-ED) " RUN, "
             FUNCTION TRIM (WS-SC-N2-ED) " SUSPENDED".
       RUN-SCENARIO-DECK-99.
          EXIT.
      *
       LOAD-SCENARIO-DECK SECTION.
          MOVE "DAY22_SCENARIO_DECK" TO CAT-LOGICAL-NAME.
          MOVE "../../params/scenarios22.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCENARIO-DECK-DATASET.
          OPEN INPUT SCENARIO-DECK-FILE.
          IF WS-SCENARIO-DECK-STATUS NOT = "00"
             GO TO LOAD-SCENARIO-DECK-99
          END-IF.
          PERFORM UNTIL WS-SCENARIO-DECK-EOF = "Y"
             READ SCENARIO-DECK-FILE
                AT END
                   MOVE "Y" TO WS-SCENARIO-DECK-EOF
                NOT AT END
                   PERFORM PARSE-SCENARIO-RECORD
             END-READ
          END-PERFORM.
          CLOSE SCENARIO-DECK-FILE.
       LOAD-SCENARIO-DECK-99.
          EXIT.
      *
      * SCENARIO|ID|DEPTH|X|Y - A TARGET WHOSE SEARCH GRID (TARGET
      * PLUS THE CONFIGURED MARGIN) WILL NOT FIT THE 1000 X 1000
      * CAVE GRID GOES TO THE SUSPENSE LIST, AS DOES ANY SCENARIO
      * PAST THE TABLE LIMIT.
       PARSE-SCENARIO-RECORD SECTION.
          IF SCENARIO-DECK-RECORD = SPACES OR
             SCENARIO-DECK-RECORD (1:1) = "*"
             GO TO PARSE-SCENARIO-RECORD-99
          END-IF.
          MOVE SPACES TO WS-SCENARIO-PARSE.
          UNSTRING SCENARIO-DECK-RECORD DELIMITED BY "|"
             INTO WS-SK-KIND, WS-SK-ID, WS-SK-DEPTH, WS-SK-X, WS-SK-Y.
          IF FUNCTION UPPER-CASE (WS-SK-KIND) NOT = "SCENARIO" OR
             WS-SK-ID = SPACES OR WS-SK-DEPTH = SPACES OR
             WS-SK-X = SPACES OR WS-SK-Y = SPACES OR
             FUNCTION TRIM (WS-SK-DEPTH) IS NOT NUMERIC OR
             FUNCTION TRIM (WS-SK-X) IS NOT NUMERIC OR
             FUNCTION TRIM (WS-SK-Y) IS NOT NUMERIC
             DISPLAY "DAY22: BAD SCENARIO DECK RECORD IGNORED: "
                SCENARIO-DECK-RECORD (1:60)
             GO TO PARSE-SCENARIO-RECORD-99
          END-IF.
          COMPUTE WS-SK-DEPTH-N = FUNCTION NUMVAL (WS-SK-DEPTH).
          COMPUTE WS-SK-X-N = FUNCTION NUMVAL (WS-SK-X).
          COMPUTE WS-SK-Y-N = FUNCTION NUMVAL (WS-SK-Y).
          IF WS-SK-X-N + WS-MARGIN > 999 OR
             WS-SK-Y-N + WS-MARGIN > 999
             MOVE WS-MARGIN TO WS-SC-N1-ED
             MOVE SPACES TO WS-SC-REASON
             STRING "TARGET PLUS MARGIN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                    " EXCEEDS THE 1000 X 1000 CAVE GRID"
                       DELIMITED BY SIZE
                    INTO WS-SC-REASON
             END-STRING
             PERFORM WRITE-SCENARIO-SUSPENSE
             GO TO PARSE-SCENARIO-RECORD-99
          END-IF.
          IF WS-SCENARIO-COUNT >= WS-SCENARIO-MAX
             MOVE WS-SCENARIO-MAX TO WS-SC-N1-ED
             MOVE SPACES TO WS-SC-REASON
             STRING "SCENARIO TABLE FULL AT " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                    " SCENARIOS" DELIMITED BY SIZE
                    INTO WS-SC-REASON
             END-STRING
             PERFORM WRITE-SCENARIO-SUSPENSE
             GO TO PARSE-SCENARIO-RECORD-99
          END-IF.
          ADD 1 TO WS-SCENARIO-COUNT.
          MOVE WS-SK-ID TO SC-ID (WS-SCENARIO-COUNT).
          MOVE WS-SK-DEPTH-N TO SC-DEPTH (WS-SCENARIO-COUNT).
          MOVE WS-SK-X-N TO SC-TARGET-X (WS-SCENARIO-COUNT).
          MOVE WS-SK-Y-N TO SC-TARGET-Y (WS-SCENARIO-COUNT).
       PARSE-SCENARIO-RECORD-99.
          EXIT.
      *
       WRITE-SCENARIO-SUSPENSE SECTION.
          IF WS-SC-SUSPENSE-OPEN = "N"
             MOVE "DAY22_SCENARIO_SUSPENSE" TO CAT-LOGICAL-NAME
             MOVE "./day22/scenario_suspense.txt"
                TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH
                TO WS-SCENARIO-SUSPENSE-DATASET
             OPEN OUTPUT SCENARIO-SUSPENSE-FILE
             MOVE "Y" TO WS-SC-SUSPENSE-OPEN
          END-IF.
          ADD 1 TO WS-SCENARIO-SUSPENDED.
          MOVE SPACES TO SCENARIO-SUSPENSE-LINE.
          STRING "SCENARIO " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SK-ID) DELIMITED BY SIZE
                 " DEPTH " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SK-DEPTH) DELIMITED BY SIZE
                 " TARGET " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SK-X) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SK-Y) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SC-REASON) DELIMITED BY SIZE
                 INTO SCENARIO-SUSPENSE-LINE
          END-STRING.
          WRITE SCENARIO-SUSPENSE-LINE.
          EXIT.
      *
      * ONE SCENARIO THROUGH THE SAME SURVEY, SEARCH AND ROUTE WALK AS
      * THE MAIN RUN. THE SEARCH TABLES ARE CLEARED ONLY OVER THE
      * LARGEST GRID USED SO FAR - NOTHING OUTSIDE IT WAS TOUCHED.
       RUN-ONE-SCENARIO SECTION.
          MOVE SC-DEPTH (WS-SC-IDX) TO WS-DEPTH.
          MOVE SC-TARGET-X (WS-SC-IDX) TO WS-TARGET-X.
          MOVE SC-TARGET-Y (WS-SC-IDX) TO WS-TARGET-Y.
          PERFORM CLEAR-SEARCH-TABLES.
          COMPUTE WS-GRID-X-MAX = WS-TARGET-X + WS-MARGIN.
          COMPUTE WS-GRID-Y-MAX = WS-TARGET-Y + WS-MARGIN.
          MOVE WS-GRID-X-MAX TO WS-SV-X-MAX.
          MOVE WS-GRID-Y-MAX TO WS-SV-Y-MAX.
          MOVE "N" TO WS-SV-LOADED.
          IF WS-GRID-X-MAX > WS-SC-USED-X-MAX
             MOVE WS-GRID-X-MAX TO WS-SC-USED-X-MAX
          END-IF.
          IF WS-GRID-Y-MAX > WS-SC-USED-Y-MAX
             MOVE WS-GRID-Y-MAX TO WS-SC-USED-Y-MAX
          END-IF.
          MOVE 0 TO WS-PART-1-RESULT WS-PART-2-RESULT.
          MOVE 0 TO WS-S-L WS-ROUTE-CELLS WS-SWAP-CELLS.
          PERFORM COMPUTE-ALL.
          PERFORM DIJKSTRA.
          PERFORM TRACE-ROUTE.
          MOVE WS-PART-1-RESULT TO SC-RISK (WS-SC-IDX).
          MOVE WS-PART-2-RESULT TO SC-MINUTES (WS-SC-IDX).
          MOVE WS-SWAP-CELLS TO SC-SWITCHES (WS-SC-IDX).
          MOVE WS-ROUTE-CELLS TO SC-ROUTE-CELLS (WS-SC-IDX).
          MOVE WS-PART-2-RESULT TO SK-MINUTES (WS-SC-IDX).
          MOVE WS-SC-IDX TO SK-SEQ (WS-SC-IDX).
          EXIT.
      *
       CLEAR-SEARCH-TABLES SECTION.
          PERFORM VARYING WS-I-Y FROM 0 BY 1
          UNTIL WS-I-Y > WS-SC-USED-Y-MAX
             MOVE SPACES TO WS-RT-ROW (WS-I-Y + 1)
             PERFORM VARYING WS-I-X FROM 0 BY 1
             UNTIL WS-I-X > WS-SC-USED-X-MAX
                MOVE 999999 TO WS-E-M (WS-I-Y + 1, WS-I-X + 1, 1)
                   WS-E-M (WS-I-Y + 1, WS-I-X + 1, 2)
                   WS-E-M (WS-I-Y + 1, WS-I-X + 1, 3)
                MOVE 0 TO WS-PD (WS-I-Y + 1, WS-I-X + 1, 1)
                   WS-PD (WS-I-Y + 1, WS-I-X + 1, 2)
                   WS-PD (WS-I-Y + 1, WS-I-X + 1, 3)
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
       WRITE-SCENARIO-REPORT SECTION.
          MOVE "DAY22_SCENARIO_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day22/scenarios.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCENARIO-REPORT-DATASET.
          OPEN OUTPUT SCENARIO-REPORT-FILE.
          MOVE "RESCUE SCENARIO SUMMARY - RANKED BY RESCUE TIME"
             TO SCENARIO-PRINT-LINE.
          WRITE SCENARIO-PRINT-LINE.
          MOVE WS-MARGIN TO WS-SC-N1-ED.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          STRING "SEARCH MARGIN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                 " REGION(S) BEYOND EACH TARGET" DELIMITED BY SIZE
                 INTO SCENARIO-PRINT-LINE
          END-STRING.
          WRITE SCENARIO-PRINT-LINE.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          WRITE SCENARIO-PRINT-LINE.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          STRING "RANK  SCENARIO          DEPTH  TARGET      "
                    DELIMITED BY SIZE
                 "RISK   MINUTES  SWITCHES     ROUTE"
                    DELIMITED BY SIZE
                 INTO SCENARIO-PRINT-LINE
          END-STRING.
          WRITE SCENARIO-PRINT-LINE.
          SORT WS-SC-RANK-TABLE ASCENDING KEY SK-MINUTES SK-SEQ.
          PERFORM VARYING WS-SC-RANK FROM 1 BY 1
          UNTIL WS-SC-RANK > WS-SCENARIO-COUNT
             MOVE SK-SEQ (WS-SC-RANK) TO WS-SC-IDX
             PERFORM WRITE-SCENARIO-LINE
          END-PERFORM.
          IF WS-SCENARIO-SUSPENDED > 0
             MOVE WS-SCENARIO-SUSPENDED TO WS-SC-N1-ED
             MOVE SPACES TO SCENARIO-PRINT-LINE
             WRITE SCENARIO-PRINT-LINE
             MOVE SPACES TO SCENARIO-PRINT-LINE
             STRING FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                    " SCENARIO(S) SUSPENDED - SEE THE SCENARIO "
                       DELIMITED BY SIZE
                    "SUSPENSE LIST" DELIMITED BY SIZE
                    INTO SCENARIO-PRINT-LINE
             END-STRING
             WRITE SCENARIO-PRINT-LINE
          END-IF.
          CLOSE SCENARIO-REPORT-FILE.
          EXIT.
      *
       WRITE-SCENARIO-LINE SECTION.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          MOVE WS-SC-RANK TO WS-SC-N1-ED.
          MOVE WS-SC-N1-ED (6:4) TO SCENARIO-PRINT-LINE (1:4).
          MOVE SC-ID (WS-SC-IDX) TO SCENARIO-PRINT-LINE (7:12).
          MOVE SC-DEPTH (WS-SC-IDX) TO WS-SC-N1-ED.
          MOVE WS-SC-N1-ED (3:7) TO SCENARIO-PRINT-LINE (23:7).
          MOVE 32 TO WS-SC-PTR.
          MOVE SC-TARGET-X (WS-SC-IDX) TO WS-SC-N1-ED.
          STRING FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO SCENARIO-PRINT-LINE
                 WITH POINTER WS-SC-PTR
          END-STRING.
          MOVE SC-TARGET-Y (WS-SC-IDX) TO WS-SC-N1-ED.
          STRING FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
             INTO SCENARIO-PRINT-LINE
             WITH POINTER WS-SC-PTR
          END-STRING.
          MOVE SC-RISK (WS-SC-IDX) TO WS-SC-N1-ED.
          MOVE WS-SC-N1-ED TO SCENARIO-PRINT-LINE (39:9).
          MOVE SC-MINUTES (WS-SC-IDX) TO WS-SC-N1-ED.
          MOVE WS-SC-N1-ED TO SCENARIO-PRINT-LINE (49:9).
          MOVE SC-SWITCHES (WS-SC-IDX) TO WS-SC-N1-ED.
          MOVE WS-SC-N1-ED TO SCENARIO-PRINT-LINE (59:9).
          MOVE SC-ROUTE-CELLS (WS-SC-IDX) TO WS-SC-N1-ED.
          MOVE WS-SC-N1-ED TO SCENARIO-PRINT-LINE (69:9).
          WRITE SCENARIO-PRINT-LINE.
          EXIT.
      *
       RESOLVE-SURVEY-DATASET SECTION.
          MOVE "DAY22_SURVEY" TO CAT-LOGICAL-NAME.
          MOVE "./day22/survey.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SURVEY-DATASET.
          EXIT.
      *
      * LOAD THE STORED SURVEY WHEN ITS KEY MATCHES THIS RUN'S DEPTH
      * AND TARGET, AND SET THE EXTENT COMPUTE-ALL MUST COVER - THE
      * SEARCH GRID, WIDENED TO ANY LARGER STORED EXTENT SO A SAVED
      * SURVEY NEVER SHRINKS. ANY FAULT LEAVES WS-SV-LOADED AT "N",
      * WHICH MAKES COMPUTE-ALL REBUILD EVERY REGION.
       LOAD-EROSION-SURVEY SECTION.
          MOVE "N" TO WS-SV-LOADED.
          MOVE WS-GRID-X-MAX TO WS-SV-X-MAX.
          MOVE WS-GRID-Y-MAX TO WS-SV-Y-MAX.
          MOVE "B" TO WS-SV-OUTCOME.
          MOVE SPACES TO WS-SV-REASON.
          PERFORM RESOLVE-SURVEY-DATASET.
          OPEN INPUT SURVEY-FILE.
          IF WS-SURVEY-STATUS NOT = "00"
             MOVE "NO SURVEY ON FILE" TO WS-SV-REASON
             GO TO LOAD-EROSION-SURVEY-99
          END-IF.
          READ SURVEY-FILE
             AT END
                MOVE "EMPTY SURVEY DATASET" TO WS-SV-REASON
                MOVE "D" TO WS-SV-OUTCOME
                GO TO LOAD-EROSION-SURVEY-98
          END-READ.
          MOVE SPACES TO WS-SV-HEADER.
          UNSTRING SURVEY-RECORD DELIMITED BY SPACE
             INTO WS-SVH-TAG, WS-SVH-MAGIC, WS-SVH-DEPTH, WS-SVH-X,
                WS-SVH-Y, WS-SVH-X-MAX, WS-SVH-Y-MAX.
          IF WS-SVH-TAG NOT = "H" OR
             WS-SVH-MAGIC NOT = "DAY22-SURVEY" OR
             WS-SVH-DEPTH IS NOT NUMERIC OR
             WS-SVH-X IS NOT NUMERIC OR WS-SVH-Y IS NOT NUMERIC OR
             WS-SVH-X-MAX IS NOT NUMERIC OR
             WS-SVH-Y-MAX IS NOT NUMERIC
             MOVE "HEADER DOES NOT VERIFY" TO WS-SV-REASON
             MOVE "D" TO WS-SV-OUTCOME
             GO TO LOAD-EROSION-SURVEY-98
          END-IF.
          MOVE WS-SVH-DEPTH TO WS-SV-FILE-DEPTH.
          MOVE WS-SVH-X TO WS-SV-FILE-X.
          MOVE WS-SVH-Y TO WS-SV-FILE-Y.
          MOVE WS-SVH-X-MAX TO WS-SV-FILE-X-MAX.
          MOVE WS-SVH-Y-MAX TO WS-SV-FILE-Y-MAX.
          IF WS-SV-FILE-DEPTH NOT = WS-DEPTH OR
             WS-SV-FILE-X NOT = WS-TARGET-X OR
             WS-SV-FILE-Y NOT = WS-TARGET-Y
             MOVE WS-SV-FILE-DEPTH TO WS-MR-N-ED
             MOVE WS-SV-FILE-X TO WS-MR-N2-ED
             MOVE SPACES TO WS-SV-REASON
             MOVE 1 TO WS-SV-PTR
             STRING "ON FILE FOR DEPTH " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-MR-N-ED) DELIMITED BY SIZE
                    " TARGET " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-MR-N2-ED) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    INTO WS-SV-REASON
                    WITH POINTER WS-SV-PTR
             END-STRING
             MOVE WS-SV-FILE-Y TO WS-MR-N-ED
             STRING FUNCTION TRIM (WS-MR-N-ED) DELIMITED BY SIZE
                    INTO WS-SV-REASON
                    WITH POINTER WS-SV-PTR
             END-STRING
             GO TO LOAD-EROSION-SURVEY-98
          END-IF.
          IF WS-SV-FILE-X-MAX > 999 OR WS-SV-FILE-Y-MAX > 999 OR
             WS-SV-FILE-X-MAX < WS-TARGET-X OR
             WS-SV-FILE-Y-MAX < WS-TARGET-Y
             MOVE "STORED EXTENT OUT OF RANGE" TO WS-SV-REASON
             MOVE "D" TO WS-SV-OUTCOME
             GO TO LOAD-EROSION-SURVEY-98
          END-IF.
          MOVE 0 TO WS-SV-SUM.
          PERFORM VARYING WS-SV-ROW FROM 0 BY 1
          UNTIL WS-SV-ROW > WS-SV-FILE-Y-MAX OR
                WS-SV-REASON NOT = SPACES
             PERFORM LOAD-SURVEY-ROW
          END-PERFORM.
          IF WS-SV-REASON NOT = SPACES
             MOVE "D" TO WS-SV-OUTCOME
             GO TO LOAD-EROSION-SURVEY-98
          END-IF.
          READ SURVEY-FILE
             AT END
                MOVE "TRAILER MISSING" TO WS-SV-REASON
                MOVE "D" TO WS-SV-OUTCOME
                GO TO LOAD-EROSION-SURVEY-98
          END-READ.
          MOVE SPACES TO WS-SV-TRAILER.
          UNSTRING SURVEY-RECORD DELIMITED BY SPACE
             INTO WS-SVT-TAG, WS-SVT-ROWS, WS-SVT-SUM.
          IF WS-SVT-TAG NOT = "T" OR
             WS-SVT-ROWS IS NOT NUMERIC OR WS-SVT-SUM IS NOT NUMERIC
             MOVE "TRAILER DOES NOT VERIFY" TO WS-SV-REASON
             MOVE "D" TO WS-SV-OUTCOME
             GO TO LOAD-EROSION-SURVEY-98
          END-IF.
          MOVE WS-SVT-ROWS TO WS-SV-N9.
          MOVE WS-SVT-SUM TO WS-SV-N18.
          IF WS-SV-N9 NOT = WS-SV-FILE-Y-MAX + 1 OR
             WS-SV-N18 NOT = WS-SV-SUM
             MOVE "ROW COUNT OR CHECKSUM DOES NOT AGREE"
                TO WS-SV-REASON
             MOVE "D" TO WS-SV-OUTCOME
             GO TO LOAD-EROSION-SURVEY-98
          END-IF.
      * THE MOUTH AND THE TARGET BOTH HAVE GEOLOGIC INDEX ZERO, SO
      * THEIR EROSION LEVEL IS FIXED BY THE DEPTH ALONE.
          COMPUTE WS-T-1 = FUNCTION MOD (WS-DEPTH, 20183).
          IF WS-E (1, 1) NOT = WS-T-1 OR
             WS-E (WS-TARGET-Y + 1, WS-TARGET-X + 1) NOT = WS-T-1
             MOVE "MOUTH OR TARGET EROSION LEVEL WRONG"
                TO WS-SV-REASON
             MOVE "D" TO WS-SV-OUTCOME
             GO TO LOAD-EROSION-SURVEY-98
          END-IF.
          MOVE "Y" TO WS-SV-LOADED.
          MOVE WS-SV-FILE-X-MAX TO WS-SV-OLD-X-MAX.
          MOVE WS-SV-FILE-Y-MAX TO WS-SV-OLD-Y-MAX.
          IF WS-SV-FILE-X-MAX > WS-SV-X-MAX
             MOVE WS-SV-FILE-X-MAX TO WS-SV-X-MAX
          END-IF.
          IF WS-SV-FILE-Y-MAX > WS-SV-Y-MAX
             MOVE WS-SV-FILE-Y-MAX TO WS-SV-Y-MAX
          END-IF.
          IF WS-SV-X-MAX = WS-SV-FILE-X-MAX AND
             WS-SV-Y-MAX = WS-SV-FILE-Y-MAX
             MOVE "R" TO WS-SV-OUTCOME
          ELSE
             MOVE "E" TO WS-SV-OUTCOME
          END-IF.
       LOAD-EROSION-SURVEY-98.
          CLOSE SURVEY-FILE.
       LOAD-EROSION-SURVEY-99.
          EXIT.
      *
       LOAD-SURVEY-ROW SECTION.
          READ SURVEY-FILE
             AT END
                MOVE "SURVEY TRUNCATED" TO WS-SV-REASON
                GO TO LOAD-SURVEY-ROW-99
          END-READ.
          IF SURVEY-RECORD (1:1) NOT = "R" OR
             SURVEY-RECORD (2:4) IS NOT NUMERIC
             MOVE "ROW RECORD DOES NOT VERIFY" TO WS-SV-REASON
             GO TO LOAD-SURVEY-ROW-99
          END-IF.
          MOVE SURVEY-RECORD (2:4) TO WS-SV-ROW-NUM.
          IF WS-SV-ROW-NUM NOT = WS-SV-ROW
             MOVE "ROWS OUT OF SEQUENCE" TO WS-SV-REASON
             GO TO LOAD-SURVEY-ROW-99
          END-IF.
          PERFORM VARYING WS-SV-COL FROM 0 BY 1
          UNTIL WS-SV-COL > WS-SV-FILE-X-MAX
             COMPUTE WS-SV-POS = WS-SV-COL * 5 + 6
             MOVE SURVEY-RECORD (WS-SV-POS:5) TO WS-SV-CELL-X
             IF WS-SV-CELL-X IS NOT NUMERIC
                MOVE "NON-NUMERIC EROSION LEVEL" TO WS-SV-REASON
                GO TO LOAD-SURVEY-ROW-99
             END-IF
             IF WS-SV-CELL >= 20183
                MOVE "EROSION LEVEL OUT OF RANGE" TO WS-SV-REASON
                GO TO LOAD-SURVEY-ROW-99
             END-IF
             MOVE WS-SV-CELL TO WS-E (WS-SV-ROW + 1, WS-SV-COL + 1)
             ADD WS-SV-CELL TO WS-SV-SUM
          END-PERFORM.
       LOAD-SURVEY-ROW-99.
          EXIT.
      *
      * A SURVEY REUSED AS IT STOOD IS NOT REWRITTEN. A SURVEY THAT
      * CANNOT BE SAVED ONLY COSTS THE NEXT RUN A REBUILD.
       SAVE-EROSION-SURVEY SECTION.
          IF WS-SV-OUTCOME = "R"
             GO TO SAVE-EROSION-SURVEY-99
          END-IF.
          PERFORM RESOLVE-SURVEY-DATASET.
          OPEN OUTPUT SURVEY-FILE.
          IF WS-SURVEY-STATUS NOT = "00"
             DISPLAY "DAY22: UNABLE TO SAVE EROSION SURVEY - STATUS "
                WS-SURVEY-STATUS
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY22" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "UNABLE TO SAVE EROSION SURVEY - STATUS "
                       DELIMITED BY SIZE
                    WS-SURVEY-STATUS DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             GO TO SAVE-EROSION-SURVEY-99
          END-IF.
          MOVE SPACES TO WS-SV-HEADER.
          MOVE "H" TO WS-SVH-TAG.
          MOVE "DAY22-SURVEY" TO WS-SVH-MAGIC.
          MOVE WS-DEPTH TO WS-SV-N9.
          MOVE WS-SV-N9 TO WS-SVH-DEPTH.
          MOVE WS-TARGET-X TO WS-SV-N9.
          MOVE WS-SV-N9 TO WS-SVH-X.
          MOVE WS-TARGET-Y TO WS-SV-N9.
          MOVE WS-SV-N9 TO WS-SVH-Y.
          MOVE WS-SV-X-MAX TO WS-SV-N9.
          MOVE WS-SV-N9 TO WS-SVH-X-MAX.
          MOVE WS-SV-Y-MAX TO WS-SV-N9.
          MOVE WS-SV-N9 TO WS-SVH-Y-MAX.
          MOVE SPACES TO SURVEY-RECORD.
          STRING WS-SVH-TAG DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-SVH-MAGIC DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-SVH-DEPTH DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-SVH-X DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-SVH-Y DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-SVH-X-MAX DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-SVH-Y-MAX DELIMITED BY SPACE
                 INTO SURVEY-RECORD
          END-STRING.
          WRITE SURVEY-RECORD.
          MOVE 0 TO WS-SV-SUM.
          PERFORM VARYING WS-SV-ROW FROM 0 BY 1
          UNTIL WS-SV-ROW > WS-SV-Y-MAX
             MOVE SPACES TO SURVEY-RECORD
             MOVE "R" TO SURVEY-RECORD (1:1)
             MOVE WS-SV-ROW TO WS-SV-ROW-NUM
             MOVE WS-SV-ROW-NUM TO SURVEY-RECORD (2:4)
             PERFORM VARYING WS-SV-COL FROM 0 BY 1
             UNTIL WS-SV-COL > WS-SV-X-MAX
                COMPUTE WS-SV-POS = WS-SV-COL * 5 + 6
                MOVE WS-E (WS-SV-ROW + 1, WS-SV-COL + 1) TO WS-SV-CELL
                MOVE WS-SV-CELL-X TO SURVEY-RECORD (WS-SV-POS:5)
                ADD WS-SV-CELL TO WS-SV-SUM
             END-PERFORM
             WRITE SURVEY-RECORD
          END-PERFORM.
          COMPUTE WS-SV-N9 = WS-SV-Y-MAX + 1.
          MOVE WS-SV-SUM TO WS-SV-N18.
          MOVE SPACES TO SURVEY-RECORD.
          STRING "T " DELIMITED BY SIZE
                 WS-SV-N9 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SV-N18 DELIMITED BY SIZE
                 INTO SURVEY-RECORD
          END-STRING.
          WRITE SURVEY-RECORD.
          CLOSE SURVEY-FILE.
       SAVE-EROSION-SURVEY-99.
          EXIT.
      *
       REPORT-EROSION-SURVEY SECTION.
          COMPUTE WS-T-1 = WS-SV-X-MAX + 1.
          MOVE WS-T-1 TO WS-MR-N-ED.
          COMPUTE WS-T-1 = WS-SV-Y-MAX + 1.
          MOVE WS-T-1 TO WS-MR-N2-ED.
          EVALUATE WS-SV-OUTCOME
             WHEN "R"
                DISPLAY "DAY22: EROSION SURVEY REUSED - "
                   FUNCTION TRIM (WS-MR-N-ED) " X "
                   FUNCTION TRIM (WS-MR-N2-ED) " REGIONS ON FILE"
             WHEN "E"
                COMPUTE WS-T-1 = WS-SV-OLD-X-MAX + 1
                MOVE WS-T-1 TO WS-SC-N1-ED
                COMPUTE WS-T-1 = WS-SV-OLD-Y-MAX + 1
                MOVE WS-T-1 TO WS-SC-N2-ED
                DISPLAY "DAY22: EROSION SURVEY EXTENDED - "
                   FUNCTION TRIM (WS-SC-N1-ED) " X "
                   FUNCTION TRIM (WS-SC-N2-ED) " ON FILE, NOW "
                   FUNCTION TRIM (WS-MR-N-ED) " X "
                   FUNCTION TRIM (WS-MR-N2-ED)
             WHEN OTHER
                DISPLAY "DAY22: EROSION SURVEY REBUILT - "
                   FUNCTION TRIM (WS-MR-N-ED) " X "
                   FUNCTION TRIM (WS-MR-N2-ED) " REGIONS ("
                   FUNCTION TRIM (WS-SV-REASON) ")"
          END-EVALUATE.
          IF WS-SV-OUTCOME = "D"
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY22" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "EROSION SURVEY DAMAGED - " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SV-REASON) DELIMITED BY SIZE
                    " - REBUILT" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
          END-IF.
          EXIT.
      *
       COMPUTE-ALL SECTION.
          PERFORM VARYING WS-I-Y FROM 0 BY 1
          UNTIL WS-I-Y > WS-SV-Y-MAX
             PERFORM VARYING WS-I-X FROM 0 BY 1
             UNTIL WS-I-X > WS-SV-X-MAX
                IF WS-SV-LOADED = "N" OR
                   WS-I-X > WS-SV-OLD-X-MAX OR
                   WS-I-Y > WS-SV-OLD-Y-MAX
                   PERFORM COMPUTE-GEOLOGIC-INDEX
                   PERFORM COMPUTE-EROSION-LEVEL
                END-IF
                PERFORM COMPUTE-TYPE
                PERFORM COMPUTE-RISK
             END-PERFORM
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
