          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT MAP-REPORT-FILE
          ASSIGN TO WS-MAP-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT BASIN-REPORT-FILE
          ASSIGN TO WS-BASIN-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT WHATIF-DECK-FILE
          ASSIGN TO WS-WHATIF-DECK-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-WHATIF-DECK-STATUS.
          SELECT WHATIF-REPORT-FILE
          ASSIGN TO WS-WHATIF-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
             03 INPUT-STR PIC X(40).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD MAP-REPORT-FILE.
          01 MAP-REPORT-RECORD PIC X(600).
          FD BASIN-REPORT-FILE.
          01 BASIN-PRINT-LINE PIC X(132).
          FD WHATIF-DECK-FILE.
          01 WHATIF-DECK-RECORD PIC X(80).
          FD WHATIF-REPORT-FILE.
          01 WHATIF-PRINT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
             03 WS-MIN-Y PIC 9(18) USAGE COMP-5
                VALUE 999999999999999999.
             03 WS-MAX-Y PIC 9(18) USAGE COMP-5 VALUE 0.
      * BANDED SURVEY MAP. THE SCAN IS HELD AS ONE BAND OF ROWS 1
      * TO MAX-Y + 1, EACH ROW ONLY AS WIDE AS THE COLUMNS THE CLAY
      * AND THE SPRINGS OCCUPY PLUS A MARGIN OF TWO EITHER SIDE.
      * CELL (Y, X) IS WS-C ((Y - 1) * WS-BAND-WIDTH + X - WS-BAND-X0)
      * AND EVERY X HELD INSIDE THE FLOW AND BASIN ROUTINES IS A
      * BAND COLUMN (X - WS-BAND-X0). THE CLAY-ONLY, SOURCE AND
      * VISITED MAPS SHARE THE SAME GEOMETRY. A SCAN NEEDING MORE
      * THAN WS-BAND-CAP CELLS IS REFUSED.
          77 WS-BAND-CAP PIC 9(9) USAGE COMP-5 VALUE 6000000.
          01 WS-BAND-X0 PIC S9(9) USAGE COMP-5 VALUE 0.
          01 WS-BAND-LO-X PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-BAND-HI-X PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-BAND-WIDTH PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-BAND-ROWS PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-BAND-SIZE PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-CX PIC 9(9) USAGE COMP-5.
          01 WS-CX-2 PIC 9(9) USAGE COMP-5.
          01 WS-BF-CX PIC 9(9) USAGE COMP-5.
          01 WS-BAND-N1-ED PIC Z(8)9.
          01 WS-BAND-N2-ED PIC Z(8)9.
          01 WS-BAND-N3-ED PIC Z(8)9.
          01 WS-MAP-BAND.
             03 WS-C PIC X(1) VALUE "." OCCURS 6000000.
                88 WS-SAND VALUE ".".
                88 WS-CLAY VALUE "#".
                88 WS-SOURCE VALUE "+".
                88 WS-FALL VALUE "|".
                88 WS-STABLE VALUE "~".
          01 WS-PARSE-1.
             03 WS-AXIS-1 PIC X(1).
             03 FILLER PIC X(1).
      * EVERY SOURCE RUNNING TOGETHER - THE COMBINED FIGURES ARE THE
      * POSTED ANSWERS AND THE RENDERED MAP. WITH NO spring= LINES
      * THE CLASSIC SINGLE SOURCE AT X=500 APPLIES UNCHANGED.
          01 WS-CLAY-ONLY-BAND.
             03 WS-CO-C PIC X(1) OCCURS 6000000.
          01 WS-SPRING-COUNT PIC 9(2) USAGE COMP-5 VALUE 0.
          01 WS-SPRING-TABLE OCCURS 20.
             03 WS-SPRING-X PIC 9(18) USAGE COMP-5 VALUE 0.
      * THEM, "*" WHEN ONLY THE COMBINED FLOW REACHES THEM. THE
      * RANKING BY CAPACITY IS THE NUMBER THE STORAGE LEDGER TAKES.
          01 WS-BASIN-DATASET PIC X(200).
          01 WS-SOURCE-BAND.
             03 WS-SM-C PIC X(1) OCCURS 6000000.
          01 WS-VISITED-BAND.
             03 WS-BV-C PIC X(1) OCCURS 6000000.
          77 WS-SOURCE-CHARS PIC X(20)
             VALUE "123456789ABCDEFGHIJK".
          77 WS-BASIN-MAX PIC 9(3) USAGE COMP-5 VALUE 200.
          01 WS-BASIN-TABLE.
             03 WS-BA-ENTRY OCCURS 200.
                05 WS-BA-CELLS PIC 9(9) USAGE BINARY.
                05 WS-BA-TOP PIC 9(9) USAGE BINARY.
                05 WS-BA-BOTTOM PIC 9(9) USAGE BINARY.
                05 WS-BA-LEFT PIC 9(9) USAGE BINARY.
                05 WS-BA-RIGHT PIC 9(9) USAGE BINARY.
                05 WS-BA-SOURCE PIC X(1).
                05 WS-BA-OVERFLOW PIC 9(4) USAGE BINARY.
          01 WS-BASIN-IDX PIC 9(3) USAGE COMP-5.
          01 WS-BA-N3-ED PIC Z(8)9.
          01 WS-BA-N4-ED PIC Z(8)9.
          01 WS-BA-N5-ED PIC Z(8)9.
      * CLAY-VEIN WHAT-IF. WHEN THE VEIN DECK HOLDS CARDS, THE
      * COMBINED FILL IS RERUN ONCE PER SELECTED VEIN (ONE VEIN|LINE
      * CARD PER SCAN LINE, OR AN ALL CARD FOR EVERY VEIN) ON THE
      * PRISTINE CLAY MAP WITH THAT VEIN REMOVED. EACH VEIN IS
      * REPORTED WITH THE RETAINED WATER LOST, THE CHANGE IN TILES
      * REACHED, THE BASINS LOST AND THE CHANGE IN COLUMNS FLOWING
      * PAST THE BOTTOM OF THE SCAN, RANKED BY THE WATER IT HOLDS
      * UP. THE SCAN BOUNDS STAY THOSE OF THE FULL SCAN. CELLS A
      * REMOVED VEIN SHARES WITH ANOTHER VEIN STAY CLAY.
          01 WS-WHATIF-DECK-DATASET PIC X(200).
          01 WS-WHATIF-DECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-WHATIF-DECK-EOF PIC X(1) VALUE "N".
          01 WS-WHATIF-DATASET PIC X(200).
          77 WS-VEIN-MAX PIC 9(4) USAGE COMP-5 VALUE 5000.
          01 WS-VEIN-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-VEIN-TABLE.
             03 WS-VN-ENTRY OCCURS 5000.
                05 WS-VN-LINE PIC 9(9) USAGE BINARY.
                05 WS-VN-Y-RANGE PIC X(1).
                05 WS-VN-FIXED PIC 9(9) USAGE BINARY.
                05 WS-VN-LO PIC 9(9) USAGE BINARY.
                05 WS-VN-HI PIC 9(9) USAGE BINARY.
                05 WS-VN-TEXT PIC X(30).
                05 WS-VN-SELECTED PIC X(1).
          01 WS-VN-IDX PIC 9(4) USAGE COMP-5.
          01 WS-VN-OTHER PIC 9(4) USAGE COMP-5.
          01 WS-VN-CELL PIC 9(9) USAGE COMP-5.
          01 WS-VN-CHAR PIC X(1).
          01 WS-VN-RECT.
             03 WS-VN-R1 PIC 9(9) USAGE COMP-5.
             03 WS-VN-R2 PIC 9(9) USAGE COMP-5.
             03 WS-VN-C1 PIC 9(9) USAGE COMP-5.
             03 WS-VN-C2 PIC 9(9) USAGE COMP-5.
          01 WS-VN-GONE-RECT.
             03 WS-VN-GR1 PIC 9(9) USAGE COMP-5.
             03 WS-VN-GR2 PIC 9(9) USAGE COMP-5.
             03 WS-VN-GC1 PIC 9(9) USAGE COMP-5.
             03 WS-VN-GC2 PIC 9(9) USAGE COMP-5.
          01 WS-WHATIF-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-WHATIF-TABLE.
             03 WS-WI-ENTRY OCCURS 5000.
                05 WS-WI-USED PIC X(1) VALUE SPACE.
                05 WS-WI-RETAINED-LOST PIC S9(9) USAGE BINARY
                   VALUE 0.
                05 WS-WI-VEIN PIC 9(4) USAGE BINARY VALUE 0.
                05 WS-WI-REACHED-CHANGE PIC S9(9) USAGE BINARY
                   VALUE 0.
                05 WS-WI-BASINS-LOST PIC S9(9) USAGE BINARY
                   VALUE 0.
                05 WS-WI-OUTFLOW-CHANGE PIC S9(9) USAGE BINARY
                   VALUE 0.
          01 WS-WI-IDX PIC 9(4) USAGE COMP-5.
          01 WS-WI-BASE-REACHED PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-WI-BASE-RETAINED PIC 9(18) USAGE COMP-5 VALUE 0.
          01 WS-WI-BASE-BASINS PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-WI-BASE-OUTFLOW PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-WI-BASINS PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-WI-OUTFLOW PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-WI-TILDES PIC 9(9) USAGE COMP-5 VALUE 0.
          01 WS-WI-PARSE.
             03 WS-WI-P-KIND PIC X(10).
             03 WS-WI-P-LINE PIC X(20).
          01 WS-WI-LINE-NO PIC 9(9) USAGE COMP-5.
          01 WS-WI-FOUND PIC X(1).
          01 WS-WI-N1-ED PIC Z(8)9.
          01 WS-WI-N2-ED PIC Z(8)9.
          01 WS-WI-N3-ED PIC Z(8)9.
          01 WS-WI-N4-ED PIC Z(8)9.
          01 WS-WI-S1-ED PIC +(8)9.
          01 WS-WI-S2-ED PIC +(8)9.
          01 WS-WI-S3-ED PIC +(8)9.
          01 WS-WI-S4-ED PIC +(8)9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
             MOVE 1 TO WS-SPRING-COUNT
             MOVE WS-WATER-X TO WS-SPRING-X (1)
          END-IF.
          PERFORM SIZE-MAP-BAND.
          PERFORM SNAPSHOT-CLAY-MAP.
          PERFORM INIT-BASIN-MAPS.
          PERFORM RUN-PER-SOURCE-PASSES.
          PERFORM PART-2.
          PERFORM WRITE-BASIN-REPORT.
          PERFORM WRITE-MAP-REPORT.
          PERFORM RUN-VEIN-WHATIF.
          MOVE "DAY17" TO WS-LEDGER-PROGRAM.
          PERFORM WRITE-LEDGER-RECORD.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY17" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY17" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PARSE-INPUT SECTION.
          MOVE "DAY17_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                         INTO WS-T-S-1, WS-T-S-2
                      PERFORM PARSE-FIRST-PART
                      PERFORM PARSE-SECOND-PART
                      PERFORM RECORD-VEIN
                      PERFORM NOTE-SCAN-BOUNDS
                      ADD 1 TO WS-BAL-ACCEPTED
                   END-IF
          END-PERFORM.
          CLOSE INPUT-FILE.
          IF FUNCTION TRIM (WS-SPRING-PARSE) IS NOT NUMERIC
             DISPLAY "DAY17: BAD SPRING DECLARATION IGNORED: "
                INPUT-STR
             ADD 1 TO WS-BAL-REJECTED
             GO TO PARSE-SPRING-LINE-99
          END-IF.
          ADD 1 TO WS-SPRING-COUNT.
          ADD 1 TO WS-BAL-ACCEPTED.
          COMPUTE WS-SPRING-X (WS-SPRING-COUNT) =
             FUNCTION NUMVAL (WS-SPRING-PARSE).
       PARSE-SPRING-LINE-99.
          EXIT.
      *
       SNAPSHOT-CLAY-MAP SECTION.
          MOVE WS-MAP-BAND (1:WS-BAND-SIZE)
             TO WS-CLAY-ONLY-BAND (1:WS-BAND-SIZE).
          EXIT.
      *
       RESTORE-CLAY-MAP SECTION.
          MOVE WS-CLAY-ONLY-BAND (1:WS-BAND-SIZE)
             TO WS-MAP-BAND (1:WS-BAND-SIZE).
          MOVE 0 TO WS-PART-1-RESULT WS-PART-2-RESULT WS-S-L.
          EXIT.
      *
          MOVE WS-T-1 TO WS-I-3.
          EXIT.
      *
      * THE VEIN TABLE IS WHAT THE BAND IS DRAWN FROM, SO A SCAN
      * WITH MORE VEINS THAN IT HOLDS CANNOT BE MAPPED.
       RECORD-VEIN SECTION.
          IF WS-VEIN-COUNT >= WS-VEIN-MAX
             MOVE WS-VEIN-MAX TO WS-BAND-N1-ED
             DISPLAY "DAY17: SCAN HOLDS MORE THAN "
                FUNCTION TRIM (WS-BAND-N1-ED) " CLAY VEINS"
             MOVE "S" TO ALERT-SEVERITY
             MOVE "DAY17" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "SCAN HOLDS MORE THAN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-BAND-N1-ED) DELIMITED BY SIZE
                    " CLAY VEINS" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             CLOSE INPUT-FILE
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          ADD 1 TO WS-VEIN-COUNT.
          MOVE WS-STATS-RECORDS-READ TO WS-VN-LINE (WS-VEIN-COUNT).
          MOVE WS-Y-RANGE TO WS-VN-Y-RANGE (WS-VEIN-COUNT).
          MOVE WS-I-1 TO WS-VN-FIXED (WS-VEIN-COUNT).
          MOVE WS-I-2 TO WS-VN-LO (WS-VEIN-COUNT).
          MOVE WS-I-3 TO WS-VN-HI (WS-VEIN-COUNT).
          MOVE INPUT-STR TO WS-VN-TEXT (WS-VEIN-COUNT).
          MOVE "N" TO WS-VN-SELECTED (WS-VEIN-COUNT).
          EXIT.
      *
       NOTE-SCAN-BOUNDS SECTION.
          IF WS-I-2 > WS-I-3
             GO TO NOTE-SCAN-BOUNDS-99
          END-IF.
          IF WS-Y-RANGE = "Y" THEN
             IF WS-I-1 > WS-MAX-Y THEN
                MOVE WS-I-1 TO WS-MAX-Y
             END-IF
             IF WS-I-1 < WS-MIN-Y THEN
                MOVE WS-I-1 TO WS-MIN-Y
             END-IF
             IF WS-I-3 > WS-MAX-X THEN
                MOVE WS-I-3 TO WS-MAX-X
             END-IF
             IF WS-I-2 < WS-MIN-X THEN
                MOVE WS-I-2 TO WS-MIN-X
             END-IF
          ELSE
             IF WS-I-3 > WS-MAX-Y THEN
                MOVE WS-I-3 TO WS-MAX-Y
             END-IF
             IF WS-I-2 < WS-MIN-Y THEN
                MOVE WS-I-2 TO WS-MIN-Y
             END-IF
             IF WS-I-1 > WS-MAX-X THEN
                MOVE WS-I-1 TO WS-MAX-X
             END-IF
             IF WS-I-1 < WS-MIN-X THEN
                MOVE WS-I-1 TO WS-MIN-X
             END-IF
          END-IF.
       NOTE-SCAN-BOUNDS-99.
          EXIT.
      *
      * SIZE THE BAND TO THE SCAN BOUNDS AND THE SPRINGS, THEN DRAW
      * THE CLAY INTO IT FROM THE VEIN TABLE.
       SIZE-MAP-BAND SECTION.
          MOVE WS-MIN-X TO WS-BAND-LO-X.
          MOVE WS-MAX-X TO WS-BAND-HI-X.
          PERFORM VARYING WS-SPRING-IDX FROM 1 BY 1
          UNTIL WS-SPRING-IDX > WS-SPRING-COUNT
             IF WS-SPRING-X (WS-SPRING-IDX) < WS-BAND-LO-X
                MOVE WS-SPRING-X (WS-SPRING-IDX) TO WS-BAND-LO-X
             END-IF
             IF WS-SPRING-X (WS-SPRING-IDX) > WS-BAND-HI-X
                MOVE WS-SPRING-X (WS-SPRING-IDX) TO WS-BAND-HI-X
             END-IF
          END-PERFORM.
          COMPUTE WS-BAND-X0 = WS-BAND-LO-X - 3.
          COMPUTE WS-BAND-WIDTH = WS-BAND-HI-X - WS-BAND-LO-X + 5.
          COMPUTE WS-BAND-ROWS = WS-MAX-Y + 1.
          COMPUTE WS-BAND-SIZE = WS-BAND-ROWS * WS-BAND-WIDTH.
          IF WS-BAND-SIZE > WS-BAND-CAP
             MOVE WS-BAND-ROWS TO WS-BAND-N1-ED
             MOVE WS-BAND-WIDTH TO WS-BAND-N2-ED
             MOVE WS-BAND-CAP TO WS-BAND-N3-ED
             DISPLAY "DAY17: SCAN OF " FUNCTION TRIM (WS-BAND-N1-ED)
                " ROWS BY " FUNCTION TRIM (WS-BAND-N2-ED)
                " COLUMNS EXCEEDS THE MAP CAPACITY OF "
                FUNCTION TRIM (WS-BAND-N3-ED) " CELLS"
             MOVE "S" TO ALERT-SEVERITY
             MOVE "DAY17" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "SCAN OF " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-BAND-N1-ED) DELIMITED BY SIZE
                    " ROWS BY " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-BAND-N2-ED) DELIMITED BY SIZE
                    " COLUMNS EXCEEDS THE MAP CAPACITY OF "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-BAND-N3-ED) DELIMITED BY SIZE
                    " CELLS" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE "#" TO WS-VN-CHAR.
          PERFORM VARYING WS-VN-OTHER FROM 1 BY 1
          UNTIL WS-VN-OTHER > WS-VEIN-COUNT
             PERFORM DRAW-VEIN
          END-PERFORM.
          EXIT.
      *
       PART-1 SECTION.
       WRITE-MAP-REPORT SECTION.
          MOVE "DAY17_MAP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day17/waterflow.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MAP-REPORT-DATASET.
          IF WS-MIN-X > 1 THEN
             SUBTRACT 1 FROM WS-MIN-X
          END-IF.
          ADD 1 TO WS-MAX-X.
          COMPUTE WS-MAP-WIDTH = WS-MAX-X - WS-MIN-X + 1.
          IF WS-MAP-WIDTH > 600 THEN
             DISPLAY "DAY17: MAP REPORT WIDTH EXCEEDS COMPILED "
                 INTO MAP-REPORT-RECORD
          END-STRING.
          WRITE MAP-REPORT-RECORD.
          COMPUTE WS-CX = WS-MIN-X - WS-BAND-X0.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
          UNTIL WS-I-1 > WS-MAX-Y
             MOVE SPACES TO MAP-REPORT-RECORD
             MOVE WS-MAP-BAND (WS-CX : WS-MAP-WIDTH)
                TO MAP-REPORT-RECORD (1 : WS-MAP-WIDTH)
             WRITE MAP-REPORT-RECORD
             ADD WS-BAND-WIDTH TO WS-CX
          END-PERFORM.
          CLOSE MAP-REPORT-FILE.
          EXIT.
                WS-RUN-SOURCE = WS-SEED-IDX
                ADD 1 TO WS-S-L
                MOVE WS-WATER-Y TO WS-S-Y (WS-S-L)
                COMPUTE WS-S-X (WS-S-L) =
                   WS-SPRING-X (WS-SEED-IDX) - WS-BAND-X0
             END-IF
          END-PERFORM.
          PERFORM UNTIL WS-S-L = 0
             MOVE WS-S-Y (WS-S-L) TO WS-I-1
             MOVE WS-S-X (WS-S-L) TO WS-I-2
             SUBTRACT 1 FROM WS-S-L
             COMPUTE WS-CX = (WS-I-1 - 1) * WS-BAND-WIDTH + WS-I-2
             IF WS-I-1 > WS-MAX-Y THEN
                CONTINUE
             ELSE IF WS-SAND (WS-CX) THEN
                PERFORM SAND-VISIT
             ELSE IF WS-FALL (WS-CX) THEN
                PERFORM FALL-VISIT
             END-IF
          END-PERFORM.
          IF NOT WS-I-1 < WS-MIN-Y THEN
             ADD 1 TO WS-PART-1-RESULT
          END-IF.
          MOVE "|" TO WS-C (WS-CX).
          IF WS-SAND (WS-CX + WS-BAND-WIDTH) THEN
             ADD 1 TO WS-S-L
             COMPUTE WS-S-Y (WS-S-L) = WS-I-1 + 1
             MOVE WS-I-2 TO WS-S-X (WS-S-L)
             EXIT SECTION
          END-IF.
          IF WS-FALL (WS-CX + WS-BAND-WIDTH) THEN
             EXIT SECTION
          END-IF.
          PERFORM CHECK-LEFT.
          EXIT.
      *
       FALL-VISIT SECTION.
          IF NOT WS-CLAY (WS-CX + WS-BAND-WIDTH) AND
             NOT WS-STABLE (WS-CX + WS-BAND-WIDTH) THEN
                EXIT SECTION
          END-IF.
          PERFORM CHECK-LEFT.
       CHECK-LEFT SECTION.
          MOVE "Y" TO WS-LEFT-STABLE.
          COMPUTE WS-I-3 = WS-I-2 - 1.
          COMPUTE WS-CX-2 = WS-CX - 1.
          PERFORM UNTIL WS-CLAY (WS-CX-2)
             IF WS-SAND (WS-CX-2) THEN
                ADD 1 TO WS-PART-1-RESULT
                MOVE "|" TO WS-C (WS-CX-2)
             END-IF
             IF NOT WS-CLAY (WS-CX-2 + WS-BAND-WIDTH) AND
                NOT WS-STABLE (WS-CX-2 + WS-BAND-WIDTH) THEN
                   MOVE "N" TO WS-LEFT-STABLE
                   IF WS-SAND (WS-CX-2 + WS-BAND-WIDTH) THEN
                      ADD 1 TO WS-S-L
                      COMPUTE WS-S-Y (WS-S-L) = WS-I-1 + 1
                      MOVE WS-I-3 TO WS-S-X (WS-S-L)
                   END-IF
                   EXIT SECTION
             END-IF
             SUBTRACT 1 FROM WS-I-3 WS-CX-2
          END-PERFORM.
          EXIT.
      *
       CHECK-RIGHT SECTION.
          MOVE "Y" TO WS-RIGHT-STABLE.
          COMPUTE WS-I-3 = WS-I-2 + 1.
          COMPUTE WS-CX-2 = WS-CX + 1.
          PERFORM UNTIL WS-CLAY (WS-CX-2)
             IF WS-SAND (WS-CX-2) THEN
                ADD 1 TO WS-PART-1-RESULT
                MOVE "|" TO WS-C (WS-CX-2)
             END-IF
             IF NOT WS-CLAY (WS-CX-2 + WS-BAND-WIDTH) AND
                NOT WS-STABLE (WS-CX-2 + WS-BAND-WIDTH) THEN
                   MOVE "N" TO WS-RIGHT-STABLE
                   IF WS-SAND (WS-CX-2 + WS-BAND-WIDTH) THEN
                      ADD 1 TO WS-S-L
                      COMPUTE WS-S-Y (WS-S-L) = WS-I-1 + 1
                      MOVE WS-I-3 TO WS-S-X (WS-S-L)
                   END-IF
                   EXIT SECTION
             END-IF
             ADD 1 TO WS-I-3 WS-CX-2
          END-PERFORM.
          EXIT.
      *
      * THE ROW ABOVE IS ONLY LOOKED AT BELOW THE FIRST SCAN ROW.
       FILL-ROW SECTION.
          COMPUTE WS-CX-2 = WS-CX - 1.
          PERFORM UNTIL NOT WS-FALL (WS-CX-2)
             ADD 1 TO WS-PART-2-RESULT
             MOVE "~" TO WS-C (WS-CX-2)
             IF WS-I-1 > 1 THEN
                IF WS-FALL (WS-CX-2 - WS-BAND-WIDTH) THEN
                   ADD 1 TO WS-S-L
                   COMPUTE WS-S-Y (WS-S-L) = WS-I-1 - 1
                   MOVE WS-I-2 TO WS-S-X (WS-S-L)
                END-IF
             END-IF
             SUBTRACT 1 FROM WS-CX-2
          END-PERFORM.
          MOVE WS-CX TO WS-CX-2.
          PERFORM UNTIL NOT WS-FALL (WS-CX-2)
             ADD 1 TO WS-PART-2-RESULT
             MOVE "~" TO WS-C (WS-CX-2)
             IF WS-I-1 > 1 THEN
                IF WS-FALL (WS-CX-2 - WS-BAND-WIDTH) THEN
                   ADD 1 TO WS-S-L
                   COMPUTE WS-S-Y (WS-S-L) = WS-I-1 - 1
                   MOVE WS-I-2 TO WS-S-X (WS-S-L)
                END-IF
             END-IF
             ADD 1 TO WS-CX-2
          END-PERFORM.
          EXIT.
      *
       INIT-BASIN-MAPS SECTION.
          MOVE SPACES TO WS-SOURCE-BAND (1:WS-BAND-SIZE).
          MOVE SPACES TO WS-VISITED-BAND (1:WS-BAND-SIZE).
          EXIT.
      *
      * A CELL RETAINED BY THIS SOURCE'S SOLO PASS AND NOT YET
       ATTRIBUTE-RETAINED-CELLS SECTION.
          PERFORM VARYING WS-BF-Y FROM WS-MIN-Y BY 1
          UNTIL WS-BF-Y > WS-MAX-Y
             COMPUTE WS-BF-CX = (WS-BF-Y - 1) * WS-BAND-WIDTH
             PERFORM VARYING WS-BF-X FROM 1 BY 1
             UNTIL WS-BF-X > WS-BAND-WIDTH
                ADD 1 TO WS-BF-CX
                IF WS-STABLE (WS-BF-CX) AND
                   WS-SM-C (WS-BF-CX) = " "
                   MOVE WS-SOURCE-CHARS (WS-SPRING-IDX:1)
                      TO WS-SM-C (WS-BF-CX)
                END-IF
             END-PERFORM
          END-PERFORM.
          PERFORM VARYING WS-I-1 FROM WS-MIN-Y BY 1
          UNTIL WS-I-1 > WS-MAX-Y
             PERFORM VARYING WS-I-2 FROM 1 BY 1
             UNTIL WS-I-2 > WS-BAND-WIDTH
                COMPUTE WS-CX =
                   (WS-I-1 - 1) * WS-BAND-WIDTH + WS-I-2
                IF WS-STABLE (WS-CX) AND WS-BV-C (WS-CX) = " "
                   PERFORM COLLECT-ONE-BASIN
                END-IF
             END-PERFORM
          SORT WS-BA-ENTRY ON DESCENDING WS-BA-CELLS.
          MOVE "DAY17_BASIN_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day17/basins.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BASIN-DATASET.
          OPEN OUTPUT BASIN-REPORT-FILE.
          MOVE "BASIN CAPACITY LEDGER - RANKED BY RETAINED CELLS"
          MOVE 1 TO WS-S-L.
          MOVE WS-I-1 TO WS-S-Y (1).
          MOVE WS-I-2 TO WS-S-X (1).
          MOVE "V" TO WS-BV-C (WS-CX).
          PERFORM UNTIL WS-S-L = 0
             MOVE WS-S-Y (WS-S-L) TO WS-BF-Y
             MOVE WS-S-X (WS-S-L) TO WS-BF-X
             SUBTRACT 1 FROM WS-S-L
             COMPUTE WS-BF-CX =
                (WS-BF-Y - 1) * WS-BAND-WIDTH + WS-BF-X
             PERFORM TALLY-BASIN-CELL
             PERFORM PUSH-BASIN-NEIGHBOURS
          END-PERFORM.
          IF WS-BF-X > WS-BA-RIGHT (WS-BASIN-COUNT)
             MOVE WS-BF-X TO WS-BA-RIGHT (WS-BASIN-COUNT)
          END-IF.
          IF WS-SM-C (WS-BF-CX) NOT = " "
             IF WS-BA-SOURCE (WS-BASIN-COUNT) = " "
                MOVE WS-SM-C (WS-BF-CX)
                   TO WS-BA-SOURCE (WS-BASIN-COUNT)
             ELSE
                IF WS-BA-SOURCE (WS-BASIN-COUNT) NOT =
                   WS-SM-C (WS-BF-CX)
                   MOVE "*" TO WS-BA-SOURCE (WS-BASIN-COUNT)
                END-IF
             END-IF
          END-IF.
          EXIT.
      *
      * WS-BF-CX IS THE BAND CELL OF (WS-BF-Y, WS-BF-X).
       PUSH-BASIN-NEIGHBOURS SECTION.
          IF WS-BF-Y > 1 THEN
             IF WS-STABLE (WS-BF-CX - WS-BAND-WIDTH) AND
                WS-BV-C (WS-BF-CX - WS-BAND-WIDTH) = " "
                MOVE "V" TO WS-BV-C (WS-BF-CX - WS-BAND-WIDTH)
                ADD 1 TO WS-S-L
                COMPUTE WS-S-Y (WS-S-L) = WS-BF-Y - 1
                MOVE WS-BF-X TO WS-S-X (WS-S-L)
             END-IF
          END-IF.
          IF WS-BF-Y < WS-BAND-ROWS AND
             WS-STABLE (WS-BF-CX + WS-BAND-WIDTH) AND
             WS-BV-C (WS-BF-CX + WS-BAND-WIDTH) = " "
             MOVE "V" TO WS-BV-C (WS-BF-CX + WS-BAND-WIDTH)
             ADD 1 TO WS-S-L
             COMPUTE WS-S-Y (WS-S-L) = WS-BF-Y + 1
             MOVE WS-BF-X TO WS-S-X (WS-S-L)
          END-IF.
          IF WS-BF-X > 1 AND
             WS-STABLE (WS-BF-CX - 1) AND
             WS-BV-C (WS-BF-CX - 1) = " "
             MOVE "V" TO WS-BV-C (WS-BF-CX - 1)
             ADD 1 TO WS-S-L
             MOVE WS-BF-Y TO WS-S-Y (WS-S-L)
             COMPUTE WS-S-X (WS-S-L) = WS-BF-X - 1
          END-IF.
          IF WS-BF-X < WS-BAND-WIDTH AND
             WS-STABLE (WS-BF-CX + 1) AND
             WS-BV-C (WS-BF-CX + 1) = " "
             MOVE "V" TO WS-BV-C (WS-BF-CX + 1)
             ADD 1 TO WS-S-L
             MOVE WS-BF-Y TO WS-S-Y (WS-S-L)
             COMPUTE WS-S-X (WS-S-L) = WS-BF-X + 1
             PERFORM VARYING WS-BF-X FROM
             WS-BA-LEFT (WS-BASIN-COUNT) BY 1
             UNTIL WS-BF-X > WS-BA-RIGHT (WS-BASIN-COUNT)
                COMPUTE WS-BF-CX =
                   (WS-BF-Y - 1) * WS-BAND-WIDTH + WS-BF-X
                IF WS-FALL (WS-BF-CX)
                   MOVE "Y" TO WS-ROW-HAS-FLOW
                END-IF
             END-PERFORM
          END-STRING.
          WRITE BASIN-PRINT-LINE.
          EXIT.
      *
       RUN-VEIN-WHATIF SECTION.
          PERFORM LOAD-WHATIF-DECK.
          MOVE 0 TO WS-WHATIF-COUNT.
          PERFORM VARYING WS-VN-IDX FROM 1 BY 1
          UNTIL WS-VN-IDX > WS-VEIN-COUNT
             IF WS-VN-SELECTED (WS-VN-IDX) = "Y"
                ADD 1 TO WS-WHATIF-COUNT
             END-IF
          END-PERFORM.
          IF WS-WHATIF-COUNT = 0
             GO TO RUN-VEIN-WHATIF-99
          END-IF.
          MOVE WS-PART-1-RESULT TO WS-WI-BASE-REACHED.
          MOVE WS-PART-2-RESULT TO WS-WI-BASE-RETAINED.
          PERFORM COUNT-WHATIF-BASINS.
          MOVE WS-WI-BASINS TO WS-WI-BASE-BASINS.
          MOVE WS-WI-OUTFLOW TO WS-WI-BASE-OUTFLOW.
          MOVE 0 TO WS-WHATIF-COUNT.
          PERFORM VARYING WS-VN-IDX FROM 1 BY 1
          UNTIL WS-VN-IDX > WS-VEIN-COUNT
             IF WS-VN-SELECTED (WS-VN-IDX) = "Y"
                PERFORM RUN-ONE-VEIN-WHATIF
             END-IF
          END-PERFORM.
          SORT WS-WI-ENTRY ON DESCENDING KEY WS-WI-USED
             WS-WI-RETAINED-LOST ASCENDING KEY WS-WI-VEIN.
          PERFORM WRITE-WHATIF-REPORT.
          MOVE WS-WHATIF-COUNT TO WS-WI-N1-ED.
          MOVE WS-VN-LINE (WS-WI-VEIN (1)) TO WS-WI-N2-ED.
          MOVE WS-WI-RETAINED-LOST (1) TO WS-WI-S1-ED.
          DISPLAY "DAY17: " FUNCTION TRIM (WS-WI-N1-ED)
             " VEIN WHAT-IF RUN(S) - LINE " FUNCTION TRIM (WS-WI-N2-ED)
             " HOLDS UP THE MOST WATER ("
             FUNCTION TRIM (WS-WI-S1-ED) ")".
       RUN-VEIN-WHATIF-99.
          EXIT.
      *
       LOAD-WHATIF-DECK SECTION.
          MOVE "DAY17_WHATIF_VEINS" TO CAT-LOGICAL-NAME.
          MOVE "../../params/whatif17.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-WHATIF-DECK-DATASET.
          OPEN INPUT WHATIF-DECK-FILE.
          IF WS-WHATIF-DECK-STATUS NOT = "00"
             GO TO LOAD-WHATIF-DECK-99
          END-IF.
          PERFORM UNTIL WS-WHATIF-DECK-EOF = "Y"
             READ WHATIF-DECK-FILE
                AT END
                   MOVE "Y" TO WS-WHATIF-DECK-EOF
                NOT AT END
                   PERFORM PARSE-WHATIF-RECORD
             END-READ
          END-PERFORM.
          CLOSE WHATIF-DECK-FILE.
       LOAD-WHATIF-DECK-99.
          EXIT.
      *
       PARSE-WHATIF-RECORD SECTION.
          IF WHATIF-DECK-RECORD = SPACES OR
             WHATIF-DECK-RECORD (1:1) = "*"
             GO TO PARSE-WHATIF-RECORD-99
          END-IF.
          MOVE SPACES TO WS-WI-PARSE.
          UNSTRING WHATIF-DECK-RECORD DELIMITED BY "|"
             INTO WS-WI-P-KIND, WS-WI-P-LINE.
          IF WS-WI-P-KIND = "ALL"
             PERFORM VARYING WS-VN-IDX FROM 1 BY 1
             UNTIL WS-VN-IDX > WS-VEIN-COUNT
                MOVE "Y" TO WS-VN-SELECTED (WS-VN-IDX)
             END-PERFORM
             GO TO PARSE-WHATIF-RECORD-99
          END-IF.
          IF WS-WI-P-KIND NOT = "VEIN" OR
             FUNCTION TRIM (WS-WI-P-LINE) IS NOT NUMERIC
             GO TO PARSE-WHATIF-RECORD-90
          END-IF.
          COMPUTE WS-WI-LINE-NO = FUNCTION NUMVAL (WS-WI-P-LINE).
          MOVE "N" TO WS-WI-FOUND.
          PERFORM VARYING WS-VN-IDX FROM 1 BY 1
          UNTIL WS-VN-IDX > WS-VEIN-COUNT
             IF WS-VN-LINE (WS-VN-IDX) = WS-WI-LINE-NO
                MOVE "Y" TO WS-VN-SELECTED (WS-VN-IDX)
                MOVE "Y" TO WS-WI-FOUND
             END-IF
          END-PERFORM.
          IF WS-WI-FOUND = "Y"
             GO TO PARSE-WHATIF-RECORD-99
          END-IF.
       PARSE-WHATIF-RECORD-90.
          DISPLAY "DAY17: BAD VEIN WHAT-IF RECORD IGNORED: "
             WHATIF-DECK-RECORD (1:60).
       PARSE-WHATIF-RECORD-99.
          EXIT.
      *
       RUN-ONE-VEIN-WHATIF SECTION.
          PERFORM RESTORE-CLAY-MAP.
          PERFORM REMOVE-VEIN.
          MOVE 0 TO WS-RUN-SOURCE.
          PERFORM DFS.
          PERFORM COUNT-WHATIF-BASINS.
          ADD 1 TO WS-WHATIF-COUNT.
          MOVE "Y" TO WS-WI-USED (WS-WHATIF-COUNT).
          MOVE WS-VN-IDX TO WS-WI-VEIN (WS-WHATIF-COUNT).
          COMPUTE WS-WI-RETAINED-LOST (WS-WHATIF-COUNT) =
             WS-WI-BASE-RETAINED - WS-PART-2-RESULT.
          COMPUTE WS-WI-REACHED-CHANGE (WS-WHATIF-COUNT) =
             WS-PART-1-RESULT - WS-WI-BASE-REACHED.
          COMPUTE WS-WI-BASINS-LOST (WS-WHATIF-COUNT) =
             WS-WI-BASE-BASINS - WS-WI-BASINS.
          COMPUTE WS-WI-OUTFLOW-CHANGE (WS-WHATIF-COUNT) =
             WS-WI-OUTFLOW - WS-WI-BASE-OUTFLOW.
          EXIT.
      *
      * THE VEIN'S CELLS GO BACK TO SAND, THEN EVERY OTHER VEIN
      * CROSSING ITS EXTENT IS DRAWN AGAIN.
       REMOVE-VEIN SECTION.
          MOVE WS-VN-IDX TO WS-VN-OTHER.
          PERFORM VEIN-EXTENT.
          MOVE WS-VN-RECT TO WS-VN-GONE-RECT.
          MOVE "." TO WS-VN-CHAR.
          PERFORM DRAW-VEIN.
          MOVE "#" TO WS-VN-CHAR.
          PERFORM VARYING WS-VN-OTHER FROM 1 BY 1
          UNTIL WS-VN-OTHER > WS-VEIN-COUNT
             IF WS-VN-OTHER NOT = WS-VN-IDX
                PERFORM VEIN-EXTENT
                IF WS-VN-R1 <= WS-VN-GR2 AND WS-VN-R2 >= WS-VN-GR1
                   AND WS-VN-C1 <= WS-VN-GC2 AND WS-VN-C2 >= WS-VN-GC1
                   PERFORM DRAW-VEIN
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
       VEIN-EXTENT SECTION.
          IF WS-VN-Y-RANGE (WS-VN-OTHER) = "Y"
             MOVE WS-VN-FIXED (WS-VN-OTHER) TO WS-VN-R1 WS-VN-R2
             MOVE WS-VN-LO (WS-VN-OTHER) TO WS-VN-C1
             MOVE WS-VN-HI (WS-VN-OTHER) TO WS-VN-C2
          ELSE
             MOVE WS-VN-LO (WS-VN-OTHER) TO WS-VN-R1
             MOVE WS-VN-HI (WS-VN-OTHER) TO WS-VN-R2
             MOVE WS-VN-FIXED (WS-VN-OTHER) TO WS-VN-C1 WS-VN-C2
          END-IF.
          EXIT.
      *
       DRAW-VEIN SECTION.
          PERFORM VARYING WS-VN-CELL FROM WS-VN-LO (WS-VN-OTHER)
          BY 1 UNTIL WS-VN-CELL > WS-VN-HI (WS-VN-OTHER)
             IF WS-VN-Y-RANGE (WS-VN-OTHER) = "Y"
                COMPUTE WS-CX =
                   (WS-VN-FIXED (WS-VN-OTHER) - 1) * WS-BAND-WIDTH
                   + WS-VN-CELL - WS-BAND-X0
             ELSE
                COMPUTE WS-CX =
                   (WS-VN-CELL - 1) * WS-BAND-WIDTH
                   + WS-VN-FIXED (WS-VN-OTHER) - WS-BAND-X0
             END-IF
             MOVE WS-VN-CHAR TO WS-C (WS-CX)
          END-PERFORM.
          EXIT.
      *
      * BASINS ARE COUNTED WITH THE SAME FLOOD FILL AS THE BASIN
      * LEDGER, VISITING ONLY ROWS THAT HOLD WATER. THE OUTFLOW IS
      * THE NUMBER OF COLUMNS STILL FLOWING ON THE LAST SCAN ROW.
       COUNT-WHATIF-BASINS SECTION.
          MOVE 0 TO WS-WI-BASINS.
          MOVE SPACES TO WS-VISITED-BAND (1:WS-BAND-SIZE).
          PERFORM VARYING WS-I-1 FROM WS-MIN-Y BY 1
          UNTIL WS-I-1 > WS-MAX-Y
             COMPUTE WS-CX-2 = (WS-I-1 - 1) * WS-BAND-WIDTH + 1
             MOVE 0 TO WS-WI-TILDES
             INSPECT WS-MAP-BAND (WS-CX-2:WS-BAND-WIDTH)
                TALLYING WS-WI-TILDES FOR ALL "~"
             IF WS-WI-TILDES > 0
                PERFORM VARYING WS-I-2 FROM 1 BY 1
                UNTIL WS-I-2 > WS-BAND-WIDTH
                   COMPUTE WS-CX =
                      (WS-I-1 - 1) * WS-BAND-WIDTH + WS-I-2
                   IF WS-STABLE (WS-CX) AND WS-BV-C (WS-CX) = " "
                      PERFORM FLOOD-WHATIF-BASIN
                   END-IF
                END-PERFORM
             END-IF
          END-PERFORM.
          COMPUTE WS-CX-2 = (WS-MAX-Y - 1) * WS-BAND-WIDTH + 1.
          MOVE 0 TO WS-WI-OUTFLOW.
          INSPECT WS-MAP-BAND (WS-CX-2:WS-BAND-WIDTH)
             TALLYING WS-WI-OUTFLOW FOR ALL "|".
          EXIT.
      *
       FLOOD-WHATIF-BASIN SECTION.
          ADD 1 TO WS-WI-BASINS.
          MOVE 1 TO WS-S-L.
          MOVE WS-I-1 TO WS-S-Y (1).
          MOVE WS-I-2 TO WS-S-X (1).
          MOVE "V" TO WS-BV-C (WS-CX).
          PERFORM UNTIL WS-S-L = 0
             MOVE WS-S-Y (WS-S-L) TO WS-BF-Y
             MOVE WS-S-X (WS-S-L) TO WS-BF-X
             SUBTRACT 1 FROM WS-S-L
             COMPUTE WS-BF-CX =
                (WS-BF-Y - 1) * WS-BAND-WIDTH + WS-BF-X
             PERFORM PUSH-BASIN-NEIGHBOURS
          END-PERFORM.
          EXIT.
      *
       WRITE-WHATIF-REPORT SECTION.
          MOVE "DAY17_WHATIF_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day17/vein_whatif.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-WHATIF-DATASET.
          OPEN OUTPUT WHATIF-REPORT-FILE.
          MOVE "CLAY-VEIN WHAT-IF - VEINS RANKED BY WATER HELD UP"
             TO WHATIF-PRINT-LINE.
          WRITE WHATIF-PRINT-LINE.
          MOVE WS-WI-BASE-REACHED TO WS-WI-N1-ED.
          MOVE WS-WI-BASE-RETAINED TO WS-WI-N2-ED.
          MOVE WS-WI-BASE-BASINS TO WS-WI-N3-ED.
          MOVE WS-WI-BASE-OUTFLOW TO WS-WI-N4-ED.
          MOVE SPACES TO WHATIF-PRINT-LINE.
          STRING "ALL VEINS IN PLACE  REACHED=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-N1-ED) DELIMITED BY SIZE
                 "  RETAINED=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-N2-ED) DELIMITED BY SIZE
                 "  BASINS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-N3-ED) DELIMITED BY SIZE
                 "  OUTFLOW COLUMNS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-N4-ED) DELIMITED BY SIZE
                 INTO WHATIF-PRINT-LINE
          END-STRING.
          WRITE WHATIF-PRINT-LINE.
          PERFORM VARYING WS-WI-IDX FROM 1 BY 1
          UNTIL WS-WI-IDX > WS-WHATIF-COUNT
             PERFORM WRITE-WHATIF-LINE
          END-PERFORM.
          CLOSE WHATIF-REPORT-FILE.
          EXIT.
      *
       WRITE-WHATIF-LINE SECTION.
          MOVE WS-WI-VEIN (WS-WI-IDX) TO WS-VN-IDX.
          MOVE WS-WI-IDX TO WS-WI-N1-ED.
          MOVE WS-VN-LINE (WS-VN-IDX) TO WS-WI-N2-ED.
          MOVE WS-WI-RETAINED-LOST (WS-WI-IDX) TO WS-WI-S1-ED.
          MOVE WS-WI-REACHED-CHANGE (WS-WI-IDX) TO WS-WI-S2-ED.
          MOVE WS-WI-BASINS-LOST (WS-WI-IDX) TO WS-WI-S3-ED.
          MOVE WS-WI-OUTFLOW-CHANGE (WS-WI-IDX) TO WS-WI-S4-ED.
          MOVE SPACES TO WHATIF-PRINT-LINE.
          STRING "RANK " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-N1-ED) DELIMITED BY SIZE
                 "  LINE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-N2-ED) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-VN-TEXT (WS-VN-IDX))
                    DELIMITED BY SIZE
                 "  RETAINED LOST=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-S1-ED) DELIMITED BY SIZE
                 "  REACHED CHANGE=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-S2-ED) DELIMITED BY SIZE
                 "  BASINS LOST=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-S3-ED) DELIMITED BY SIZE
                 "  OUTFLOW CHANGE=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WI-S4-ED) DELIMITED BY SIZE
                 INTO WHATIF-PRINT-LINE
          END-STRING.
          WRITE WHATIF-PRINT-LINE.
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
