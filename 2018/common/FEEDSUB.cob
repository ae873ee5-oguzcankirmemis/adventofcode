       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDSUB.
       AUTHOR. OK999.
      * PRODUCTION FEED SUBSETTING FOR SHADOW TEST RUNS. GENFEED
      * MANUFACTURES FEEDS, BUT SYNTHETIC DATA NEVER CARRIES THE
      * QUIRKS OF THE REAL FEEDS THAT ACTUALLY BREAK THINGS. THIS
      * PROGRAM CUTS A REAL DAYN INPUT DOWN TO A SMALLER FEED THAT
      * THE DAY PROGRAM STILL ACCEPTS, KEEPING THE STRUCTURE THAT
      * MATTERS FOR EACH FORMAT:
      *   DAY4  - WHOLE GUARD SHIFTS. THE LOG IS PUT IN TIME ORDER
      *           FIRST; KEEP SHIFTS ARE TAKEN AT AN EVEN STRIDE
      *           ACROSS THE LOG SO THE DATES AND GUARDS SPREAD.
      *   DAY7  - A CONNECTED SUB-GRAPH: KEEP STEPS REACHED FROM
      *           THE FIRST LINE'S STEP ACROSS EITHER END OF AN EDGE,
      *           WITH EVERY EDGE BETWEEN TWO KEPT STEPS.
      *   DAY16 - WHOLE BEFORE/INSTRUCTION/AFTER SAMPLE TRIPLETS AT
      *           AN EVEN STRIDE, THEN THE TEST PROGRAM UNCUT.
      *   DAY24 - BOTH THE IMMUNE SYSTEM AND INFECTION SECTIONS WITH
      *           THEIR HEADERS, EACH CUT TO ITS FIRST KEEP GROUPS.
      * EACH REQUEST LINE OF THE CONTROL CARD (SUBSET_CARD, DEFAULT
      * PARAMS/SUBSET.CFG) NAMES A FORMAT, AN OUTPUT DATASET, THE
      * KEEP COUNT AND OPTIONALLY THE INPUT; WITHOUT ONE THE DAY'S
      * OWN DAYN_INPUT IS RESOLVED AS INMANFST RESOLVES IT. WHAT WAS
      * KEPT GOES ON THE SUBSET MANIFEST (SUBSET_MANIFEST, DEFAULT
      * RESULTS/SUBSET_MANIFEST.TXT), REWRITTEN EVERY RUN:
      *   FORMAT|INPUT|OUTPUT|UNIT|UNITS-READ|UNITS-KEPT|
      *   LINES-READ|LINES-WRITTEN|DETAIL
      * A SHADOW RUN POINTS THE DAY AT THE SUBSET WITH ITS DAYN_INPUT
      * OVERRIDE UNDER TEST_MODE=Y.
      * RETURN CODES: 0 - EVERY REQUEST SUBSET.
      *               1 - CARD MISSING, A BAD CARD LINE, AN INPUT
      *                   THAT COULD NOT BE OPENED OR ONE TOO LARGE
      *                   TO HOLD (THE REQUEST IS REFUSED RATHER THAN
      *                   SUBSET FROM THE FRONT OF THE FEED ONLY).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CARD-FILE
             ASSIGN TO WS-CARD-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARD-STATUS.
          SELECT INPUT-FILE
             ASSIGN TO WS-INPUT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INPUT-STATUS.
          SELECT FEED-FILE
             ASSIGN TO WS-FEED-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-STATUS.
          SELECT MANIFEST-FILE
             ASSIGN TO WS-MANIFEST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          FD CARD-FILE.
          01 CARD-RECORD PIC X(250).
          FD INPUT-FILE.
          01 INPUT-RECORD PIC X(250).
          FD FEED-FILE.
          01 FEED-RECORD PIC X(250).
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(400).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          01 WS-CARD-DATASET PIC X(200).
          01 WS-CARD-STATUS PIC X(2) VALUE SPACES.
          01 WS-CARD-EOF PIC X(1) VALUE "N".
          01 WS-INPUT-DATASET PIC X(200).
          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          01 WS-INPUT-EOF PIC X(1) VALUE "N".
          01 WS-RETRY-DATASET PIC X(200).
          01 WS-FEED-DATASET PIC X(200).
          01 WS-FEED-STATUS PIC X(2) VALUE SPACES.
          01 WS-MANIFEST-DATASET PIC X(200).
          01 WS-MANIFEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-REQUEST-COUNT PIC 9(4) VALUE 0.
          01 WS-BAD-CARD-COUNT PIC 9(4) VALUE 0.
          01 WS-REQ-FORMAT PIC X(8).
          01 WS-REQ-OUTPUT PIC X(200).
          01 WS-REQ-KEEP-X PIC X(12).
          01 WS-REQ-INPUT PIC X(200).
          01 WS-REQ-KEEP PIC 9(9) VALUE 0.
          01 WS-DAY-TEXT PIC X(4).
      * WHAT ONE REQUEST KEPT, FOR THE MANIFEST.
          01 WS-UNIT PIC X(8).
          01 WS-UNITS-READ PIC 9(9) VALUE 0.
          01 WS-UNITS-KEPT PIC 9(9) VALUE 0.
          01 WS-LINES-READ PIC 9(9) VALUE 0.
          01 WS-LINES-WRITTEN PIC 9(9) VALUE 0.
          01 WS-DETAIL PIC X(120).
          01 WS-STRIDE PIC 9(9) VALUE 0.
          01 WS-UNIT-NUMBER PIC 9(9) VALUE 0.
          01 WS-UNIT-KEPT PIC X(1).
          01 WS-OVERFLOW PIC X(1).
          01 WS-ED-1 PIC Z(8)9.
          01 WS-ED-2 PIC Z(8)9.
          01 WS-ED-3 PIC Z(8)9.
          01 WS-ED-4 PIC Z(8)9.
          01 WS-IDX PIC 9(9) USAGE COMP-5.
          01 WS-JDX PIC 9(9) USAGE COMP-5.
      * DAY4: THE WHOLE LOG IS HELD SO IT CAN BE PUT IN TIME ORDER;
      * THE "[YYYY-MM-DD HH:MM]" STAMP LEADS EVERY LINE.
          77 WS-D4-MAX PIC 9(5) USAGE COMP-5 VALUE 10000.
          01 WS-D4-COUNT PIC 9(5) USAGE COMP-5 VALUE 0.
          01 WS-D4-TABLE.
             03 WS-D4-LINE PIC X(60) OCCURS 10000.
          01 WS-D4-ORPHANS PIC 9(9) VALUE 0.
          01 WS-D4-IN-SHIFT PIC X(1).
          01 WS-D4-FIRST-DATE PIC X(10).
          01 WS-D4-LAST-DATE PIC X(10).
          01 WS-D4-GUARD-ID PIC X(8).
          01 WS-D4-GUARD-COUNT PIC 9(3) VALUE 0.
          01 WS-D4-GUARD-TABLE.
             03 WS-D4-GUARD PIC X(8) OCCURS 500.
          01 WS-D4-GUARD-HIT PIC X(1).
      * DAY7: "Step X must be finished before step Y can begin." -
      * THE STEP LETTERS SIT IN COLUMNS 6 AND 37.
          01 WS-D7-LETTERS PIC X(26) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          77 WS-D7-MAX PIC 9(4) USAGE COMP-5 VALUE 700.
          01 WS-D7-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
          01 WS-D7-EDGE-TABLE.
             03 WS-D7-EDGE OCCURS 700.
                05 WS-D7-FROM PIC 9(2).
                05 WS-D7-TO PIC 9(2).
                05 WS-D7-LINE PIC X(60).
          01 WS-D7-STEP-TABLE.
             03 WS-D7-STEP OCCURS 26.
                05 WS-D7-SEEN PIC X(1).
                05 WS-D7-KEPT PIC X(1).
          01 WS-D7-QUEUE-TABLE.
             03 WS-D7-QUEUE PIC 9(2) OCCURS 26.
          01 WS-D7-QUEUE-HEAD PIC 9(2).
          01 WS-D7-QUEUE-TAIL PIC 9(2).
          01 WS-D7-NODE PIC 9(2).
          01 WS-D7-OTHER PIC 9(2).
          01 WS-D7-POS PIC 9(2).
          01 WS-D7-KEPT-LIST PIC X(26).
      * DAY16 AND DAY24 ARE READ TWICE: A COUNTING PASS, THEN THE
      * CUTTING PASS.
          01 WS-D16-PROGRAM-LINES PIC 9(9) VALUE 0.
          01 WS-D16-IN-PROGRAM PIC X(1).
          01 WS-D24-SIDE PIC 9(1).
          01 WS-D24-SIDE-TABLE.
             03 WS-D24-SIDE-ENTRY OCCURS 2.
                05 WS-D24-SIDE-READ PIC 9(9).
                05 WS-D24-SIDE-KEPT PIC 9(9).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "FEEDSUB" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          MOVE "SUBSET_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/subset.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             DISPLAY "FEEDSUB: CONTROL CARD OPEN ERROR "
                WS-CARD-STATUS " ON "
                FUNCTION TRIM (WS-CARD-DATASET)
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE "SUBSET_MANIFEST" TO CAT-LOGICAL-NAME.
          MOVE "../../results/subset_manifest.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MANIFEST-DATASET.
          OPEN OUTPUT MANIFEST-FILE.
          IF WS-MANIFEST-STATUS NOT = "00"
             DISPLAY "FEEDSUB: SUBSET MANIFEST OPEN ERROR "
                WS-MANIFEST-STATUS " ON "
                FUNCTION TRIM (WS-MANIFEST-DATASET)
             CLOSE CARD-FILE
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   IF CARD-RECORD (1:1) NOT = "*" AND
                      CARD-RECORD NOT = SPACES
                      PERFORM PROCESS-REQUEST
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
          CLOSE MANIFEST-FILE.
          DISPLAY "FEEDSUB: " WS-REQUEST-COUNT " FEED(S) SUBSET, "
             WS-BAD-CARD-COUNT " BAD CARD LINE(S)".
          IF WS-BAD-CARD-COUNT > 0
             MOVE 1 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       PROCESS-REQUEST SECTION.
          MOVE SPACES TO WS-REQ-FORMAT WS-REQ-OUTPUT
             WS-REQ-KEEP-X WS-REQ-INPUT.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-REQ-FORMAT, WS-REQ-OUTPUT,
                  WS-REQ-KEEP-X, WS-REQ-INPUT.
          IF WS-REQ-OUTPUT = SPACES OR
             FUNCTION TRIM (WS-REQ-KEEP-X) IS NOT NUMERIC
             DISPLAY "FEEDSUB: BAD CARD LINE: "
                FUNCTION TRIM (CARD-RECORD)
             ADD 1 TO WS-BAD-CARD-COUNT
             GO TO PROCESS-REQUEST-99
          END-IF.
          COMPUTE WS-REQ-KEEP = FUNCTION NUMVAL (WS-REQ-KEEP-X).
          IF WS-REQ-KEEP = 0
             DISPLAY "FEEDSUB: KEEP COUNT MUST BE ABOVE ZERO: "
                FUNCTION TRIM (CARD-RECORD)
             ADD 1 TO WS-BAD-CARD-COUNT
             GO TO PROCESS-REQUEST-99
          END-IF.
          EVALUATE FUNCTION TRIM (WS-REQ-FORMAT)
             WHEN "DAY4"
                MOVE "4" TO WS-DAY-TEXT
             WHEN "DAY7"
                MOVE "7" TO WS-DAY-TEXT
             WHEN "DAY16"
                MOVE "16" TO WS-DAY-TEXT
             WHEN "DAY24"
                MOVE "24" TO WS-DAY-TEXT
             WHEN OTHER
                DISPLAY "FEEDSUB: UNKNOWN FORMAT "
                   FUNCTION TRIM (WS-REQ-FORMAT)
                ADD 1 TO WS-BAD-CARD-COUNT
                GO TO PROCESS-REQUEST-99
          END-EVALUATE.
          PERFORM RESOLVE-INPUT.
          IF WS-INPUT-STATUS NOT = "00"
             DISPLAY "FEEDSUB: " FUNCTION TRIM (WS-REQ-FORMAT)
                " INPUT OPEN ERROR " WS-INPUT-STATUS " ON "
                FUNCTION TRIM (WS-INPUT-DATASET)
             ADD 1 TO WS-BAD-CARD-COUNT
             GO TO PROCESS-REQUEST-99
          END-IF.
          CLOSE INPUT-FILE.
          MOVE WS-REQ-OUTPUT TO WS-FEED-DATASET.
          OPEN OUTPUT FEED-FILE.
          IF WS-FEED-STATUS NOT = "00"
             DISPLAY "FEEDSUB: OUTPUT OPEN ERROR " WS-FEED-STATUS
                " ON " FUNCTION TRIM (WS-FEED-DATASET)
             ADD 1 TO WS-BAD-CARD-COUNT
             GO TO PROCESS-REQUEST-99
          END-IF.
          MOVE 0 TO WS-UNITS-READ WS-UNITS-KEPT WS-LINES-READ
             WS-LINES-WRITTEN.
          MOVE SPACES TO WS-DETAIL.
          MOVE "N" TO WS-OVERFLOW.
          EVALUATE FUNCTION TRIM (WS-REQ-FORMAT)
             WHEN "DAY4"
                PERFORM SUBSET-DAY4-SHIFTS
             WHEN "DAY7"
                PERFORM SUBSET-DAY7-STEPS
             WHEN "DAY16"
                PERFORM SUBSET-DAY16-SAMPLES
             WHEN "DAY24"
                PERFORM SUBSET-DAY24-ARMIES
          END-EVALUATE.
          CLOSE FEED-FILE.
          IF WS-OVERFLOW = "Y"
             DISPLAY "FEEDSUB: " FUNCTION TRIM (WS-REQ-FORMAT)
                " REFUSED - " FUNCTION TRIM (WS-DETAIL)
                ", NOTHING SUBSET TO "
                FUNCTION TRIM (WS-FEED-DATASET)
             ADD 1 TO WS-BAD-CARD-COUNT
             GO TO PROCESS-REQUEST-99
          END-IF.
          PERFORM WRITE-MANIFEST-RECORD.
          ADD 1 TO WS-REQUEST-COUNT.
          DISPLAY "FEEDSUB: " FUNCTION TRIM (WS-REQ-FORMAT) " - "
             WS-UNITS-KEPT " OF " WS-UNITS-READ " "
             FUNCTION TRIM (WS-UNIT) " TO "
             FUNCTION TRIM (WS-FEED-DATASET).
       PROCESS-REQUEST-99.
          EXIT.
      *
      * THE CARD MAY NAME THE INPUT; OTHERWISE DAYN_INPUT IS RESOLVED
      * AND, WHEN A RELATIVE PATH FAILS FROM HERE, RETRIED FROM THE
      * DAY'S OWN DIRECTORY, AS INMANFST DOES. THE INPUT IS LEFT OPEN
      * ON SUCCESS.
       RESOLVE-INPUT SECTION.
          IF WS-REQ-INPUT NOT = SPACES
             MOVE WS-REQ-INPUT TO WS-INPUT-DATASET
          ELSE
             MOVE SPACES TO CAT-LOGICAL-NAME
             STRING "DAY" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-TEXT) DELIMITED BY SIZE
                    "_INPUT" DELIMITED BY SIZE
                    INTO CAT-LOGICAL-NAME
             END-STRING
             MOVE SPACES TO CAT-DEFAULT-PATH
             STRING "../day" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-TEXT) DELIMITED BY SIZE
                    "/inputs/example.txt" DELIMITED BY SIZE
                    INTO CAT-DEFAULT-PATH
             END-STRING
             MOVE "INPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET
          END-IF.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00" AND
             WS-REQ-INPUT = SPACES AND
             WS-INPUT-DATASET (1:1) NOT = "/"
             MOVE SPACES TO WS-RETRY-DATASET
             STRING "../day" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-TEXT) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-INPUT-DATASET)
                       DELIMITED BY SIZE
                    INTO WS-RETRY-DATASET
             END-STRING
             MOVE WS-RETRY-DATASET TO WS-INPUT-DATASET
             OPEN INPUT INPUT-FILE
          END-IF.
          EXIT.
      *
       OPEN-INPUT-PASS SECTION.
          MOVE "N" TO WS-INPUT-EOF.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
             MOVE "Y" TO WS-INPUT-EOF
          END-IF.
          EXIT.
      *
      * SHIFT STRIDE: KEEP EVERY STRIDE-TH SHIFT, STRIDE ROUNDED UP SO
      * NO MORE THAN KEEP SHIFTS SURVIVE. SLEEP AND WAKE LINES AHEAD
      * OF THE FIRST SHIFT BELONG TO NO GUARD AND ARE DROPPED.
       SUBSET-DAY4-SHIFTS SECTION.
          MOVE "SHIFTS" TO WS-UNIT.
          MOVE 0 TO WS-D4-COUNT WS-D4-ORPHANS WS-D4-GUARD-COUNT.
          MOVE SPACES TO WS-D4-FIRST-DATE WS-D4-LAST-DATE.
      * UNUSED SLOTS HELD AT HIGH-VALUES SORT BEHIND THE LOG.
          MOVE HIGH-VALUES TO WS-D4-TABLE.
          PERFORM OPEN-INPUT-PASS.
          PERFORM UNTIL WS-INPUT-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF INPUT-RECORD NOT = SPACES
                      IF WS-D4-COUNT < WS-D4-MAX
                         ADD 1 TO WS-D4-COUNT
                         MOVE INPUT-RECORD TO WS-D4-LINE (WS-D4-COUNT)
                      ELSE
                         MOVE "Y" TO WS-OVERFLOW
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          IF WS-OVERFLOW = "Y"
             MOVE WS-D4-MAX TO WS-ED-1
             STRING "LOG EXCEEDS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-1) DELIMITED BY SIZE
                    " LINES" DELIMITED BY SIZE
                    INTO WS-DETAIL
             END-STRING
             GO TO SUBSET-DAY4-SHIFTS-99
          END-IF.
          IF WS-D4-COUNT = 0
             GO TO SUBSET-DAY4-SHIFTS-99
          END-IF.
          SORT WS-D4-LINE ASCENDING.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-D4-COUNT
             IF WS-D4-LINE (WS-IDX) (20:5) = "Guard"
                ADD 1 TO WS-UNITS-READ
             END-IF
          END-PERFORM.
          COMPUTE WS-STRIDE =
             (WS-UNITS-READ + WS-REQ-KEEP - 1) / WS-REQ-KEEP.
          IF WS-STRIDE < 1
             MOVE 1 TO WS-STRIDE
          END-IF.
          MOVE 0 TO WS-UNIT-NUMBER.
          MOVE "N" TO WS-D4-IN-SHIFT.
          MOVE "N" TO WS-UNIT-KEPT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-D4-COUNT
             IF WS-D4-LINE (WS-IDX) (20:5) = "Guard"
                PERFORM START-DAY4-SHIFT
             END-IF
             IF WS-D4-IN-SHIFT NOT = "Y"
                ADD 1 TO WS-D4-ORPHANS
             END-IF
             IF WS-D4-IN-SHIFT = "Y" AND WS-UNIT-KEPT = "Y"
                MOVE WS-D4-LINE (WS-IDX) TO FEED-RECORD
                PERFORM WRITE-FEED-RECORD
             END-IF
          END-PERFORM.
          MOVE WS-D4-GUARD-COUNT TO WS-ED-1.
          MOVE WS-STRIDE TO WS-ED-2.
          MOVE WS-D4-ORPHANS TO WS-ED-3.
          STRING "GUARDS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-1) DELIMITED BY SIZE
                 " SHIFT DATES " DELIMITED BY SIZE
                 WS-D4-FIRST-DATE DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-D4-LAST-DATE DELIMITED BY SIZE
                 " EVERY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-2) DELIMITED BY SIZE
                 " SHIFT(S), ORPHAN LINES DROPPED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                 INTO WS-DETAIL
          END-STRING.
       SUBSET-DAY4-SHIFTS-99.
          EXIT.
      *
       START-DAY4-SHIFT SECTION.
          MOVE "Y" TO WS-D4-IN-SHIFT.
          ADD 1 TO WS-UNIT-NUMBER.
          MOVE "N" TO WS-UNIT-KEPT.
          IF FUNCTION MOD (WS-UNIT-NUMBER - 1, WS-STRIDE) NOT = 0 OR
             WS-UNITS-KEPT >= WS-REQ-KEEP
             GO TO START-DAY4-SHIFT-99
          END-IF.
          MOVE "Y" TO WS-UNIT-KEPT.
          ADD 1 TO WS-UNITS-KEPT.
          IF WS-D4-FIRST-DATE = SPACES
             MOVE WS-D4-LINE (WS-IDX) (2:10) TO WS-D4-FIRST-DATE
          END-IF.
          MOVE WS-D4-LINE (WS-IDX) (2:10) TO WS-D4-LAST-DATE.
          MOVE SPACES TO WS-D4-GUARD-ID.
          UNSTRING WS-D4-LINE (WS-IDX) (27:20) DELIMITED BY " "
             INTO WS-D4-GUARD-ID.
          MOVE "N" TO WS-D4-GUARD-HIT.
          PERFORM VARYING WS-JDX FROM 1 BY 1
          UNTIL WS-JDX > WS-D4-GUARD-COUNT OR WS-D4-GUARD-HIT = "Y"
             IF WS-D4-GUARD (WS-JDX) = WS-D4-GUARD-ID
                MOVE "Y" TO WS-D4-GUARD-HIT
             END-IF
          END-PERFORM.
          IF WS-D4-GUARD-HIT = "N" AND WS-D4-GUARD-COUNT < 500
             ADD 1 TO WS-D4-GUARD-COUNT
             MOVE WS-D4-GUARD-ID TO WS-D4-GUARD (WS-D4-GUARD-COUNT)
          END-IF.
       START-DAY4-SHIFT-99.
          EXIT.
      *
      * BREADTH-FIRST FROM THE FIRST LINE'S "BEFORE" STEP, FOLLOWING
      * EDGES IN EITHER DIRECTION, UNTIL KEEP STEPS ARE HELD OR THE
      * STEP'S COMPONENT RUNS OUT. A SUB-GRAPH OF A DAG IS A DAG, SO
      * THE CUT FEED STILL SCHEDULES.
       SUBSET-DAY7-STEPS SECTION.
          MOVE "STEPS" TO WS-UNIT.
          MOVE 0 TO WS-D7-COUNT.
          MOVE SPACES TO WS-D7-STEP-TABLE WS-D7-KEPT-LIST.
          PERFORM OPEN-INPUT-PASS.
          PERFORM UNTIL WS-INPUT-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM LOAD-DAY7-EDGE
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          IF WS-OVERFLOW = "Y"
             MOVE WS-D7-MAX TO WS-ED-1
             STRING "FEED EXCEEDS " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ED-1) DELIMITED BY SIZE
                    " EDGES" DELIMITED BY SIZE
                    INTO WS-DETAIL
             END-STRING
             GO TO SUBSET-DAY7-STEPS-99
          END-IF.
          IF WS-D7-COUNT = 0
             GO TO SUBSET-DAY7-STEPS-99
          END-IF.
          MOVE 1 TO WS-D7-QUEUE-HEAD.
          MOVE 1 TO WS-D7-QUEUE-TAIL.
          MOVE WS-D7-FROM (1) TO WS-D7-QUEUE (1).
          MOVE "Y" TO WS-D7-KEPT (WS-D7-FROM (1)).
          MOVE 1 TO WS-UNITS-KEPT.
          PERFORM UNTIL WS-D7-QUEUE-HEAD > WS-D7-QUEUE-TAIL OR
                        WS-UNITS-KEPT >= WS-REQ-KEEP
             MOVE WS-D7-QUEUE (WS-D7-QUEUE-HEAD) TO WS-D7-NODE
             ADD 1 TO WS-D7-QUEUE-HEAD
             PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-D7-COUNT OR
                   WS-UNITS-KEPT >= WS-REQ-KEEP
                PERFORM REACH-DAY7-NEIGHBOUR
             END-PERFORM
          END-PERFORM.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-D7-COUNT
             IF WS-D7-KEPT (WS-D7-FROM (WS-IDX)) = "Y" AND
                WS-D7-KEPT (WS-D7-TO (WS-IDX)) = "Y"
                MOVE WS-D7-LINE (WS-IDX) TO FEED-RECORD
                PERFORM WRITE-FEED-RECORD
             END-IF
          END-PERFORM.
          MOVE 0 TO WS-D7-POS.
          PERFORM VARYING WS-D7-NODE FROM 1 BY 1
          UNTIL WS-D7-NODE > 26
             IF WS-D7-KEPT (WS-D7-NODE) = "Y"
                ADD 1 TO WS-D7-POS
                MOVE WS-D7-LETTERS (WS-D7-NODE:1)
                   TO WS-D7-KEPT-LIST (WS-D7-POS:1)
             END-IF
          END-PERFORM.
          MOVE WS-LINES-WRITTEN TO WS-ED-1.
          MOVE WS-D7-COUNT TO WS-ED-2.
          STRING "STEPS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-D7-KEPT-LIST) DELIMITED BY SIZE
                 " FROM " DELIMITED BY SIZE
                 WS-D7-LETTERS (WS-D7-FROM (1):1) DELIMITED BY SIZE
                 ", EDGES " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-1) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-2) DELIMITED BY SIZE
                 INTO WS-DETAIL
          END-STRING.
       SUBSET-DAY7-STEPS-99.
          EXIT.
      *
       LOAD-DAY7-EDGE SECTION.
          IF INPUT-RECORD (1:5) NOT = "Step "
             GO TO LOAD-DAY7-EDGE-99
          END-IF.
          IF WS-D7-COUNT >= WS-D7-MAX
             MOVE "Y" TO WS-OVERFLOW
             GO TO LOAD-DAY7-EDGE-99
          END-IF.
          MOVE 0 TO WS-D7-NODE WS-D7-OTHER.
          PERFORM VARYING WS-D7-POS FROM 1 BY 1
          UNTIL WS-D7-POS > 26
             IF WS-D7-LETTERS (WS-D7-POS:1) = INPUT-RECORD (6:1)
                MOVE WS-D7-POS TO WS-D7-NODE
             END-IF
             IF WS-D7-LETTERS (WS-D7-POS:1) = INPUT-RECORD (37:1)
                MOVE WS-D7-POS TO WS-D7-OTHER
             END-IF
          END-PERFORM.
          IF WS-D7-NODE = 0 OR WS-D7-OTHER = 0
             GO TO LOAD-DAY7-EDGE-99
          END-IF.
          ADD 1 TO WS-D7-COUNT.
          MOVE WS-D7-NODE TO WS-D7-FROM (WS-D7-COUNT).
          MOVE WS-D7-OTHER TO WS-D7-TO (WS-D7-COUNT).
          MOVE INPUT-RECORD TO WS-D7-LINE (WS-D7-COUNT).
          IF WS-D7-SEEN (WS-D7-NODE) NOT = "Y"
             MOVE "Y" TO WS-D7-SEEN (WS-D7-NODE)
             ADD 1 TO WS-UNITS-READ
          END-IF.
          IF WS-D7-SEEN (WS-D7-OTHER) NOT = "Y"
             MOVE "Y" TO WS-D7-SEEN (WS-D7-OTHER)
             ADD 1 TO WS-UNITS-READ
          END-IF.
       LOAD-DAY7-EDGE-99.
          EXIT.
      *
       REACH-DAY7-NEIGHBOUR SECTION.
          EVALUATE WS-D7-NODE
             WHEN WS-D7-FROM (WS-IDX)
                MOVE WS-D7-TO (WS-IDX) TO WS-D7-OTHER
             WHEN WS-D7-TO (WS-IDX)
                MOVE WS-D7-FROM (WS-IDX) TO WS-D7-OTHER
             WHEN OTHER
                GO TO REACH-DAY7-NEIGHBOUR-99
          END-EVALUATE.
          IF WS-D7-KEPT (WS-D7-OTHER) = "Y"
             GO TO REACH-DAY7-NEIGHBOUR-99
          END-IF.
          MOVE "Y" TO WS-D7-KEPT (WS-D7-OTHER).
          ADD 1 TO WS-UNITS-KEPT.
          ADD 1 TO WS-D7-QUEUE-TAIL.
          MOVE WS-D7-OTHER TO WS-D7-QUEUE (WS-D7-QUEUE-TAIL).
       REACH-DAY7-NEIGHBOUR-99.
          EXIT.
      *
      * A SAMPLE IS THE "Before:" LINE AND THE TWO AFTER IT, WRITTEN
      * WITH ITS SEPARATING BLANK LINE. THE TEST PROGRAM IS SET OFF BY
      * THE USUAL TWO EXTRA BLANK LINES AND IS KEPT WHOLE - PART 2
      * RUNS ALL OF IT.
       SUBSET-DAY16-SAMPLES SECTION.
          MOVE "SAMPLES" TO WS-UNIT.
          MOVE 0 TO WS-D16-PROGRAM-LINES.
          PERFORM OPEN-INPUT-PASS.
          PERFORM UNTIL WS-INPUT-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   IF INPUT-RECORD (1:7) = "Before:"
                      ADD 1 TO WS-UNITS-READ
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          COMPUTE WS-STRIDE =
             (WS-UNITS-READ + WS-REQ-KEEP - 1) / WS-REQ-KEEP.
          IF WS-STRIDE < 1
             MOVE 1 TO WS-STRIDE
          END-IF.
          MOVE 0 TO WS-UNIT-NUMBER.
          MOVE "N" TO WS-D16-IN-PROGRAM.
          PERFORM OPEN-INPUT-PASS.
          PERFORM UNTIL WS-INPUT-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM CUT-DAY16-LINE
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          MOVE WS-STRIDE TO WS-ED-1.
          MOVE WS-D16-PROGRAM-LINES TO WS-ED-2.
          STRING "EVERY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-1) DELIMITED BY SIZE
                 " SAMPLE(S), TEST PROGRAM " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-2) DELIMITED BY SIZE
                 " LINE(S) KEPT WHOLE" DELIMITED BY SIZE
                 INTO WS-DETAIL
          END-STRING.
          EXIT.
      *
       CUT-DAY16-LINE SECTION.
          IF INPUT-RECORD = SPACES
             GO TO CUT-DAY16-LINE-99
          END-IF.
          IF INPUT-RECORD (1:7) = "Before:"
             ADD 1 TO WS-UNIT-NUMBER
             MOVE "N" TO WS-UNIT-KEPT
             IF FUNCTION MOD (WS-UNIT-NUMBER - 1, WS-STRIDE) = 0 AND
                WS-UNITS-KEPT < WS-REQ-KEEP
                MOVE "Y" TO WS-UNIT-KEPT
                ADD 1 TO WS-UNITS-KEPT
             END-IF
             MOVE 0 TO WS-JDX
          END-IF.
          IF INPUT-RECORD (1:7) = "Before:" OR WS-JDX > 0
             IF WS-UNIT-KEPT = "Y"
                MOVE INPUT-RECORD TO FEED-RECORD
                PERFORM WRITE-FEED-RECORD
             END-IF
             ADD 1 TO WS-JDX
             IF WS-JDX >= 3
                MOVE 0 TO WS-JDX
                IF WS-UNIT-KEPT = "Y"
                   MOVE SPACES TO FEED-RECORD
                   PERFORM WRITE-FEED-RECORD
                END-IF
             END-IF
             GO TO CUT-DAY16-LINE-99
          END-IF.
          IF WS-D16-IN-PROGRAM NOT = "Y"
             MOVE "Y" TO WS-D16-IN-PROGRAM
             MOVE SPACES TO FEED-RECORD
             PERFORM WRITE-FEED-RECORD
             PERFORM WRITE-FEED-RECORD
          END-IF.
          ADD 1 TO WS-D16-PROGRAM-LINES.
          MOVE INPUT-RECORD TO FEED-RECORD.
          PERFORM WRITE-FEED-RECORD.
       CUT-DAY16-LINE-99.
          EXIT.
      *
      * THE IMMUNE SYSTEM SECTION, ITS BLANK SEPARATOR AND THE
      * INFECTION SECTION, EACH HEADER KEPT; NO TRAILING BLANK LINE,
      * SINCE DAY24 COUNTS EVERY LINE AFTER THE SECOND HEADER.
       SUBSET-DAY24-ARMIES SECTION.
          MOVE "GROUPS" TO WS-UNIT.
          MOVE ZEROS TO WS-D24-SIDE-TABLE.
          MOVE 0 TO WS-D24-SIDE.
          PERFORM OPEN-INPUT-PASS.
          PERFORM UNTIL WS-INPUT-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-EOF
                NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM CUT-DAY24-LINE
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          COMPUTE WS-UNITS-READ =
             WS-D24-SIDE-READ (1) + WS-D24-SIDE-READ (2).
          COMPUTE WS-UNITS-KEPT =
             WS-D24-SIDE-KEPT (1) + WS-D24-SIDE-KEPT (2).
          MOVE WS-D24-SIDE-KEPT (1) TO WS-ED-1.
          MOVE WS-D24-SIDE-READ (1) TO WS-ED-2.
          MOVE WS-D24-SIDE-KEPT (2) TO WS-ED-3.
          MOVE WS-D24-SIDE-READ (2) TO WS-ED-4.
          STRING "IMMUNE SYSTEM " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-1) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-2) DELIMITED BY SIZE
                 ", INFECTION " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-4) DELIMITED BY SIZE
                 INTO WS-DETAIL
          END-STRING.
          EXIT.
      *
       CUT-DAY24-LINE SECTION.
          IF INPUT-RECORD = SPACES
             GO TO CUT-DAY24-LINE-99
          END-IF.
          IF INPUT-RECORD (1:14) = "Immune System:" OR
             INPUT-RECORD (1:10) = "Infection:"
             ADD 1 TO WS-D24-SIDE
             IF WS-D24-SIDE > 2
                MOVE 2 TO WS-D24-SIDE
             END-IF
             IF WS-D24-SIDE = 2
                MOVE SPACES TO FEED-RECORD
                PERFORM WRITE-FEED-RECORD
             END-IF
             MOVE INPUT-RECORD TO FEED-RECORD
             PERFORM WRITE-FEED-RECORD
             GO TO CUT-DAY24-LINE-99
          END-IF.
          IF WS-D24-SIDE = 0
             GO TO CUT-DAY24-LINE-99
          END-IF.
          ADD 1 TO WS-D24-SIDE-READ (WS-D24-SIDE).
          IF WS-D24-SIDE-KEPT (WS-D24-SIDE) < WS-REQ-KEEP
             ADD 1 TO WS-D24-SIDE-KEPT (WS-D24-SIDE)
             MOVE INPUT-RECORD TO FEED-RECORD
             PERFORM WRITE-FEED-RECORD
          END-IF.
       CUT-DAY24-LINE-99.
          EXIT.
      *
       WRITE-FEED-RECORD SECTION.
          WRITE FEED-RECORD.
          ADD 1 TO WS-LINES-WRITTEN.
          EXIT.
      *
       WRITE-MANIFEST-RECORD SECTION.
          MOVE WS-UNITS-READ TO WS-ED-1.
          MOVE WS-UNITS-KEPT TO WS-ED-2.
          MOVE WS-LINES-READ TO WS-ED-3.
          MOVE WS-LINES-WRITTEN TO WS-ED-4.
          MOVE SPACES TO MANIFEST-RECORD.
          STRING FUNCTION TRIM (WS-REQ-FORMAT) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-INPUT-DATASET) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FEED-DATASET) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-UNIT) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-1) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-2) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-3) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ED-4) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DETAIL) DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
          END-STRING.
          WRITE MANIFEST-RECORD.
          EXIT.
      *
       COPY AUDITPA.
