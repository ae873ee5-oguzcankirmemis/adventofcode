          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT UNIT-STATS-FILE
          ASSIGN TO WS-UNIT-STATS-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          ASSIGN TO WS-CHECKPOINT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CHECKPOINT-STATUS.
          SELECT RULE-DECK-FILE
          ASSIGN TO WS-RULE-DECK-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RULE-DECK-STATUS.
          SELECT SCENARIO-REPORT-FILE
          ASSIGN TO WS-SCENARIO-REPORT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
             03 INPUT-STR PIC X(200).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD UNIT-STATS-FILE.
          01 UNIT-STATS-PRINT-LINE PIC X(132).
          FD COMBAT-LOG-FILE.
             03 LOG-ATTEMPT-PAD PIC X(22).
          FD CHECKPOINT-FILE.
          01 CHECKPOINT-RECORD PIC X(210).
          FD RULE-DECK-FILE.
          01 RULE-DECK-RECORD PIC X(120).
          FD SCENARIO-REPORT-FILE.
          01 SCENARIO-PRINT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-CKPT-N10 PIC 9(18).
          01 WS-CKPT-TYPE PIC X(1).
          01 WS-CKPT-FLAG PIC X(1).
      * FACTIONS ARE THE DISTINCT UNIT LETTERS ON THE MAP, IN ORDER OF
      * FIRST APPEARANCE. A BATTLE ENDS WHEN ONLY ONE FACTION HAS
      * UNITS LEFT; WS-GOBLIN-COUNT CARRIES EVERY NON-ELF UNIT.
          77 WS-FACTION-MAX PIC 9(1) USAGE BINARY VALUE 6.
          01 WS-FACTION-COUNT PIC 9(1) USAGE BINARY VALUE 0.
          01 WS-FACTIONS-ALIVE PIC 9(1) USAGE BINARY VALUE 0.
          01 WS-FACTION-TABLE OCCURS 6.
             03 FC-LETTER PIC X(1).
             03 FC-NAME PIC X(12).
             03 FC-BASE-NAME PIC X(12).
             03 FC-C-COUNT PIC 9(4) USAGE BINARY.
             03 FC-COUNT PIC 9(4) USAGE BINARY.
             03 FC-HP PIC S9(4) USAGE BINARY.
             03 FC-AP PIC S9(4) USAGE BINARY.
          01 WS-FC-IDX PIC 9(1) USAGE BINARY.
      * COMBAT RULE DECK. EACH SCENARIO GIVES HIT POINTS AND ATTACK
      * POWER BY FACTION MAP LETTER; A FACTION THE SCENARIO DOES NOT
      * MENTION FIGHTS WITH THE STANDARD 200 HP AND 3 AP. EVERY
      * SCENARIO IS FOUGHT TO THE END FROM THE ORIGINAL MAP, THEN THE
      * ELF POWER SEARCH IS REPEATED UNDER THE SCENARIO'S RULES,
      * STARTING ONE ABOVE THE SCENARIO'S OWN ELF POWER.
          01 WS-SCENARIO-MODE PIC X(1) VALUE "N".
          01 WS-RULE-DECK-DATASET PIC X(200).
          01 WS-RULE-DECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-RULE-DECK-EOF PIC X(1) VALUE "N".
          01 WS-SCENARIO-REPORT-DATASET PIC X(200).
          01 WS-SCENARIO-ROUND-LIMIT PIC 9(9) USAGE BINARY
             VALUE 10000.
          01 WS-RULE-PARSE.
             03 WS-RK-KIND PIC X(12).
             03 WS-RK-SCEN PIC X(20).
             03 WS-RK-NAME PIC X(20).
             03 WS-RK-LETTER PIC X(20).
             03 WS-RK-HP PIC X(20).
             03 WS-RK-AP PIC X(20).
          77 WS-SCEN-MAX PIC 9(2) USAGE BINARY VALUE 10.
          01 WS-SCEN-COUNT PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-SCEN-TABLE OCCURS 10.
             03 SC-NAME PIC X(20).
             03 SC-WINNER PIC 9(1) USAGE BINARY.
             03 SC-ROUNDS PIC 9(9) USAGE BINARY.
             03 SC-HP-LEFT PIC 9(9) USAGE BINARY.
             03 SC-OUTCOME PIC 9(18) USAGE BINARY.
             03 SC-LOST PIC 9(4) USAGE BINARY OCCURS 6.
             03 SC-ELF-AP PIC S9(4) USAGE BINARY.
             03 SC-ELF-ROUNDS PIC 9(9) USAGE BINARY.
             03 SC-ELF-OUTCOME PIC 9(18) USAGE BINARY.
             03 SC-ELF-STATE PIC X(1).
                88 SC-ELF-FOUND VALUE "F".
                88 SC-ELF-NO-ELVES VALUE "N".
                88 SC-ELF-HOPELESS VALUE "H".
          77 WS-RULE-MAX PIC 9(2) USAGE BINARY VALUE 60.
          01 WS-RULE-COUNT PIC 9(2) USAGE BINARY VALUE 0.
          01 WS-RULE-TABLE OCCURS 60.
             03 RU-SCEN PIC 9(2) USAGE BINARY.
             03 RU-NAME PIC X(12).
             03 RU-LETTER PIC X(1).
             03 RU-HP PIC S9(4) USAGE BINARY.
             03 RU-AP PIC S9(4) USAGE BINARY.
          01 WS-SC-IDX PIC 9(2) USAGE BINARY.
          01 WS-RU-IDX PIC 9(2) USAGE BINARY.
          01 WS-TRIAL-AP PIC S9(4) USAGE BINARY.
          01 WS-MAX-FOE-HP PIC S9(4) USAGE BINARY.
          01 WS-SC-HP PIC S9(9) USAGE BINARY.
          01 WS-SC-N1-ED PIC Z(8)9.
          01 WS-SC-N2-ED PIC Z(17)9.
          01 WS-SC-PTR PIC 9(3).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          END-IF.
          PERFORM PART-2.
          PERFORM CLEAR-CHECKPOINT.
          PERFORM LOAD-RULE-DECK.
          IF WS-SCEN-COUNT > 0
             PERFORM RUN-SCENARIOS
          END-IF.
          PERFORM STOP-ELAPSED-TIMER.
          CLOSE COMBAT-LOG-FILE.
          MOVE "DAY15" TO WS-LEDGER-PROGRAM.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY15" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY15" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-ROW-L TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       OPEN-COMBAT-LOG SECTION.
          MOVE "DAY15_COMBAT_LOG" TO CAT-LOGICAL-NAME.
          MOVE "./day15/combat.log" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-COMBAT-LOG-DATASET.
          OPEN OUTPUT COMBAT-LOG-FILE.
          EXIT.
       PARSE-INPUT SECTION.
          MOVE "DAY15_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
          MOVE WS-ELF-COUNT TO WS-C-ELF-COUNT.
          MOVE WS-GOBLIN-COUNT TO WS-C-GOBLIN-COUNT.
          CLOSE INPUT-FILE.
          PERFORM COUNT-FACTIONS.
          EXIT.
      *
       PARSE-UNIT SECTION.
          MOVE WS-I-1 TO WS-P-C (WS-PLAYER-COUNT).
          MOVE WS-UNIT (WS-ROW-L, WS-I-1) TO WS-TYPE (WS-PLAYER-COUNT).
          MOVE WS-PLAYER-COUNT TO WS-UID (WS-PLAYER-COUNT).
          PERFORM FIND-FACTION.
          IF WS-FC-IDX = 0
             IF WS-FACTION-COUNT >= WS-FACTION-MAX
                DISPLAY "DAY15: INPUT HAS MORE THAN THE COMPILED "
                   "MAXIMUM OF 6 FACTIONS - ABORTING."
                MOVE 1 TO RETURN-CODE
                PERFORM WRITE-RUN-TRAILER
                CLOSE INPUT-FILE
                STOP RUN
             END-IF
             ADD 1 TO WS-FACTION-COUNT
             MOVE WS-FACTION-COUNT TO WS-FC-IDX
             MOVE WS-TYPE (WS-PLAYER-COUNT) TO FC-LETTER (WS-FC-IDX)
             EVALUATE FC-LETTER (WS-FC-IDX)
                WHEN "E"
                   MOVE "ELVES" TO FC-NAME (WS-FC-IDX)
                WHEN "G"
                   MOVE "GOBLINS" TO FC-NAME (WS-FC-IDX)
                WHEN OTHER
                   MOVE SPACES TO FC-NAME (WS-FC-IDX)
                   STRING "FACTION " DELIMITED BY SIZE
                          FC-LETTER (WS-FC-IDX) DELIMITED BY SIZE
                          INTO FC-NAME (WS-FC-IDX)
                   END-STRING
             END-EVALUATE
             MOVE FC-NAME (WS-FC-IDX) TO FC-BASE-NAME (WS-FC-IDX)
          END-IF.
          ADD 1 TO FC-C-COUNT (WS-FC-IDX).
          IF WS-ELF (WS-PLAYER-COUNT) THEN
             ADD 1 TO WS-ELF-COUNT
          ELSE
          MOVE WS-C-GOBLIN-COUNT TO WS-GOBLIN-COUNT.
          MOVE WS-C-ELF-COUNT TO WS-ELF-COUNT.
          MOVE 0 TO WS-ROUNDS.
          PERFORM COUNT-FACTIONS.
          PERFORM CLEAR-SEARCH-MARKS.
          EXIT.
      *
      * THE PATH SEARCH MARKS CELLS WITH THE ROUND AND UNIT THAT
      * VISITED THEM; A NEW BATTLE RESTARTS AT ROUND 0, SO MARKS LEFT
      * BY THE LAST BATTLE MUST GO.
       CLEAR-SEARCH-MARKS SECTION.
          PERFORM VARYING WS-T-1 FROM 1 BY 1 UNTIL WS-T-1 > WS-ROW-L
             PERFORM VARYING WS-T-2 FROM 1 BY 1 UNTIL WS-T-2 > 200
                MOVE 0 TO WS-FOR-WHOM (WS-T-1, WS-T-2)
                MOVE 999999999999999999 TO WS-ROUND (WS-T-1, WS-T-2)
                MOVE " " TO WS-STOP (WS-T-1, WS-T-2)
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
       FIND-FACTION SECTION.
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FACTION-COUNT
             IF FC-LETTER (WS-FC-IDX) = WS-TYPE (WS-PLAYER-COUNT)
                GO TO FIND-FACTION-99
             END-IF
          END-PERFORM.
          MOVE 0 TO WS-FC-IDX.
       FIND-FACTION-99.
          EXIT.
      *
       COUNT-FACTIONS SECTION.
          MOVE 0 TO WS-FACTIONS-ALIVE.
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FACTION-COUNT
             MOVE 0 TO FC-COUNT (WS-FC-IDX)
             PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-C-PLAYER-COUNT
                IF WS-TYPE (WS-ST-IDX) = FC-LETTER (WS-FC-IDX) AND
                   WS-HP (WS-ST-IDX) > 0
                   ADD 1 TO FC-COUNT (WS-FC-IDX)
                END-IF
             END-PERFORM
             IF FC-COUNT (WS-FC-IDX) > 0
                ADD 1 TO WS-FACTIONS-ALIVE
             END-IF
          END-PERFORM.
          EXIT.
      *
       PART-1 SECTION.
          ELSE
             PERFORM RESET-UNIT-STATS
          END-IF.
          PERFORM UNTIL WS-FACTIONS-ALIVE < 2
             PERFORM ROUND
             PERFORM CHECKPOINT-IF-DUE
          END-PERFORM.
      * PART-2 TRIAL), CHECKPOINTING EVERY INTERVAL ROUNDS; ALSO THE
      * RE-ENTRY POINT WHEN A RESTART PICKS UP MID-BATTLE.
       BATTLE-TO-END SECTION.
          PERFORM UNTIL WS-FACTIONS-ALIVE < 2
             PERFORM ROUND
             PERFORM CHECKPOINT-IF-DUE
             IF NOT WS-ELF-COUNT = WS-C-ELF-COUNT THEN
          SORT WS-PLAYERS ON ASCENDING WS-SORT-KEY.
          PERFORM VARYING WS-I-1 FROM 1 BY 1
          UNTIL WS-I-1 > WS-PLAYER-COUNT
             IF WS-FACTIONS-ALIVE < 2 AND WS-HP (WS-I-1) > 0 THEN
                COMPUTE WS-PLAYER-COUNT = WS-ELF-COUNT + WS-GOBLIN-COUNT
                EXIT SECTION
             END-IF
          END-PERFORM.
          COMPUTE WS-PLAYER-COUNT = WS-ELF-COUNT + WS-GOBLIN-COUNT.
          ADD 1 TO WS-ROUNDS.
          IF WS-SCENARIO-MODE = "N"
             PERFORM TALLY-ROUND-TOTALS
             PERFORM LOG-ROUND-STATE
          END-IF.
          EXIT.
      *
       TALLY-ROUND-TOTALS SECTION.
          IF WS-STATS-OPEN = "N"
             MOVE "DAY15_UNIT_STATS" TO CAT-LOGICAL-NAME
             MOVE "./day15/unit_stats.txt" TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-UNIT-STATS-DATASET
             OPEN OUTPUT UNIT-STATS-FILE
             MOVE "Y" TO WS-STATS-OPEN
             ELSE
                SUBTRACT 1 FROM WS-GOBLIN-COUNT
             END-IF
             PERFORM VARYING WS-FC-IDX FROM 1 BY 1
             UNTIL WS-FC-IDX > WS-FACTION-COUNT
                IF FC-LETTER (WS-FC-IDX) = WS-TYPE (WS-A-I)
                   SUBTRACT 1 FROM FC-COUNT (WS-FC-IDX)
                   IF FC-COUNT (WS-FC-IDX) = 0
                      SUBTRACT 1 FROM WS-FACTIONS-ALIVE
                   END-IF
                END-IF
             END-PERFORM
             MOVE WS-P-R (WS-A-I) TO WS-T-1
             MOVE WS-P-C (WS-A-I) TO WS-T-2
             MOVE "." TO WS-UNIT (WS-T-1, WS-T-2)
                IF WS-DOWN (WS-Q-H) THEN
                   ADD 1 TO WS-T-1
                END-IF
                MOVE WS-TYPE (WS-I-1) TO WS-UNIT (WS-T-1, WS-T-2)
                MOVE WS-T-1 TO WS-P-R (WS-I-1)
                MOVE WS-T-2 TO WS-P-C (WS-I-1)
                GO TO MOVEMENT-90
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-CHECKPOINT-INTERVAL.
          MOVE 10000 TO WS-PARAM-DEFAULT.
          MOVE "DAY15-SCENARIO-ROUND-LIMIT" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT = 0
             MOVE 10000 TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-SCENARIO-ROUND-LIMIT.
          EXIT.
      *
       RESOLVE-CHECKPOINT-DATASET SECTION.
          MOVE "DAY15_CHECKPOINT" TO CAT-LOGICAL-NAME.
          MOVE "./day15/checkpoint.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CHECKPOINT-DATASET.
          EXIT.
      *
             MOVE WS-CKPT-N2 TO RT-ELF-HP (WS-CKPT-N1)
             MOVE WS-CKPT-N3 TO RT-GOB-HP (WS-CKPT-N1)
          END-PERFORM.
          PERFORM COUNT-FACTIONS.
          DISPLAY "DAY15: CHECKPOINT LOADED - PHASE "
             WS-RESUME-PHASE " ROUND " WS-ROUNDS.
          GO TO LOAD-CHECKPOINT-98.
          OPEN OUTPUT CHECKPOINT-FILE.
          CLOSE CHECKPOINT-FILE.
          EXIT.
      *
       LOAD-RULE-DECK SECTION.
          MOVE "DAY15_COMBAT_RULES" TO CAT-LOGICAL-NAME.
          MOVE "../../params/combat15.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RULE-DECK-DATASET.
          OPEN INPUT RULE-DECK-FILE.
          IF WS-RULE-DECK-STATUS NOT = "00"
             GO TO LOAD-RULE-DECK-99
          END-IF.
          PERFORM UNTIL WS-RULE-DECK-EOF = "Y"
             READ RULE-DECK-FILE
                AT END
                   MOVE "Y" TO WS-RULE-DECK-EOF
                NOT AT END
                   PERFORM PARSE-RULE-RECORD
             END-READ
          END-PERFORM.
          CLOSE RULE-DECK-FILE.
       LOAD-RULE-DECK-99.
          EXIT.
      *
      * FACTION|SCENARIO|NAME|LETTER|HP|AP
       PARSE-RULE-RECORD SECTION.
          IF RULE-DECK-RECORD = SPACES OR
             RULE-DECK-RECORD (1:1) = "*"
             GO TO PARSE-RULE-RECORD-99
          END-IF.
          MOVE SPACES TO WS-RULE-PARSE.
          UNSTRING RULE-DECK-RECORD DELIMITED BY "|"
             INTO WS-RK-KIND, WS-RK-SCEN, WS-RK-NAME, WS-RK-LETTER,
                WS-RK-HP, WS-RK-AP.
          MOVE FUNCTION UPPER-CASE (WS-RK-KIND) TO WS-RK-KIND.
          IF WS-RK-KIND NOT = "FACTION" OR WS-RK-SCEN = SPACES OR
             WS-RK-LETTER (2:19) NOT = SPACES OR
             WS-RK-LETTER = SPACES OR WS-RK-LETTER = "#" OR
             WS-RK-LETTER = "." OR
             FUNCTION TRIM (WS-RK-HP) IS NOT NUMERIC OR
             FUNCTION TRIM (WS-RK-AP) IS NOT NUMERIC
             GO TO PARSE-RULE-RECORD-90
          END-IF.
          IF FUNCTION NUMVAL (WS-RK-HP) < 1 OR
             FUNCTION NUMVAL (WS-RK-HP) > 9999 OR
             FUNCTION NUMVAL (WS-RK-AP) < 1 OR
             FUNCTION NUMVAL (WS-RK-AP) > 9999
             GO TO PARSE-RULE-RECORD-90
          END-IF.
          PERFORM VARYING WS-SC-IDX FROM 1 BY 1
          UNTIL WS-SC-IDX > WS-SCEN-COUNT
             IF SC-NAME (WS-SC-IDX) = WS-RK-SCEN
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-SC-IDX > WS-SCEN-COUNT
             IF WS-SCEN-COUNT >= WS-SCEN-MAX
                DISPLAY "DAY15: COMBAT RULE DECK EXCEEDS "
                   WS-SCEN-MAX " SCENARIOS - EXTRA IGNORED"
                GO TO PARSE-RULE-RECORD-99
             END-IF
             ADD 1 TO WS-SCEN-COUNT
             MOVE WS-SCEN-COUNT TO WS-SC-IDX
             MOVE WS-RK-SCEN TO SC-NAME (WS-SC-IDX)
          END-IF.
          IF WS-RULE-COUNT >= WS-RULE-MAX
             DISPLAY "DAY15: COMBAT RULE DECK EXCEEDS "
                WS-RULE-MAX " FACTION CARDS - EXTRA IGNORED"
             GO TO PARSE-RULE-RECORD-99
          END-IF.
          ADD 1 TO WS-RULE-COUNT.
          MOVE WS-SC-IDX TO RU-SCEN (WS-RULE-COUNT).
          MOVE WS-RK-NAME TO RU-NAME (WS-RULE-COUNT).
          MOVE WS-RK-LETTER (1:1) TO RU-LETTER (WS-RULE-COUNT).
          COMPUTE RU-HP (WS-RULE-COUNT) = FUNCTION NUMVAL (WS-RK-HP).
          COMPUTE RU-AP (WS-RULE-COUNT) = FUNCTION NUMVAL (WS-RK-AP).
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FACTION-COUNT
             IF FC-LETTER (WS-FC-IDX) = RU-LETTER (WS-RULE-COUNT)
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF WS-FC-IDX > WS-FACTION-COUNT
             DISPLAY "DAY15: SCENARIO " FUNCTION TRIM (WS-RK-SCEN)
                " NAMES FACTION " RU-LETTER (WS-RULE-COUNT)
                " WHICH HAS NO UNITS ON THE MAP"
          END-IF.
          GO TO PARSE-RULE-RECORD-99.
       PARSE-RULE-RECORD-90.
          DISPLAY "DAY15: BAD COMBAT RULE RECORD IGNORED: "
             RULE-DECK-RECORD (1:60).
       PARSE-RULE-RECORD-99.
          EXIT.
      *
       RUN-SCENARIOS SECTION.
          MOVE "Y" TO WS-SCENARIO-MODE.
          PERFORM VARYING WS-SC-IDX FROM 1 BY 1
          UNTIL WS-SC-IDX > WS-SCEN-COUNT
             PERFORM RUN-ONE-SCENARIO
             PERFORM SEARCH-SCENARIO-ELF-AP
          END-PERFORM.
          MOVE "N" TO WS-SCENARIO-MODE.
          PERFORM WRITE-SCENARIO-REPORT.
          EXIT.
      *
      * LOADS THE SCENARIO'S HP AND AP INTO THE FACTION TABLE AND
      * ONTO EVERY UNIT OF A FRESH MAP.
       APPLY-SCENARIO-RULES SECTION.
          PERFORM RESET-MAP.
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FACTION-COUNT
             MOVE FC-BASE-NAME (WS-FC-IDX) TO FC-NAME (WS-FC-IDX)
             MOVE 200 TO FC-HP (WS-FC-IDX)
             MOVE 3 TO FC-AP (WS-FC-IDX)
             PERFORM VARYING WS-RU-IDX FROM 1 BY 1
             UNTIL WS-RU-IDX > WS-RULE-COUNT
                IF RU-SCEN (WS-RU-IDX) = WS-SC-IDX AND
                   RU-LETTER (WS-RU-IDX) = FC-LETTER (WS-FC-IDX)
                   MOVE RU-HP (WS-RU-IDX) TO FC-HP (WS-FC-IDX)
                   MOVE RU-AP (WS-RU-IDX) TO FC-AP (WS-FC-IDX)
                   IF RU-NAME (WS-RU-IDX) NOT = SPACES
                      MOVE RU-NAME (WS-RU-IDX) TO FC-NAME (WS-FC-IDX)
                   END-IF
                END-IF
             END-PERFORM
             PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-PLAYER-COUNT
                IF WS-TYPE (WS-ST-IDX) = FC-LETTER (WS-FC-IDX)
                   MOVE FC-HP (WS-FC-IDX) TO WS-HP (WS-ST-IDX)
                   MOVE FC-AP (WS-FC-IDX) TO WS-AP (WS-ST-IDX)
                END-IF
             END-PERFORM
          END-PERFORM.
          EXIT.
      *
       RUN-ONE-SCENARIO SECTION.
          PERFORM APPLY-SCENARIO-RULES.
          PERFORM UNTIL WS-FACTIONS-ALIVE < 2 OR
             WS-ROUNDS >= WS-SCENARIO-ROUND-LIMIT
             PERFORM ROUND
          END-PERFORM.
          MOVE 0 TO SC-WINNER (WS-SC-IDX).
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FACTION-COUNT
             COMPUTE SC-LOST (WS-SC-IDX, WS-FC-IDX) =
                FC-C-COUNT (WS-FC-IDX) - FC-COUNT (WS-FC-IDX)
             IF WS-FACTIONS-ALIVE = 1 AND FC-COUNT (WS-FC-IDX) > 0
                MOVE WS-FC-IDX TO SC-WINNER (WS-SC-IDX)
             END-IF
          END-PERFORM.
          PERFORM SUM-SURVIVOR-HP.
          MOVE WS-ROUNDS TO SC-ROUNDS (WS-SC-IDX).
          MOVE WS-SC-HP TO SC-HP-LEFT (WS-SC-IDX).
          COMPUTE SC-OUTCOME (WS-SC-IDX) = WS-ROUNDS * WS-SC-HP.
          EXIT.
      *
       SUM-SURVIVOR-HP SECTION.
          SORT WS-PLAYERS ON ASCENDING WS-SORT-KEY.
          MOVE 0 TO WS-SC-HP.
          PERFORM VARYING WS-ST-IDX FROM 1 BY 1
          UNTIL WS-ST-IDX > WS-PLAYER-COUNT
             IF WS-HP (WS-ST-IDX) > 0
                ADD WS-HP (WS-ST-IDX) TO WS-SC-HP
             END-IF
          END-PERFORM.
          EXIT.
      *
      * ONCE THE ELVES' POWER REACHES THE HIGHEST FOE HIT POINTS
      * EVERY BLOW KILLS, SO NO HIGHER POWER CAN SAVE AN ELF THAT
      * STILL FALLS.
       SEARCH-SCENARIO-ELF-AP SECTION.
          PERFORM APPLY-SCENARIO-RULES.
          MOVE 0 TO WS-TRIAL-AP.
          MOVE 0 TO WS-MAX-FOE-HP.
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FACTION-COUNT
             IF FC-LETTER (WS-FC-IDX) = "E"
                MOVE FC-AP (WS-FC-IDX) TO WS-TRIAL-AP
             ELSE
                IF FC-HP (WS-FC-IDX) > WS-MAX-FOE-HP
                   MOVE FC-HP (WS-FC-IDX) TO WS-MAX-FOE-HP
                END-IF
             END-IF
          END-PERFORM.
          IF WS-C-ELF-COUNT = 0
             MOVE "N" TO SC-ELF-STATE (WS-SC-IDX)
             GO TO SEARCH-SCENARIO-ELF-AP-99
          END-IF.
          MOVE "H" TO SC-ELF-STATE (WS-SC-IDX).
          PERFORM UNTIL SC-ELF-FOUND (WS-SC-IDX) OR
             WS-TRIAL-AP >= WS-MAX-FOE-HP
             ADD 1 TO WS-TRIAL-AP
             PERFORM APPLY-SCENARIO-RULES
             PERFORM VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL WS-ST-IDX > WS-PLAYER-COUNT
                IF WS-ELF (WS-ST-IDX)
                   MOVE WS-TRIAL-AP TO WS-AP (WS-ST-IDX)
                END-IF
             END-PERFORM
             PERFORM UNTIL WS-FACTIONS-ALIVE < 2 OR
                WS-ELF-COUNT NOT = WS-C-ELF-COUNT OR
                WS-ROUNDS >= WS-SCENARIO-ROUND-LIMIT
                PERFORM ROUND
             END-PERFORM
             IF WS-ELF-COUNT = WS-C-ELF-COUNT AND
                WS-FACTIONS-ALIVE = 1
                MOVE "F" TO SC-ELF-STATE (WS-SC-IDX)
             END-IF
          END-PERFORM.
          IF SC-ELF-FOUND (WS-SC-IDX)
             PERFORM SUM-SURVIVOR-HP
             MOVE WS-TRIAL-AP TO SC-ELF-AP (WS-SC-IDX)
             MOVE WS-ROUNDS TO SC-ELF-ROUNDS (WS-SC-IDX)
             COMPUTE SC-ELF-OUTCOME (WS-SC-IDX) = WS-ROUNDS * WS-SC-HP
          END-IF.
       SEARCH-SCENARIO-ELF-AP-99.
          EXIT.
      *
       WRITE-SCENARIO-REPORT SECTION.
          MOVE "DAY15_SCENARIO_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day15/scenarios.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCENARIO-REPORT-DATASET.
          OPEN OUTPUT SCENARIO-REPORT-FILE.
          MOVE WS-SCEN-COUNT TO WS-SC-N1-ED.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          STRING "COMBAT RULE SCENARIOS - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                 " SCENARIO(S)" DELIMITED BY SIZE
                 INTO SCENARIO-PRINT-LINE
          END-STRING.
          WRITE SCENARIO-PRINT-LINE.
          PERFORM VARYING WS-SC-IDX FROM 1 BY 1
          UNTIL WS-SC-IDX > WS-SCEN-COUNT
             PERFORM WRITE-SCENARIO-BLOCK
          END-PERFORM.
          CLOSE SCENARIO-REPORT-FILE.
          MOVE WS-SCEN-COUNT TO WS-SC-N1-ED.
          DISPLAY "DAY15: " FUNCTION TRIM (WS-SC-N1-ED)
             " COMBAT RULE SCENARIO(S) FOUGHT - SEE THE SCENARIO "
             "REPORT".
          EXIT.
      *
       WRITE-SCENARIO-BLOCK SECTION.
          PERFORM APPLY-SCENARIO-RULES.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          WRITE SCENARIO-PRINT-LINE.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          STRING "SCENARIO " DELIMITED BY SIZE
                 SC-NAME (WS-SC-IDX) DELIMITED BY SIZE
                 INTO SCENARIO-PRINT-LINE
          END-STRING.
          WRITE SCENARIO-PRINT-LINE.
          MOVE "  FACTION       LETTER     HP     AP  UNITS   LOST"
             TO SCENARIO-PRINT-LINE.
          WRITE SCENARIO-PRINT-LINE.
          PERFORM VARYING WS-FC-IDX FROM 1 BY 1
          UNTIL WS-FC-IDX > WS-FACTION-COUNT
             MOVE SPACES TO SCENARIO-PRINT-LINE
             MOVE FC-NAME (WS-FC-IDX) TO SCENARIO-PRINT-LINE (3:12)
             MOVE FC-LETTER (WS-FC-IDX) TO SCENARIO-PRINT-LINE (20:1)
             MOVE FC-HP (WS-FC-IDX) TO WS-SC-N1-ED
             MOVE WS-SC-N1-ED (4:6) TO SCENARIO-PRINT-LINE (25:6)
             MOVE FC-AP (WS-FC-IDX) TO WS-SC-N1-ED
             MOVE WS-SC-N1-ED (4:6) TO SCENARIO-PRINT-LINE (32:6)
             MOVE FC-C-COUNT (WS-FC-IDX) TO WS-SC-N1-ED
             MOVE WS-SC-N1-ED (4:6) TO SCENARIO-PRINT-LINE (39:6)
             MOVE SC-LOST (WS-SC-IDX, WS-FC-IDX) TO WS-SC-N1-ED
             MOVE WS-SC-N1-ED (4:6) TO SCENARIO-PRINT-LINE (46:6)
             WRITE SCENARIO-PRINT-LINE
          END-PERFORM.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          MOVE 3 TO WS-SC-PTR.
          MOVE SC-ROUNDS (WS-SC-IDX) TO WS-SC-N1-ED.
          IF SC-WINNER (WS-SC-IDX) = 0
             STRING "NO WINNER - BATTLE STOPPED AT ROUND "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                    INTO SCENARIO-PRINT-LINE
                    WITH POINTER WS-SC-PTR
             END-STRING
          ELSE
             MOVE SC-WINNER (WS-SC-IDX) TO WS-FC-IDX
             STRING "WINNER " DELIMITED BY SIZE
                    FUNCTION TRIM (FC-NAME (WS-FC-IDX))
                       DELIMITED BY SIZE
                    " AFTER " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                    " ROUNDS, " DELIMITED BY SIZE
                    INTO SCENARIO-PRINT-LINE
                    WITH POINTER WS-SC-PTR
             END-STRING
             MOVE SC-HP-LEFT (WS-SC-IDX) TO WS-SC-N1-ED
             MOVE SC-OUTCOME (WS-SC-IDX) TO WS-SC-N2-ED
             STRING FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                    " HP REMAINING, OUTCOME " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SC-N2-ED) DELIMITED BY SIZE
                    INTO SCENARIO-PRINT-LINE
                    WITH POINTER WS-SC-PTR
             END-STRING
          END-IF.
          WRITE SCENARIO-PRINT-LINE.
          MOVE SPACES TO SCENARIO-PRINT-LINE.
          MOVE 3 TO WS-SC-PTR.
          EVALUATE TRUE
             WHEN SC-ELF-NO-ELVES (WS-SC-IDX)
                MOVE "NO ELVES ON THE MAP - NO ELF POWER SEARCH"
                   TO SCENARIO-PRINT-LINE (3:)
             WHEN SC-ELF-HOPELESS (WS-SC-IDX)
                STRING "NO ELF POWER WINS WITHOUT ELF LOSSES"
                          DELIMITED BY SIZE
                       INTO SCENARIO-PRINT-LINE
                       WITH POINTER WS-SC-PTR
                END-STRING
             WHEN OTHER
                MOVE SC-ELF-AP (WS-SC-IDX) TO WS-SC-N1-ED
                STRING "MINIMUM ELF POWER WITH NO ELF LOSSES "
                          DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       INTO SCENARIO-PRINT-LINE
                       WITH POINTER WS-SC-PTR
                END-STRING
                MOVE SC-ELF-ROUNDS (WS-SC-IDX) TO WS-SC-N1-ED
                MOVE SC-ELF-OUTCOME (WS-SC-IDX) TO WS-SC-N2-ED
                STRING FUNCTION TRIM (WS-SC-N1-ED) DELIMITED BY SIZE
                       " ROUNDS, OUTCOME " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SC-N2-ED) DELIMITED BY SIZE
                       INTO SCENARIO-PRINT-LINE
                       WITH POINTER WS-SC-PTR
                END-STRING
          END-EVALUATE.
          WRITE SCENARIO-PRINT-LINE.
          EXIT.


       
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
