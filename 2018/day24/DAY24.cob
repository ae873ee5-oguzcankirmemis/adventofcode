             ORGANIZATION IS LINE SEQUENTIAL.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
      *
       DATA DIVISION.
       FILE SECTION.
          01 EFFECT-PRINT-LINE PIC X(132).
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
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY24" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
      * THE IMMUNE SYSTEM BLOCK IS READ AHEAD OF THE COUNTED FEED,
      * SO ITS GROUPS ARE ADDED TO BOTH SIDES OF THE BALANCE.
          MOVE "DAY24" TO WS-BAL-PROGRAM.
          COMPUTE WS-BAL-READ = WS-STATS-RECORDS-READ +
             WS-INITIAL-IMMUNE-SYSTEM-COUNT.
          COMPUTE WS-BAL-ACCEPTED = WS-INITIAL-IMMUNE-SYSTEM-COUNT +
             WS-INITIAL-INFECTION-COUNT.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       OPEN-BATTLE-LOG SECTION.
          MOVE "DAY24_BATTLE_LOG" TO CAT-LOGICAL-NAME.
          MOVE "./day24/battle.log" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BATTLE-LOG-DATASET.
          OPEN OUTPUT BATTLE-LOG-FILE.
          EXIT.
       OPEN-BOOST-SUMMARY SECTION.
          MOVE "DAY24_BOOST_SUMMARY" TO CAT-LOGICAL-NAME.
          MOVE "./day24/boost-summary.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BOOST-SUMMARY-DATASET.
          OPEN OUTPUT BOOST-SUMMARY-FILE.
          EXIT.
       PARSE-INPUT SECTION.
          MOVE "DAY24_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          PERFORM LOAD-ARMIES.
          EXIT.
       LOAD-SCENARIO-DECK SECTION.
          MOVE "DAY24_DECK" TO CAT-LOGICAL-NAME.
          MOVE "./params/deck24.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DECK-DATASET.
          OPEN INPUT DECK-FILE.
          IF WS-DECK-STATUS NOT = "00"
      * DATASET CATALOG CAN REDIRECT THEM LIKE ANY OTHER REPORT.
          MOVE "DAY24_SCENARIO_PREFIX" TO CAT-LOGICAL-NAME.
          MOVE "./day24/" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SCEN-PREFIX.
          PERFORM VARYING WS-SCEN-IDX FROM 1 BY 1
          UNTIL WS-SCEN-IDX > WS-SCEN-COUNT
       WRITE-OUTCOME-MATRIX SECTION.
          MOVE "DAY24_OUTCOMES" TO CAT-LOGICAL-NAME.
          MOVE "./day24/outcomes.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-OUTCOME-DATASET.
          OPEN OUTPUT OUTCOME-FILE.
          MOVE SPACES TO OUTCOME-PRINT-LINE.
          IF WS-EFFECT-OPEN = "N"
             MOVE "DAY24_EFFECT_MATRIX" TO CAT-LOGICAL-NAME
             MOVE "./day24/effectiveness.txt" TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-EFFECT-DATASET
             OPEN OUTPUT EFFECT-FILE
             MOVE "Y" TO WS-EFFECT-OPEN
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
