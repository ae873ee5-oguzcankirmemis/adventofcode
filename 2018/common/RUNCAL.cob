       CHECK-CALENDAR-RULE SECTION.
          MOVE "RUN_CALENDAR" TO CAT-LOGICAL-NAME.
          MOVE "../../params/runcal.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CALENDAR-DATASET.
          OPEN INPUT CALENDAR-FILE.
          IF WS-CALENDAR-STATUS NOT = "00"
       CHECK-PROCESSED-DATE SECTION.
          MOVE "PROCESSED_DATES" TO CAT-LOGICAL-NAME.
          MOVE "../../results/procdates.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PROCDATE-DATASET.
          MOVE SPACES TO WS-PD-KEY.
          STRING FUNCTION TRIM (WS-TARGET-KEY) DELIMITED BY SIZE
       POST-PROCESSED-DATE SECTION.
          MOVE "PROCESSED_DATES" TO CAT-LOGICAL-NAME.
          MOVE "../../results/procdates.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PROCDATE-DATASET.
          OPEN EXTEND PROCDATE-FILE.
          IF WS-PROCDATE-STATUS = "35"
