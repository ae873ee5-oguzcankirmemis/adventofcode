          PERFORM WRITE-RUN-HEADER.
          MOVE "RUN_CONTROL" TO CAT-LOGICAL-NAME.
          MOVE "../../results/runnum.dat" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CONTROL-DATASET.
          OPEN INPUT RUN-CONTROL-FILE.
          IF WS-CONTROL-STATUS = "00"
