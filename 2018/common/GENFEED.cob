          END-IF.
          MOVE "GENFEED_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/genfeed.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
