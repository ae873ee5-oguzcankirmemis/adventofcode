          MOVE "HOUSEKEEP_WORK" TO CAT-LOGICAL-NAME.
          MOVE "../../results/housekeep_work.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-WORK-DATASET.
          PERFORM OPEN-MANIFEST.
          PERFORM READ-POLICY.
          MOVE "HOUSEKEEP_MANIFEST" TO CAT-LOGICAL-NAME.
          MOVE "../../results/housekeep_manifest.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MANIFEST-DATASET.
          OPEN EXTEND MANIFEST-FILE.
          IF WS-MANIFEST-STATUS = "35"
       READ-POLICY SECTION.
          MOVE "RETENTION_POLICY" TO CAT-LOGICAL-NAME.
          MOVE "../../params/retention.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-POLICY-DATASET.
          OPEN INPUT POLICY-FILE.
          IF WS-POLICY-STATUS NOT = "00"
