       LOAD-RULES SECTION.
           MOVE "PLAUSIBLE_RULES" TO CAT-LOGICAL-NAME.
           MOVE "../../params/plausible.cfg" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-RULES-DATASET.
           MOVE "N" TO WS-RULES-EOF.
           OPEN INPUT RULES-FILE.
           MOVE "PLAUSIBLE_REVIEW" TO CAT-LOGICAL-NAME.
           MOVE "../../results/plausible_review.txt"
              TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-REVIEW-DATASET.
           OPEN EXTEND REVIEW-FILE.
           IF WS-REVIEW-STATUS = "35"
