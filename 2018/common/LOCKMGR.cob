       LOCK-DISPATCH SECTION.
           MOVE "LOCK_ROOT" TO CAT-LOGICAL-NAME.
           MOVE "../../results/locks" TO CAT-DEFAULT-PATH.
           MOVE "UPDATE" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-LOCK-ROOT.
           EVALUATE L-FUNCTION
              WHEN "E"
