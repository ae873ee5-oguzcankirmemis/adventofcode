          END-IF.
          MOVE "BACKUP_ROOT" TO CAT-LOGICAL-NAME.
          MOVE "../../backups" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BACKUP-ROOT.
          MOVE SPACES TO WS-SET-DIR.
          STRING FUNCTION TRIM (WS-BACKUP-ROOT) DELIMITED BY SIZE
       READ-BACKUP-LIST SECTION.
          MOVE "STATEBKP_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/statebkp.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BACKUP-LIST-DATASET.
          OPEN INPUT BACKUP-LIST-FILE.
          IF WS-BACKUP-LIST-STATUS NOT = "00"
