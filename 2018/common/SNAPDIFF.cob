          EXIT.
      *
       LOAD-SNAPSHOT-FILE SECTION.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SNAP-IN-DATASET.
          MOVE "N" TO WS-SNAP-IN-EOF.
          OPEN INPUT SNAP-IN-FILE.
       OPEN-DIFF-REPORT SECTION.
          MOVE "SNAPDIFF_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/snapdiff.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DIFF-DATASET.
          OPEN OUTPUT DIFF-REPORT-FILE.
          MOVE WS-SD-GEN (1) TO WS-ED-1.
