      * OF ONLY SCATTERING DISPLAY LINES THROUGH THE BATCH LOG. EACH
      * ALERT IS ONE APPEND-ONLY RECORD: DATE,TIME,SEVERITY(I/W/S),
      * PROGRAM,MESSAGE. ALERTSUM REPORTS THE DATASET RANKED BY
      * SEVERITY. A SEVERE ALERT IS ALSO HANDED TO PAGEOUT, WHICH
      * PAGES WHOEVER IS ON CALL FOR THE PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       WRITE-ALERT SECTION.
           MOVE "ALERT_LOG" TO CAT-LOGICAL-NAME.
           MOVE "../../results/alerts.txt" TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-ALERT-DATASET.
           ACCEPT WS-DATE-X FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
              OPEN EXTEND ALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS NOT = "00"
              GO TO WRITE-ALERT-50
           END-IF.
           MOVE SPACES TO ALERT-RECORD.
           STRING WS-DATE-X DELIMITED BY SIZE
           END-STRING.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
       WRITE-ALERT-50.
           IF L-SEVERITY = "S"
              CALL "PAGEOUT" USING L-PROGRAM, L-MESSAGE, WS-DATE-X,
                 WS-TIME-X
                ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF.
       WRITE-ALERT-99.
           EXIT PROGRAM.
