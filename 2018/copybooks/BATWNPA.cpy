      * BATCH WINDOW - PROCEDURE DIVISION PARAGRAPHS (SEE BATWNWS).
      * NEEDS CATLKWS FOR THE CATALOG LOOKUP.
       LOAD-BATCH-WINDOW SECTION.
           MOVE "Y" TO BW-LOADED.
           MOVE SPACES TO BW-START BW-CUTOFF.
           MOVE "N" TO BW-SPANS-MIDNIGHT.
           MOVE "N" TO BW-EOF.
           MOVE "SCHEDULE_CONFIG" TO CAT-LOGICAL-NAME.
           MOVE "../../params/schedule.cfg" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO BW-SCHEDULE-DATASET.
           OPEN INPUT BATCH-WINDOW-FILE.
           IF BW-STATUS NOT = "00"
              GO TO LOAD-BATCH-WINDOW-99
           END-IF.
           PERFORM UNTIL BW-EOF = "Y"
              READ BATCH-WINDOW-FILE
                 AT END
                    MOVE "Y" TO BW-EOF
                 NOT AT END
                    IF BATCH-WINDOW-RECORD (1:1) NOT = "*"
                       MOVE SPACES TO BW-KEY-PART BW-VALUE-PART
                       UNSTRING BATCH-WINDOW-RECORD DELIMITED BY "="
                          INTO BW-KEY-PART, BW-VALUE-PART
                       IF FUNCTION TRIM (BW-KEY-PART) = "BATCH-START"
                          MOVE FUNCTION TRIM (BW-VALUE-PART)
                             TO BW-START
                       END-IF
                       IF FUNCTION TRIM (BW-KEY-PART) = "BATCH-CUTOFF"
                          MOVE FUNCTION TRIM (BW-VALUE-PART)
                             TO BW-CUTOFF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BATCH-WINDOW-FILE.
           IF BW-CUTOFF IS NOT NUMERIC
              MOVE SPACES TO BW-CUTOFF
              GO TO LOAD-BATCH-WINDOW-99
           END-IF.
           COMPUTE BW-CUTOFF-MINS =
              FUNCTION NUMVAL (BW-CUTOFF (1:2)) * 60 +
              FUNCTION NUMVAL (BW-CUTOFF (3:2)).
      * WITH NO START ON THE CARD THE WINDOW IS TAKEN TO SPAN
      * MIDNIGHT, THE WAY THE STREAM IS SCHEDULED.
           MOVE "Y" TO BW-SPANS-MIDNIGHT.
           IF BW-START IS NUMERIC
              COMPUTE BW-START-MINS =
                 FUNCTION NUMVAL (BW-START (1:2)) * 60 +
                 FUNCTION NUMVAL (BW-START (3:2))
              IF BW-START-MINS <= BW-CUTOFF-MINS
                 MOVE "N" TO BW-SPANS-MIDNIGHT
              END-IF
           END-IF.
       LOAD-BATCH-WINDOW-99.
           EXIT.
      *
       SET-BUSINESS-DATE SECTION.
           IF BW-LOADED = "N"
              PERFORM LOAD-BATCH-WINDOW
           END-IF.
           MOVE BW-IN-DATE TO BW-BUS-DATE.
           IF BW-IN-DATE IS NOT NUMERIC OR
              BW-IN-TIME (1:4) IS NOT NUMERIC OR
              BW-SPANS-MIDNIGHT = "N"
              GO TO SET-BUSINESS-DATE-99
           END-IF.
           COMPUTE BW-IN-MINS =
              FUNCTION NUMVAL (BW-IN-TIME (1:2)) * 60 +
              FUNCTION NUMVAL (BW-IN-TIME (3:2)).
           IF BW-IN-MINS < BW-CUTOFF-MINS
              COMPUTE BW-DAYNUM =
                 FUNCTION INTEGER-OF-DATE (BW-IN-DATE-NUM) - 1
              MOVE FUNCTION DATE-OF-INTEGER (BW-DAYNUM)
                 TO BW-BUS-DATE-NUM
           END-IF.
       SET-BUSINESS-DATE-99.
           EXIT.
      *
       SET-STREAM-BUSINESS-DATE SECTION.
           MOVE SPACES TO BW-IN-DATE BW-IN-TIME.
           ACCEPT BW-IN-DATE FROM ENVIRONMENT "BATCH_START_DATE".
           ACCEPT BW-IN-TIME FROM ENVIRONMENT "BATCH_START_TIME".
           IF BW-IN-DATE IS NOT NUMERIC OR
              BW-IN-TIME (1:4) IS NOT NUMERIC
              ACCEPT BW-IN-DATE FROM DATE YYYYMMDD
              ACCEPT BW-NOW-TIME FROM TIME
              MOVE BW-NOW-TIME (1:4) TO BW-IN-TIME
           END-IF.
           PERFORM SET-BUSINESS-DATE.
           EXIT.
