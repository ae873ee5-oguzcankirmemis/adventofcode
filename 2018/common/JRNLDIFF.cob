       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLDIFF.
       AUTHOR. OK999.
      * STATE JOURNAL WRITER FOR LINE-SEQUENTIAL STATE DATASETS.
      * CALLED FROM JOURNAL-STATE-AFTER (SEE STJRNPA) ONCE THE CALLER
      * HAS REWRITTEN A PERSISTED STATE DATASET, WITH THE DATASET'S
      * STATE BACKUP LIST NAME, ITS PATH, AND THE PATH OF THE COPY
      * JOURNAL-STATE-BEFORE KEPT. THE TWO ARE COMPARED LINE BY LINE
      * AND EVERY LINE THAT DIFFERS IS JOURNALED (SEE JRNLWS): A
      * CHANGED LINE AS A BEFORE AND AN AFTER IMAGE, A LINE BEYOND
      * THE OLD END AS AN ADDED AFTER IMAGE, A LINE BEYOND THE NEW
      * END AS A REMOVED BEFORE IMAGE. NO COPY (A FIRST SAVE) MEANS
      * EVERY LINE IS ADDED. THE IMAGES ARE STAMPED WITH THE RUN
      * NUMBER AND THE CALLING PROGRAM (THE AUDIT_PROGRAM THE RUN
      * HEADER PUBLISHES). THE APPEND IS SERIALIZED THROUGH THE LOCK
      * MANAGER, SINCE DAY STEPS CAN SAVE STATE IN PARALLEL. A
      * JOURNAL THAT CANNOT BE WRITTEN IS REPORTED WITH A WARNING
      * ALERT; THE SAVED STATE ITSELF STANDS. THE CALLER'S
      * RETURN-CODE IS PRESERVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JRNLSL.
          SELECT BEFORE-FILE
             ASSIGN TO WS-BEFORE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BEFORE-STATUS.
          SELECT AFTER-FILE
             ASSIGN TO WS-AFTER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AFTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          COPY JRNLFD.
          FD BEFORE-FILE.
          01 BEFORE-RECORD PIC X(4000).
          FD AFTER-FILE.
          01 AFTER-RECORD PIC X(4000).
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY JRNLWS.
          01 WS-SAVED-RC PIC S9(9).
          01 WS-BEFORE-DATASET PIC X(210).
          01 WS-BEFORE-STATUS PIC X(2) VALUE SPACES.
          01 WS-BEFORE-EOF PIC X(1).
          01 WS-AFTER-DATASET PIC X(200).
          01 WS-AFTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-AFTER-EOF PIC X(1).
          01 WS-LINE-NUMBER PIC 9(9) VALUE 0.
          01 WS-CHANGED PIC 9(9) VALUE 0.
          01 WS-ADDED PIC 9(9) VALUE 0.
          01 WS-REMOVED PIC 9(9) VALUE 0.
          01 WS-STAMP-RUN PIC X(8).
          01 WS-STAMP-DATE PIC X(8).
          01 WS-STAMP-TIME PIC X(8).
          01 WS-STAMP-PROGRAM PIC X(10).
       LINKAGE SECTION.
          01 L-DATASET-NAME PIC X(20).
          01 L-PATH PIC X(200).
          01 L-BEFORE-PATH PIC X(210).
       PROCEDURE DIVISION USING L-DATASET-NAME, L-PATH,
              L-BEFORE-PATH.
       JOURNAL-STATE-CHANGES SECTION.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           MOVE 0 TO WS-LINE-NUMBER WS-CHANGED WS-ADDED WS-REMOVED.
           MOVE L-PATH TO WS-AFTER-DATASET.
           MOVE L-BEFORE-PATH TO WS-BEFORE-DATASET.
           OPEN INPUT AFTER-FILE.
           IF WS-AFTER-STATUS NOT = "00"
              DISPLAY "JRNLDIFF: " FUNCTION TRIM (L-DATASET-NAME)
                 " NOT JOURNALED - STATE DATASET CANNOT BE READ"
              GO TO JOURNAL-STATE-CHANGES-99
           END-IF.
           MOVE "N" TO WS-BEFORE-EOF.
           OPEN INPUT BEFORE-FILE.
           IF WS-BEFORE-STATUS NOT = "00"
              MOVE "Y" TO WS-BEFORE-EOF
           END-IF.
           PERFORM OPEN-JOURNAL.
           IF JR-STATUS NOT = "00"
              CLOSE AFTER-FILE
              IF WS-BEFORE-STATUS = "00"
                 CLOSE BEFORE-FILE
              END-IF
              PERFORM ALERT-NOT-JOURNALED
              GO TO JOURNAL-STATE-CHANGES-99
           END-IF.
           MOVE "N" TO WS-AFTER-EOF.
           PERFORM UNTIL WS-AFTER-EOF = "Y" AND WS-BEFORE-EOF = "Y"
              PERFORM READ-NEXT-PAIR
              IF WS-AFTER-EOF = "N" OR WS-BEFORE-EOF = "N"
                 ADD 1 TO WS-LINE-NUMBER
                 PERFORM COMPARE-LINE-PAIR
              END-IF
           END-PERFORM.
           CLOSE AFTER-FILE.
           IF WS-BEFORE-STATUS = "00" OR WS-BEFORE-STATUS = "10"
              CLOSE BEFORE-FILE
           END-IF.
           PERFORM CLOSE-JOURNAL.
           DISPLAY "JRNLDIFF: " FUNCTION TRIM (L-DATASET-NAME) " - "
              WS-CHANGED " CHANGED, " WS-ADDED " ADDED, "
              WS-REMOVED " REMOVED".
       JOURNAL-STATE-CHANGES-99.
           MOVE WS-SAVED-RC TO RETURN-CODE.
           EXIT PROGRAM.
      *
       READ-NEXT-PAIR SECTION.
           IF WS-AFTER-EOF = "N"
              READ AFTER-FILE
                 AT END
                    MOVE "Y" TO WS-AFTER-EOF
              END-READ
           END-IF.
           IF WS-BEFORE-EOF = "N"
              READ BEFORE-FILE
                 AT END
                    MOVE "Y" TO WS-BEFORE-EOF
              END-READ
           END-IF.
           EXIT.
      *
       COMPARE-LINE-PAIR SECTION.
           IF WS-AFTER-EOF = "N" AND WS-BEFORE-EOF = "N"
              IF AFTER-RECORD = BEFORE-RECORD
                 GO TO COMPARE-LINE-PAIR-99
              END-IF
              ADD 1 TO WS-CHANGED
              MOVE "C" TO JR-ACTION
              MOVE "B" TO JR-IMAGE-TYPE
              MOVE BEFORE-RECORD TO JR-IMAGE
              PERFORM WRITE-JOURNAL-IMAGE
              MOVE "A" TO JR-IMAGE-TYPE
              MOVE AFTER-RECORD TO JR-IMAGE
              PERFORM WRITE-JOURNAL-IMAGE
              GO TO COMPARE-LINE-PAIR-99
           END-IF.
           IF WS-AFTER-EOF = "N"
              ADD 1 TO WS-ADDED
              MOVE "I" TO JR-ACTION
              MOVE "A" TO JR-IMAGE-TYPE
              MOVE AFTER-RECORD TO JR-IMAGE
              PERFORM WRITE-JOURNAL-IMAGE
           ELSE
              ADD 1 TO WS-REMOVED
              MOVE "D" TO JR-ACTION
              MOVE "B" TO JR-IMAGE-TYPE
              MOVE BEFORE-RECORD TO JR-IMAGE
              PERFORM WRITE-JOURNAL-IMAGE
           END-IF.
       COMPARE-LINE-PAIR-99.
           EXIT.
      *
       WRITE-JOURNAL-IMAGE SECTION.
           MOVE WS-STAMP-RUN TO JR-RUN-NUMBER.
           MOVE WS-STAMP-DATE TO JR-DATE.
           MOVE WS-STAMP-TIME TO JR-TIME.
           MOVE WS-STAMP-PROGRAM TO JR-PROGRAM.
           MOVE L-DATASET-NAME TO JR-DATASET.
           MOVE SPACES TO JR-KEY.
           MOVE WS-LINE-NUMBER TO JR-LINE-NUMBER.
           WRITE STATE-JOURNAL-RECORD FROM JR-ENTRY.
           EXIT.
      *
      * EVERY IMAGE OF ONE SAVE CARRIES ONE DATE AND TIME, TAKEN ONCE
      * HERE; FWDRECOV TREATS THEM AS ONE UNIT OF REPLAY.
       OPEN-JOURNAL SECTION.
           ACCEPT WS-STAMP-RUN FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF WS-STAMP-RUN = SPACES
              MOVE "0" TO WS-STAMP-RUN
           END-IF.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO WS-STAMP-PROGRAM.
           ACCEPT WS-STAMP-PROGRAM FROM ENVIRONMENT "AUDIT_PROGRAM".
           IF WS-STAMP-PROGRAM = SPACES
              MOVE "UNKNOWN" TO WS-STAMP-PROGRAM
           END-IF.
           MOVE "E" TO JR-LOCK-FUNCTION.
           MOVE "N" TO JR-LOCK-RESULT.
           CALL "LOCKMGR" USING JR-LOCK-FUNCTION, JR-LOCK-RESOURCE,
              JR-LOCK-RESULT
             ON EXCEPTION
              MOVE "X" TO JR-LOCK-RESULT
           END-CALL.
           IF JR-LOCK-RESULT = "N"
              DISPLAY "JRNLDIFF: JOURNAL LOCK NOT OBTAINED - "
                 "JOURNALING ANYWAY"
           END-IF.
           MOVE "STATE_JOURNAL" TO CAT-LOGICAL-NAME.
           MOVE "../../results/statejrnl.txt" TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO JR-JOURNAL-DATASET.
           OPEN EXTEND STATE-JOURNAL-FILE.
           IF JR-STATUS = "35"
              OPEN OUTPUT STATE-JOURNAL-FILE
              CLOSE STATE-JOURNAL-FILE
              OPEN EXTEND STATE-JOURNAL-FILE
           END-IF.
           IF JR-STATUS NOT = "00"
              PERFORM FREE-JOURNAL-LOCK
           END-IF.
           EXIT.
      *
       CLOSE-JOURNAL SECTION.
           CLOSE STATE-JOURNAL-FILE.
           PERFORM FREE-JOURNAL-LOCK.
           EXIT.
      *
       FREE-JOURNAL-LOCK SECTION.
           IF JR-LOCK-RESULT = "Y"
              MOVE "D" TO JR-LOCK-FUNCTION
              CALL "LOCKMGR" USING JR-LOCK-FUNCTION,
                 JR-LOCK-RESOURCE, JR-LOCK-RESULT
                ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF.
           EXIT.
      *
       ALERT-NOT-JOURNALED SECTION.
           DISPLAY "JRNLDIFF: " FUNCTION TRIM (L-DATASET-NAME)
              " NOT JOURNALED - JOURNAL OPEN STATUS " JR-STATUS.
           MOVE "W" TO ALERT-SEVERITY.
           MOVE "JRNLDIFF" TO ALERT-PROGRAM.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING FUNCTION TRIM (L-DATASET-NAME) DELIMITED BY SIZE
                  " SAVED BUT NOT JOURNALED - JOURNAL OPEN STATUS "
                     DELIMITED BY SIZE
                  JR-STATUS DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-STRING.
           CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
              ALERT-MESSAGE
             ON EXCEPTION
              CONTINUE
           END-CALL.
           EXIT.
