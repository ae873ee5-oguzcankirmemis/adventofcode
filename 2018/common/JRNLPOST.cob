       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLPOST.
       AUTHOR. OK999.
      * STATE JOURNAL WRITER FOR KEYED RECORDS. A PROGRAM THAT WRITES,
      * REWRITES OR DELETES A RECORD OF AN INDEXED STATE DATASET (THE
      * RESULTS MASTER) CALLS THIS WITH THE DATASET'S STATE BACKUP
      * LIST NAME, THE RECORD KEY, THE ACTION (C CHANGED, I ADDED,
      * D REMOVED) AND THE BEFORE AND AFTER IMAGES (UP TO 200 BYTES;
      * THE IMAGE THE ACTION DOES NOT HAVE IS IGNORED). THE IMAGES
      * ARE JOURNALED IN THE JRNLWS LAYOUT, STAMPED WITH THE RUN
      * NUMBER, TODAY'S DATE AND TIME AND THE CALLING PROGRAM, UNDER
      * THE SAME JOURNAL LOCK JRNLDIFF TAKES. A JOURNAL THAT CANNOT
      * BE WRITTEN IS REPORTED; THE UPDATE ITSELF STANDS. THE
      * CALLER'S RETURN-CODE IS PRESERVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JRNLSL.
       DATA DIVISION.
       FILE SECTION.
          COPY JRNLFD.
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          COPY JRNLWS.
          01 WS-SAVED-RC PIC S9(9).
       LINKAGE SECTION.
          01 L-DATASET-NAME PIC X(20).
          01 L-KEY PIC X(30).
          01 L-ACTION PIC X(1).
          01 L-BEFORE-IMAGE PIC X(200).
          01 L-AFTER-IMAGE PIC X(200).
       PROCEDURE DIVISION USING L-DATASET-NAME, L-KEY, L-ACTION,
              L-BEFORE-IMAGE, L-AFTER-IMAGE.
       POST-KEYED-IMAGES SECTION.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           MOVE SPACES TO JR-ENTRY.
           ACCEPT JR-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF JR-RUN-NUMBER = SPACES
              MOVE "0" TO JR-RUN-NUMBER
           END-IF.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           ACCEPT JR-PROGRAM FROM ENVIRONMENT "AUDIT_PROGRAM".
           IF JR-PROGRAM = SPACES
              MOVE "UNKNOWN" TO JR-PROGRAM
           END-IF.
           MOVE L-DATASET-NAME TO JR-DATASET.
           MOVE L-KEY TO JR-KEY.
           MOVE L-ACTION TO JR-ACTION.
           MOVE "E" TO JR-LOCK-FUNCTION.
           MOVE "N" TO JR-LOCK-RESULT.
           CALL "LOCKMGR" USING JR-LOCK-FUNCTION, JR-LOCK-RESOURCE,
              JR-LOCK-RESULT
             ON EXCEPTION
              MOVE "X" TO JR-LOCK-RESULT
           END-CALL.
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
              DISPLAY "JRNLPOST: " FUNCTION TRIM (L-DATASET-NAME)
                 " " FUNCTION TRIM (L-KEY)
                 " NOT JOURNALED - JOURNAL OPEN STATUS " JR-STATUS
              GO TO POST-KEYED-IMAGES-90
           END-IF.
           IF L-ACTION NOT = "I"
              MOVE "B" TO JR-IMAGE-TYPE
              MOVE L-BEFORE-IMAGE TO JR-IMAGE
              WRITE STATE-JOURNAL-RECORD FROM JR-ENTRY
           END-IF.
           IF L-ACTION NOT = "D"
              MOVE "A" TO JR-IMAGE-TYPE
              MOVE L-AFTER-IMAGE TO JR-IMAGE
              WRITE STATE-JOURNAL-RECORD FROM JR-ENTRY
           END-IF.
           CLOSE STATE-JOURNAL-FILE.
       POST-KEYED-IMAGES-90.
           IF JR-LOCK-RESULT = "Y"
              MOVE "D" TO JR-LOCK-FUNCTION
              CALL "LOCKMGR" USING JR-LOCK-FUNCTION,
                 JR-LOCK-RESOURCE, JR-LOCK-RESULT
                ON EXCEPTION
                 CONTINUE
              END-CALL
           END-IF.
           MOVE WS-SAVED-RC TO RETURN-CODE.
           EXIT PROGRAM.
