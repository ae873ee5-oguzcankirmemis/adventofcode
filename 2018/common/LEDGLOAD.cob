          01 WS-ADDED-COUNT PIC 9(5) VALUE 0.
          01 WS-UPDATED-COUNT PIC 9(5) VALUE 0.
          01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
          01 WS-JRNL-NAME PIC X(20) VALUE "RESULTS-MASTER".
          01 WS-JRNL-KEY PIC X(30).
          01 WS-JRNL-ACTION PIC X(1).
          01 WS-JRNL-BEFORE PIC X(200).
          01 WS-JRNL-AFTER PIC X(200).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
       OPEN-MASTER SECTION.
          MOVE "RESULTS_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/master.idx" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MASTER-DATASET.
          OPEN I-O RESULTS-MASTER-FILE.
          IF WS-MASTER-STATUS = "35"
       LOAD-FROM-LEDGER SECTION.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
          MOVE WS-P-DATE (1:8) TO RM-RUN-DATE.
          MOVE WS-P-PART-1 TO RM-PART-1.
          MOVE WS-P-PART-2 TO RM-PART-2.
      *   EVERY RECORD ADDED OR CHANGED IS JOURNALED WITH ITS BEFORE
      *   AND AFTER IMAGES (SEE JRNLPOST) FOR FORWARD RECOVERY.
          MOVE RM-KEY TO WS-JRNL-KEY.
          MOVE SPACES TO WS-JRNL-BEFORE.
          MOVE RESULTS-MASTER-RECORD TO WS-JRNL-AFTER.
          WRITE RESULTS-MASTER-RECORD.
          IF WS-MASTER-STATUS = "22"
             READ RESULTS-MASTER-FILE
             MOVE RESULTS-MASTER-RECORD TO WS-JRNL-BEFORE
             MOVE WS-JRNL-AFTER TO RESULTS-MASTER-RECORD
             REWRITE RESULTS-MASTER-RECORD
             ADD 1 TO WS-UPDATED-COUNT
             IF WS-JRNL-BEFORE NOT = WS-JRNL-AFTER
                MOVE "C" TO WS-JRNL-ACTION
                PERFORM JOURNAL-MASTER-ROW
             END-IF
          ELSE
             IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
                ADD 1 TO WS-ADDED-COUNT
                MOVE "I" TO WS-JRNL-ACTION
                PERFORM JOURNAL-MASTER-ROW
             ELSE
                DISPLAY "LEDGLOAD: MASTER WRITE FAILED - STATUS "
                   WS-MASTER-STATUS
          END-IF.
       POST-LEDGER-ROW-99.
          EXIT.
      *
       JOURNAL-MASTER-ROW SECTION.
          CALL "JRNLPOST" USING WS-JRNL-NAME, WS-JRNL-KEY,
             WS-JRNL-ACTION, WS-JRNL-BEFORE, WS-JRNL-AFTER
            ON EXCEPTION
             CONTINUE
          END-CALL.
          EXIT.
      *
      * THE SHARED DATASETS THIS UTILITY REWRITES ARE TAKEN UNDER
      * THE LOCK MANAGER FIRST; A HELD LOCK ENDS THE RUN WITH A
