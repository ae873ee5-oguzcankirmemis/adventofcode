      * STATE JOURNAL - WORKING-STORAGE ITEMS.
      * THE STATE JOURNAL (LOGICAL NAME STATE_JOURNAL) IS APPEND-ONLY
      * AND HOLDS ONE FIXED-LAYOUT RECORD PER IMAGE (JR-ENTRY BELOW).
      * A CHANGED RECORD IS A B (BEFORE) IMAGE FOLLOWED BY AN A
      * (AFTER) IMAGE WITH ACTION C; AN ADDED RECORD IS AN A IMAGE
      * ONLY WITH ACTION I; A REMOVED RECORD IS A B IMAGE ONLY WITH
      * ACTION D. JR-DATASET IS THE DATASET'S NAME ON THE STATE
      * BACKUP LIST (PARAMS/STATEBKP.CFG). FOR A LINE-SEQUENTIAL STATE
      * DATASET JR-KEY IS THE LINE NUMBER (NINE DIGITS); FOR THE
      * INDEXED RESULTS MASTER IT IS THE RECORD KEY. EVERY IMAGE IS
      * STAMPED WITH THE RUN NUMBER, SO FWDRECOV CAN REPLAY THE
      * JOURNAL OVER A RESTORED BACKUP UP TO A CHOSEN RUN. ALL IMAGES
      * ONE PROGRAM WRITES FOR ONE SAVE OF ONE DATASET CARRY THE SAME
      * DATE AND TIME - THAT IS HOW FWDRECOV TELLS ONE SAVE FROM THE
      * NEXT.
           01 JR-JOURNAL-DATASET PIC X(200).
           01 JR-STATUS PIC X(2) VALUE SPACES.
           01 JR-EOF PIC X(1) VALUE "N".
           01 JR-ENTRY.
              03 JR-RUN-NUMBER PIC X(8).
              03 JR-DATE PIC X(8).
              03 JR-TIME PIC X(8).
              03 JR-PROGRAM PIC X(10).
              03 JR-DATASET PIC X(20).
              03 JR-KEY PIC X(30).
              03 JR-LINE-KEY REDEFINES JR-KEY.
                 05 JR-LINE-NUMBER PIC 9(9).
                 05 FILLER PIC X(21).
              03 JR-IMAGE-TYPE PIC X(1).
              03 JR-ACTION PIC X(1).
              03 JR-IMAGE PIC X(4000).
           01 JR-LOCK-FUNCTION PIC X(1).
           01 JR-LOCK-RESOURCE PIC X(30) VALUE "STATE_JOURNAL".
           01 JR-LOCK-RESULT PIC X(1).
