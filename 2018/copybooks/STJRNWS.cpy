      * STATE JOURNAL HOOKS - WORKING-STORAGE ITEMS.
      * A PROGRAM THAT REWRITES A PERSISTED STATE DATASET MOVES THE
      * DATASET'S STATE BACKUP LIST NAME TO SJ-NAME AND ITS RESOLVED
      * PATH TO SJ-PATH, PERFORMS JOURNAL-STATE-BEFORE JUST BEFORE IT
      * OPENS THE DATASET OUTPUT AND JOURNAL-STATE-AFTER JUST AFTER
      * IT CLOSES IT (SEE STJRNPA).
           01 SJ-NAME PIC X(20).
           01 SJ-PATH PIC X(200).
           01 SJ-BEFORE-PATH PIC X(210).
           01 SJ-COMMAND PIC X(500).
           01 SJ-SAVED-RC PIC S9(9).
