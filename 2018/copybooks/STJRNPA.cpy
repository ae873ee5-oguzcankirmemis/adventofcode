      * STATE JOURNAL HOOKS - PROCEDURE DIVISION PARAGRAPHS.
      * JOURNAL-STATE-BEFORE KEEPS A COPY OF THE DATASET AS IT STANDS
      * (<PATH>.jbefore - NONE WHEN THE DATASET DOES NOT EXIST YET);
      * JOURNAL-STATE-AFTER HANDS THE COPY AND THE REWRITTEN DATASET
      * TO JRNLDIFF, WHICH JOURNALS A BEFORE/AFTER IMAGE OF EVERY
      * RECORD THAT CHANGED, THEN DROPS THE COPY. A RUN WITHOUT THE
      * JRNLDIFF MODULE SAVES ITS STATE EXACTLY AS BEFORE. THE
      * CALLER'S RETURN-CODE IS PRESERVED ACROSS BOTH.
       JOURNAL-STATE-BEFORE SECTION.
           MOVE RETURN-CODE TO SJ-SAVED-RC.
           MOVE SPACES TO SJ-BEFORE-PATH.
           STRING FUNCTION TRIM (SJ-PATH) DELIMITED BY SIZE
                  ".jbefore" DELIMITED BY SIZE
                  INTO SJ-BEFORE-PATH
           END-STRING.
           MOVE SPACES TO SJ-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM (SJ-BEFORE-PATH) DELIMITED BY SIZE
                  "; if [ -f " DELIMITED BY SIZE
                  FUNCTION TRIM (SJ-PATH) DELIMITED BY SIZE
                  " ]; then cp " DELIMITED BY SIZE
                  FUNCTION TRIM (SJ-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SJ-BEFORE-PATH) DELIMITED BY SIZE
                  "; fi" DELIMITED BY SIZE
                  INTO SJ-COMMAND
           END-STRING.
           CALL "SYSTEM" USING SJ-COMMAND.
           MOVE SJ-SAVED-RC TO RETURN-CODE.
           EXIT.
      *
       JOURNAL-STATE-AFTER SECTION.
           MOVE RETURN-CODE TO SJ-SAVED-RC.
           CALL "JRNLDIFF" USING SJ-NAME, SJ-PATH, SJ-BEFORE-PATH
             ON EXCEPTION
              CONTINUE
           END-CALL.
           MOVE SPACES TO SJ-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM (SJ-BEFORE-PATH) DELIMITED BY SIZE
                  INTO SJ-COMMAND
           END-STRING.
           CALL "SYSTEM" USING SJ-COMMAND.
           MOVE SJ-SAVED-RC TO RETURN-CODE.
           EXIT.
