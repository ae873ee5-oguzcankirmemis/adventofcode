      * AND WRITE-RUN-TRAILER IMMEDIATELY BEFORE EVERY STOP RUN, SO
      * THE JOB LOG SHOWS WHEN EACH RUN STARTED, WHEN IT ENDED, AND
      * WHAT RETURN-CODE IT ENDED WITH -- INCLUDING ABORT PATHS.
      * THE HEADER ALSO STAMPS WHICH BUILD IS RUNNING AND RECORDS A
      * BUILD'S FIRST RUN IN THE VERSION REGISTRY.
       WRITE-RUN-HEADER SECTION.
           ACCEPT WS-AUDIT-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-START-TIME FROM TIME.
      * SHARED PARAMETER AND CATALOG RECORDERS CAN STAMP IT INTO
      * THE EFFECTIVE-PARAMETER SNAPSHOT.
           SET ENVIRONMENT "AUDIT_PROGRAM" TO WS-AUDIT-PROGRAM.
      * THE BUILD ID IS PUBLISHED THE SAME WAY FOR THE JOB-LOG WRITER.
           MOVE FUNCTION WHEN-COMPILED TO WS-AUDIT-COMPILED.
           MOVE WS-AUDIT-COMPILED (1:14) TO WS-AUDIT-BUILD-ID.
           MOVE WS-AUDIT-COMPILED (1:8) TO WS-AUDIT-BUILD-DATE.
           SET ENVIRONMENT "AUDIT_BUILD_ID" TO WS-AUDIT-BUILD-ID.
           DISPLAY "----------------------------------------".
           DISPLAY "RUN HEADER  PROGRAM=" WS-AUDIT-PROGRAM
              " DATE=" WS-AUDIT-START-DATE.
           DISPLAY "  BUILD=" WS-AUDIT-BUILD-ID
              " BUILT=" WS-AUDIT-BUILD-DATE.
           DISPLAY "  START=" WS-AUDIT-START-HH ":" WS-AUDIT-START-MM
              ":" WS-AUDIT-START-SS " OPERATOR=" WS-AUDIT-OPERATOR.
           DISPLAY "----------------------------------------".
             ON EXCEPTION
              CONTINUE
           END-CALL.
           CALL "VERSREG" USING WS-AUDIT-PROGRAM, WS-AUDIT-BUILD-ID,
              WS-AUDIT-BUILD-DATE
             ON EXCEPTION
              CONTINUE
           END-CALL.
           MOVE WS-AUDIT-SAVED-RC TO RETURN-CODE.
           EXIT.
      *
