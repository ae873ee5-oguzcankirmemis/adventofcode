       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSREG.
       AUTHOR. OK999.
      * BUILD VERSION REGISTRY RECORDER. CALLED FROM THE AUDITPA RUN
      * HEADER WITH THE RUNNING PROGRAM'S BUILD ID AND BUILD DATE (ITS
      * COMPILE TIMESTAMP), AND FROM SHARED SUBPROGRAMS SUCH AS ELFVM
      * ON THEIR FIRST CALL WITH THEIR OWN. IF THE REGISTRY (SEE
      * VERSRGWS) HAS NO RECORD YET FOR THIS PROGRAM, BUILD AND
      * RUN-UNDER PROGRAM (THE AUDIT_PROGRAM THE RUN HEADER
      * PUBLISHES), ONE IS APPENDED WITH TODAY'S DATE AND TIME, THE
      * RUN NUMBER AND THE OPERATOR - SO THE REGISTRY SAYS WHEN EACH
      * NEW BUILD FIRST RAN. ANSDRIFT AND YEARCOMP READ IT TO MARK
      * CHANGES THAT COINCIDE WITH A NEW BUILD. A REGISTRY THAT
      * CANNOT BE WRITTEN IS REPORTED; THE RUN ITSELF GOES ON. THE
      * CALLER'S RETURN-CODE IS PRESERVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY VERSRGSL.
       DATA DIVISION.
       FILE SECTION.
          COPY VERSRGFD.
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          COPY VERSRGWS.
          01 WS-SAVED-RC PIC S9(9).
          01 WS-UNDER PIC X(10).
          01 WS-FOUND PIC X(1).
          01 WS-RUN-DATE PIC X(8).
          01 WS-RUN-TIME PIC X(8).
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-OPERATOR PIC X(8).
       LINKAGE SECTION.
          01 L-PROGRAM PIC X(10).
          01 L-BUILD-ID PIC X(14).
          01 L-BUILD-DATE PIC X(8).
       PROCEDURE DIVISION USING L-PROGRAM, L-BUILD-ID, L-BUILD-DATE.
       REGISTER-BUILD SECTION.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           MOVE SPACES TO WS-UNDER.
           ACCEPT WS-UNDER FROM ENVIRONMENT "AUDIT_PROGRAM".
           IF WS-UNDER = SPACES
              MOVE L-PROGRAM TO WS-UNDER
           END-IF.
           MOVE "VERSION_REGISTRY" TO CAT-LOGICAL-NAME.
           MOVE "../../results/versions.txt" TO CAT-DEFAULT-PATH.
           MOVE "UPDATE" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO VR-REGISTRY-DATASET.
           PERFORM SCAN-REGISTRY.
           IF WS-FOUND = "N"
              PERFORM APPEND-REGISTRY-RECORD
           END-IF.
           MOVE WS-SAVED-RC TO RETURN-CODE.
           EXIT PROGRAM.
      *
       SCAN-REGISTRY SECTION.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO VR-EOF.
           OPEN INPUT VERSION-REGISTRY-FILE.
           IF VR-STATUS NOT = "00"
              GO TO SCAN-REGISTRY-99
           END-IF.
           PERFORM UNTIL VR-EOF = "Y" OR WS-FOUND = "Y"
              READ VERSION-REGISTRY-FILE
                 AT END
                    MOVE "Y" TO VR-EOF
                 NOT AT END
                    MOVE SPACES TO VR-PARSE
                    UNSTRING VERSION-REGISTRY-RECORD
                       DELIMITED BY "|"
                       INTO VR-P-PROGRAM, VR-P-BUILD-ID,
                            VR-P-BUILD-DATE, VR-P-UNDER
                    IF VR-P-PROGRAM = L-PROGRAM AND
                       VR-P-BUILD-ID = L-BUILD-ID AND
                       VR-P-UNDER = WS-UNDER
                       MOVE "Y" TO WS-FOUND
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VERSION-REGISTRY-FILE.
       SCAN-REGISTRY-99.
           EXIT.
      *
       APPEND-REGISTRY-RECORD SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
           IF WS-RUN-NUMBER = SPACES
              MOVE "0" TO WS-RUN-NUMBER
           END-IF.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR = SPACES
              MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           OPEN EXTEND VERSION-REGISTRY-FILE.
           IF VR-STATUS = "35"
              OPEN OUTPUT VERSION-REGISTRY-FILE
              CLOSE VERSION-REGISTRY-FILE
              OPEN EXTEND VERSION-REGISTRY-FILE
           END-IF.
           IF VR-STATUS NOT = "00"
              DISPLAY "VERSREG: BUILD NOT REGISTERED FOR "
                 FUNCTION TRIM (L-PROGRAM) " - OPEN STATUS "
                 VR-STATUS
              GO TO APPEND-REGISTRY-RECORD-99
           END-IF.
           MOVE SPACES TO VERSION-REGISTRY-RECORD.
           STRING FUNCTION TRIM (L-PROGRAM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  L-BUILD-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  L-BUILD-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UNDER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                  INTO VERSION-REGISTRY-RECORD
           END-STRING.
           WRITE VERSION-REGISTRY-RECORD.
           CLOSE VERSION-REGISTRY-FILE.
           DISPLAY "VERSREG: NEW BUILD " L-BUILD-ID " OF "
              FUNCTION TRIM (L-PROGRAM) " FIRST RUN UNDER "
              FUNCTION TRIM (WS-UNDER).
       APPEND-REGISTRY-RECORD-99.
           EXIT.
