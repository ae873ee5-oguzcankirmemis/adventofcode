             FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          COPY OPMAPSL.
          COPY CFLOWSL.
          SELECT DERIVATION-FILE
          ASSIGN TO WS-DERIVATION-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
             03 INPUT-STR PIC X(20).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
       COPY OPMAPFD.
       COPY CFLOWFD.
          FD DERIVATION-FILE.
          01 DERIVATION-PRINT-LINE PIC X(132).
          FD RUNAWAY-FILE.
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY ELAPSEWS.
          COPY ELFVMWS.
          COPY OPMAPWS.
          COPY CFLOWWS.
          01 WS-INPUT-DATASET PIC X(200).

          01 WS-INPUT-STATUS PIC X(2) VALUE SPACES.
          77 WS-CRITICAL-SECTION PIC S9(18) USAGE COMP-5 VALUE 3.
          77 WS-CRITICAL-REGISTER PIC 9(18) USAGE COMP-5 VALUE 3.
          01 WS-INPUT-FILE-EOF PIC X(1) VALUE "N".
      * A DEVICE PROGRAM MAY ARRIVE NUMERIC-CODED ("9 2 1 3"), AS
      * DAY16'S TEST PROGRAM DOES. IT IS TRANSLATED THROUGH THE
      * OPCODE MAP DAY16 PUBLISHES, OR REFUSED OUTRIGHT WHEN THAT MAP
      * IS MISSING, OUT OF DATE OR NOT FULLY RESOLVED.
          01 WS-NUMERIC-PROGRAM PIC X(1) VALUE "N".
          01 WS-PROGRAM.
             03 WS-IP PIC 9(18) USAGE COMP-5.
             03 WS-PROGRAM-LEN PIC 9(18) USAGE COMP-5 VALUE 0.
          PERFORM PARSE-INPUT.
          PERFORM LOAD-PARAMETERS.
          PERFORM DERIVE-TARGET.
          PERFORM WRITE-CONTROL-FLOW.
          PERFORM OPEN-DEBUG-LOG.
          PERFORM START-ELAPSED-TIMER.
          PERFORM PART-1.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY19" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY19" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-PROGRAM-LEN TO WS-BAL-ACCEPTED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
             MOVE "./params/control.cfg" TO WS-CONTROL-FILE
          END-IF.
          MOVE 3 TO WS-PARAM-DEFAULT.
          MOVE "DAY19-CRITICAL-SECTION" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          MOVE WS-PARAM-RESULT TO WS-CRITICAL-SECTION.
          MOVE 999999999 TO WS-PARAM-DEFAULT.
       WRITE-DERIVATION-REPORT SECTION.
          MOVE "DAY19_DERIVATION" TO CAT-LOGICAL-NAME.
          MOVE "./day19/derivation.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DERIVATION-DATASET.
          OPEN OUTPUT DERIVATION-FILE.
          IF WS-DERIVED = "Y"
       OPEN-DEBUG-LOG SECTION.
          MOVE "DAY19_DEBUG_LOG" TO CAT-LOGICAL-NAME.
          MOVE "./day19/debug.log" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DEBUG-LOG-DATASET.
          OPEN OUTPUT DEBUG-LOG-FILE.
          EXIT.
       PARSE-INPUT SECTION.
          MOVE "DAY19_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                   UNSTRING INPUT-STR DELIMITED BY " "
                      INTO WS-TMP-STR-1, WS-TMP-1, WS-TMP-2, WS-TMP-3
                   MOVE WS-TMP-STR-1 TO WS-PR-OPCODE (WS-PROGRAM-LEN)
                   IF WS-TMP-STR-1 (1:1) IS NUMERIC
                      MOVE "Y" TO WS-NUMERIC-PROGRAM
                   END-IF
                   MOVE WS-TMP-1 TO WS-PR-OP-1 (WS-PROGRAM-LEN)
                   MOVE WS-TMP-2 TO WS-PR-OP-2 (WS-PROGRAM-LEN)
                   MOVE WS-TMP-3 TO WS-PR-RES (WS-PROGRAM-LEN)
          END-PERFORM.
          CLOSE INPUT-FILE.
          IF WS-NUMERIC-PROGRAM = "Y"
             PERFORM TRANSLATE-NUMERIC-PROGRAM
          END-IF.
          EXIT.
      *
       TRANSLATE-NUMERIC-PROGRAM SECTION.
          PERFORM LOAD-OPCODE-MAP.
          IF OM-REFUSAL = SPACES
             PERFORM VARYING WS-T-1 FROM 1 BY 1
             UNTIL WS-T-1 > WS-PROGRAM-LEN OR OM-REFUSAL NOT = SPACES
                IF WS-PR-OPCODE (WS-T-1) (1:1) IS NUMERIC
                   PERFORM TRANSLATE-ONE-OPCODE
                END-IF
             END-PERFORM
          END-IF.
          IF OM-REFUSAL NOT = SPACES
             DISPLAY "DAY19: NUMERIC PROGRAM REFUSED - "
                FUNCTION TRIM (OM-REFUSAL)
             MOVE "S" TO ALERT-SEVERITY
             MOVE "DAY19" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "NUMERIC PROGRAM REFUSED - " DELIMITED BY SIZE
                    FUNCTION TRIM (OM-REFUSAL) DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          DISPLAY "DAY19: NUMERIC PROGRAM TRANSLATED THROUGH "
             "OPCODE MAP OF RUN " FUNCTION TRIM (OM-RUN-NUMBER)
             " (" OM-MAP-DATE ")".
          EXIT.
      *
       TRANSLATE-ONE-OPCODE SECTION.
          COMPUTE WS-T-2 = FUNCTION NUMVAL (WS-PR-OPCODE (WS-T-1)).
          IF WS-T-2 > 15
             MOVE WS-T-1 TO OM-N-ED
             STRING "OPCODE " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PR-OPCODE (WS-T-1))
                       DELIMITED BY SIZE
                    " AT INSTRUCTION " DELIMITED BY SIZE
                    FUNCTION TRIM (OM-N-ED) DELIMITED BY SIZE
                    " IS OUTSIDE THE OPCODE MAP" DELIMITED BY SIZE
                    INTO OM-REFUSAL
             END-STRING
          ELSE
             MOVE FUNCTION LOWER-CASE (OM-MNEMONIC (WS-T-2 + 1))
                TO WS-PR-OPCODE (WS-T-1)
          END-IF.
          EXIT.
      *
      * BASIC-BLOCK LISTING OF THE (TRANSLATED) DEVICE PROGRAM, SO
      * THE LOOPS AND HALT EXITS CAN BE READ WITHOUT RUNNING IT.
       WRITE-CONTROL-FLOW SECTION.
          MOVE WS-PROGRAM TO CF-PROGRAM.
          MOVE "DAY19" TO CF-PROGRAM-NAME.
          MOVE "DAY19_FLOW_LISTING" TO CF-LISTING-LOGICAL.
          MOVE "./day19/flow_listing.txt" TO CF-LISTING-DEFAULT.
          PERFORM WRITE-FLOW-LISTING.
          EXIT.
      *
       PART-1 SECTION.
       WRITE-PROFILE-REPORT SECTION.
          MOVE "DAY19_PROFILE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day19/profile.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PROFILE-DATASET.
          MOVE 0 TO WS-PROF-TOTAL.
          PERFORM VARYING WS-PROF-I FROM 1 BY 1
       HANDLE-RUNAWAY-HALT SECTION.
          MOVE "DAY19_RUNAWAY_DUMP" TO CAT-LOGICAL-NAME.
          MOVE "./day19/runaway.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RUNAWAY-DATASET.
          OPEN OUTPUT RUNAWAY-FILE.
          MOVE VM-CYCLE-COUNT TO WS-RA-N1-ED.
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY ELAPSEPA.
       COPY OPMAPPA.
       COPY CFLOWPA.
