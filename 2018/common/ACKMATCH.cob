      * AN INTERFACE WITHOUT A CONFIRMED RECEIPT IS A PLACE WHERE
      * DATA SILENTLY DISAPPEARS; THIS IS THE RECEIPT.
      * ACK RECORD: TRANSID|ACCEPTED|REJECTED|COUNT|HASH.
      * THE REGISTER IS APPEND-ONLY, SO A TRANSMISSION EXTRACT HELD
      * FOR SIGN-OFF APPEARS AGAIN WHEN EXTRREL RELEASES IT; THE
      * LATEST RECORD FOR AN ID IS THE ONE MATCHED, AND ITS DATE (THE
      * DAY IT WAS RELEASED) IS WHERE THE AGE COUNTS FROM. A RECORD
      * WITH NO STATE PREDATES THE RELEASE GATE AND WAS SHIPPED.
      * A TRANSMISSION STILL HELD IS LISTED AS AWAITING SIGN-OFF AND
      * IS NOT EXPECTED BACK; AN ACK FOR ONE IS A MISMATCH - SOMETHING
      * WAS COLLECTED THAT WAS NEVER RELEASED. ONE SUPERSEDED (A HELD
      * NIGHT REPLACED ON THE PENDING DATASET BY A LATER ONE, SEE
      * EXTRACT) WILL NEVER BE RELEASED: IT IS NOT EXPECTED BACK OR
      * LISTED, AND AN ACK FOR IT IS A MISMATCH THE SAME WAY.
      * A RESTATEMENT (SEE RESTATE) IS REGISTERED RELEASED UNDER ITS
      * OWN ID, <TRANSMISSION-ID>-R<N>, AND IS PAIRED LIKE ANY OTHER.
      * RETURN CODES: 0 = EVERYTHING MATCHED CLEAN, 2 = MISMATCHES
      * OR AGED UNACKNOWLEDGED TRANSMISSIONS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
          FD TRANS-REG-FILE.
          01 TRANS-REG-RECORD PIC X(250).
          FD ACK-IN-FILE.
          01 ACK-IN-RECORD PIC X(100).
          FD MATCH-REPORT-FILE.
                05 WS-TR-COUNT PIC 9(9) USAGE BINARY.
                05 WS-TR-HASH PIC 9(12) USAGE BINARY.
                05 WS-TR-MATCHED PIC X(1).
                05 WS-TR-STATE PIC X(10).
                05 WS-TR-REASON PIC X(80).
          01 WS-TR-COUNT-N PIC 9(3) VALUE 0.
          01 WS-REG-PARSE.
             03 WS-RP-ID PIC X(20).
             03 WS-RP-RUN PIC X(8).
             03 WS-RP-COUNT PIC X(12).
             03 WS-RP-HASH PIC X(14).
             03 WS-RP-STATE PIC X(10).
             03 WS-RP-APPROVER PIC X(8).
             03 WS-RP-REASON PIC X(80).
          01 WS-ACK-PARSE.
             03 WS-AP-ID PIC X(20).
             03 WS-AP-ACCEPTED PIC X(12).
          01 WS-MISMATCHED PIC 9(3) VALUE 0.
          01 WS-UNACKED PIC 9(3) VALUE 0.
          01 WS-ORPHANS PIC 9(3) VALUE 0.
          01 WS-HELD PIC 9(3) VALUE 0.
          01 WS-AM-N1-ED PIC Z(8)9.
          01 WS-AM-N2-ED PIC Z(8)9.
      *
          PERFORM CLOSE-MATCH-REPORT.
          DISPLAY "ACKMATCH: " WS-MATCHED-CLEAN " CLEAN, "
             WS-MISMATCHED " MISMATCHED, " WS-UNACKED
             " UNACKNOWLEDGED, " WS-ORPHANS " ORPHAN ACK(S), "
             WS-HELD " HELD FOR SIGN-OFF".
          IF WS-MISMATCHED > 0 OR WS-UNACKED > 0
             MOVE 2 TO RETURN-CODE
          ELSE
          MOVE "TRANSMISSION_REGISTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/transmissions.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TRANS-REG-DATASET.
          OPEN INPUT TRANS-REG-FILE.
          IF WS-TRANS-REG-STATUS NOT = "00"
          MOVE SPACES TO WS-REG-PARSE.
          UNSTRING TRANS-REG-RECORD DELIMITED BY "|"
             INTO WS-RP-ID, WS-RP-DATE, WS-RP-RUN, WS-RP-COUNT,
                  WS-RP-HASH, WS-RP-STATE, WS-RP-APPROVER,
                  WS-RP-REASON.
          IF WS-RP-ID = SPACES OR WS-RP-DATE IS NOT NUMERIC
             GO TO LOAD-REGISTER-RECORD-99
          END-IF.
          IF WS-RP-STATE = SPACES
             MOVE "RELEASED" TO WS-RP-STATE
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TR-COUNT-N OR WS-HIT > 0
             IF WS-TR-ID (WS-IDX) = WS-RP-ID
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             ADD 1 TO WS-TR-COUNT-N
             MOVE WS-TR-COUNT-N TO WS-HIT
          END-IF.
          MOVE WS-RP-ID TO WS-TR-ID (WS-HIT).
          MOVE WS-RP-DATE TO WS-TR-DATE (WS-HIT).
          COMPUTE WS-TR-COUNT (WS-HIT) =
             FUNCTION NUMVAL (WS-RP-COUNT).
          COMPUTE WS-TR-HASH (WS-HIT) =
             FUNCTION NUMVAL (WS-RP-HASH).
          MOVE "N" TO WS-TR-MATCHED (WS-HIT).
          MOVE WS-RP-STATE TO WS-TR-STATE (WS-HIT).
          MOVE WS-RP-REASON TO WS-TR-REASON (WS-HIT).
       LOAD-REGISTER-RECORD-99.
          EXIT.
      *
       OPEN-MATCH-REPORT SECTION.
          MOVE "ACKMATCH_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ackmatch.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MATCH-DATASET.
          OPEN OUTPUT MATCH-REPORT-FILE.
          MOVE "INTERCHANGE ACKNOWLEDGMENT MATCHING"
       MATCH-ACKNOWLEDGMENTS SECTION.
          MOVE "ACK_FILE" TO CAT-LOGICAL-NAME.
          MOVE "../../results/acks.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ACK-IN-DATASET.
          OPEN INPUT ACK-IN-FILE.
          IF WS-ACK-IN-STATUS NOT = "00"
             GO TO MATCH-ONE-ACK-99
          END-IF.
          MOVE "Y" TO WS-TR-MATCHED (WS-HIT).
          IF WS-TR-STATE (WS-HIT) = "HELD" OR
             WS-TR-STATE (WS-HIT) = "SUPERSEDED"
             ADD 1 TO WS-MISMATCHED
             MOVE SPACES TO MATCH-PRINT-LINE
             IF WS-TR-STATE (WS-HIT) = "HELD"
                STRING "MISMATCH " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AP-ID) DELIMITED BY SIZE
                       " - ACKNOWLEDGED BUT STILL HELD FOR SIGN-OFF"
                          DELIMITED BY SIZE
                       INTO MATCH-PRINT-LINE
                END-STRING
             ELSE
                STRING "MISMATCH " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AP-ID) DELIMITED BY SIZE
                       " - ACKNOWLEDGED BUT SUPERSEDED UNRELEASED"
                          DELIMITED BY SIZE
                       INTO MATCH-PRINT-LINE
                END-STRING
             END-IF
             WRITE MATCH-PRINT-LINE
             MOVE "S" TO ALERT-SEVERITY
             MOVE "ACKMATCH" TO ALERT-PROGRAM
             MOVE MATCH-PRINT-LINE (1:120) TO ALERT-MESSAGE
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
             GO TO MATCH-ONE-ACK-99
          END-IF.
          COMPUTE WS-ACK-ACCEPTED =
             FUNCTION NUMVAL (WS-AP-ACCEPTED).
          COMPUTE WS-ACK-REJECTED =
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-TR-COUNT-N
             IF WS-TR-MATCHED (WS-IDX) = "N"
                EVALUATE WS-TR-STATE (WS-IDX)
                   WHEN "HELD"
                      PERFORM REPORT-HELD-TRANSMISSION
                   WHEN "SUPERSEDED"
                      CONTINUE
                   WHEN OTHER
                      PERFORM CHECK-UNACKED-AGE
                END-EVALUATE
             END-IF
          END-PERFORM.
          EXIT.
          END-CALL.
       CHECK-UNACKED-AGE-99.
          EXIT.
      *
       REPORT-HELD-TRANSMISSION SECTION.
          ADD 1 TO WS-HELD.
          MOVE SPACES TO MATCH-PRINT-LINE.
          STRING "HELD " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TR-ID (WS-IDX))
                    DELIMITED BY SIZE
                 " - AWAITING SIGN-OFF SINCE " DELIMITED BY SIZE
                 WS-TR-DATE (WS-IDX) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TR-REASON (WS-IDX))
                    DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO MATCH-PRINT-LINE
          END-STRING.
          WRITE MATCH-PRINT-LINE.
          EXIT.
      *
       CLOSE-MATCH-REPORT SECTION.
          MOVE SPACES TO MATCH-PRINT-LINE.
                 WS-UNACKED DELIMITED BY SIZE
                 " UNACKNOWLEDGED, " DELIMITED BY SIZE
                 WS-ORPHANS DELIMITED BY SIZE
                 " ORPHAN(S), " DELIMITED BY SIZE
                 WS-HELD DELIMITED BY SIZE
                 " HELD" DELIMITED BY SIZE
                 INTO MATCH-PRINT-LINE
          END-STRING.
          WRITE MATCH-PRINT-LINE.
