      *      FIRST.
      * MASTER RECORD (PIPE-DELIMITED):
      *   STATUS(O/A)|SEV|PROGRAM|FIRST-DATE|LAST-DATE|NIGHTS|
      *   ACK-INITIALS|ACK-DISP|ACK-DATE|MESSAGE|ACK-TIME
      * ACK-TIME (HHMMSS, THE TIME THE ACKNOWLEDGMENT WAS APPLIED) IS
      * LAST SO OLDER MASTERS STILL LOAD; PAGECHK READS THE ACK DATE
      * AND TIME TO CLOSE OUT A PAGE AND TIME THE RESPONSE.
      * TRANSACTION RECORD (PIPE-DELIMITED):
      *   INITIALS|DISPOSITION|PROGRAM|MESSAGE-PREFIX
      * AN EMPTY MESSAGE-PREFIX ACKNOWLEDGES EVERY OPEN ITEM FOR THE
                05 WS-IT-ACK-DISP PIC X(4).
                05 WS-IT-ACK-DATE PIC X(8).
                05 WS-IT-MESSAGE PIC X(120).
                05 WS-IT-ACK-TIME PIC X(6).
          01 WS-ITEM-COUNT PIC 9(3) VALUE 0.
          01 WS-MASTER-PARSE.
             03 WS-MP-STATUS PIC X(2).
             03 WS-MP-ACK-DISP PIC X(4).
             03 WS-MP-ACK-DATE PIC X(8).
             03 WS-MP-MESSAGE PIC X(120).
             03 WS-MP-ACK-TIME PIC X(6).
          01 WS-ALERT-PARSE.
             03 WS-AP-DATE PIC X(8).
             03 WS-AP-TIME PIC X(8).
          01 WS-HIT PIC 9(3).
          01 WS-PREFIX-LEN PIC 9(3).
          01 WS-TODAY PIC X(8).
          01 WS-NOW-TIME PIC 9(8).
          01 WS-OPEN-SEVERE PIC 9(3) VALUE 0.
          01 WS-OPEN-WARNING PIC 9(3) VALUE 0.
          01 WS-ACK-APPLIED PIC 9(3) VALUE 0.
          MOVE "ALERTACK" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-NOW-TIME FROM TIME.
          PERFORM LOAD-STATUS-MASTER.
          PERFORM SWEEP-ALERT-LOG.
          PERFORM APPLY-ACK-TRANSACTIONS.
       LOAD-STATUS-MASTER SECTION.
          MOVE "ALERT_STATUS_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/alertstat.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MASTER-DATASET.
          OPEN INPUT MASTER-FILE.
          IF WS-MASTER-STATUS NOT = "00"
             INTO WS-MP-STATUS, WS-MP-SEVERITY, WS-MP-PROGRAM,
                  WS-MP-FIRST-DATE, WS-MP-LAST-DATE, WS-MP-NIGHTS,
                  WS-MP-ACK-INITIALS, WS-MP-ACK-DISP,
                  WS-MP-ACK-DATE, WS-MP-MESSAGE, WS-MP-ACK-TIME.
          ADD 1 TO WS-ITEM-COUNT.
          MOVE WS-MP-STATUS (1:1) TO WS-IT-STATUS (WS-ITEM-COUNT).
          MOVE WS-MP-SEVERITY (1:1)
          MOVE WS-MP-ACK-DISP TO WS-IT-ACK-DISP (WS-ITEM-COUNT).
          MOVE WS-MP-ACK-DATE TO WS-IT-ACK-DATE (WS-ITEM-COUNT).
          MOVE WS-MP-MESSAGE TO WS-IT-MESSAGE (WS-ITEM-COUNT).
          MOVE WS-MP-ACK-TIME TO WS-IT-ACK-TIME (WS-ITEM-COUNT).
       LOAD-MASTER-RECORD-99.
          EXIT.
      *
       SWEEP-ALERT-LOG SECTION.
          MOVE "ALERT_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/alerts.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ALERT-DATASET.
          OPEN INPUT ALERT-FILE.
          IF WS-ALERT-STATUS NOT = "00"
          MOVE SPACES TO WS-IT-ACK-INITIALS (WS-ITEM-COUNT).
          MOVE SPACES TO WS-IT-ACK-DISP (WS-ITEM-COUNT).
          MOVE SPACES TO WS-IT-ACK-DATE (WS-ITEM-COUNT).
          MOVE SPACES TO WS-IT-ACK-TIME (WS-ITEM-COUNT).
          MOVE WS-AP-MESSAGE TO WS-IT-MESSAGE (WS-ITEM-COUNT).
       MATCH-ALERT-ROW-99.
          EXIT.
       APPLY-ACK-TRANSACTIONS SECTION.
          MOVE "ALERT_ACK_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/alertack.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ACK-DATASET.
          OPEN INPUT ACK-FILE.
          IF WS-ACK-STATUS NOT = "00"
          MOVE WS-KP-INITIALS TO WS-IT-ACK-INITIALS (WS-IDX).
          MOVE WS-KP-DISP TO WS-IT-ACK-DISP (WS-IDX).
          MOVE WS-TODAY TO WS-IT-ACK-DATE (WS-IDX).
          MOVE WS-NOW-TIME (1:6) TO WS-IT-ACK-TIME (WS-IDX).
          ADD 1 TO WS-ACK-APPLIED.
       ACK-IF-PREFIX-MATCHES-99.
          EXIT.
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IT-MESSAGE (WS-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-IT-ACK-TIME (WS-IDX) DELIMITED BY SIZE
                 INTO MASTER-RECORD
          END-STRING.
          WRITE MASTER-RECORD.
       WRITE-OPEN-REPORT SECTION.
          MOVE "OPEN_ALERTS_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/openalerts.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-OPEN-REPORT-DATASET.
          OPEN OUTPUT OPEN-REPORT-FILE.
          MOVE "ALERTACK" TO RPT-PROGRAM.
