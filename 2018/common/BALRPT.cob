       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRPT.
       AUTHOR. OK999.
      * INPUT-TO-OUTPUT BALANCING REPORT. EVERY DAY PROGRAM APPENDS A
      * BALANCING ROW AT END OF RUN (SEE BALNCPA) - RECORDS READ,
      * ACCEPTED, WRITTEN TO ITS REJECT FILE, WRITTEN TO ITS SUSPENSE
      * FILE, AND ITS OWN CONTROL FIGURE WHERE IT HAS ONE. A STEP
      * FOOTS WHEN ACCEPTED + REJECTED + SUSPENDED = READ. THIS
      * REPORT LISTS TONIGHT'S LATEST ROW FOR EACH PROGRAM (SEE
      * BALCHKPA) AND POSTS A WARNING ALERT FOR EACH STEP THAT DOES
      * NOT FOOT. REGRTEST AND EXTRACT REFUSE A NIGHT WITH ANY
      * OUT-OF-BALANCE STEP; THAT REFUSAL IS WHAT STOPS THE STREAM.
      * RETURN CODE 0 ALWAYS - AN OUT-OF-BALANCE STEP IS A WARNING,
      * AND A NON-ZERO CODE HERE WOULD TRIP THE STANDING COND ON
      * REGRTEST AND BYPASS IT BEFORE IT COULD REFUSE THE NIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY BALNCSL.
          SELECT BALANCE-REPORT-FILE
             ASSIGN TO WS-BALANCE-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY BALNCFD.
          FD BALANCE-REPORT-FILE.
          01 BALANCE-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY ALERTWS.
          COPY BALNCWS.
          COPY BALCHKWS.
          01 WS-BALANCE-REPORT-DATASET PIC X(200).
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-SHOW-READ PIC Z(8)9.
          01 WS-SHOW-ACCEPTED PIC Z(8)9.
          01 WS-SHOW-REJECTED PIC Z(8)9.
          01 WS-SHOW-SUSPENDED PIC Z(8)9.
          01 WS-SHOW-CONTROL PIC Z(11)9.
          01 WS-SHOW-CONTROL-TEXT PIC X(33).
          01 WS-SHOW-DIFF PIC -(9)9.
          01 WS-DIFF PIC S9(10).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "BALRPT" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM LOAD-NIGHT-BALANCE.
          PERFORM OPEN-BALANCE-REPORT.
          PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
          UNTIL WS-BCK-IDX > WS-BCK-COUNT
             PERFORM WRITE-BALANCE-LINE
          END-PERFORM.
          PERFORM CLOSE-BALANCE-REPORT.
          DISPLAY "BALRPT: " WS-BCK-COUNT " STEP(S) REPORTED, "
             WS-BCK-OUT-COUNT " OUT OF BALANCE".
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       WRITE-BALANCE-LINE SECTION.
          MOVE WS-BCK-READ (WS-BCK-IDX) TO WS-SHOW-READ.
          MOVE WS-BCK-ACCEPTED (WS-BCK-IDX) TO WS-SHOW-ACCEPTED.
          MOVE WS-BCK-REJECTED (WS-BCK-IDX) TO WS-SHOW-REJECTED.
          MOVE WS-BCK-SUSPENDED (WS-BCK-IDX) TO WS-SHOW-SUSPENDED.
          MOVE SPACES TO WS-SHOW-CONTROL-TEXT.
          IF WS-BCK-CONTROL-NAME (WS-BCK-IDX) NOT = SPACES
             MOVE WS-BCK-CONTROL-VALUE (WS-BCK-IDX) TO WS-SHOW-CONTROL
             STRING WS-BCK-CONTROL-NAME (WS-BCK-IDX)
                       DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHOW-CONTROL) DELIMITED BY SIZE
                    INTO WS-SHOW-CONTROL-TEXT
             END-STRING
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING WS-BCK-PROGRAM (WS-BCK-IDX) DELIMITED BY SIZE
                 " READ " DELIMITED BY SIZE
                 WS-SHOW-READ DELIMITED BY SIZE
                 " ACC " DELIMITED BY SIZE
                 WS-SHOW-ACCEPTED DELIMITED BY SIZE
                 " REJ " DELIMITED BY SIZE
                 WS-SHOW-REJECTED DELIMITED BY SIZE
                 " SUSP " DELIMITED BY SIZE
                 WS-SHOW-SUSPENDED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-BCK-RESULT (WS-BCK-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-SHOW-CONTROL-TEXT DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-BALANCE-DETAIL.
          IF WS-BCK-RESULT (WS-BCK-IDX) NOT = "BALANCED"
             PERFORM ALERT-OUT-OF-BALANCE
          END-IF.
          EXIT.
      *
       ALERT-OUT-OF-BALANCE SECTION.
          COMPUTE WS-DIFF = WS-BCK-READ (WS-BCK-IDX)
             - WS-BCK-ACCEPTED (WS-BCK-IDX)
             - WS-BCK-REJECTED (WS-BCK-IDX)
             - WS-BCK-SUSPENDED (WS-BCK-IDX).
          MOVE WS-DIFF TO WS-SHOW-DIFF.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "BALRPT" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "STEP " DELIMITED BY SIZE
                 WS-BCK-PROGRAM (WS-BCK-IDX) DELIMITED BY SPACE
                 " OUT OF BALANCE - READ " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SHOW-READ) DELIMITED BY SIZE
                 " NOT ACCOUNTED FOR " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SHOW-DIFF) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          EXIT.
      *
       OPEN-BALANCE-REPORT SECTION.
          MOVE "BALANCE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/balrpt.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BALANCE-REPORT-DATASET.
          OPEN OUTPUT BALANCE-REPORT-FILE.
          MOVE "BALRPT" TO RPT-PROGRAM.
          MOVE "INPUT-TO-OUTPUT BALANCING REPORT" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-BALANCE-STAMPS.
          EXIT.
      *
       WRITE-BALANCE-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-BALANCE-STAMPS.
          WRITE BALANCE-REPORT-RECORD FROM WS-DETAIL-LINE.
          EXIT.
      *
       CLOSE-BALANCE-REPORT SECTION.
          IF WS-BCK-COUNT = 0
             MOVE "NO BALANCING RECORDS TONIGHT" TO WS-DETAIL-LINE
             PERFORM WRITE-BALANCE-DETAIL
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "STEPS REPORTED: " DELIMITED BY SIZE
                 WS-BCK-COUNT DELIMITED BY SIZE
                 "  OUT OF BALANCE: " DELIMITED BY SIZE
                 WS-BCK-OUT-COUNT DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-BALANCE-DETAIL.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-BALANCE-STAMPS.
          CLOSE BALANCE-REPORT-FILE.
          EXIT.
      *
       WRITE-BALANCE-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE BALANCE-REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE BALANCE-REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE BALANCE-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY BALCHKPA.
      *
       COPY AUDITPA.
