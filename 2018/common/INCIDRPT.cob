       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDRPT.
       AUTHOR. OK999.
      * MONTHLY INCIDENT REPORT. FOR THE REVIEW MONTH
      * (INCIDRPT_MONTH=YYYYMM, DEFAULTING TO THE CURRENT MONTH) EVERY
      * INCIDENT ON THE INCIDENT MASTER (SEE INCIDENT) WHOSE BUSINESS
      * DATE FALLS IN THE MONTH IS LISTED WITH WHEN THE STEP FAILED,
      * WHEN IT WAS RESTORED (THE RERUN THAT ENDED WITH RETURN CODE
      * 0) AND THE TIME TO RESTORE IN MINUTES BETWEEN THE TWO, WITH
      * ITS RERUN, ALERT, CORRECTION AND APPROVAL COUNTS. THE TOTALS
      * GIVE THE AVERAGE AND LONGEST TIME TO RESTORE OVER THE
      * INCIDENTS CLOSED. THE REPEAT-OFFENDER SECTION THEN TAKES EACH
      * PROGRAM WITH AN INCIDENT IN THE MONTH, MOST INCIDENTS FIRST,
      * WITH ITS AVERAGE AND LONGEST TIME TO RESTORE AND ITS COUNT
      * OVER THE SIX MONTHS ENDING WITH THE REVIEW MONTH; A PROGRAM
      * WITH TWO OR MORE INCIDENTS IN THE MONTH IS A REPEAT OFFENDER.
      * OFF-STREAM, LIKE MONTHEND AND SUPSCORE.
      * RETURN CODES: 0 = REPORT WRITTEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY INCIDSL.
          SELECT INCIDENT-REPORT-FILE
             ASSIGN TO WS-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY INCIDFD.
          FD INCIDENT-REPORT-FILE.
          01 INCIDENT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY INCIDWS.
          01 WS-REPORT-DATASET PIC X(200).
          01 WS-REVIEW-MONTH PIC X(6).
          01 WS-FIRST-MONTH PIC X(6).
          01 WS-TODAY PIC 9(8).
          01 WS-MONTH-NUM PIC 9(6).
          01 WS-MM-PART PIC 9(2).
          01 WS-YY-PART PIC 9(4).
          01 WS-IDX PIC 9(3).
          01 WS-HIT PIC 9(3).
          01 WS-BEST PIC 9(3).
          01 WS-MONTH-COUNT PIC 9(4) VALUE 0.
          01 WS-CLOSED-COUNT PIC 9(4) VALUE 0.
          01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
          01 WS-REPEAT-COUNT PIC 9(3) VALUE 0.
          01 WS-TTR-MINUTES PIC 9(7).
          01 WS-TTR-TOTAL PIC 9(9) VALUE 0.
          01 WS-TTR-LONGEST PIC 9(7) VALUE 0.
          01 WS-TTR-AVERAGE PIC 9(7).
          01 WS-STAMP PIC X(14).
          01 WS-STAMP-PARTS REDEFINES WS-STAMP.
             03 WS-STAMP-DATE PIC 9(8).
             03 WS-STAMP-HH PIC 9(2).
             03 WS-STAMP-MM PIC 9(2).
             03 WS-STAMP-SS PIC 9(2).
          01 WS-STAMP-MINUTES PIC 9(9).
          01 WS-OPEN-MINUTES PIC 9(9).
      * ONE ENTRY PER PROGRAM WITH AN INCIDENT IN THE SIX MONTHS.
          01 WS-OFFENDER-COUNT PIC 9(3) VALUE 0.
          01 WS-OFFENDER-TABLE.
             03 WS-OFFENDER OCCURS 60.
                05 WS-OF-PROGRAM PIC X(10).
                05 WS-OF-MONTH PIC 9(4).
                05 WS-OF-CLOSED PIC 9(4).
                05 WS-OF-TTR-TOTAL PIC 9(9).
                05 WS-OF-TTR-LONGEST PIC 9(7).
                05 WS-OF-SIX-MONTHS PIC 9(4).
                05 WS-OF-PRINTED PIC X(1).
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-INCIDENT-HEAD.
             03 FILLER PIC X(8) VALUE "ID".
             03 FILLER PIC X(11) VALUE "PROGRAM".
             03 FILLER PIC X(10) VALUE "BUS DATE".
             03 FILLER PIC X(15) VALUE "FAILED".
             03 FILLER PIC X(7) VALUE "RC".
             03 FILLER PIC X(15) VALUE "RESTORED".
             03 FILLER PIC X(8) VALUE "TTR-MIN".
             03 FILLER PIC X(7) VALUE "RERUNS".
             03 FILLER PIC X(7) VALUE "ALERTS".
             03 FILLER PIC X(7) VALUE "CORRS".
             03 FILLER PIC X(5) VALUE "APPRS".
          01 WS-INCIDENT-LINE.
             03 WS-IL-ID PIC 9(6).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-IL-PROGRAM PIC X(10).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-IL-BUS-DATE PIC X(8).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-IL-FAILED PIC X(13).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-IL-RC PIC X(6).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-IL-RESTORED PIC X(13).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-IL-TTR PIC ZZZZZZ9.
             03 WS-IL-TTR-X REDEFINES WS-IL-TTR PIC X(7).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-IL-RERUNS PIC ZZZZZ9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-IL-ALERTS PIC ZZZZZ9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-IL-CORRECTIONS PIC ZZZZZ9.
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-IL-APPROVALS PIC ZZZZ9.
          01 WS-OFFENDER-HEAD.
             03 FILLER PIC X(12) VALUE "PROGRAM".
             03 FILLER PIC X(11) VALUE "INCIDENTS".
             03 FILLER PIC X(8) VALUE "CLOSED".
             03 FILLER PIC X(10) VALUE "AVG TTR".
             03 FILLER PIC X(10) VALUE "MAX TTR".
             03 FILLER PIC X(10) VALUE "6 MONTHS".
          01 WS-OFFENDER-LINE.
             03 WS-OL-PROGRAM PIC X(10).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-OL-MONTH PIC ZZZZZZZZ9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-OL-CLOSED PIC ZZZZZ9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-OL-AVERAGE PIC ZZZZZZ9.
             03 WS-OL-AVERAGE-X REDEFINES WS-OL-AVERAGE PIC X(7).
             03 FILLER PIC X(3) VALUE SPACES.
             03 WS-OL-LONGEST PIC ZZZZZZ9.
             03 WS-OL-LONGEST-X REDEFINES WS-OL-LONGEST PIC X(7).
             03 FILLER PIC X(3) VALUE SPACES.
             03 WS-OL-SIX-MONTHS PIC ZZZZZZZ9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-OL-FLAG PIC X(15).
          01 WS-COUNT-ED PIC ZZZ9.
          01 WS-MINUTES-ED PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "INCIDRPT" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM RESOLVE-REVIEW-MONTH.
          PERFORM LOAD-INCIDENT-MASTER.
          IF IM-COUNT = 0
             DISPLAY "INCIDRPT: NO INCIDENTS ON THE MASTER"
          END-IF.
          PERFORM VARYING IM-IDX FROM 1 BY 1 UNTIL IM-IDX > IM-COUNT
             PERFORM TALLY-OFFENDER
          END-PERFORM.
          PERFORM WRITE-INCIDENT-REPORT.
          DISPLAY "INCIDRPT: " WS-MONTH-COUNT " INCIDENT(S) IN "
             WS-REVIEW-MONTH ", " WS-CLOSED-COUNT " RESTORED, "
             WS-REPEAT-COUNT " REPEAT OFFENDER(S)".
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE SIX-MONTH WINDOW RUNS FROM FIVE MONTHS BEFORE THE REVIEW
      * MONTH THROUGH THE REVIEW MONTH.
       RESOLVE-REVIEW-MONTH SECTION.
          ACCEPT WS-REVIEW-MONTH FROM ENVIRONMENT "INCIDRPT_MONTH".
          IF WS-REVIEW-MONTH = SPACES
             ACCEPT WS-TODAY FROM DATE YYYYMMDD
             MOVE WS-TODAY (1:6) TO WS-REVIEW-MONTH
          END-IF.
          MOVE WS-REVIEW-MONTH TO WS-MONTH-NUM.
          MOVE WS-MONTH-NUM (1:4) TO WS-YY-PART.
          MOVE WS-MONTH-NUM (5:2) TO WS-MM-PART.
          IF WS-MM-PART > 5
             SUBTRACT 5 FROM WS-MM-PART
          ELSE
             ADD 7 TO WS-MM-PART
             SUBTRACT 1 FROM WS-YY-PART
          END-IF.
          MOVE SPACES TO WS-FIRST-MONTH.
          STRING WS-YY-PART DELIMITED BY SIZE
                 WS-MM-PART DELIMITED BY SIZE
                 INTO WS-FIRST-MONTH
          END-STRING.
          DISPLAY "INCIDRPT: REPORTING " WS-REVIEW-MONTH
             ", REPEATS OVER " WS-FIRST-MONTH "-" WS-REVIEW-MONTH.
          EXIT.
      *
      * IM-IDX IN: THE INCIDENT COUNTED AGAINST ITS PROGRAM WHEN ITS
      * BUSINESS DATE IS IN THE SIX MONTHS.
       TALLY-OFFENDER SECTION.
          IF IM-BUS-DATE (IM-IDX) (1:6) < WS-FIRST-MONTH OR
             IM-BUS-DATE (IM-IDX) (1:6) > WS-REVIEW-MONTH
             GO TO TALLY-OFFENDER-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-OFFENDER-COUNT OR WS-HIT > 0
             IF WS-OF-PROGRAM (WS-IDX) = IM-PROGRAM (IM-IDX)
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             IF WS-OFFENDER-COUNT >= 60
                GO TO TALLY-OFFENDER-99
             END-IF
             ADD 1 TO WS-OFFENDER-COUNT
             MOVE WS-OFFENDER-COUNT TO WS-HIT
             MOVE IM-PROGRAM (IM-IDX) TO WS-OF-PROGRAM (WS-HIT)
             MOVE 0 TO WS-OF-MONTH (WS-HIT) WS-OF-CLOSED (WS-HIT)
                WS-OF-TTR-TOTAL (WS-HIT) WS-OF-TTR-LONGEST (WS-HIT)
                WS-OF-SIX-MONTHS (WS-HIT)
             MOVE "N" TO WS-OF-PRINTED (WS-HIT)
          END-IF.
          ADD 1 TO WS-OF-SIX-MONTHS (WS-HIT).
          IF IM-BUS-DATE (IM-IDX) (1:6) NOT = WS-REVIEW-MONTH
             GO TO TALLY-OFFENDER-99
          END-IF.
          ADD 1 TO WS-OF-MONTH (WS-HIT).
          IF IM-STATE (IM-IDX) = "C"
             PERFORM COMPUTE-TIME-TO-RESTORE
             ADD 1 TO WS-OF-CLOSED (WS-HIT)
             ADD WS-TTR-MINUTES TO WS-OF-TTR-TOTAL (WS-HIT)
             IF WS-TTR-MINUTES > WS-OF-TTR-LONGEST (WS-HIT)
                MOVE WS-TTR-MINUTES TO WS-OF-TTR-LONGEST (WS-HIT)
             END-IF
          END-IF.
       TALLY-OFFENDER-99.
          EXIT.
      *
      * IM-IDX IN: MINUTES FROM THE FAILING TRAILER TO THE TRAILER
      * THAT RESTORED THE STEP, INTO WS-TTR-MINUTES.
       COMPUTE-TIME-TO-RESTORE SECTION.
          MOVE 0 TO WS-TTR-MINUTES.
          MOVE IM-OPEN-STAMP (IM-IDX) TO WS-STAMP.
          PERFORM STAMP-TO-MINUTES.
          MOVE WS-STAMP-MINUTES TO WS-OPEN-MINUTES.
          MOVE IM-CLOSE-STAMP (IM-IDX) TO WS-STAMP.
          PERFORM STAMP-TO-MINUTES.
          IF WS-STAMP-MINUTES > WS-OPEN-MINUTES
             COMPUTE WS-TTR-MINUTES =
                WS-STAMP-MINUTES - WS-OPEN-MINUTES
          END-IF.
          EXIT.
      *
       STAMP-TO-MINUTES SECTION.
          MOVE 0 TO WS-STAMP-MINUTES.
          IF WS-STAMP IS NOT NUMERIC
             GO TO STAMP-TO-MINUTES-99
          END-IF.
          COMPUTE WS-STAMP-MINUTES =
             FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440 +
             WS-STAMP-HH * 60 + WS-STAMP-MM.
       STAMP-TO-MINUTES-99.
          EXIT.
      *
       WRITE-INCIDENT-REPORT SECTION.
          MOVE "INCIDENT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/incidrpt.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REPORT-DATASET.
          OPEN OUTPUT INCIDENT-REPORT-FILE.
          MOVE "INCIDRPT" TO RPT-PROGRAM.
          MOVE SPACES TO RPT-TITLE.
          STRING "MONTHLY INCIDENT REPORT " DELIMITED BY SIZE
                 WS-REVIEW-MONTH DELIMITED BY SIZE
                 INTO RPT-TITLE
          END-STRING.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          MOVE WS-INCIDENT-HEAD TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          PERFORM VARYING IM-IDX FROM 1 BY 1 UNTIL IM-IDX > IM-COUNT
             IF IM-BUS-DATE (IM-IDX) (1:6) = WS-REVIEW-MONTH
                PERFORM WRITE-INCIDENT-LINE
             END-IF
          END-PERFORM.
          PERFORM WRITE-INCIDENT-TOTALS.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE "REPEAT OFFENDERS BY PROGRAM" TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-OFFENDER-HEAD TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          PERFORM WRITE-NEXT-OFFENDER WS-OFFENDER-COUNT TIMES.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-REPEAT-COUNT TO WS-COUNT-ED.
          STRING "REPEAT OFFENDERS THIS MONTH: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          CLOSE INCIDENT-REPORT-FILE.
          EXIT.
      *
       WRITE-INCIDENT-LINE SECTION.
          ADD 1 TO WS-MONTH-COUNT.
          MOVE IM-ID (IM-IDX) TO WS-IL-ID.
          MOVE IM-PROGRAM (IM-IDX) TO WS-IL-PROGRAM.
          MOVE IM-BUS-DATE (IM-IDX) TO WS-IL-BUS-DATE.
          MOVE SPACES TO WS-IL-FAILED WS-IL-RESTORED.
          STRING IM-OPEN-STAMP (IM-IDX) (1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 IM-OPEN-STAMP (IM-IDX) (9:4) DELIMITED BY SIZE
                 INTO WS-IL-FAILED
          END-STRING.
          MOVE IM-OPEN-RC (IM-IDX) TO WS-IL-RC.
          IF IM-STATE (IM-IDX) = "C"
             STRING IM-CLOSE-STAMP (IM-IDX) (1:8) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    IM-CLOSE-STAMP (IM-IDX) (9:4) DELIMITED BY SIZE
                    INTO WS-IL-RESTORED
             END-STRING
             PERFORM COMPUTE-TIME-TO-RESTORE
             MOVE WS-TTR-MINUTES TO WS-IL-TTR
             ADD 1 TO WS-CLOSED-COUNT
             ADD WS-TTR-MINUTES TO WS-TTR-TOTAL
             IF WS-TTR-MINUTES > WS-TTR-LONGEST
                MOVE WS-TTR-MINUTES TO WS-TTR-LONGEST
             END-IF
          ELSE
             MOVE "STILL OPEN" TO WS-IL-RESTORED
             MOVE SPACES TO WS-IL-TTR-X
             ADD 1 TO WS-OPEN-COUNT
          END-IF.
          MOVE IM-RERUNS (IM-IDX) TO WS-IL-RERUNS.
          MOVE IM-ALERTS (IM-IDX) TO WS-IL-ALERTS.
          MOVE IM-CORRECTIONS (IM-IDX) TO WS-IL-CORRECTIONS.
          MOVE IM-APPROVALS (IM-IDX) TO WS-IL-APPROVALS.
          MOVE WS-INCIDENT-LINE TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          EXIT.
      *
       WRITE-INCIDENT-TOTALS SECTION.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-MONTH-COUNT TO WS-COUNT-ED.
          STRING "INCIDENTS: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
          STRING "  RESTORED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (20:)
          END-STRING.
          MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
          STRING "  STILL OPEN: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (40:)
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          IF WS-CLOSED-COUNT = 0
             MOVE "TIME TO RESTORE: NO INCIDENT RESTORED THIS MONTH"
                TO WS-DETAIL-LINE
          ELSE
             COMPUTE WS-TTR-AVERAGE ROUNDED =
                WS-TTR-TOTAL / WS-CLOSED-COUNT
             MOVE WS-TTR-AVERAGE TO WS-MINUTES-ED
             STRING "AVERAGE TIME TO RESTORE (MINUTES): "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-MINUTES-ED) DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             MOVE WS-TTR-LONGEST TO WS-MINUTES-ED
             STRING "  LONGEST: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-MINUTES-ED) DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE (50:)
             END-STRING
          END-IF.
          PERFORM WRITE-REPORT-DETAIL.
          EXIT.
      *
      * EACH CALL WRITES THE UNPRINTED PROGRAM WITH THE MOST
      * INCIDENTS IN THE MONTH (THE FIRST FOUND ON A TIE, THEN THE
      * MOST OVER THE SIX MONTHS). PROGRAMS WITH NONE IN THE MONTH
      * ARE NOT WRITTEN.
       WRITE-NEXT-OFFENDER SECTION.
          MOVE 0 TO WS-BEST.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-OFFENDER-COUNT
             IF WS-OF-PRINTED (WS-IDX) = "N" AND
                WS-OF-MONTH (WS-IDX) > 0
                IF WS-BEST = 0
                   MOVE WS-IDX TO WS-BEST
                ELSE
                   IF WS-OF-MONTH (WS-IDX) > WS-OF-MONTH (WS-BEST) OR
                      (WS-OF-MONTH (WS-IDX) = WS-OF-MONTH (WS-BEST)
                       AND WS-OF-SIX-MONTHS (WS-IDX) >
                           WS-OF-SIX-MONTHS (WS-BEST))
                      MOVE WS-IDX TO WS-BEST
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          IF WS-BEST = 0
             GO TO WRITE-NEXT-OFFENDER-99
          END-IF.
          MOVE "Y" TO WS-OF-PRINTED (WS-BEST).
          MOVE WS-OF-PROGRAM (WS-BEST) TO WS-OL-PROGRAM.
          MOVE WS-OF-MONTH (WS-BEST) TO WS-OL-MONTH.
          MOVE WS-OF-CLOSED (WS-BEST) TO WS-OL-CLOSED.
          IF WS-OF-CLOSED (WS-BEST) = 0
             MOVE "      -" TO WS-OL-AVERAGE-X
             MOVE "      -" TO WS-OL-LONGEST-X
          ELSE
             COMPUTE WS-TTR-AVERAGE ROUNDED =
                WS-OF-TTR-TOTAL (WS-BEST) / WS-OF-CLOSED (WS-BEST)
             MOVE WS-TTR-AVERAGE TO WS-OL-AVERAGE
             MOVE WS-OF-TTR-LONGEST (WS-BEST) TO WS-OL-LONGEST
          END-IF.
          MOVE WS-OF-SIX-MONTHS (WS-BEST) TO WS-OL-SIX-MONTHS.
          IF WS-OF-MONTH (WS-BEST) > 1
             MOVE "REPEAT OFFENDER" TO WS-OL-FLAG
             ADD 1 TO WS-REPEAT-COUNT
          ELSE
             MOVE SPACES TO WS-OL-FLAG
          END-IF.
          MOVE WS-OFFENDER-LINE TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
       WRITE-NEXT-OFFENDER-99.
          EXIT.
      *
       WRITE-REPORT-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          WRITE INCIDENT-REPORT-RECORD FROM WS-DETAIL-LINE.
          MOVE SPACES TO WS-DETAIL-LINE.
          EXIT.
      *
       WRITE-REPORT-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE INCIDENT-REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE INCIDENT-REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE INCIDENT-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY INCIDPA.
      *
       COPY AUDITPA.
