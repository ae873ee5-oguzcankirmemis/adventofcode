       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.
       AUTHOR. OK999.
      * BATCH INCIDENT RECORDS. A STEP THAT FAILS IN THE NIGHT AND IS
      * PUT RIGHT IN THE MORNING LEAVES ITS STORY SPREAD ACROSS THE
      * JOB LOG, THE ALERT LOG, THE REPROC CORRECTION AUDIT AND THE
      * APPROVALS LOG. THIS PROGRAM KEEPS THE INCIDENT MASTER (SEE
      * INCIDWS) THAT TIES THEM TOGETHER:
      *   - AN INCIDENT OPENS WHEN A STEP OF THE JOB-STREAM
      *     DEFINITION ENDS WITH A NON-ZERO RETURN CODE (A TRAILER ON
      *     THE JOB LOG). ITS BUSINESS DATE IS THE NIGHT THE
      *     TRAILER BELONGS TO: A TRAILER TIMED BEFORE THE SCHEDULE
      *     CARD'S BATCH-CUTOFF IS THE PREVIOUS DAY'S (SEE BATWNWS).
      *   - EVERY LATER RUN OF THE STEP FOR THE SAME BUSINESS DATE, OR
      *     IN THE DAY AFTER THAT NIGHT'S CUTOFF, IS A RERUN OF THE
      *     INCIDENT; THE FIRST ONE TO END WITH RETURN CODE 0 CLOSES
      *     IT. A FAILURE AFTER THE CLOSE OPENS A NEW INCIDENT.
      *   - ALERTS RAISED BY THE STEP, OR NAMING IT AT THE START OF
      *     THEIR TEXT (SLAMON'S "<STEP> IN FLIGHT ..."), FROM THE
      *     HEADER OF THE FAILING RUN TO THE CLOSE ARE LINKED, AS ARE
      *     REPROC CORRECTIONS AND CHGAPPRV DECISIONS ON REPROC ITEMS
      *     FOR THE STEP DATED FROM THE FAILURE TO THE CLOSE. THOSE
      *     TWO LOGS CARRY A DATE ONLY, SO WHEN THE STEP HAS MORE THAN
      *     ONE INCIDENT COVERING THE DATE THE ITEM GOES TO THE FIRST.
      * EVERY PASS READS THE WHOLE JOB LOG AGAIN: A TRAILER ALREADY
      * INSIDE AN INCIDENT'S WINDOW IS NOT OPENED TWICE, SO THE
      * PROGRAM CAN BE RUN AS OFTEN AS WANTED - AS THE STREAM STEP
      * AHEAD OF EXTRACT (WHOSE RELEASE GATE READS THE MASTER), BY
      * REPROC AFTER A CORRECTED RERUN, AND BY HAND AFTER ANY OTHER
      * RERUN. A FAILURE IN A STEP AFTER IT IN THE STREAM IS OPENED
      * ON THE NEXT PASS. THE LINKS DATASET
      * (INCIDENT_LINKS, DEFAULT RESULTS/INCIDLINKS.TXT) IS REBUILT
      * ON EVERY PASS, ONE RECORD PER LINK IN SOURCE ORDER:
      *   ID|TYPE|DATE|TIME|DETAIL
      * TYPE IS FAIL, RERUN, CLOSE, ALERT, CORR OR APPR; TIME IS
      * BLANK FOR CORR AND APPR. THE COUNTS ON THE MASTER ARE
      * RECOUNTED FROM THE SAME PASS.
      * MORNRPT LISTS THE INCIDENTS STILL OPEN; INCIDRPT REPORTS A
      * MONTH'S INCIDENTS WITH TIME TO RESTORE.
      * RETURN CODES: 0 = MASTER AND LINKS REWRITTEN, 4 = INCIDENT
      * TABLE FULL - A FAILURE COULD NOT BE RECORDED, 8 = JOB LOG OR
      * MASTER COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JOBSTSL.
          COPY INCIDSL.
          COPY BATWNSL.
          SELECT JOB-LOG-FILE
             ASSIGN TO WS-JOBLOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
          SELECT WORK-IN-FILE
             ASSIGN TO WS-WORK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
          SELECT LINKS-FILE
             ASSIGN TO WS-LINKS-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINKS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY JOBSTFD.
          COPY INCIDFD.
          COPY BATWNFD.
          FD JOB-LOG-FILE.
          01 JOB-LOG-IN-RECORD PIC X(120).
          FD WORK-IN-FILE.
          01 WORK-IN-RECORD PIC X(250).
          FD LINKS-FILE.
          01 LINKS-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY JOBSTWS.
          COPY INCIDWS.
          COPY BATWNWS.
          01 WS-JOBLOG-DATASET PIC X(200).
          01 WS-JOBLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-JOBLOG-EOF PIC X(1) VALUE "N".
          01 WS-WORK-DATASET PIC X(200).
          01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
          01 WS-WORK-EOF PIC X(1) VALUE "N".
          01 WS-LINKS-DATASET PIC X(200).
          01 WS-LINKS-STATUS PIC X(2) VALUE SPACES.
          01 WS-SOURCE PIC X(1).
          01 WS-PARSE.
             03 WS-P-DATE PIC X(10).
             03 WS-P-TIME PIC X(10).
             03 WS-P-TYPE PIC X(2).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-RC PIC X(12).
             03 WS-P-RUN PIC X(8).
             03 WS-P-OPERATOR PIC X(8).
          01 WS-RC PIC S9(9).
          01 WS-RC-ED PIC -(8)9.
          01 WS-STAMP PIC X(14).
      * THE HEADER STAMP OF EACH STEP'S MOST RECENT RUN, BY STEP
      * NUMBER, SO A FAILURE'S WINDOW STARTS WHEN THE RUN STARTED.
          01 WS-LAST-HEADER-TABLE.
             03 WS-LAST-HEADER PIC X(14) OCCURS 60.
          01 WS-STEP-HIT PIC 9(3).
          01 WS-MATCH-DATE PIC X(8).
          01 WS-MATCH-DATE-NUM REDEFINES WS-MATCH-DATE PIC 9(8).
          01 WS-HIT PIC 9(4).
          01 WS-OPENED-COUNT PIC 9(4) VALUE 0.
          01 WS-CLOSED-COUNT PIC 9(4) VALUE 0.
          01 WS-FULL-COUNT PIC 9(4) VALUE 0.
          01 WS-LINK-COUNT PIC 9(6) VALUE 0.
          01 WS-LINK-TYPE PIC X(5).
          01 WS-LINK-DATE PIC X(8).
          01 WS-LINK-TIME PIC X(6).
          01 WS-LINK-DETAIL PIC X(200).
          01 WS-ALERT-PARSE.
             03 WS-AP-DATE PIC X(8).
             03 WS-AP-TIME PIC X(8).
             03 WS-AP-SEVERITY PIC X(2).
             03 WS-AP-PROGRAM PIC X(10).
             03 WS-AP-MESSAGE PIC X(160).
          01 WS-PARSE-PTR PIC 9(4) USAGE COMP-5.
          01 WS-PARSE-REM PIC 9(4) USAGE COMP-5.
          01 WS-PROGRAM-LEN PIC 9(4) USAGE COMP-5.
          01 WS-CORR-PARSE.
             03 WS-CP-DATE PIC X(8).
             03 WS-CP-DAY PIC X(10).
          01 WS-APPR-PARSE.
             03 WS-DP-DATE PIC X(8).
             03 WS-DP-APPROVER PIC X(8).
             03 WS-DP-SEQ PIC X(6).
             03 WS-DP-STATUS PIC X(2).
             03 WS-DP-SOURCE PIC X(10).
             03 WS-DP-F1 PIC X(10).
             03 WS-DP-NOTE PIC X(60).
          01 WS-DECISION-TEXT PIC X(8).
          01 WS-WINDOW-FLAG PIC X(1).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "INCIDENT" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM LOAD-JOB-STREAM.
          PERFORM LOAD-INCIDENT-MASTER.
          PERFORM VARYING IM-IDX FROM 1 BY 1 UNTIL IM-IDX > IM-COUNT
             MOVE 0 TO IM-RERUNS (IM-IDX) IM-ALERTS (IM-IDX)
                IM-CORRECTIONS (IM-IDX) IM-APPROVALS (IM-IDX)
          END-PERFORM.
          PERFORM SWEEP-JOB-LOG.
          MOVE "A" TO WS-SOURCE.
          MOVE "ALERT_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/alerts.txt" TO CAT-DEFAULT-PATH.
          PERFORM SCAN-ONE-SOURCE.
          MOVE "C" TO WS-SOURCE.
          MOVE "REPROC_AUDIT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/reproc_audit.txt" TO CAT-DEFAULT-PATH.
          PERFORM SCAN-ONE-SOURCE.
          MOVE "P" TO WS-SOURCE.
          MOVE "APPROVALS_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/approvals_log.txt"
             TO CAT-DEFAULT-PATH.
          PERFORM SCAN-ONE-SOURCE.
          CLOSE LINKS-FILE.
          PERFORM REWRITE-INCIDENT-MASTER.
          MOVE 0 TO IM-OPEN-COUNT.
          PERFORM VARYING IM-IDX FROM 1 BY 1 UNTIL IM-IDX > IM-COUNT
             IF IM-STATE (IM-IDX) = "O"
                ADD 1 TO IM-OPEN-COUNT
             END-IF
          END-PERFORM.
          DISPLAY "INCIDENT: " WS-OPENED-COUNT " OPENED, "
             WS-CLOSED-COUNT " CLOSED, " IM-OPEN-COUNT
             " STILL OPEN, " WS-LINK-COUNT " LINK(S)".
          IF WS-FULL-COUNT > 0
             DISPLAY "INCIDENT: TABLE FULL - " WS-FULL-COUNT
                " FAILURE(S) NOT RECORDED"
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       SWEEP-JOB-LOG SECTION.
          MOVE SPACES TO WS-LAST-HEADER-TABLE.
          MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-DATASET.
          OPEN INPUT JOB-LOG-FILE.
          IF WS-JOBLOG-STATUS NOT = "00"
             DISPLAY "INCIDENT: UNABLE TO OPEN JOB LOG - STATUS "
                WS-JOBLOG-STATUS
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE "INCIDENT_LINKS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/incidlinks.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LINKS-DATASET.
          OPEN OUTPUT LINKS-FILE.
          IF WS-LINKS-STATUS NOT = "00"
             DISPLAY "INCIDENT: UNABLE TO OPEN LINKS DATASET - STATUS "
                WS-LINKS-STATUS
             CLOSE JOB-LOG-FILE
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM UNTIL WS-JOBLOG-EOF = "Y"
             READ JOB-LOG-FILE
                AT END
                   MOVE "Y" TO WS-JOBLOG-EOF
                NOT AT END
                   PERFORM APPLY-JOB-LOG-ROW
             END-READ
          END-PERFORM.
          CLOSE JOB-LOG-FILE.
          EXIT.
      *
      * ONLY STEPS OF THE JOB-STREAM DEFINITION OPEN INCIDENTS; THE
      * HEADERS AND TRAILERS OF OFF-STREAM PROGRAMS (THIS ONE WHEN
      * RUN BY HAND AMONG THEM) ARE PASSED OVER.
       APPLY-JOB-LOG-ROW SECTION.
          MOVE SPACES TO WS-PARSE.
          UNSTRING JOB-LOG-IN-RECORD DELIMITED BY ","
             INTO WS-P-DATE, WS-P-TIME, WS-P-TYPE, WS-P-PROGRAM,
                  WS-P-RC, WS-P-RUN, WS-P-OPERATOR.
          IF WS-P-TYPE (1:1) NOT = "H" AND WS-P-TYPE (1:1) NOT = "T"
             GO TO APPLY-JOB-LOG-ROW-99
          END-IF.
          IF WS-P-PROGRAM = "INCIDENT" OR
             WS-P-DATE (1:8) IS NOT NUMERIC OR
             WS-P-TIME (1:6) IS NOT NUMERIC
             GO TO APPLY-JOB-LOG-ROW-99
          END-IF.
          MOVE 0 TO WS-STEP-HIT.
          PERFORM VARYING JS-IDX FROM 1 BY 1
          UNTIL JS-IDX > JS-STEP-COUNT OR WS-STEP-HIT > 0
             IF JS-STEP-PROGRAM (JS-IDX) = WS-P-PROGRAM OR
                JS-STEP-NAME (JS-IDX) = WS-P-PROGRAM
                MOVE JS-IDX TO WS-STEP-HIT
             END-IF
          END-PERFORM.
          IF WS-STEP-HIT = 0
             GO TO APPLY-JOB-LOG-ROW-99
          END-IF.
          MOVE SPACES TO WS-STAMP.
          STRING WS-P-DATE (1:8) DELIMITED BY SIZE
                 WS-P-TIME (1:6) DELIMITED BY SIZE
                 INTO WS-STAMP
          END-STRING.
          MOVE WS-P-DATE (1:8) TO BW-IN-DATE.
          MOVE WS-P-TIME (1:6) TO BW-IN-TIME.
          PERFORM SET-BUSINESS-DATE.
          IF WS-P-TYPE (1:1) = "H"
             MOVE WS-STAMP TO WS-LAST-HEADER (WS-STEP-HIT)
             GO TO APPLY-JOB-LOG-ROW-99
          END-IF.
          MOVE 0 TO WS-RC.
          IF FUNCTION TRIM (WS-P-RC) NOT = SPACES
             COMPUTE WS-RC = FUNCTION NUMVAL (WS-P-RC)
          END-IF.
          PERFORM FIND-COVERING-INCIDENT.
          IF WS-HIT = 0
             IF WS-RC NOT = 0
                PERFORM OPEN-NEW-INCIDENT
             END-IF
             GO TO APPLY-JOB-LOG-ROW-99
          END-IF.
          EVALUATE TRUE
             WHEN WS-STAMP = IM-OPEN-STAMP (WS-HIT)
                MOVE "FAIL" TO WS-LINK-TYPE
             WHEN IM-STATE (WS-HIT) = "C" AND
                  WS-STAMP = IM-CLOSE-STAMP (WS-HIT)
                MOVE "CLOSE" TO WS-LINK-TYPE
                ADD 1 TO IM-RERUNS (WS-HIT)
             WHEN IM-STATE (WS-HIT) = "O" AND WS-RC = 0
                MOVE "C" TO IM-STATE (WS-HIT)
                MOVE WS-STAMP TO IM-CLOSE-STAMP (WS-HIT)
                MOVE WS-P-RUN TO IM-CLOSE-RUN (WS-HIT)
                ADD 1 TO WS-CLOSED-COUNT
                DISPLAY "INCIDENT: " IM-ID (WS-HIT) " CLOSED - "
                   FUNCTION TRIM (IM-PROGRAM (WS-HIT))
                   " RESTORED FOR " IM-BUS-DATE (WS-HIT)
                MOVE "CLOSE" TO WS-LINK-TYPE
                ADD 1 TO IM-RERUNS (WS-HIT)
             WHEN OTHER
                MOVE "RERUN" TO WS-LINK-TYPE
                ADD 1 TO IM-RERUNS (WS-HIT)
          END-EVALUATE.
          PERFORM WRITE-RUN-LINK.
       APPLY-JOB-LOG-ROW-99.
          EXIT.
      *
      * WS-HIT OUT: THE LATEST INCIDENT FOR THIS STEP AND BUSINESS
      * DATE OPENED AT OR BEFORE THE TRAILER THAT IS STILL OPEN OR
      * CLOSED NO EARLIER THAN IT; ZERO WHEN THERE IS NONE. A TRAILER
      * IN THE DAY, BETWEEN THE CUTOFF AND THE NEXT BATCH-START, IS
      * ALSO A RERUN OF THE NIGHT JUST FINISHED, SO WHEN NOTHING
      * COVERS IT ON ITS OWN DATE THE PREVIOUS BUSINESS DATE IS TRIED.
       FIND-COVERING-INCIDENT SECTION.
          MOVE BW-BUS-DATE TO WS-MATCH-DATE.
          PERFORM SCAN-COVERING-INCIDENT.
          IF WS-HIT = 0 AND BW-SPANS-MIDNIGHT = "Y" AND
             BW-START IS NUMERIC AND
             BW-IN-MINS >= BW-CUTOFF-MINS AND
             BW-IN-MINS < BW-START-MINS
             COMPUTE BW-DAYNUM =
                FUNCTION INTEGER-OF-DATE (BW-BUS-DATE-NUM) - 1
             MOVE FUNCTION DATE-OF-INTEGER (BW-DAYNUM)
                TO WS-MATCH-DATE-NUM
             PERFORM SCAN-COVERING-INCIDENT
          END-IF.
          EXIT.
      *
       SCAN-COVERING-INCIDENT SECTION.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING IM-IDX FROM IM-COUNT BY -1
          UNTIL IM-IDX < 1 OR WS-HIT > 0
             IF IM-PROGRAM (IM-IDX) = WS-P-PROGRAM AND
                IM-BUS-DATE (IM-IDX) = WS-MATCH-DATE AND
                IM-OPEN-STAMP (IM-IDX) <= WS-STAMP
                IF IM-STATE (IM-IDX) = "O" OR
                   WS-STAMP <= IM-CLOSE-STAMP (IM-IDX)
                   MOVE IM-IDX TO WS-HIT
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
       OPEN-NEW-INCIDENT SECTION.
          IF IM-COUNT >= IM-MAX
             DISPLAY "INCIDENT: TABLE FULL - NOT OPENED FOR "
                FUNCTION TRIM (WS-P-PROGRAM) " AT " WS-STAMP
             ADD 1 TO WS-FULL-COUNT
             GO TO OPEN-NEW-INCIDENT-99
          END-IF.
          ADD 1 TO IM-COUNT.
          ADD 1 TO IM-LAST-ID.
          MOVE IM-COUNT TO WS-HIT.
          MOVE IM-LAST-ID TO IM-ID (WS-HIT).
          MOVE "O" TO IM-STATE (WS-HIT).
          MOVE WS-P-PROGRAM TO IM-PROGRAM (WS-HIT).
          MOVE BW-BUS-DATE TO IM-BUS-DATE (WS-HIT).
          IF WS-LAST-HEADER (WS-STEP-HIT) = SPACES OR
             WS-LAST-HEADER (WS-STEP-HIT) > WS-STAMP
             MOVE WS-STAMP TO IM-START-STAMP (WS-HIT)
          ELSE
             MOVE WS-LAST-HEADER (WS-STEP-HIT)
                TO IM-START-STAMP (WS-HIT)
          END-IF.
          MOVE WS-STAMP TO IM-OPEN-STAMP (WS-HIT).
          MOVE WS-P-RUN TO IM-OPEN-RUN (WS-HIT).
          MOVE WS-RC TO WS-RC-ED.
          MOVE FUNCTION TRIM (WS-RC-ED) TO IM-OPEN-RC (WS-HIT).
          MOVE SPACES TO IM-CLOSE-STAMP (WS-HIT) IM-CLOSE-RUN (WS-HIT).
          MOVE 0 TO IM-RERUNS (WS-HIT) IM-ALERTS (WS-HIT)
             IM-CORRECTIONS (WS-HIT) IM-APPROVALS (WS-HIT).
          ADD 1 TO WS-OPENED-COUNT.
          DISPLAY "INCIDENT: " IM-ID (WS-HIT) " OPENED - "
             FUNCTION TRIM (WS-P-PROGRAM) " ENDED RC "
             FUNCTION TRIM (WS-RC-ED) " ON " IM-BUS-DATE (WS-HIT).
          MOVE "FAIL" TO WS-LINK-TYPE.
          PERFORM WRITE-RUN-LINK.
       OPEN-NEW-INCIDENT-99.
          EXIT.
      *
       WRITE-RUN-LINK SECTION.
          MOVE WS-RC TO WS-RC-ED.
          MOVE WS-P-DATE (1:8) TO WS-LINK-DATE.
          MOVE WS-P-TIME (1:6) TO WS-LINK-TIME.
          MOVE SPACES TO WS-LINK-DETAIL.
          STRING "RC " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RC-ED) DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-RUN) DELIMITED BY SIZE
                 " OPERATOR " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-P-OPERATOR) DELIMITED BY SIZE
                 INTO WS-LINK-DETAIL
          END-STRING.
          PERFORM WRITE-LINK-RECORD.
          EXIT.
      *
       SCAN-ONE-SOURCE SECTION.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-WORK-DATASET.
          MOVE "N" TO WS-WORK-EOF.
          OPEN INPUT WORK-IN-FILE.
          IF WS-WORK-STATUS NOT = "00"
             GO TO SCAN-ONE-SOURCE-99
          END-IF.
          PERFORM UNTIL WS-WORK-EOF = "Y"
             READ WORK-IN-FILE
                AT END
                   MOVE "Y" TO WS-WORK-EOF
                NOT AT END
                   IF WORK-IN-RECORD NOT = SPACES
                      PERFORM SCAN-ONE-RECORD
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE WORK-IN-FILE.
       SCAN-ONE-SOURCE-99.
          EXIT.
      *
       SCAN-ONE-RECORD SECTION.
          EVALUATE WS-SOURCE
             WHEN "A"
                PERFORM LINK-ALERT-RECORD
             WHEN "C"
                PERFORM LINK-CORRECTION-RECORD
             WHEN "P"
                PERFORM LINK-APPROVAL-RECORD
          END-EVALUATE.
          EXIT.
      *
      * ALERT ROWS ARE DATE,TIME,SEVERITY,PROGRAM,MESSAGE; THE MESSAGE
      * IS THE WHOLE REMAINDER OF THE ROW (SEE ALERTACK).
       LINK-ALERT-RECORD SECTION.
          MOVE SPACES TO WS-ALERT-PARSE.
          MOVE 1 TO WS-PARSE-PTR.
          UNSTRING WORK-IN-RECORD DELIMITED BY ","
             INTO WS-AP-DATE, WS-AP-TIME, WS-AP-SEVERITY,
                  WS-AP-PROGRAM
             WITH POINTER WS-PARSE-PTR.
          IF WS-PARSE-PTR <= 250
             COMPUTE WS-PARSE-REM = 250 - WS-PARSE-PTR + 1
             MOVE WORK-IN-RECORD (WS-PARSE-PTR:WS-PARSE-REM)
                TO WS-AP-MESSAGE
          END-IF.
          MOVE SPACES TO WS-STAMP.
          STRING WS-AP-DATE DELIMITED BY SIZE
                 WS-AP-TIME (1:6) DELIMITED BY SIZE
                 INTO WS-STAMP
          END-STRING.
          PERFORM VARYING WS-HIT FROM 1 BY 1 UNTIL WS-HIT > IM-COUNT
             MOVE FUNCTION LENGTH (FUNCTION TRIM (IM-PROGRAM (WS-HIT)))
                TO WS-PROGRAM-LEN
             IF WS-STAMP >= IM-START-STAMP (WS-HIT) AND
                (IM-STATE (WS-HIT) = "O" OR
                 WS-STAMP <= IM-CLOSE-STAMP (WS-HIT))
                IF WS-AP-PROGRAM = IM-PROGRAM (WS-HIT) OR
                   (WS-AP-MESSAGE (1:WS-PROGRAM-LEN) =
                       IM-PROGRAM (WS-HIT) (1:WS-PROGRAM-LEN) AND
                    WS-AP-MESSAGE (WS-PROGRAM-LEN + 1:1) = SPACE)
                   ADD 1 TO IM-ALERTS (WS-HIT)
                   MOVE "ALERT" TO WS-LINK-TYPE
                   MOVE WS-AP-DATE TO WS-LINK-DATE
                   MOVE WS-AP-TIME (1:6) TO WS-LINK-TIME
                   MOVE SPACES TO WS-LINK-DETAIL
                   STRING WS-AP-SEVERITY (1:1) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-AP-PROGRAM)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-AP-MESSAGE)
                             DELIMITED BY SIZE
                          INTO WS-LINK-DETAIL
                   END-STRING
                   PERFORM WRITE-LINK-RECORD
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
      * REPROC AUDIT LINES ARE "YYYYMMDD DAYN LINE ... KEYED BY ...".
       LINK-CORRECTION-RECORD SECTION.
          MOVE SPACES TO WS-CORR-PARSE.
          UNSTRING WORK-IN-RECORD DELIMITED BY ALL SPACE
             INTO WS-CP-DATE, WS-CP-DAY.
          MOVE "N" TO WS-WINDOW-FLAG.
          PERFORM VARYING WS-HIT FROM 1 BY 1
          UNTIL WS-HIT > IM-COUNT OR WS-WINDOW-FLAG = "Y"
             IF WS-CP-DAY = IM-PROGRAM (WS-HIT)
                MOVE WS-CP-DATE TO WS-LINK-DATE
                PERFORM CHECK-DATE-WINDOW
                IF WS-WINDOW-FLAG = "Y"
                   ADD 1 TO IM-CORRECTIONS (WS-HIT)
                   MOVE "CORR" TO WS-LINK-TYPE
                   MOVE SPACES TO WS-LINK-TIME
                   MOVE WORK-IN-RECORD (10:200) TO WS-LINK-DETAIL
                   PERFORM WRITE-LINK-RECORD
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
      * APPROVALS LOG LINES ARE DATE|APPROVER|SEQ|STATUS|SOURCE|F1|
      * NOTE; A REPROC ITEM CARRIES ITS DAY STEP IN F1.
       LINK-APPROVAL-RECORD SECTION.
          MOVE SPACES TO WS-APPR-PARSE.
          UNSTRING WORK-IN-RECORD DELIMITED BY "|"
             INTO WS-DP-DATE, WS-DP-APPROVER, WS-DP-SEQ, WS-DP-STATUS,
                  WS-DP-SOURCE, WS-DP-F1, WS-DP-NOTE.
          IF WS-DP-SOURCE NOT = "REPROC"
             GO TO LINK-APPROVAL-RECORD-99
          END-IF.
          IF WS-DP-STATUS (1:1) = "A"
             MOVE "APPLIED" TO WS-DECISION-TEXT
          ELSE
             MOVE "REJECTED" TO WS-DECISION-TEXT
          END-IF.
          MOVE "N" TO WS-WINDOW-FLAG.
          PERFORM VARYING WS-HIT FROM 1 BY 1
          UNTIL WS-HIT > IM-COUNT OR WS-WINDOW-FLAG = "Y"
             IF WS-DP-F1 = IM-PROGRAM (WS-HIT)
                MOVE WS-DP-DATE TO WS-LINK-DATE
                PERFORM CHECK-DATE-WINDOW
                IF WS-WINDOW-FLAG = "Y"
                   ADD 1 TO IM-APPROVALS (WS-HIT)
                   MOVE "APPR" TO WS-LINK-TYPE
                   MOVE SPACES TO WS-LINK-TIME
                   MOVE SPACES TO WS-LINK-DETAIL
                   STRING "REPROC ITEM " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DP-SEQ) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DECISION-TEXT)
                             DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DP-APPROVER)
                             DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DP-NOTE) DELIMITED BY SIZE
                          INTO WS-LINK-DETAIL
                   END-STRING
                   PERFORM WRITE-LINK-RECORD
                END-IF
             END-IF
          END-PERFORM.
       LINK-APPROVAL-RECORD-99.
          EXIT.
      *
      * WS-HIT AND WS-LINK-DATE IN: WS-WINDOW-FLAG "Y" WHEN THE DATE
      * FALLS FROM THE INCIDENT'S START DATE TO ITS CLOSE DATE (OR
      * LATER, WHILE IT IS STILL OPEN).
       CHECK-DATE-WINDOW SECTION.
          MOVE "N" TO WS-WINDOW-FLAG.
          IF WS-LINK-DATE < IM-START-STAMP (WS-HIT) (1:8)
             GO TO CHECK-DATE-WINDOW-99
          END-IF.
          IF IM-STATE (WS-HIT) = "C" AND
             WS-LINK-DATE > IM-CLOSE-STAMP (WS-HIT) (1:8)
             GO TO CHECK-DATE-WINDOW-99
          END-IF.
          MOVE "Y" TO WS-WINDOW-FLAG.
       CHECK-DATE-WINDOW-99.
          EXIT.
      *
       WRITE-LINK-RECORD SECTION.
          MOVE SPACES TO LINKS-RECORD.
          STRING IM-ID (WS-HIT) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-LINK-TYPE) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-LINK-DATE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-LINK-TIME DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-LINK-DETAIL) DELIMITED BY SIZE
                 INTO LINKS-RECORD
          END-STRING.
          WRITE LINKS-RECORD.
          ADD 1 TO WS-LINK-COUNT.
          EXIT.
      *
       REWRITE-INCIDENT-MASTER SECTION.
          OPEN OUTPUT INCIDENT-MASTER-FILE.
          IF IM-STATUS NOT = "00"
             DISPLAY "INCIDENT: UNABLE TO REWRITE MASTER - STATUS "
                IM-STATUS
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM VARYING IM-IDX FROM 1 BY 1 UNTIL IM-IDX > IM-COUNT
             PERFORM WRITE-INCIDENT-RECORD
          END-PERFORM.
          CLOSE INCIDENT-MASTER-FILE.
          EXIT.
      *
       WRITE-INCIDENT-RECORD SECTION.
          MOVE SPACES TO INCIDENT-MASTER-RECORD.
          STRING IM-ID (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-STATE (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (IM-PROGRAM (IM-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-BUS-DATE (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-START-STAMP (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-OPEN-STAMP (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (IM-OPEN-RUN (IM-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (IM-OPEN-RC (IM-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-CLOSE-STAMP (IM-IDX) DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 IM-CLOSE-RUN (IM-IDX) DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 IM-RERUNS (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-ALERTS (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-CORRECTIONS (IM-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 IM-APPROVALS (IM-IDX) DELIMITED BY SIZE
                 INTO INCIDENT-MASTER-RECORD
          END-STRING.
          WRITE INCIDENT-MASTER-RECORD.
          EXIT.
      *
       COPY JOBSTPA.
      *
       COPY INCIDPA.
      *
       COPY BATWNPA.
      *
       COPY AUDITPA.
