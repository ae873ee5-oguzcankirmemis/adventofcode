       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGECHK.
       AUTHOR. OK999.
      * ON-CALL PAGE FOLLOW-UP. PAGEOUT PAGES THE PRIMARY ON CALL FOR
      * EVERY SEVERE ALERT AND LOGS THE PAGE ON THE PAGE LOG
      * (PAGE_LOG, DEFAULT RESULTS/PAGELOG.TXT - SEE PAGEOUT FOR THE
      * RECORD). THIS PROGRAM IS RUN REPEATEDLY ALONGSIDE THE STREAM
      * (SEE nightly_batch.sh, PAGECHK=Y), AND MAY BE RUN BY HAND OR
      * FROM CRON OUTSIDE IT. EACH PASS:
      *   1. EVERY PAGE STILL OPEN IS MATCHED AGAINST THE
      *      ALERT-STATUS MASTER ALERTACK MAINTAINS (PROGRAM AND
      *      MESSAGE TEXT); AN ITEM ACKNOWLEDGED AT OR AFTER THE
      *      ALERT CLOSES THE PAGE, AND THE ACKNOWLEDGMENT (WHO AND
      *      WHEN) IS LOGGED AS AN "A" EVENT.
      *   2. A PAGE STILL UNACKNOWLEDGED THE REPAGE MINUTES AFTER THE
      *      ALERT (ON-CALL ROTATION, DEFAULT 15) IS RE-PAGED ONCE TO
      *      THE SECONDARY: A "REPAGE" RECORD ON THE PAGE-OUT
      *      INTERFACE FILE AND AN "R" EVENT ON THE PAGE LOG. A PAGE
      *      WITH NO SECONDARY IS LOGGED "R" WITH NOBODY NAMED.
      *   3. THE PAGING REPORT (PAGING_REPORT, DEFAULT
      *      RESULTS/PAGERPT.TXT) IS REWRITTEN FROM THE LOG: EVERY
      *      ALERT PAGED, WHO WAS PAGED AND RE-PAGED AND WHEN, WHO
      *      ACKNOWLEDGED IT AND HOW MANY MINUTES AFTER THE FIRST
      *      PAGE, WITH TOTALS AND THE AVERAGE RESPONSE.
      * THE PAGE TABLE HOLDS 500 PAGES. WHEN THE LOG RUNS PAST THAT,
      * PAGES ALREADY CLOSED (ACKNOWLEDGED, OR PAGED TO NOBODY) MAKE
      * ROOM FOR NEWER ONES, SO EVERY OPEN PAGE IS STILL FOLLOWED UP
      * HOWEVER LONG THE LOG GROWS AND THE REPORT COVERS THE MOST
      * RECENT PAGES. ONLY A LOG WITH 500 PAGES OPEN AT ONCE DROPS AN
      * OPEN PAGE - THE OLDEST - AND SAYS SO.
      * RETURN CODES: 0 = NO PAGE LEFT OPEN, 1 = PAGES STILL OPEN BUT
      * NOTHING RE-PAGED THIS PASS, 2 = AT LEAST ONE PAGE RE-PAGED TO
      * THE SECONDARY THIS PASS. THE DRIVER'S WATCHDOG KEEPS POLLING
      * PAST THE END OF THE STREAM UNTIL A PASS ENDS 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ROTA-FILE
             ASSIGN TO WS-ROTA-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROTA-STATUS.
          SELECT PAGE-LOG-FILE
             ASSIGN TO WS-PAGE-LOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAGE-LOG-STATUS.
          SELECT MASTER-FILE
             ASSIGN TO WS-MASTER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MASTER-STATUS.
          SELECT PAGE-OUT-FILE
             ASSIGN TO WS-PAGE-OUT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAGE-OUT-STATUS.
          SELECT REPORT-FILE
             ASSIGN TO WS-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          FD ROTA-FILE.
          01 ROTA-RECORD PIC X(200).
          FD PAGE-LOG-FILE.
          01 PAGE-LOG-RECORD PIC X(250).
          FD MASTER-FILE.
          01 MASTER-RECORD PIC X(200).
          FD PAGE-OUT-FILE.
          01 PAGE-OUT-RECORD PIC X(200).
          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          01 WS-ROTA-DATASET PIC X(200).
          01 WS-ROTA-STATUS PIC X(2) VALUE SPACES.
          01 WS-ROTA-EOF PIC X(1) VALUE "N".
          01 WS-PAGE-LOG-DATASET PIC X(200).
          01 WS-PAGE-LOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-PAGE-LOG-EOF PIC X(1) VALUE "N".
          01 WS-MASTER-DATASET PIC X(200).
          01 WS-MASTER-STATUS PIC X(2) VALUE SPACES.
          01 WS-MASTER-EOF PIC X(1) VALUE "N".
          01 WS-PAGE-OUT-DATASET PIC X(200).
          01 WS-PAGE-OUT-STATUS PIC X(2) VALUE SPACES.
          01 WS-REPORT-DATASET PIC X(200).
          01 WS-REPORT-STATUS PIC X(2) VALUE SPACES.
          01 WS-ROTA-KIND PIC X(10).
          01 WS-ROTA-VALUE PIC X(10).
          01 WS-REPAGE-MINUTES PIC 9(4) VALUE 15.
          01 WS-LOG-PARSE.
             03 WS-LP-DATE PIC X(8).
             03 WS-LP-TIME PIC X(6).
             03 WS-LP-EVENT PIC X(1).
             03 WS-LP-GROUP PIC X(10).
             03 WS-LP-PERSON PIC X(12).
             03 WS-LP-SECONDARY PIC X(12).
             03 WS-LP-PROGRAM PIC X(10).
             03 WS-LP-RUN PIC X(8).
             03 WS-LP-ALERT-DATE PIC X(8).
             03 WS-LP-ALERT-TIME PIC X(6).
             03 WS-LP-MESSAGE PIC X(120).
          01 WS-PAGE-TABLE.
             03 WS-PG-ENTRY OCCURS 500.
                05 WS-PG-ALERT-DATE PIC X(8).
                05 WS-PG-ALERT-TIME PIC X(6).
                05 WS-PG-PROGRAM PIC X(10).
                05 WS-PG-MESSAGE PIC X(120).
                05 WS-PG-GROUP PIC X(10).
                05 WS-PG-RUN PIC X(8).
                05 WS-PG-PRIMARY PIC X(12).
                05 WS-PG-SECONDARY PIC X(12).
                05 WS-PG-STATE PIC X(1).
                   88 WS-PG-UNCOVERED VALUE "U".
                05 WS-PG-REPAGED PIC X(1).
                05 WS-PG-REPAGE-DATE PIC X(8).
                05 WS-PG-REPAGE-TIME PIC X(6).
                05 WS-PG-ACKED PIC X(1).
                05 WS-PG-ACK-BY PIC X(12).
                05 WS-PG-ACK-DATE PIC X(8).
                05 WS-PG-ACK-TIME PIC X(6).
          01 WS-PG-COUNT PIC 9(3) VALUE 0.
          01 WS-PG-KEPT PIC 9(3).
          01 WS-PG-DROPPED PIC 9(5) VALUE 0.
          01 WS-MASTER-PARSE.
             03 WS-MP-STATUS PIC X(2).
             03 WS-MP-SEVERITY PIC X(2).
             03 WS-MP-PROGRAM PIC X(10).
             03 WS-MP-FIRST-DATE PIC X(8).
             03 WS-MP-LAST-DATE PIC X(8).
             03 WS-MP-NIGHTS PIC X(6).
             03 WS-MP-ACK-INITIALS PIC X(3).
             03 WS-MP-ACK-DISP PIC X(4).
             03 WS-MP-ACK-DATE PIC X(8).
             03 WS-MP-MESSAGE PIC X(120).
             03 WS-MP-ACK-TIME PIC X(6).
          01 WS-ACK-TABLE.
             03 WS-AK-ENTRY OCCURS 500.
                05 WS-AK-PROGRAM PIC X(10).
                05 WS-AK-MESSAGE PIC X(120).
                05 WS-AK-INITIALS PIC X(3).
                05 WS-AK-STAMP PIC X(14).
          01 WS-AK-COUNT PIC 9(3) VALUE 0.
          01 WS-IDX PIC 9(3).
          01 WS-HIT PIC 9(3).
          01 WS-ALERT-STAMP PIC X(14).
          01 WS-NOW-DATE PIC X(8).
          01 WS-NOW-TIME PIC 9(8).
          01 WS-NOW-TIME-X PIC X(6).
          01 WS-STAMP-DATE PIC X(8).
          01 WS-STAMP-TIME PIC X(6).
          01 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
             03 WS-STAMP-HH PIC 9(2).
             03 WS-STAMP-MM PIC 9(2).
             03 WS-STAMP-SS PIC 9(2).
          01 WS-STAMP-SECONDS PIC 9(12) USAGE COMP-5.
          01 WS-FROM-SECONDS PIC 9(12) USAGE COMP-5.
          01 WS-WAITED-MINUTES PIC 9(7).
          01 WS-EVENT PIC X(1).
          01 WS-EVENT-DATE PIC X(8).
          01 WS-EVENT-TIME PIC X(6).
          01 WS-EVENT-PERSON PIC X(12).
          01 WS-REPAGED-PASS PIC 9(3) VALUE 0.
          01 WS-ACKED-PASS PIC 9(3) VALUE 0.
          01 WS-TOTAL-PAGED PIC 9(5) VALUE 0.
          01 WS-TOTAL-REPAGED PIC 9(5) VALUE 0.
          01 WS-TOTAL-ACKED PIC 9(5) VALUE 0.
          01 WS-TOTAL-OPEN PIC 9(5) VALUE 0.
          01 WS-TOTAL-UNCOVERED PIC 9(5) VALUE 0.
          01 WS-TOTAL-RESPONSE PIC 9(9) VALUE 0.
          01 WS-AVERAGE-RESPONSE PIC 9(7).
          01 WS-COUNT-ED PIC ZZZZ9.
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-PAGE-LINE.
             03 WS-PL-ALERT-DATE PIC X(8).
             03 FILLER PIC X(1) VALUE SPACE.
             03 WS-PL-ALERT-TIME PIC X(6).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-PL-PROGRAM PIC X(10).
             03 WS-PL-GROUP PIC X(10).
             03 WS-PL-RUN PIC X(8).
             03 WS-PL-PRIMARY PIC X(12).
             03 WS-PL-SECONDARY PIC X(12).
             03 WS-PL-REPAGE-TIME PIC X(6).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-PL-ACK-BY PIC X(6).
             03 WS-PL-RESPONSE PIC ZZZZZZ9.
             03 WS-PL-RESPONSE-X REDEFINES WS-PL-RESPONSE PIC X(7).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-PL-STATE PIC X(10).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "PAGECHK" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
          ACCEPT WS-NOW-TIME FROM TIME.
          MOVE WS-NOW-TIME (1:6) TO WS-NOW-TIME-X.
          PERFORM READ-REPAGE-MINUTES.
          PERFORM LOAD-PAGE-LOG.
          PERFORM LOAD-ACKNOWLEDGED-ITEMS.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-PG-COUNT
             IF NOT WS-PG-UNCOVERED (WS-IDX) AND
                WS-PG-ACKED (WS-IDX) NOT = "Y"
                PERFORM FOLLOW-UP-PAGE
             END-IF
          END-PERFORM.
          PERFORM WRITE-PAGING-REPORT.
          DISPLAY "PAGECHK: " WS-ACKED-PASS " ACKNOWLEDGED AND "
             WS-REPAGED-PASS " RE-PAGED THIS PASS".
          EVALUATE TRUE
             WHEN WS-REPAGED-PASS > 0
                MOVE 2 TO RETURN-CODE
             WHEN WS-TOTAL-OPEN > 0
                MOVE 1 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
          END-EVALUATE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       READ-REPAGE-MINUTES SECTION.
          MOVE "ON_CALL_ROTA" TO CAT-LOGICAL-NAME.
          MOVE "../../params/oncall.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ROTA-DATASET.
          OPEN INPUT ROTA-FILE.
          IF WS-ROTA-STATUS NOT = "00"
             GO TO READ-REPAGE-MINUTES-99
          END-IF.
          PERFORM UNTIL WS-ROTA-EOF = "Y"
             READ ROTA-FILE
                AT END
                   MOVE "Y" TO WS-ROTA-EOF
                NOT AT END
                   MOVE SPACES TO WS-ROTA-KIND WS-ROTA-VALUE
                   UNSTRING ROTA-RECORD DELIMITED BY "|"
                      INTO WS-ROTA-KIND, WS-ROTA-VALUE
                   END-UNSTRING
                   IF WS-ROTA-KIND = "REPAGE" AND
                      FUNCTION TEST-NUMVAL (WS-ROTA-VALUE) = 0
                      COMPUTE WS-REPAGE-MINUTES =
                         FUNCTION NUMVAL (WS-ROTA-VALUE)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE ROTA-FILE.
       READ-REPAGE-MINUTES-99.
          EXIT.
      *
       LOAD-PAGE-LOG SECTION.
          MOVE "PAGE_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pagelog.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PAGE-LOG-DATASET.
          OPEN INPUT PAGE-LOG-FILE.
          IF WS-PAGE-LOG-STATUS NOT = "00"
             DISPLAY "PAGECHK: NO PAGE LOG - NOTHING PAGED YET"
             GO TO LOAD-PAGE-LOG-99
          END-IF.
          PERFORM UNTIL WS-PAGE-LOG-EOF = "Y"
             READ PAGE-LOG-FILE
                AT END
                   MOVE "Y" TO WS-PAGE-LOG-EOF
                NOT AT END
                   PERFORM APPLY-PAGE-EVENT
             END-READ
          END-PERFORM.
          CLOSE PAGE-LOG-FILE.
       LOAD-PAGE-LOG-99.
          EXIT.
      *
       APPLY-PAGE-EVENT SECTION.
          IF PAGE-LOG-RECORD = SPACES
             GO TO APPLY-PAGE-EVENT-99
          END-IF.
          MOVE SPACES TO WS-LOG-PARSE.
          UNSTRING PAGE-LOG-RECORD DELIMITED BY "|"
             INTO WS-LP-DATE, WS-LP-TIME, WS-LP-EVENT, WS-LP-GROUP,
                  WS-LP-PERSON, WS-LP-SECONDARY, WS-LP-PROGRAM,
                  WS-LP-RUN, WS-LP-ALERT-DATE, WS-LP-ALERT-TIME,
                  WS-LP-MESSAGE.
          IF WS-LP-EVENT = "P" OR WS-LP-EVENT = "U"
             IF WS-PG-COUNT >= 500
                PERFORM MAKE-ROOM-FOR-PAGE
             END-IF
             ADD 1 TO WS-PG-COUNT
             MOVE WS-LP-ALERT-DATE TO WS-PG-ALERT-DATE (WS-PG-COUNT)
             MOVE WS-LP-ALERT-TIME TO WS-PG-ALERT-TIME (WS-PG-COUNT)
             MOVE WS-LP-PROGRAM TO WS-PG-PROGRAM (WS-PG-COUNT)
             MOVE WS-LP-MESSAGE TO WS-PG-MESSAGE (WS-PG-COUNT)
             MOVE WS-LP-GROUP TO WS-PG-GROUP (WS-PG-COUNT)
             MOVE WS-LP-RUN TO WS-PG-RUN (WS-PG-COUNT)
             MOVE WS-LP-PERSON TO WS-PG-PRIMARY (WS-PG-COUNT)
             MOVE WS-LP-SECONDARY TO WS-PG-SECONDARY (WS-PG-COUNT)
             MOVE WS-LP-EVENT TO WS-PG-STATE (WS-PG-COUNT)
             MOVE "N" TO WS-PG-REPAGED (WS-PG-COUNT)
             MOVE SPACES TO WS-PG-REPAGE-DATE (WS-PG-COUNT)
             MOVE SPACES TO WS-PG-REPAGE-TIME (WS-PG-COUNT)
             MOVE "N" TO WS-PG-ACKED (WS-PG-COUNT)
             MOVE SPACES TO WS-PG-ACK-BY (WS-PG-COUNT)
             MOVE SPACES TO WS-PG-ACK-DATE (WS-PG-COUNT)
             MOVE SPACES TO WS-PG-ACK-TIME (WS-PG-COUNT)
             GO TO APPLY-PAGE-EVENT-99
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-PG-COUNT OR WS-HIT > 0
             IF WS-PG-ALERT-DATE (WS-IDX) = WS-LP-ALERT-DATE AND
                WS-PG-ALERT-TIME (WS-IDX) = WS-LP-ALERT-TIME AND
                WS-PG-PROGRAM (WS-IDX) = WS-LP-PROGRAM AND
                WS-PG-MESSAGE (WS-IDX) = WS-LP-MESSAGE
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             GO TO APPLY-PAGE-EVENT-99
          END-IF.
          EVALUATE WS-LP-EVENT
             WHEN "R"
                MOVE "Y" TO WS-PG-REPAGED (WS-HIT)
                MOVE WS-LP-DATE TO WS-PG-REPAGE-DATE (WS-HIT)
                MOVE WS-LP-TIME TO WS-PG-REPAGE-TIME (WS-HIT)
             WHEN "A"
                MOVE "Y" TO WS-PG-ACKED (WS-HIT)
                MOVE WS-LP-PERSON TO WS-PG-ACK-BY (WS-HIT)
                MOVE WS-LP-DATE TO WS-PG-ACK-DATE (WS-HIT)
                MOVE WS-LP-TIME TO WS-PG-ACK-TIME (WS-HIT)
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
       APPLY-PAGE-EVENT-99.
          EXIT.
      *
      * CLOSED PAGES ARE SQUEEZED OUT IN PLACE SO THE TABLE STAYS IN
      * LOG ORDER; WITH NONE CLOSED THE OLDEST PAGE GOES.
       MAKE-ROOM-FOR-PAGE SECTION.
          MOVE 0 TO WS-PG-KEPT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-PG-COUNT
             IF WS-PG-UNCOVERED (WS-IDX) OR
                WS-PG-ACKED (WS-IDX) = "Y"
                ADD 1 TO WS-PG-DROPPED
             ELSE
                ADD 1 TO WS-PG-KEPT
                IF WS-PG-KEPT < WS-IDX
                   MOVE WS-PG-ENTRY (WS-IDX)
                      TO WS-PG-ENTRY (WS-PG-KEPT)
                END-IF
             END-IF
          END-PERFORM.
          MOVE WS-PG-KEPT TO WS-PG-COUNT.
          IF WS-PG-COUNT < 500
             GO TO MAKE-ROOM-FOR-PAGE-99
          END-IF.
          DISPLAY "PAGECHK: 500 PAGES OPEN - OLDEST OPEN PAGE DROPPED: "
             FUNCTION TRIM (WS-PG-PROGRAM (1)) " "
             WS-PG-ALERT-DATE (1) " " WS-PG-ALERT-TIME (1).
          ADD 1 TO WS-PG-DROPPED.
          PERFORM VARYING WS-IDX FROM 2 BY 1
          UNTIL WS-IDX > WS-PG-COUNT
             MOVE WS-PG-ENTRY (WS-IDX) TO WS-PG-ENTRY (WS-IDX - 1)
          END-PERFORM.
          SUBTRACT 1 FROM WS-PG-COUNT.
       MAKE-ROOM-FOR-PAGE-99.
          EXIT.
      *
       LOAD-ACKNOWLEDGED-ITEMS SECTION.
          MOVE "ALERT_STATUS_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/alertstat.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MASTER-DATASET.
          OPEN INPUT MASTER-FILE.
          IF WS-MASTER-STATUS NOT = "00"
             GO TO LOAD-ACKNOWLEDGED-ITEMS-99
          END-IF.
          PERFORM UNTIL WS-MASTER-EOF = "Y"
             READ MASTER-FILE
                AT END
                   MOVE "Y" TO WS-MASTER-EOF
                NOT AT END
                   PERFORM LOAD-ACK-ITEM
             END-READ
          END-PERFORM.
          CLOSE MASTER-FILE.
       LOAD-ACKNOWLEDGED-ITEMS-99.
          EXIT.
      *
       LOAD-ACK-ITEM SECTION.
          MOVE SPACES TO WS-MASTER-PARSE.
          UNSTRING MASTER-RECORD DELIMITED BY "|"
             INTO WS-MP-STATUS, WS-MP-SEVERITY, WS-MP-PROGRAM,
                  WS-MP-FIRST-DATE, WS-MP-LAST-DATE, WS-MP-NIGHTS,
                  WS-MP-ACK-INITIALS, WS-MP-ACK-DISP,
                  WS-MP-ACK-DATE, WS-MP-MESSAGE, WS-MP-ACK-TIME.
          IF WS-MP-STATUS (1:1) NOT = "A" OR
             WS-MP-SEVERITY (1:1) NOT = "S"
             GO TO LOAD-ACK-ITEM-99
          END-IF.
          IF WS-AK-COUNT >= 500
             GO TO LOAD-ACK-ITEM-99
          END-IF.
          IF WS-MP-ACK-TIME = SPACES
             MOVE "000000" TO WS-MP-ACK-TIME
          END-IF.
          ADD 1 TO WS-AK-COUNT.
          MOVE WS-MP-PROGRAM TO WS-AK-PROGRAM (WS-AK-COUNT).
          MOVE WS-MP-MESSAGE TO WS-AK-MESSAGE (WS-AK-COUNT).
          MOVE WS-MP-ACK-INITIALS TO WS-AK-INITIALS (WS-AK-COUNT).
          MOVE SPACES TO WS-AK-STAMP (WS-AK-COUNT).
          STRING WS-MP-ACK-DATE DELIMITED BY SIZE
                 WS-MP-ACK-TIME DELIMITED BY SIZE
                 INTO WS-AK-STAMP (WS-AK-COUNT)
          END-STRING.
       LOAD-ACK-ITEM-99.
          EXIT.
      *
       FOLLOW-UP-PAGE SECTION.
          MOVE SPACES TO WS-ALERT-STAMP.
          STRING WS-PG-ALERT-DATE (WS-IDX) DELIMITED BY SIZE
                 WS-PG-ALERT-TIME (WS-IDX) DELIMITED BY SIZE
                 INTO WS-ALERT-STAMP
          END-STRING.
          PERFORM VARYING WS-HIT FROM 1 BY 1
          UNTIL WS-HIT > WS-AK-COUNT
             IF WS-AK-PROGRAM (WS-HIT) = WS-PG-PROGRAM (WS-IDX) AND
                WS-AK-MESSAGE (WS-HIT) = WS-PG-MESSAGE (WS-IDX) AND
                WS-AK-STAMP (WS-HIT) >= WS-ALERT-STAMP
                PERFORM RECORD-ACKNOWLEDGMENT
                GO TO FOLLOW-UP-PAGE-99
             END-IF
          END-PERFORM.
          IF WS-PG-REPAGED (WS-IDX) = "Y"
             GO TO FOLLOW-UP-PAGE-99
          END-IF.
          MOVE WS-PG-ALERT-DATE (WS-IDX) TO WS-STAMP-DATE.
          MOVE WS-PG-ALERT-TIME (WS-IDX) TO WS-STAMP-TIME.
          PERFORM STAMP-TO-SECONDS.
          MOVE WS-STAMP-SECONDS TO WS-FROM-SECONDS.
          MOVE WS-NOW-DATE TO WS-STAMP-DATE.
          MOVE WS-NOW-TIME-X TO WS-STAMP-TIME.
          PERFORM STAMP-TO-SECONDS.
          IF WS-STAMP-SECONDS < WS-FROM-SECONDS
             GO TO FOLLOW-UP-PAGE-99
          END-IF.
          COMPUTE WS-WAITED-MINUTES =
             (WS-STAMP-SECONDS - WS-FROM-SECONDS) / 60.
          IF WS-WAITED-MINUTES < WS-REPAGE-MINUTES
             GO TO FOLLOW-UP-PAGE-99
          END-IF.
          PERFORM REPAGE-SECONDARY.
       FOLLOW-UP-PAGE-99.
          EXIT.
      *
       RECORD-ACKNOWLEDGMENT SECTION.
          MOVE "Y" TO WS-PG-ACKED (WS-IDX).
          MOVE WS-AK-INITIALS (WS-HIT) TO WS-PG-ACK-BY (WS-IDX).
          MOVE WS-AK-STAMP (WS-HIT) (1:8) TO WS-PG-ACK-DATE (WS-IDX).
          MOVE WS-AK-STAMP (WS-HIT) (9:6) TO WS-PG-ACK-TIME (WS-IDX).
          MOVE "A" TO WS-EVENT.
          MOVE WS-PG-ACK-DATE (WS-IDX) TO WS-EVENT-DATE.
          MOVE WS-PG-ACK-TIME (WS-IDX) TO WS-EVENT-TIME.
          MOVE WS-PG-ACK-BY (WS-IDX) TO WS-EVENT-PERSON.
          PERFORM WRITE-PAGE-EVENT.
          ADD 1 TO WS-ACKED-PASS.
          DISPLAY "PAGECHK: " FUNCTION TRIM (WS-PG-PROGRAM (WS-IDX))
             " PAGE ACKNOWLEDGED BY "
             FUNCTION TRIM (WS-PG-ACK-BY (WS-IDX)).
          EXIT.
      *
       REPAGE-SECONDARY SECTION.
          MOVE "Y" TO WS-PG-REPAGED (WS-IDX).
          MOVE WS-NOW-DATE TO WS-PG-REPAGE-DATE (WS-IDX).
          MOVE WS-NOW-TIME-X TO WS-PG-REPAGE-TIME (WS-IDX).
          MOVE "R" TO WS-EVENT.
          MOVE WS-NOW-DATE TO WS-EVENT-DATE.
          MOVE WS-NOW-TIME-X TO WS-EVENT-TIME.
          MOVE WS-PG-SECONDARY (WS-IDX) TO WS-EVENT-PERSON.
          PERFORM WRITE-PAGE-EVENT.
          IF WS-PG-SECONDARY (WS-IDX) = SPACES
             DISPLAY "PAGECHK: " FUNCTION TRIM (WS-PG-PROGRAM (WS-IDX))
                " PAGE UNACKNOWLEDGED - NO SECONDARY TO RE-PAGE"
             GO TO REPAGE-SECONDARY-99
          END-IF.
          PERFORM WRITE-REPAGE-RECORD.
          ADD 1 TO WS-REPAGED-PASS.
          DISPLAY "PAGECHK: " FUNCTION TRIM (WS-PG-PROGRAM (WS-IDX))
             " PAGE UNACKNOWLEDGED - RE-PAGED "
             FUNCTION TRIM (WS-PG-SECONDARY (WS-IDX)).
       REPAGE-SECONDARY-99.
          EXIT.
      *
       STAMP-TO-SECONDS SECTION.
          MOVE 0 TO WS-STAMP-SECONDS.
          IF WS-STAMP-DATE IS NOT NUMERIC OR
             WS-STAMP-TIME IS NOT NUMERIC
             GO TO STAMP-TO-SECONDS-99
          END-IF.
          COMPUTE WS-STAMP-SECONDS =
             FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (WS-STAMP-DATE)) * 86400 +
             (WS-STAMP-HH * 60 + WS-STAMP-MM) * 60 + WS-STAMP-SS.
       STAMP-TO-SECONDS-99.
          EXIT.
      *
       WRITE-PAGE-EVENT SECTION.
          OPEN EXTEND PAGE-LOG-FILE.
          IF WS-PAGE-LOG-STATUS NOT = "00"
             DISPLAY "PAGECHK: UNABLE TO EXTEND PAGE LOG - STATUS "
                WS-PAGE-LOG-STATUS
             GO TO WRITE-PAGE-EVENT-99
          END-IF.
          MOVE SPACES TO PAGE-LOG-RECORD.
          STRING WS-EVENT-DATE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-EVENT-TIME DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-EVENT DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-GROUP (WS-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-EVENT-PERSON) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-SECONDARY (WS-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-PROGRAM (WS-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-RUN (WS-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-PG-ALERT-DATE (WS-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-PG-ALERT-TIME (WS-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-MESSAGE (WS-IDX))
                    DELIMITED BY SIZE
                 INTO PAGE-LOG-RECORD
          END-STRING.
          WRITE PAGE-LOG-RECORD.
          CLOSE PAGE-LOG-FILE.
       WRITE-PAGE-EVENT-99.
          EXIT.
      *
       WRITE-REPAGE-RECORD SECTION.
          MOVE "PAGE_OUT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pageout.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PAGE-OUT-DATASET.
          OPEN EXTEND PAGE-OUT-FILE.
          IF WS-PAGE-OUT-STATUS = "35"
             OPEN OUTPUT PAGE-OUT-FILE
             CLOSE PAGE-OUT-FILE
             OPEN EXTEND PAGE-OUT-FILE
          END-IF.
          IF WS-PAGE-OUT-STATUS NOT = "00"
             DISPLAY "PAGECHK: UNABLE TO OPEN PAGE-OUT FILE - STATUS "
                WS-PAGE-OUT-STATUS
             GO TO WRITE-REPAGE-RECORD-99
          END-IF.
          MOVE SPACES TO PAGE-OUT-RECORD.
          STRING WS-NOW-DATE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-NOW-TIME-X DELIMITED BY SIZE
                 "|REPAGE|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-SECONDARY (WS-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-PROGRAM (WS-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-RUN (WS-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-MESSAGE (WS-IDX))
                    DELIMITED BY SIZE
                 INTO PAGE-OUT-RECORD
          END-STRING.
          WRITE PAGE-OUT-RECORD.
          CLOSE PAGE-OUT-FILE.
       WRITE-REPAGE-RECORD-99.
          EXIT.
      *
       WRITE-PAGING-REPORT SECTION.
          MOVE "PAGING_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pagerpt.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REPORT-DATASET.
          OPEN OUTPUT REPORT-FILE.
          IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "PAGECHK: UNABLE TO WRITE PAGING REPORT - STATUS "
                WS-REPORT-STATUS
             GO TO WRITE-PAGING-REPORT-99
          END-IF.
          MOVE "PAGECHK" TO RPT-PROGRAM.
          MOVE "ON-CALL PAGES AND RESPONSE TIMES" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          MOVE "ALERT DATE/TIME  PROGRAM   GROUP     RUN     PAGED"
             TO WS-DETAIL-LINE.
          MOVE "RE-PAGED    AT      ACK BY MINUTES STATUS"
             TO WS-DETAIL-LINE (58:).
          PERFORM WRITE-REPORT-LINE.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-PG-COUNT
             PERFORM WRITE-PAGE-DETAIL
          END-PERFORM.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-LINE.
          MOVE WS-TOTAL-PAGED TO WS-COUNT-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "ALERTS PAGED . . . . . . . . " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-LINE.
          MOVE WS-TOTAL-REPAGED TO WS-COUNT-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "RE-PAGED TO SECONDARY  . . . " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-LINE.
          MOVE WS-TOTAL-ACKED TO WS-COUNT-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "ACKNOWLEDGED . . . . . . . . " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-LINE.
          MOVE WS-TOTAL-OPEN TO WS-COUNT-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "STILL UNACKNOWLEDGED . . . . " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-LINE.
          MOVE WS-TOTAL-UNCOVERED TO WS-COUNT-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "NO ON-CALL COVER - UNPAGED . " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-LINE.
          IF WS-TOTAL-ACKED > 0
             COMPUTE WS-AVERAGE-RESPONSE ROUNDED =
                WS-TOTAL-RESPONSE / WS-TOTAL-ACKED
          ELSE
             MOVE 0 TO WS-AVERAGE-RESPONSE
          END-IF.
          MOVE WS-AVERAGE-RESPONSE TO WS-COUNT-ED.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "AVERAGE RESPONSE (MINUTES) . " DELIMITED BY SIZE
                 WS-COUNT-ED DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-LINE.
          IF WS-PG-DROPPED > 0
             MOVE WS-PG-DROPPED TO WS-COUNT-ED
             MOVE SPACES TO WS-DETAIL-LINE
             STRING "OLDER PAGES NOT LISTED . . . " DELIMITED BY SIZE
                    WS-COUNT-ED DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             PERFORM WRITE-REPORT-LINE
          END-IF.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          CLOSE REPORT-FILE.
       WRITE-PAGING-REPORT-99.
          EXIT.
      *
       WRITE-PAGE-DETAIL SECTION.
          MOVE WS-PG-ALERT-DATE (WS-IDX) TO WS-PL-ALERT-DATE.
          MOVE WS-PG-ALERT-TIME (WS-IDX) TO WS-PL-ALERT-TIME.
          MOVE WS-PG-PROGRAM (WS-IDX) TO WS-PL-PROGRAM.
          MOVE WS-PG-GROUP (WS-IDX) TO WS-PL-GROUP.
          MOVE WS-PG-RUN (WS-IDX) TO WS-PL-RUN.
          MOVE WS-PG-PRIMARY (WS-IDX) TO WS-PL-PRIMARY.
          MOVE SPACES TO WS-PL-SECONDARY WS-PL-REPAGE-TIME
             WS-PL-ACK-BY WS-PL-RESPONSE-X.
          IF WS-PG-UNCOVERED (WS-IDX)
             ADD 1 TO WS-TOTAL-UNCOVERED
             MOVE "NOT PAGED" TO WS-PL-STATE
             MOVE "(NO COVER)" TO WS-PL-PRIMARY
             GO TO WRITE-PAGE-DETAIL-50
          END-IF.
          ADD 1 TO WS-TOTAL-PAGED.
          IF WS-PG-REPAGED (WS-IDX) = "Y"
             ADD 1 TO WS-TOTAL-REPAGED
             MOVE WS-PG-SECONDARY (WS-IDX) TO WS-PL-SECONDARY
             MOVE WS-PG-REPAGE-TIME (WS-IDX) TO WS-PL-REPAGE-TIME
          END-IF.
          IF WS-PG-ACKED (WS-IDX) NOT = "Y"
             ADD 1 TO WS-TOTAL-OPEN
             MOVE "OPEN" TO WS-PL-STATE
             GO TO WRITE-PAGE-DETAIL-50
          END-IF.
          ADD 1 TO WS-TOTAL-ACKED.
          MOVE "ACKED" TO WS-PL-STATE.
          MOVE WS-PG-ACK-BY (WS-IDX) TO WS-PL-ACK-BY.
          MOVE WS-PG-ALERT-DATE (WS-IDX) TO WS-STAMP-DATE.
          MOVE WS-PG-ALERT-TIME (WS-IDX) TO WS-STAMP-TIME.
          PERFORM STAMP-TO-SECONDS.
          MOVE WS-STAMP-SECONDS TO WS-FROM-SECONDS.
          MOVE WS-PG-ACK-DATE (WS-IDX) TO WS-STAMP-DATE.
          MOVE WS-PG-ACK-TIME (WS-IDX) TO WS-STAMP-TIME.
          PERFORM STAMP-TO-SECONDS.
          IF WS-STAMP-SECONDS >= WS-FROM-SECONDS
             COMPUTE WS-WAITED-MINUTES =
                (WS-STAMP-SECONDS - WS-FROM-SECONDS) / 60
             MOVE WS-WAITED-MINUTES TO WS-PL-RESPONSE
             ADD WS-WAITED-MINUTES TO WS-TOTAL-RESPONSE
          END-IF.
       WRITE-PAGE-DETAIL-50.
          MOVE WS-PAGE-LINE TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-LINE.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "                 " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PG-MESSAGE (WS-IDX))
                    DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-LINE.
          EXIT.
      *
       WRITE-REPORT-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
          EXIT.
      *
       WRITE-REPORT-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
