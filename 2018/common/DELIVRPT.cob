       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVRPT.
       AUTHOR. OK999.
      * REPORT DELIVERY AND PICKUP. DISTRIB DROPS EACH RECIPIENT'S
      * COPIES INTO ITS PICKUP DIRECTORY AND LOGS THEM, BUT NOTHING
      * SAID WHETHER THEY ARRIVED WHEN PROMISED OR WHETHER ANYONE
      * CAME FOR THEM. THIS STEP, RUN AFTER DISTRIB, KEEPS THE
      * DELIVERY STATUS MASTER (SEE DELIVWS):
      *   1. THE DISTRIBUTION LOG IS SWEPT FOR THE LAST 31 DAYS; EACH
      *      REPORT CLASS A RECIPIENT GOT ON A DATE IS ONE DELIVERY,
      *      TIMED BY ITS FIRST COPY AND MEASURED AGAINST THE TIME
      *      THE RECIPIENT MASTER PROMISES FOR THE CLASS
      *      (NAME|LEVEL|CLASS=HHMM,CLASS=HHMM,...). A COPY LATER
      *      THAN THE PROMISE IS LATE; A CLASS WITH NO PROMISE IS
      *      REPORTED WITHOUT ONE. BOTH TIMES ARE TAKEN ON THE NIGHT
      *      THAT STARTS AT THE SCHEDULE CARD'S BATCH-START, SO A COPY
      *      AT OR AFTER THE START IS EARLY FOR THE NEXT MORNING'S
      *      PROMISE AND LATENESS IS COUNTED ACROSS MIDNIGHT.
      *   2. PICKUP CONFIRMATIONS ON THE PICKUP CARD
      *      (PARAMS/PICKUP.CFG), KEYED BY THE RECIPIENT OR BY THE
      *      DESK ON ITS BEHALF, MARK EVERY UNCOLLECTED DELIVERY OF
      *      THE CLASS (OR OF EVERY CLASS, FOR CLASS *) MADE UP TO THE
      *      PICKUP DATE AND TIME AS PICKED UP:
      *        PICKUP|RECIPIENT|CLASS|YYYYMMDD|HHMM|INITIALS
      *   3. A DELIVERY STILL NOT PICKED UP N DAYS AFTER IT WAS MADE
      *      (ESCALATE|N ON THE SAME CARD, DEFAULT 3) IS RAISED ONCE
      *      AS A WARNING ALERT AND CARRIED ON MORNRPT UNTIL IT IS
      *      PICKED UP.
      * THE DELIVERY REPORT (DELIVERY_REPORT, DEFAULT
      * RESULTS/DELIVRPT.TXT) SHOWS EACH CLASS AND RECIPIENT OF THE
      * LATEST DELIVERY DATE AS ON TIME OR LATE AND PICKED UP OR NOT,
      * THEN EVERY DELIVERY STILL WAITING TO BE PICKED UP WITH ITS
      * AGE IN DAYS. A PICKED-UP DELIVERY DROPS OFF THE MASTER ONCE
      * IT IS OLDER THAN THE SWEEP; ONE NEVER PICKED UP STAYS.
      * THE PASS CAN BE REPEATED: A DELIVERY ALREADY ON THE MASTER IS
      * NOT ADDED TWICE AND A PICKUP ALREADY APPLIED IS NOT MOVED.
      * RETURN CODES: 0 = MASTER AND REPORT WRITTEN (UNCOLLECTED
      * REPORTS SURFACE AS WARNING ALERTS), 8 = DELIVERY STATUS
      * MASTER COULD NOT BE WRITTEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY DELIVSL.
          COPY BATWNSL.
          SELECT RECIPIENT-FILE
             ASSIGN TO WS-RECIPIENT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECIPIENT-STATUS.
          SELECT DIST-LOG-FILE
             ASSIGN TO WS-DIST-LOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIST-LOG-STATUS.
          SELECT PICKUP-FILE
             ASSIGN TO WS-PICKUP-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PICKUP-STATUS.
          SELECT DELIVERY-REPORT-FILE
             ASSIGN TO WS-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY DELIVFD.
          COPY BATWNFD.
          FD RECIPIENT-FILE.
          01 RECIPIENT-RECORD PIC X(200).
          FD DIST-LOG-FILE.
          01 DIST-LOG-RECORD PIC X(300).
          FD PICKUP-FILE.
          01 PICKUP-RECORD PIC X(120).
          FD DELIVERY-REPORT-FILE.
          01 DELIVERY-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY RPTWRTWS.
          COPY DELIVWS.
          COPY BATWNWS.
          01 WS-RECIPIENT-DATASET PIC X(200).
          01 WS-RECIPIENT-STATUS PIC X(2) VALUE SPACES.
          01 WS-RECIPIENT-EOF PIC X(1) VALUE "N".
          01 WS-DIST-LOG-DATASET PIC X(200).
          01 WS-DIST-LOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-DIST-LOG-EOF PIC X(1) VALUE "N".
          01 WS-PICKUP-DATASET PIC X(200).
          01 WS-PICKUP-STATUS PIC X(2) VALUE SPACES.
          01 WS-PICKUP-EOF PIC X(1) VALUE "N".
          01 WS-REPORT-DATASET PIC X(200).
          01 WS-TODAY PIC 9(8).
          01 WS-TODAY-INT PIC 9(7).
          01 WS-HORIZON PIC 9(8).
          01 WS-LATEST-DATE PIC X(8) VALUE SPACES.
          01 WS-ESCALATE-DAYS PIC 9(3) VALUE 3.
          01 WS-AGE-DAYS PIC 9(5).
      * THE PROMISED TIMES FROM THE RECIPIENT MASTER, ONE ENTRY PER
      * RECIPIENT AND CLASS.
          01 WS-PROMISE-COUNT PIC 9(3) VALUE 0.
          01 WS-PROMISE-TABLE.
             03 WS-PROMISE-ENTRY OCCURS 200.
                05 WS-PR-RECIPIENT PIC X(20).
                05 WS-PR-CLASS PIC X(20).
                05 WS-PR-TIME PIC X(4).
          01 WS-PR-IDX PIC 9(3).
          01 WS-RECIP-PARSE.
             03 WS-RP-NAME PIC X(20).
             03 WS-RP-LEVEL PIC X(2).
             03 WS-RP-PROMISES PIC X(170).
          01 WS-SPLIT-PROMISES.
             03 WS-SP-ITEM PIC X(30) OCCURS 10.
          01 WS-SP-IDX PIC 9(2).
          01 WS-SP-CLASS PIC X(20).
          01 WS-SP-TIME PIC X(10).
          01 WS-DISTLOG-PARSE.
             03 WS-D-DATE PIC X(8).
             03 WS-D-RUN PIC X(8).
             03 WS-D-CLASS PIC X(20).
             03 WS-D-PATH PIC X(120).
             03 WS-D-RECIPIENT PIC X(20).
             03 WS-D-MASKING PIC X(6).
             03 WS-D-PAGES PIC X(6).
             03 WS-D-TIME PIC X(6).
          01 WS-PICKUP-PARSE.
             03 WS-K-KIND PIC X(10).
             03 WS-K-RECIPIENT PIC X(20).
             03 WS-K-CLASS PIC X(20).
             03 WS-K-DATE PIC X(10).
             03 WS-K-TIME PIC X(6).
             03 WS-K-BY PIC X(8).
          01 WS-PICKUP-STAMP PIC X(12).
          01 WS-DELIVERY-STAMP PIC X(12).
          01 WS-HIT PIC 9(4).
          01 WS-APPLIED PIC 9(4).
          01 WS-NEW-COUNT PIC 9(4) VALUE 0.
          01 WS-PICKED-COUNT PIC 9(4) VALUE 0.
          01 WS-ESCALATED-TONIGHT PIC 9(4) VALUE 0.
          01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.
          01 WS-LATEST-DELIVERED PIC 9(4) VALUE 0.
          01 WS-ON-TIME-COUNT PIC 9(4) VALUE 0.
          01 WS-LATE-COUNT PIC 9(4) VALUE 0.
          01 WS-NO-PROMISE-COUNT PIC 9(4) VALUE 0.
          01 WS-LATEST-PICKED PIC 9(4) VALUE 0.
          01 WS-UNCOLLECTED-COUNT PIC 9(4) VALUE 0.
          01 WS-DELIVERED-MINUTES PIC 9(4).
          01 WS-PROMISE-MINUTES PIC 9(4).
          01 WS-LATE-MINUTES PIC 9(4).
          01 WS-NIGHT-START-MINUTES PIC 9(4) VALUE 0.
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-DELIVERY-HEAD.
             03 FILLER PIC X(15) VALUE "CLASS".
             03 FILLER PIC X(11) VALUE "RECIPIENT".
             03 FILLER PIC X(11) VALUE "DELIVERED".
             03 FILLER PIC X(10) VALUE "PROMISED".
             03 FILLER PIC X(17) VALUE "SLA".
             03 FILLER PIC X(6) VALUE "PICKUP".
          01 WS-DELIVERY-LINE.
             03 WS-DL-CLASS PIC X(14).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-DL-RECIPIENT PIC X(10).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-DL-DELIVERED PIC X(8).
             03 FILLER PIC X(3) VALUE SPACES.
             03 WS-DL-PROMISE PIC X(5).
             03 FILLER PIC X(5) VALUE SPACES.
             03 WS-DL-SLA PIC X(16).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-DL-PICKUP PIC X(40).
          01 WS-WAITING-HEAD.
             03 FILLER PIC X(10) VALUE "DELIVERED".
             03 FILLER PIC X(15) VALUE "CLASS".
             03 FILLER PIC X(11) VALUE "RECIPIENT".
             03 FILLER PIC X(7) VALUE "DAYS".
             03 FILLER PIC X(9) VALUE "ESCALATED".
          01 WS-WAITING-LINE.
             03 WS-WL-DATE PIC X(8).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-WL-CLASS PIC X(14).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-WL-RECIPIENT PIC X(10).
             03 FILLER PIC X(1) VALUE SPACES.
             03 WS-WL-DAYS PIC ZZZZ9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-WL-FLAG PIC X(9).
          01 WS-COUNT-ED PIC ZZZ9.
          01 WS-MINUTES-ED PIC ZZZ9.
          01 WS-DAYS-ED PIC ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "DELIVRPT" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
          COMPUTE WS-HORIZON =
             FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 31).
          PERFORM LOAD-BATCH-WINDOW.
          IF BW-START IS NUMERIC
             COMPUTE WS-NIGHT-START-MINUTES =
                FUNCTION NUMVAL (BW-START (1:2)) * 60 +
                FUNCTION NUMVAL (BW-START (3:2))
          END-IF.
          PERFORM LOAD-PROMISES.
          PERFORM LOAD-DELIVERY-STATUS.
          PERFORM SWEEP-DIST-LOG.
          PERFORM APPLY-PICKUP-CARD.
          PERFORM VARYING DV-IDX FROM 1 BY 1 UNTIL DV-IDX > DV-COUNT
             IF DV-PICKUP-DATE (DV-IDX) = SPACES
                PERFORM ESCALATE-IF-OVERDUE
             END-IF
          END-PERFORM.
          PERFORM REWRITE-DELIVERY-STATUS.
          PERFORM WRITE-DELIVERY-REPORT.
          DISPLAY "DELIVRPT: " WS-NEW-COUNT " NEW DELIVERY(IES), "
             WS-PICKED-COUNT " PICKED UP, " WS-UNCOLLECTED-COUNT
             " WAITING, " WS-ESCALATED-TONIGHT " ESCALATED".
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * NAME|LEVEL|CLASS=HHMM,CLASS=HHMM,... - THE NAME AND LEVEL ARE
      * DISTRIB'S; ONLY THE PROMISES ARE TAKEN HERE.
       LOAD-PROMISES SECTION.
          MOVE "RECIPIENT_MASTER" TO CAT-LOGICAL-NAME.
          MOVE "../../params/recipients.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RECIPIENT-DATASET.
          OPEN INPUT RECIPIENT-FILE.
          IF WS-RECIPIENT-STATUS NOT = "00"
             DISPLAY "DELIVRPT: NO RECIPIENT MASTER - NO DELIVERY "
                "TIMES PROMISED"
             GO TO LOAD-PROMISES-99
          END-IF.
          PERFORM UNTIL WS-RECIPIENT-EOF = "Y"
             READ RECIPIENT-FILE
                AT END
                   MOVE "Y" TO WS-RECIPIENT-EOF
                NOT AT END
                   IF RECIPIENT-RECORD NOT = SPACES AND
                      RECIPIENT-RECORD (1:1) NOT = "*"
                      PERFORM LOAD-RECIPIENT-PROMISES
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE RECIPIENT-FILE.
       LOAD-PROMISES-99.
          EXIT.
      *
       LOAD-RECIPIENT-PROMISES SECTION.
          MOVE SPACES TO WS-RECIP-PARSE.
          UNSTRING RECIPIENT-RECORD DELIMITED BY "|"
             INTO WS-RP-NAME, WS-RP-LEVEL, WS-RP-PROMISES.
          MOVE FUNCTION TRIM (WS-RP-NAME) TO WS-RP-NAME.
          IF WS-RP-PROMISES = SPACES
             GO TO LOAD-RECIPIENT-PROMISES-99
          END-IF.
          MOVE SPACES TO WS-SPLIT-PROMISES.
          UNSTRING WS-RP-PROMISES DELIMITED BY ","
             INTO WS-SP-ITEM (1), WS-SP-ITEM (2), WS-SP-ITEM (3),
                  WS-SP-ITEM (4), WS-SP-ITEM (5), WS-SP-ITEM (6),
                  WS-SP-ITEM (7), WS-SP-ITEM (8), WS-SP-ITEM (9),
                  WS-SP-ITEM (10).
          PERFORM VARYING WS-SP-IDX FROM 1 BY 1 UNTIL WS-SP-IDX > 10
             IF WS-SP-ITEM (WS-SP-IDX) NOT = SPACES
                PERFORM LOAD-ONE-PROMISE
             END-IF
          END-PERFORM.
       LOAD-RECIPIENT-PROMISES-99.
          EXIT.
      *
       LOAD-ONE-PROMISE SECTION.
          MOVE SPACES TO WS-SP-CLASS WS-SP-TIME.
          UNSTRING WS-SP-ITEM (WS-SP-IDX) DELIMITED BY "="
             INTO WS-SP-CLASS, WS-SP-TIME.
          MOVE FUNCTION TRIM (WS-SP-CLASS) TO WS-SP-CLASS.
          MOVE FUNCTION TRIM (WS-SP-TIME) TO WS-SP-TIME.
          IF WS-SP-CLASS = SPACES OR
             WS-SP-TIME (1:4) IS NOT NUMERIC OR
             WS-SP-TIME (5:1) NOT = SPACE OR
             WS-SP-TIME (1:2) > "23" OR WS-SP-TIME (3:2) > "59"
             DISPLAY "DELIVRPT: BAD PROMISE IGNORED FOR "
                FUNCTION TRIM (WS-RP-NAME) ": "
                FUNCTION TRIM (WS-SP-ITEM (WS-SP-IDX))
             GO TO LOAD-ONE-PROMISE-99
          END-IF.
          IF WS-PROMISE-COUNT >= 200
             DISPLAY "DELIVRPT: PROMISE TABLE FULL - IGNORED "
                FUNCTION TRIM (WS-SP-ITEM (WS-SP-IDX))
             GO TO LOAD-ONE-PROMISE-99
          END-IF.
          ADD 1 TO WS-PROMISE-COUNT.
          MOVE WS-RP-NAME TO WS-PR-RECIPIENT (WS-PROMISE-COUNT).
          MOVE WS-SP-CLASS TO WS-PR-CLASS (WS-PROMISE-COUNT).
          MOVE WS-SP-TIME (1:4) TO WS-PR-TIME (WS-PROMISE-COUNT).
       LOAD-ONE-PROMISE-99.
          EXIT.
      *
       SWEEP-DIST-LOG SECTION.
          MOVE "DIST_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/distlog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DIST-LOG-DATASET.
          OPEN INPUT DIST-LOG-FILE.
          IF WS-DIST-LOG-STATUS NOT = "00"
             DISPLAY "DELIVRPT: NO DISTRIBUTION LOG - NOTHING "
                "DELIVERED YET"
             GO TO SWEEP-DIST-LOG-99
          END-IF.
          PERFORM UNTIL WS-DIST-LOG-EOF = "Y"
             READ DIST-LOG-FILE
                AT END
                   MOVE "Y" TO WS-DIST-LOG-EOF
                NOT AT END
                   PERFORM RECORD-DELIVERY
             END-READ
          END-PERFORM.
          CLOSE DIST-LOG-FILE.
       SWEEP-DIST-LOG-99.
          EXIT.
      *
      * A DELIVERY LOGGED BEFORE DISTRIB RECORDED THE TIME HAS NO TIME
      * FIELD; IT IS KEPT UNTIMED UNLESS A LATER COPY THE SAME DATE
      * CARRIES ONE.
       RECORD-DELIVERY SECTION.
          IF DIST-LOG-RECORD = SPACES
             GO TO RECORD-DELIVERY-99
          END-IF.
          MOVE SPACES TO WS-DISTLOG-PARSE.
          UNSTRING DIST-LOG-RECORD DELIMITED BY "|"
             INTO WS-D-DATE, WS-D-RUN, WS-D-CLASS, WS-D-PATH,
                  WS-D-RECIPIENT, WS-D-MASKING, WS-D-PAGES, WS-D-TIME.
          IF WS-D-DATE IS NOT NUMERIC OR WS-D-CLASS = SPACES OR
             WS-D-RECIPIENT = SPACES
             GO TO RECORD-DELIVERY-99
          END-IF.
          IF WS-D-DATE < WS-HORIZON
             GO TO RECORD-DELIVERY-99
          END-IF.
          IF WS-D-TIME IS NOT NUMERIC
             MOVE SPACES TO WS-D-TIME
          END-IF.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING DV-IDX FROM 1 BY 1
          UNTIL DV-IDX > DV-COUNT OR WS-HIT > 0
             IF DV-DATE (DV-IDX) = WS-D-DATE AND
                DV-CLASS (DV-IDX) = WS-D-CLASS AND
                DV-RECIPIENT (DV-IDX) = WS-D-RECIPIENT
                MOVE DV-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT > 0
             IF DV-DELIVERED-TIME (WS-HIT) = SPACES
                MOVE WS-D-TIME TO DV-DELIVERED-TIME (WS-HIT)
             END-IF
             GO TO RECORD-DELIVERY-99
          END-IF.
          IF DV-COUNT >= DV-MAX
             DISPLAY "DELIVRPT: DELIVERY TABLE FULL - DROPPED "
                WS-D-DATE " " FUNCTION TRIM (WS-D-CLASS) " "
                FUNCTION TRIM (WS-D-RECIPIENT)
             GO TO RECORD-DELIVERY-99
          END-IF.
          ADD 1 TO DV-COUNT.
          ADD 1 TO WS-NEW-COUNT.
          MOVE WS-D-DATE TO DV-DATE (DV-COUNT).
          MOVE WS-D-CLASS TO DV-CLASS (DV-COUNT).
          MOVE WS-D-RECIPIENT TO DV-RECIPIENT (DV-COUNT).
          MOVE WS-D-TIME TO DV-DELIVERED-TIME (DV-COUNT).
          MOVE SPACES TO DV-PROMISE (DV-COUNT).
          PERFORM VARYING WS-PR-IDX FROM 1 BY 1
          UNTIL WS-PR-IDX > WS-PROMISE-COUNT
             IF WS-PR-RECIPIENT (WS-PR-IDX) = WS-D-RECIPIENT AND
                WS-PR-CLASS (WS-PR-IDX) = WS-D-CLASS
                MOVE WS-PR-TIME (WS-PR-IDX) TO DV-PROMISE (DV-COUNT)
             END-IF
          END-PERFORM.
          MOVE SPACES TO DV-PICKUP-DATE (DV-COUNT)
             DV-PICKUP-TIME (DV-COUNT) DV-PICKUP-BY (DV-COUNT).
          MOVE "N" TO DV-ESCALATED (DV-COUNT).
       RECORD-DELIVERY-99.
          EXIT.
      *
       APPLY-PICKUP-CARD SECTION.
          MOVE "PICKUP_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/pickup.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PICKUP-DATASET.
          OPEN INPUT PICKUP-FILE.
          IF WS-PICKUP-STATUS NOT = "00"
             GO TO APPLY-PICKUP-CARD-99
          END-IF.
          PERFORM UNTIL WS-PICKUP-EOF = "Y"
             READ PICKUP-FILE
                AT END
                   MOVE "Y" TO WS-PICKUP-EOF
                NOT AT END
                   PERFORM APPLY-ONE-PICKUP-LINE
             END-READ
          END-PERFORM.
          CLOSE PICKUP-FILE.
       APPLY-PICKUP-CARD-99.
          EXIT.
      *
       APPLY-ONE-PICKUP-LINE SECTION.
          IF PICKUP-RECORD = SPACES OR PICKUP-RECORD (1:1) = "*"
             GO TO APPLY-ONE-PICKUP-LINE-99
          END-IF.
          MOVE SPACES TO WS-PICKUP-PARSE.
          UNSTRING PICKUP-RECORD DELIMITED BY "|"
             INTO WS-K-KIND, WS-K-RECIPIENT, WS-K-CLASS, WS-K-DATE,
                  WS-K-TIME, WS-K-BY.
          MOVE FUNCTION TRIM (WS-K-KIND) TO WS-K-KIND.
          IF WS-K-KIND = "ESCALATE"
             IF FUNCTION TRIM (WS-K-RECIPIENT) IS NUMERIC
                COMPUTE WS-ESCALATE-DAYS =
                   FUNCTION NUMVAL (WS-K-RECIPIENT)
             ELSE
                DISPLAY "DELIVRPT: BAD ESCALATE LINE IGNORED: "
                   FUNCTION TRIM (PICKUP-RECORD)
             END-IF
             GO TO APPLY-ONE-PICKUP-LINE-99
          END-IF.
          MOVE FUNCTION TRIM (WS-K-RECIPIENT) TO WS-K-RECIPIENT.
          MOVE FUNCTION TRIM (WS-K-CLASS) TO WS-K-CLASS.
          MOVE FUNCTION TRIM (WS-K-DATE) TO WS-K-DATE.
          MOVE FUNCTION TRIM (WS-K-TIME) TO WS-K-TIME.
          IF WS-K-KIND NOT = "PICKUP" OR WS-K-RECIPIENT = SPACES OR
             WS-K-CLASS = SPACES OR WS-K-DATE (1:8) IS NOT NUMERIC OR
             WS-K-TIME (1:4) IS NOT NUMERIC OR WS-K-BY = SPACES
             DISPLAY "DELIVRPT: BAD PICKUP LINE IGNORED: "
                FUNCTION TRIM (PICKUP-RECORD)
             GO TO APPLY-ONE-PICKUP-LINE-99
          END-IF.
          MOVE SPACES TO WS-PICKUP-STAMP.
          STRING WS-K-DATE (1:8) DELIMITED BY SIZE
                 WS-K-TIME (1:4) DELIMITED BY SIZE
                 INTO WS-PICKUP-STAMP
          END-STRING.
          MOVE 0 TO WS-APPLIED.
          PERFORM VARYING DV-IDX FROM 1 BY 1 UNTIL DV-IDX > DV-COUNT
             IF DV-RECIPIENT (DV-IDX) = WS-K-RECIPIENT AND
                (DV-CLASS (DV-IDX) = WS-K-CLASS OR WS-K-CLASS = "*")
                AND DV-PICKUP-DATE (DV-IDX) = SPACES
                PERFORM PICK-UP-IF-DELIVERED
             END-IF
          END-PERFORM.
          IF WS-APPLIED = 0
             DISPLAY "DELIVRPT: NOTHING WAITING FOR PICKUP: "
                FUNCTION TRIM (PICKUP-RECORD)
          END-IF.
       APPLY-ONE-PICKUP-LINE-99.
          EXIT.
      *
      * A PICKUP ONLY COVERS WHAT HAD BEEN DELIVERED BY THE TIME IT
      * WAS MADE; AN UNTIMED DELIVERY COUNTS AS MADE AT THE START OF
      * ITS DATE.
       PICK-UP-IF-DELIVERED SECTION.
          MOVE SPACES TO WS-DELIVERY-STAMP.
          STRING DV-DATE (DV-IDX) DELIMITED BY SIZE
                 DV-DELIVERED-TIME (DV-IDX) (1:4) DELIMITED BY SIZE
                 INTO WS-DELIVERY-STAMP
          END-STRING.
          IF WS-DELIVERY-STAMP > WS-PICKUP-STAMP
             GO TO PICK-UP-IF-DELIVERED-99
          END-IF.
          MOVE WS-K-DATE (1:8) TO DV-PICKUP-DATE (DV-IDX).
          MOVE WS-K-TIME (1:4) TO DV-PICKUP-TIME (DV-IDX).
          MOVE WS-K-BY TO DV-PICKUP-BY (DV-IDX).
          ADD 1 TO WS-APPLIED.
          ADD 1 TO WS-PICKED-COUNT.
       PICK-UP-IF-DELIVERED-99.
          EXIT.
      *
       ESCALATE-IF-OVERDUE SECTION.
          PERFORM COMPUTE-AGE-DAYS.
          IF WS-AGE-DAYS < WS-ESCALATE-DAYS OR
             DV-ESCALATED (DV-IDX) = "Y"
             GO TO ESCALATE-IF-OVERDUE-99
          END-IF.
          MOVE "Y" TO DV-ESCALATED (DV-IDX).
          ADD 1 TO WS-ESCALATED-TONIGHT.
          MOVE WS-AGE-DAYS TO WS-DAYS-ED.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "DELIVRPT" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "REPORT CLASS " DELIMITED BY SIZE
                 FUNCTION TRIM (DV-CLASS (DV-IDX)) DELIMITED BY SIZE
                 " FOR " DELIMITED BY SIZE
                 FUNCTION TRIM (DV-RECIPIENT (DV-IDX))
                    DELIMITED BY SIZE
                 " DELIVERED " DELIMITED BY SIZE
                 DV-DATE (DV-IDX) DELIMITED BY SIZE
                 " NOT PICKED UP AFTER " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAYS-ED) DELIMITED BY SIZE
                 " DAY(S)" DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE
            ON EXCEPTION
             CONTINUE
          END-CALL.
       ESCALATE-IF-OVERDUE-99.
          EXIT.
      *
       COMPUTE-AGE-DAYS SECTION.
          MOVE 0 TO WS-AGE-DAYS.
          IF FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                (DV-DATE (DV-IDX))) < WS-TODAY-INT
             COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                   (DV-DATE (DV-IDX)))
          END-IF.
          EXIT.
      *
      * A PICKED-UP DELIVERY OLDER THAN THE SWEEP IS DROPPED - THE
      * SWEEP WILL NOT SEE IT AGAIN. THE LATEST DELIVERY DATE IS
      * NOTED FOR THE REPORT ON THE WAY THROUGH.
       REWRITE-DELIVERY-STATUS SECTION.
          OPEN OUTPUT DELIVERY-STATUS-FILE.
          IF DV-STATUS NOT = "00"
             DISPLAY "DELIVRPT: UNABLE TO WRITE DELIVERY STATUS "
                "MASTER - STATUS " DV-STATUS
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE 0 TO DV-ESCALATED-COUNT.
          PERFORM VARYING DV-IDX FROM 1 BY 1 UNTIL DV-IDX > DV-COUNT
             IF DV-PICKUP-DATE (DV-IDX) NOT = SPACES AND
                DV-DATE (DV-IDX) < WS-HORIZON
                ADD 1 TO WS-DROPPED-COUNT
             ELSE
                PERFORM WRITE-DELIVERY-RECORD
             END-IF
          END-PERFORM.
          CLOSE DELIVERY-STATUS-FILE.
          EXIT.
      *
       WRITE-DELIVERY-RECORD SECTION.
          IF DV-DATE (DV-IDX) > WS-LATEST-DATE OR
             WS-LATEST-DATE = SPACES
             MOVE DV-DATE (DV-IDX) TO WS-LATEST-DATE
          END-IF.
          IF DV-PICKUP-DATE (DV-IDX) = SPACES
             ADD 1 TO WS-UNCOLLECTED-COUNT
             IF DV-ESCALATED (DV-IDX) = "Y"
                ADD 1 TO DV-ESCALATED-COUNT
             END-IF
          END-IF.
          MOVE SPACES TO DELIVERY-STATUS-RECORD.
          STRING DV-DATE (DV-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (DV-CLASS (DV-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (DV-RECIPIENT (DV-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 DV-DELIVERED-TIME (DV-IDX) DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 DV-PROMISE (DV-IDX) DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 DV-PICKUP-DATE (DV-IDX) DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 DV-PICKUP-TIME (DV-IDX) DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 DV-PICKUP-BY (DV-IDX) DELIMITED BY SPACE
                 "|" DELIMITED BY SIZE
                 DV-ESCALATED (DV-IDX) DELIMITED BY SIZE
                 INTO DELIVERY-STATUS-RECORD
          END-STRING.
          WRITE DELIVERY-STATUS-RECORD.
          EXIT.
      *
       WRITE-DELIVERY-REPORT SECTION.
          MOVE "DELIVERY_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/delivrpt.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REPORT-DATASET.
          OPEN OUTPUT DELIVERY-REPORT-FILE.
          MOVE "DELIVRPT" TO RPT-PROGRAM.
          MOVE SPACES TO RPT-TITLE.
          STRING "REPORT DELIVERY AND PICKUP " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 INTO RPT-TITLE
          END-STRING.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          IF WS-LATEST-DATE = SPACES
             MOVE "NO DELIVERIES ON RECORD" TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
          ELSE
             STRING "DELIVERIES OF " DELIMITED BY SIZE
                    WS-LATEST-DATE DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             PERFORM WRITE-REPORT-DETAIL
             MOVE WS-DELIVERY-HEAD TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
             PERFORM VARYING DV-IDX FROM 1 BY 1
             UNTIL DV-IDX > DV-COUNT
                IF DV-DATE (DV-IDX) = WS-LATEST-DATE
                   PERFORM WRITE-DELIVERY-LINE
                END-IF
             END-PERFORM
             PERFORM WRITE-DELIVERY-TOTALS
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-ESCALATE-DAYS TO WS-DAYS-ED.
          STRING "WAITING TO BE PICKED UP (ESCALATED AFTER "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAYS-ED) DELIMITED BY SIZE
                 " DAYS)" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          IF WS-UNCOLLECTED-COUNT = 0
             MOVE "  NONE - EVERY DELIVERY PICKED UP" TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
          ELSE
             MOVE WS-WAITING-HEAD TO WS-DETAIL-LINE
             PERFORM WRITE-REPORT-DETAIL
             PERFORM VARYING DV-IDX FROM 1 BY 1
             UNTIL DV-IDX > DV-COUNT
                IF DV-PICKUP-DATE (DV-IDX) = SPACES
                   PERFORM WRITE-WAITING-LINE
                END-IF
             END-PERFORM
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-UNCOLLECTED-COUNT TO WS-COUNT-ED.
          STRING "WAITING: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE DV-ESCALATED-COUNT TO WS-COUNT-ED.
          STRING "  ESCALATED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (20:)
          END-STRING.
          MOVE WS-ESCALATED-TONIGHT TO WS-COUNT-ED.
          STRING "  NEWLY ESCALATED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (40:)
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          CLOSE DELIVERY-REPORT-FILE.
          EXIT.
      *
       WRITE-DELIVERY-LINE SECTION.
          ADD 1 TO WS-LATEST-DELIVERED.
          MOVE DV-CLASS (DV-IDX) TO WS-DL-CLASS.
          MOVE DV-RECIPIENT (DV-IDX) TO WS-DL-RECIPIENT.
          MOVE SPACES TO WS-DL-DELIVERED WS-DL-PROMISE WS-DL-SLA
             WS-DL-PICKUP.
          IF DV-DELIVERED-TIME (DV-IDX) NOT = SPACES
             STRING DV-DELIVERED-TIME (DV-IDX) (1:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    DV-DELIVERED-TIME (DV-IDX) (3:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    DV-DELIVERED-TIME (DV-IDX) (5:2) DELIMITED BY SIZE
                    INTO WS-DL-DELIVERED
             END-STRING
          END-IF.
          IF DV-PROMISE (DV-IDX) NOT = SPACES
             STRING DV-PROMISE (DV-IDX) (1:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    DV-PROMISE (DV-IDX) (3:2) DELIMITED BY SIZE
                    INTO WS-DL-PROMISE
             END-STRING
          END-IF.
          MOVE 0 TO WS-LATE-MINUTES.
          IF DV-PROMISE (DV-IDX) NOT = SPACES AND
             DV-DELIVERED-TIME (DV-IDX) NOT = SPACES
             PERFORM COMPUTE-LATE-MINUTES
          END-IF.
          EVALUATE TRUE
             WHEN DV-PROMISE (DV-IDX) = SPACES
                MOVE "NO PROMISE" TO WS-DL-SLA
                ADD 1 TO WS-NO-PROMISE-COUNT
             WHEN DV-DELIVERED-TIME (DV-IDX) = SPACES
                MOVE "TIME NOT LOGGED" TO WS-DL-SLA
                ADD 1 TO WS-NO-PROMISE-COUNT
             WHEN WS-LATE-MINUTES > 0
                MOVE WS-LATE-MINUTES TO WS-MINUTES-ED
                STRING "LATE " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-MINUTES-ED) DELIMITED BY SIZE
                       " MIN" DELIMITED BY SIZE
                       INTO WS-DL-SLA
                END-STRING
                ADD 1 TO WS-LATE-COUNT
             WHEN OTHER
                MOVE "ON TIME" TO WS-DL-SLA
                ADD 1 TO WS-ON-TIME-COUNT
          END-EVALUATE.
          IF DV-PICKUP-DATE (DV-IDX) = SPACES
             MOVE "NOT PICKED UP" TO WS-DL-PICKUP
          ELSE
             ADD 1 TO WS-LATEST-PICKED
             STRING "PICKED UP " DELIMITED BY SIZE
                    DV-PICKUP-DATE (DV-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DV-PICKUP-TIME (DV-IDX) (1:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    DV-PICKUP-TIME (DV-IDX) (3:2) DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE
                    FUNCTION TRIM (DV-PICKUP-BY (DV-IDX))
                       DELIMITED BY SIZE
                    INTO WS-DL-PICKUP
             END-STRING
          END-IF.
          MOVE WS-DELIVERY-LINE TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          EXIT.
      *
      * BOTH TIMES AS MINUTES INTO THE NIGHT FROM BATCH-START (FROM
      * MIDNIGHT WHEN THE CARD HAS NO START), SO 23:30 AGAINST A 07:00
      * PROMISE IS EARLY AND 00:15 AGAINST 23:45 IS 30 MINUTES LATE.
      * WS-LATE-MINUTES IS ZERO UNLESS THE DELIVERY IS LATE.
       COMPUTE-LATE-MINUTES SECTION.
          COMPUTE WS-DELIVERED-MINUTES = FUNCTION MOD (
             FUNCTION NUMVAL (DV-DELIVERED-TIME (DV-IDX) (1:2)) * 60 +
             FUNCTION NUMVAL (DV-DELIVERED-TIME (DV-IDX) (3:2)) +
             1440 - WS-NIGHT-START-MINUTES, 1440).
          COMPUTE WS-PROMISE-MINUTES = FUNCTION MOD (
             FUNCTION NUMVAL (DV-PROMISE (DV-IDX) (1:2)) * 60 +
             FUNCTION NUMVAL (DV-PROMISE (DV-IDX) (3:2)) +
             1440 - WS-NIGHT-START-MINUTES, 1440).
          MOVE 0 TO WS-LATE-MINUTES.
          IF WS-DELIVERED-MINUTES > WS-PROMISE-MINUTES
             COMPUTE WS-LATE-MINUTES =
                WS-DELIVERED-MINUTES - WS-PROMISE-MINUTES
          END-IF.
          EXIT.
      *
       WRITE-DELIVERY-TOTALS SECTION.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          MOVE WS-LATEST-DELIVERED TO WS-COUNT-ED.
          STRING "DELIVERED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE WS-ON-TIME-COUNT TO WS-COUNT-ED.
          STRING "  ON TIME: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (20:)
          END-STRING.
          MOVE WS-LATE-COUNT TO WS-COUNT-ED.
          STRING "  LATE: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (40:)
          END-STRING.
          MOVE WS-NO-PROMISE-COUNT TO WS-COUNT-ED.
          STRING "  NOT MEASURED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (60:)
          END-STRING.
          MOVE WS-LATEST-PICKED TO WS-COUNT-ED.
          STRING "  PICKED UP: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE (80:)
          END-STRING.
          PERFORM WRITE-REPORT-DETAIL.
          EXIT.
      *
       WRITE-WAITING-LINE SECTION.
          PERFORM COMPUTE-AGE-DAYS.
          MOVE DV-DATE (DV-IDX) TO WS-WL-DATE.
          MOVE DV-CLASS (DV-IDX) TO WS-WL-CLASS.
          MOVE DV-RECIPIENT (DV-IDX) TO WS-WL-RECIPIENT.
          MOVE WS-AGE-DAYS TO WS-WL-DAYS.
          IF DV-ESCALATED (DV-IDX) = "Y"
             MOVE "ESCALATED" TO WS-WL-FLAG
          ELSE
             MOVE SPACES TO WS-WL-FLAG
          END-IF.
          MOVE WS-WAITING-LINE TO WS-DETAIL-LINE.
          PERFORM WRITE-REPORT-DETAIL.
          EXIT.
      *
       WRITE-REPORT-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-REPORT-STAMPS.
          WRITE DELIVERY-REPORT-RECORD FROM WS-DETAIL-LINE.
          MOVE SPACES TO WS-DETAIL-LINE.
          EXIT.
      *
       WRITE-REPORT-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE DELIVERY-REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE DELIVERY-REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE DELIVERY-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY DELIVPA.
      *
       COPY BATWNPA.
      *
       COPY AUDITPA.
