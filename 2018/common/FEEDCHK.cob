       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.
       AUTHOR. OK999.
      * FEED ARRIVAL CHECK FOR THE JOB STREAM. THE DRIVER CALLS IT
      * BEFORE A STEP STARTS WITH FEEDCHK_STEP SET TO THE STEP NAME ON
      * THE JOB-STREAM CARD, BATCH_START_DATE (YYYYMMDD) AND
      * BATCH_START_TIME (HHMM) SET TO WHEN THE STREAM STARTED. EVERY
      * FEED THE EXPECTED-FEEDS REGISTER (PARAMS/FEEDS.CFG) LISTS FOR
      * THE STEP IS LOOKED FOR WHERE THE STEP WILL OPEN IT:
      *   PRESENT    - ITS ARRIVAL IS THE FILE STAMP. ON-TIME IF IT
      *                ARRIVED BY THE EXPECTED TIME, OTHERWISE LATE
      *                (WARNING ALERT). EITHER WAY THE STEP MAY RUN.
      *   NOT THERE  - WHILE THE LATEST ACCEPTABLE TIME HAS NOT PASSED
      *                THE FEED IS WAITED FOR; ONCE IT HAS, THE FEED
      *                IS MISSING (SEVERE ALERT) AND THE STEP IS HELD.
      * REGISTER TIMES ARE HHMM CLOCK TIMES TAKEN AS THE OCCURRENCE
      * NEAREST THE STREAM START, SO A 2330 LATEST ON A STREAM STARTED
      * AT 2200 FALLS BEFORE MIDNIGHT AND A 0130 LATEST AFTER IT.
      * A FINAL OUTCOME IS APPENDED TO THE FEED ARRIVALS DATASET
      * (FEED_ARRIVALS) AS DATE,RUN,STEP,FEED,SUPPLIER,EXPECTED,
      * LATEST,ARRIVED,STATUS FOR FEEDRPT; A WAIT IS NOT AN OUTCOME
      * AND IS NOT RECORDED. A STEP WITH NO FEED ON THE REGISTER HAS
      * NOTHING TO WAIT FOR.
      *   RETURN-CODE 0: RUN THE STEP. 2: A FEED IS LATE BUT STILL
      *   INSIDE ITS TOLERANCE - WAIT AND ASK AGAIN. 4: A FEED IS
      *   MISSING PAST ITS LATEST TIME - HOLD THE STEP. 1: FEEDCHK_STEP
      *   NOT SET OR NOT ON THE JOB-STREAM CARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JOBSTSL.
          COPY FEEDRGSL.
          SELECT ARRIVALS-FILE
             ASSIGN TO WS-ARRIVALS-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARRIVALS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY JOBSTFD.
          COPY FEEDRGFD.
          FD ARRIVALS-FILE.
          01 ARRIVALS-RECORD PIC X(160).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY JOBSTWS.
          COPY FEEDRGWS.
          01 WS-ARRIVALS-DATASET PIC X(200).
          01 WS-ARRIVALS-STATUS PIC X(2) VALUE SPACES.
          01 WS-TARGET-NAME PIC X(10).
          01 WS-TARGET PIC 9(3) VALUE 0.
          01 WS-IDX PIC 9(3).
          01 WS-DAY-ED PIC Z9.
          01 WS-FEED-DATASET PIC X(200).
          01 WS-RETRY-DATASET PIC X(200).
          01 WS-FILE-RC PIC S9(9) USAGE COMP-5.
          01 WS-FILE-INFO.
             03 WS-FI-SIZE PIC X(8) USAGE COMP-X.
             03 WS-FI-DAY PIC X(1) USAGE COMP-X.
             03 WS-FI-MONTH PIC X(1) USAGE COMP-X.
             03 WS-FI-YEAR PIC X(2) USAGE COMP-X.
             03 WS-FI-HOUR PIC X(1) USAGE COMP-X.
             03 WS-FI-MINUTE PIC X(1) USAGE COMP-X.
             03 WS-FI-SECOND PIC X(1) USAGE COMP-X.
             03 WS-FI-HUNDREDTHS PIC X(1) USAGE COMP-X.
          01 WS-START-DATE PIC X(8) VALUE SPACES.
          01 WS-START-TIME PIC X(4) VALUE SPACES.
          01 WS-TODAY PIC X(8).
          01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
          01 WS-TIME-NOW.
             03 WS-NOW-HH PIC 9(2).
             03 WS-NOW-MM PIC 9(2).
             03 FILLER PIC 9(4).
          01 WS-START-DAYNUM PIC S9(9) USAGE COMP-5.
          01 WS-START-ABS PIC S9(11) USAGE COMP-5.
          01 WS-NOW-ABS PIC S9(11) USAGE COMP-5.
          01 WS-ARRIVED-ABS PIC S9(11) USAGE COMP-5.
          01 WS-EXPECTED-ABS PIC S9(11) USAGE COMP-5.
          01 WS-LATEST-ABS PIC S9(11) USAGE COMP-5.
          01 WS-CLOCK PIC X(4).
          01 WS-CLOCK-ABS PIC S9(11) USAGE COMP-5.
          01 WS-ARRIVED-DATE PIC 9(8).
          01 WS-ARRIVED-STAMP.
             03 WS-AS-DATE PIC 9(8).
             03 WS-AS-HH PIC 9(2).
             03 WS-AS-MM PIC 9(2).
          01 WS-FEED-PRESENT PIC X(1).
          01 WS-FEED-COUNT PIC 9(3) VALUE 0.
          01 WS-WAIT-COUNT PIC 9(3) VALUE 0.
          01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
          01 WS-RUN-NUMBER PIC X(8) VALUE SPACES.
          01 WS-OUTCOME-TABLE.
             03 WS-OUTCOME OCCURS 60.
                05 WS-OC-STATUS PIC X(11).
                05 WS-OC-ARRIVED PIC X(12).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "FEEDCHK" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-TARGET-NAME FROM ENVIRONMENT "FEEDCHK_STEP".
          IF WS-TARGET-NAME = SPACES
             DISPLAY "FEEDCHK: FEEDCHK_STEP NOT SET"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM LOAD-JOB-STREAM.
          MOVE 0 TO WS-TARGET.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > JS-STEP-COUNT OR WS-TARGET > 0
             IF JS-STEP-NAME (WS-IDX) = WS-TARGET-NAME
                MOVE WS-IDX TO WS-TARGET
             END-IF
          END-PERFORM.
          IF WS-TARGET = 0
             DISPLAY "FEEDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " IS NOT A STEP ON THE JOB-STREAM CARD"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM LOAD-FEED-REGISTER.
          PERFORM SET-CLOCKS.
          PERFORM VARYING FR-IDX FROM 1 BY 1
          UNTIL FR-IDX > FR-FEED-COUNT
             IF FR-STEP (FR-IDX) = WS-TARGET-NAME
                PERFORM CHECK-ONE-FEED
             END-IF
          END-PERFORM.
          IF WS-FEED-COUNT = 0
             DISPLAY "FEEDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " WAITS FOR NO REGISTERED FEED"
             MOVE 0 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          IF WS-MISSING-COUNT > 0
             PERFORM RECORD-OUTCOMES
             MOVE 4 TO RETURN-CODE
          ELSE
             IF WS-WAIT-COUNT > 0
                MOVE 2 TO RETURN-CODE
             ELSE
                PERFORM RECORD-OUTCOMES
                MOVE 0 TO RETURN-CODE
             END-IF
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * ALL TIMES ARE CARRIED AS ABSOLUTE MINUTES (DAY NUMBER TIMES
      * 1440 PLUS MINUTES PAST MIDNIGHT) SO A WINDOW THAT SPANS
      * MIDNIGHT COMPARES WITHOUT A SPECIAL CASE.
       SET-CLOCKS SECTION.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          ACCEPT WS-TIME-NOW FROM TIME.
          COMPUTE WS-NOW-ABS =
             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) * 1440 +
             WS-NOW-HH * 60 + WS-NOW-MM.
          ACCEPT WS-START-DATE FROM ENVIRONMENT "BATCH_START_DATE".
          ACCEPT WS-START-TIME FROM ENVIRONMENT "BATCH_START_TIME".
          IF WS-START-DATE IS NUMERIC AND WS-START-TIME IS NUMERIC
             COMPUTE WS-START-DAYNUM = FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (WS-START-DATE))
             COMPUTE WS-START-ABS = WS-START-DAYNUM * 1440 +
                FUNCTION NUMVAL (WS-START-TIME (1:2)) * 60 +
                FUNCTION NUMVAL (WS-START-TIME (3:2))
          ELSE
             MOVE WS-NOW-ABS TO WS-START-ABS
             COMPUTE WS-START-DAYNUM =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
          END-IF.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE "0" TO WS-RUN-NUMBER
          END-IF.
       SET-CLOCKS-99.
          EXIT.
      *
      * WS-CLOCK (HHMM) IN, WS-CLOCK-ABS OUT: THE OCCURRENCE OF THAT
      * CLOCK TIME WITHIN TWELVE HOURS EITHER SIDE OF THE STREAM START.
       ANCHOR-CLOCK SECTION.
          IF WS-CLOCK IS NOT NUMERIC
             MOVE WS-START-ABS TO WS-CLOCK-ABS
             GO TO ANCHOR-CLOCK-99
          END-IF.
          COMPUTE WS-CLOCK-ABS = WS-START-DAYNUM * 1440 +
             FUNCTION NUMVAL (WS-CLOCK (1:2)) * 60 +
             FUNCTION NUMVAL (WS-CLOCK (3:2)).
          IF WS-CLOCK-ABS - WS-START-ABS > 720
             SUBTRACT 1440 FROM WS-CLOCK-ABS
          END-IF.
          IF WS-START-ABS - WS-CLOCK-ABS > 720
             ADD 1440 TO WS-CLOCK-ABS
          END-IF.
       ANCHOR-CLOCK-99.
          EXIT.
      *
       CHECK-ONE-FEED SECTION.
          ADD 1 TO WS-FEED-COUNT.
          MOVE FR-EXPECTED (FR-IDX) TO WS-CLOCK.
          PERFORM ANCHOR-CLOCK.
          MOVE WS-CLOCK-ABS TO WS-EXPECTED-ABS.
          MOVE FR-LATEST (FR-IDX) TO WS-CLOCK.
          PERFORM ANCHOR-CLOCK.
          MOVE WS-CLOCK-ABS TO WS-LATEST-ABS.
          PERFORM LOCATE-FEED.
          MOVE SPACES TO WS-OC-ARRIVED (FR-IDX).
          IF WS-FEED-PRESENT = "Y"
             MOVE WS-ARRIVED-STAMP TO WS-OC-ARRIVED (FR-IDX)
             IF WS-ARRIVED-ABS <= WS-EXPECTED-ABS
                MOVE "ON-TIME" TO WS-OC-STATUS (FR-IDX)
                DISPLAY "FEEDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                   " FEED " FUNCTION TRIM (FR-FEED (FR-IDX))
                   " ON-TIME"
             ELSE
                MOVE "LATE" TO WS-OC-STATUS (FR-IDX)
                DISPLAY "FEEDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                   " FEED " FUNCTION TRIM (FR-FEED (FR-IDX))
                   " LATE - EXPECTED " FR-EXPECTED (FR-IDX)
             END-IF
             GO TO CHECK-ONE-FEED-99
          END-IF.
          IF WS-NOW-ABS <= WS-LATEST-ABS
             MOVE "PENDING" TO WS-OC-STATUS (FR-IDX)
             ADD 1 TO WS-WAIT-COUNT
             DISPLAY "FEEDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " FEED " FUNCTION TRIM (FR-FEED (FR-IDX))
                " WAITING - LATEST " FR-LATEST (FR-IDX)
             GO TO CHECK-ONE-FEED-99
          END-IF.
          MOVE "MISSING" TO WS-OC-STATUS (FR-IDX).
          ADD 1 TO WS-MISSING-COUNT.
          DISPLAY "FEEDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
             " FEED " FUNCTION TRIM (FR-FEED (FR-IDX))
             " MISSING PAST LATEST " FR-LATEST (FR-IDX)
             " - STEP HELD".
          MOVE "S" TO ALERT-SEVERITY.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "FEED " DELIMITED BY SIZE
                 FUNCTION TRIM (FR-FEED (FR-IDX)) DELIMITED BY SIZE
                 " FROM " DELIMITED BY SIZE
                 FUNCTION TRIM (FR-SUPPLIER (FR-IDX))
                    DELIMITED BY SIZE
                 " MISSING PAST LATEST " DELIMITED BY SIZE
                 FR-LATEST (FR-IDX) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TARGET-NAME) DELIMITED BY SIZE
                 " HELD" DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          PERFORM RAISE-FEED-ALERT.
       CHECK-ONE-FEED-99.
          EXIT.
      *
      * THE FEED IS LOOKED FOR UNDER THE SAME LOGICAL NAME THE STEP
      * OPENS IT BY. DAYn_INPUT OVERRIDES ARE DOCUMENTED AS RELATIVE
      * TO THE DAY'S OWN DIRECTORY, SO A RELATIVE PATH NOT FOUND FROM
      * HERE IS TRIED AGAIN DAY-RELATIVE, AS INMANFST DOES.
       LOCATE-FEED SECTION.
          MOVE "N" TO WS-FEED-PRESENT.
          MOVE FR-FEED (FR-IDX) TO CAT-LOGICAL-NAME.
          MOVE FR-DEFAULT (FR-IDX) TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FEED-DATASET.
          CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-DATASET,
             WS-FILE-INFO RETURNING WS-FILE-RC.
          IF WS-FILE-RC NOT = 0 AND
             WS-FEED-DATASET (1:1) NOT = "/" AND
             JS-STEP-DAY (WS-TARGET) > 0
             MOVE JS-STEP-DAY (WS-TARGET) TO WS-DAY-ED
             MOVE SPACES TO WS-RETRY-DATASET
             STRING "../day" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-FEED-DATASET) DELIMITED BY SIZE
                    INTO WS-RETRY-DATASET
             END-STRING
             MOVE WS-RETRY-DATASET TO WS-FEED-DATASET
             CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-DATASET,
                WS-FILE-INFO RETURNING WS-FILE-RC
          END-IF.
          IF WS-FILE-RC NOT = 0
             GO TO LOCATE-FEED-99
          END-IF.
          MOVE "Y" TO WS-FEED-PRESENT.
          COMPUTE WS-ARRIVED-DATE = WS-FI-YEAR * 10000 +
             WS-FI-MONTH * 100 + WS-FI-DAY.
          COMPUTE WS-ARRIVED-ABS =
             FUNCTION INTEGER-OF-DATE (WS-ARRIVED-DATE) * 1440 +
             WS-FI-HOUR * 60 + WS-FI-MINUTE.
          MOVE WS-ARRIVED-DATE TO WS-AS-DATE.
          MOVE WS-FI-HOUR TO WS-AS-HH.
          MOVE WS-FI-MINUTE TO WS-AS-MM.
       LOCATE-FEED-99.
          EXIT.
      *
       RAISE-FEED-ALERT SECTION.
          MOVE "FEEDCHK" TO ALERT-PROGRAM.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
       RAISE-FEED-ALERT-99.
          EXIT.
      *
      * ONE RECORD PER FEED OF THE STEP. A FEED STILL INSIDE ITS
      * TOLERANCE WHEN ANOTHER FEED HOLDS THE STEP IS RECORDED AS
      * PENDING: IT HAS NEITHER ARRIVED NOR BEEN GIVEN UP ON.
       RECORD-OUTCOMES SECTION.
          MOVE "FEED_ARRIVALS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/feedarrivals.dat" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ARRIVALS-DATASET.
          OPEN EXTEND ARRIVALS-FILE.
          IF WS-ARRIVALS-STATUS = "35"
             OPEN OUTPUT ARRIVALS-FILE
             CLOSE ARRIVALS-FILE
             OPEN EXTEND ARRIVALS-FILE
          END-IF.
          IF WS-ARRIVALS-STATUS NOT = "00"
             DISPLAY "FEEDCHK: FEED ARRIVALS DATASET NOT WRITABLE - "
                "STATUS " WS-ARRIVALS-STATUS
             GO TO RECORD-OUTCOMES-99
          END-IF.
          PERFORM VARYING FR-IDX FROM 1 BY 1
          UNTIL FR-IDX > FR-FEED-COUNT
             IF FR-STEP (FR-IDX) = WS-TARGET-NAME
                MOVE SPACES TO ARRIVALS-RECORD
                STRING WS-TODAY DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (WS-TARGET-NAME)
                          DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (FR-FEED (FR-IDX))
                          DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (FR-SUPPLIER (FR-IDX))
                          DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FR-EXPECTED (FR-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FR-LATEST (FR-IDX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-OC-ARRIVED (FR-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM (WS-OC-STATUS (FR-IDX))
                          DELIMITED BY SIZE
                       INTO ARRIVALS-RECORD
                END-STRING
                WRITE ARRIVALS-RECORD
                IF WS-OC-STATUS (FR-IDX) = "LATE"
                   PERFORM RAISE-LATE-ALERT
                END-IF
             END-IF
          END-PERFORM.
          CLOSE ARRIVALS-FILE.
       RECORD-OUTCOMES-99.
          EXIT.
      *
      * A LATE FEED IS ONLY ALERTED ONCE ITS STEP IS CLEARED TO RUN,
      * NOT ON EVERY POLL WHILE ANOTHER FEED OF THE STEP IS AWAITED.
       RAISE-LATE-ALERT SECTION.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "FEED " DELIMITED BY SIZE
                 FUNCTION TRIM (FR-FEED (FR-IDX)) DELIMITED BY SIZE
                 " FROM " DELIMITED BY SIZE
                 FUNCTION TRIM (FR-SUPPLIER (FR-IDX))
                    DELIMITED BY SIZE
                 " ARRIVED AFTER ITS EXPECTED " DELIMITED BY SIZE
                 FR-EXPECTED (FR-IDX) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          PERFORM RAISE-FEED-ALERT.
       RAISE-LATE-ALERT-99.
          EXIT.
      *
       COPY JOBSTPA.
      *
       COPY FEEDRGPA.
      *
       COPY AUDITPA.
