       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBK.
       AUTHOR. OK999.
      * MONTHLY CHARGEBACK BY BUSINESS AREA. THE COST-CENTRE CARD
      * (PARAMS/COSTCTR.CFG) NAMES EACH AREA, THE JOB-STREAM STEPS IT
      * OWNS AND THE DISTRIB RECIPIENTS IT PAYS FOR, THE SHARED STEPS
      * AND THE RULE EACH IS SPREAD BY, AND THE RATES. FOR THE
      * CHARGE MONTH (CHARGEBK_MONTH=YYYYMM, DEFAULTING TO THE
      * CURRENT MONTH) EVERY AREA IS CHARGED FOR:
      *   ELAPSED HUNDREDTHS AND RECORDS READ OF ITS STEPS, FROM THE
      *   SHARED PROCESSING-STATISTICS DATASET;
      *   RERUNS OF ITS STEPS, FROM THE JOB LOG - EVERY START OF A
      *   STEP AFTER THE FIRST ON THE SAME BUSINESS DATE (SEE
      *   BATWNWS), SO A RESTART AFTER MIDNIGHT OR UNDER A NEW RUN
      *   NUMBER IS STILL COUNTED AS A RERUN OF THAT NIGHT'S STEP;
      *   PAGES DELIVERED TO ITS RECIPIENTS, FROM THE DISTRIBUTION
      *   LOG;
      *   ITS SHARE OF EACH SHARED STEP. THE UTILITY STEPS WRITE NO
      *   STATS ROW, SO A SHARED STEP'S ELAPSED TIME IS TIMED FROM
      *   ITS START AND END RECORDS ON THE JOB LOG (WHOLE SECONDS)
      *   AND IT HAS NO RECORDS CHARGE.
      * OUTPUT IS THE CHARGEBACK STATEMENT (ONE PAGE PER AREA, THEN
      * THE UNALLOCATED AND SUITE TOTALS) AND A SUMMARY FILE FOR
      * FINANCE, ONE CSV ROW PER AREA WITH A HEADER ROW.
      * RETURN CODES: 0 = STATEMENT WRITTEN, 1 = NO COST-CENTRE CARD
      * OR NO AREA ON IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY BATWNSL.
          SELECT CARD-FILE
             ASSIGN TO WS-CARD-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARD-STATUS.
          SELECT STATS-IN-FILE
             ASSIGN TO WS-STATS-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATS-IN-STATUS.
          SELECT JOBLOG-IN-FILE
             ASSIGN TO WS-JOBLOG-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-IN-STATUS.
          SELECT DISTLOG-IN-FILE
             ASSIGN TO WS-DISTLOG-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISTLOG-IN-STATUS.
          SELECT STATEMENT-FILE
             ASSIGN TO WS-STATEMENT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SUMMARY-FILE
             ASSIGN TO WS-SUMMARY-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY BATWNFD.
          FD CARD-FILE.
          01 CARD-RECORD PIC X(250).
          FD STATS-IN-FILE.
          01 STATS-IN-RECORD PIC X(200).
          FD JOBLOG-IN-FILE.
          01 JOBLOG-IN-RECORD PIC X(120).
          FD DISTLOG-IN-FILE.
          01 DISTLOG-IN-RECORD PIC X(300).
          FD STATEMENT-FILE.
          01 STATEMENT-RECORD PIC X(132).
          FD SUMMARY-FILE.
          01 SUMMARY-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY BATWNWS.
          01 WS-CARD-DATASET PIC X(200).
          01 WS-CARD-STATUS PIC X(2) VALUE SPACES.
          01 WS-CARD-EOF PIC X(1) VALUE "N".
          01 WS-STATS-IN-DATASET PIC X(200).
          01 WS-STATS-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-STATS-IN-EOF PIC X(1) VALUE "N".
          01 WS-JOBLOG-IN-DATASET PIC X(200).
          01 WS-JOBLOG-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-JOBLOG-IN-EOF PIC X(1) VALUE "N".
          01 WS-DISTLOG-IN-DATASET PIC X(200).
          01 WS-DISTLOG-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-DISTLOG-IN-EOF PIC X(1) VALUE "N".
          01 WS-STATEMENT-DATASET PIC X(200).
          01 WS-SUMMARY-DATASET PIC X(200).
          01 WS-CHARGE-MONTH PIC X(6).
          01 WS-TODAY PIC 9(8).
      * AREA TABLE, IN CARD ORDER, WITH THE MONTH'S MEASURES AND
      * CHARGES.
          01 WS-AREA-TABLE.
             03 WS-AR-ENTRY OCCURS 20.
                05 WS-AR-CODE PIC X(10).
                05 WS-AR-NAME PIC X(30).
                05 WS-AR-RECIPIENTS PIC X(100).
                05 WS-AR-ELAPSED PIC 9(12).
                05 WS-AR-RECORDS PIC 9(12).
                05 WS-AR-RERUNS PIC 9(7).
                05 WS-AR-PAGES PIC 9(9).
                05 WS-AR-DIRECT PIC 9(9)V99.
                05 WS-AR-SHARED PIC 9(9)V99.
          01 WS-AREA-COUNT PIC 9(2) VALUE 0.
      * STEP TABLE: EVERY STEP THE CARD NAMES, OWNED BY AN AREA OR
      * SHARED (WS-ST-RULE NOT SPACES).
          01 WS-STEP-TABLE.
             03 WS-ST-ENTRY OCCURS 60.
                05 WS-ST-NAME PIC X(10).
                05 WS-ST-AREA PIC 9(2).
                05 WS-ST-RULE PIC X(8).
                05 WS-ST-ELAPSED PIC 9(12).
                05 WS-ST-RECORDS PIC 9(12).
                05 WS-ST-RERUNS PIC 9(7).
                05 WS-ST-CHARGE PIC 9(9)V99.
                05 WS-ST-LAST-KEY PIC X(8).
                05 WS-ST-START-SECS PIC 9(5).
                05 WS-ST-STARTED PIC X(1).
          01 WS-STEP-COUNT PIC 9(2) VALUE 0.
          01 WS-RATES.
             03 WS-RATE-ELAPSED PIC 9(3)V9(6) VALUE 0.
             03 WS-RATE-RECORD PIC 9(3)V9(6) VALUE 0.
             03 WS-RATE-RERUN PIC 9(3)V9(6) VALUE 0.
             03 WS-RATE-PAGE PIC 9(3)V9(6) VALUE 0.
          01 WS-UNALLOCATED.
             03 WS-UN-ELAPSED PIC 9(12) VALUE 0.
             03 WS-UN-RECORDS PIC 9(12) VALUE 0.
             03 WS-UN-PAGES PIC 9(9) VALUE 0.
          01 WS-CARD-PARSE.
             03 WS-C-KIND PIC X(10).
             03 WS-C-CODE PIC X(10).
             03 WS-C-NAME PIC X(30).
             03 WS-C-RECIPIENTS PIC X(100).
             03 WS-C-STEPS PIC X(200).
          01 WS-STATS-PARSE.
             03 WS-S-DATE PIC X(10).
             03 WS-S-PROGRAM PIC X(10).
             03 WS-S-READ PIC X(12).
             03 WS-S-REJECTED PIC X(12).
             03 WS-S-HWM PIC X(12).
             03 WS-S-ELAPSED PIC X(12).
          01 WS-JOBLOG-PARSE.
             03 WS-J-DATE PIC X(8).
             03 WS-J-TIME PIC X(6).
             03 WS-J-TYPE PIC X(1).
             03 WS-J-PROGRAM PIC X(10).
             03 WS-J-RC PIC X(10).
             03 WS-J-RUN PIC X(8).
          01 WS-J-KEY PIC X(8).
          01 WS-J-SECS PIC 9(5).
          01 WS-DISTLOG-PARSE.
             03 WS-D-DATE PIC X(8).
             03 WS-D-RUN PIC X(8).
             03 WS-D-CLASS PIC X(20).
             03 WS-D-PATH PIC X(250).
             03 WS-D-RECIPIENT PIC X(20).
             03 WS-D-MASKING PIC X(6).
             03 WS-D-PAGES PIC X(6).
          01 WS-STEP-NAME PIC X(10).
          01 WS-STEP-PTR PIC 9(3).
          01 WS-STEP-HIT PIC 9(2).
          01 WS-AREA-HIT PIC 9(2).
          01 WS-LOOKUP-KEY PIC X(22).
          01 WS-LOOKUP-LIST PIC X(102).
          01 WS-TALLY PIC 9(3).
          01 WS-NUM PIC 9(12).
          01 WS-IDX PIC 9(2).
          01 WS-SDX PIC 9(2).
          01 WS-LAST-WEIGHTED PIC 9(2).
          01 WS-WEIGHT PIC 9(12).
          01 WS-WEIGHT-TOTAL PIC 9(14).
          01 WS-SPREAD-RULE PIC X(8).
          01 WS-SHARE PIC 9(9)V99.
          01 WS-SHARE-SUM PIC 9(9)V99.
          01 WS-CHARGE PIC 9(9)V99.
          01 WS-TOTAL-CHARGE PIC 9(9)V99.
          01 WS-SUITE-CHARGE PIC 9(11)V99 VALUE 0.
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-N-ED PIC Z(11)9.
          01 WS-MONEY-ED PIC Z(8)9.99.
          01 WS-RERUN-ED PIC Z(6)9.
          01 WS-LINE-PTR PIC 9(3).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "CHARGEBK" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-CHARGE-MONTH FROM ENVIRONMENT "CHARGEBK_MONTH".
          IF WS-CHARGE-MONTH = SPACES
             ACCEPT WS-TODAY FROM DATE YYYYMMDD
             MOVE WS-TODAY (1:6) TO WS-CHARGE-MONTH
          END-IF.
          PERFORM LOAD-COST-CENTRE-CARD.
          IF WS-AREA-COUNT = 0
             DISPLAY "CHARGEBK: NO BUSINESS AREA ON THE COST-CENTRE "
                "CARD - NOTHING TO CHARGE"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          DISPLAY "CHARGEBK: CHARGING " WS-CHARGE-MONTH " TO "
             WS-AREA-COUNT " AREA(S)".
          PERFORM READ-STATS.
          PERFORM READ-JOB-LOG.
          PERFORM READ-DIST-LOG.
          PERFORM CHARGE-AREAS.
          PERFORM WRITE-STATEMENT.
          PERFORM WRITE-SUMMARY-FILE.
          MOVE WS-SUITE-CHARGE TO WS-MONEY-ED.
          DISPLAY "CHARGEBK: " FUNCTION TRIM (WS-MONEY-ED)
             " CHARGED ACROSS " WS-AREA-COUNT " AREA(S)".
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       LOAD-COST-CENTRE-CARD SECTION.
          MOVE "COST_CENTRE_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/costctr.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CARD-DATASET.
          OPEN INPUT CARD-FILE.
          IF WS-CARD-STATUS NOT = "00"
             DISPLAY "CHARGEBK: UNABLE TO OPEN COST-CENTRE CARD - "
                "STATUS " WS-CARD-STATUS
             GO TO LOAD-COST-CENTRE-CARD-99
          END-IF.
          PERFORM UNTIL WS-CARD-EOF = "Y"
             READ CARD-FILE
                AT END
                   MOVE "Y" TO WS-CARD-EOF
                NOT AT END
                   PERFORM PARSE-CARD-LINE
             END-READ
          END-PERFORM.
          CLOSE CARD-FILE.
       LOAD-COST-CENTRE-CARD-99.
          EXIT.
      *
       PARSE-CARD-LINE SECTION.
          IF CARD-RECORD = SPACES OR CARD-RECORD (1:1) = "*"
             GO TO PARSE-CARD-LINE-99
          END-IF.
          MOVE SPACES TO WS-CARD-PARSE.
          UNSTRING CARD-RECORD DELIMITED BY "|"
             INTO WS-C-KIND, WS-C-CODE, WS-C-NAME, WS-C-RECIPIENTS,
                  WS-C-STEPS.
          MOVE FUNCTION TRIM (WS-C-CODE) TO WS-C-CODE.
          EVALUATE FUNCTION TRIM (WS-C-KIND)
             WHEN "AREA"
                PERFORM ADD-CARD-AREA
             WHEN "SHARED"
                MOVE WS-C-CODE TO WS-STEP-NAME
                PERFORM ADD-CARD-STEP
                IF WS-STEP-HIT > 0
                   MOVE FUNCTION TRIM (WS-C-NAME)
                      TO WS-ST-RULE (WS-STEP-HIT)
                END-IF
             WHEN "RATE"
                PERFORM SET-CARD-RATE
             WHEN OTHER
                DISPLAY "CHARGEBK: UNKNOWN CARD LINE IGNORED - "
                   FUNCTION TRIM (CARD-RECORD)
          END-EVALUATE.
       PARSE-CARD-LINE-99.
          EXIT.
      *
       ADD-CARD-AREA SECTION.
          IF WS-AREA-COUNT >= 20
             DISPLAY "CHARGEBK: AREA TABLE FULL - IGNORED "
                WS-C-CODE
             GO TO ADD-CARD-AREA-99
          END-IF.
          ADD 1 TO WS-AREA-COUNT.
          INITIALIZE WS-AR-ENTRY (WS-AREA-COUNT).
          MOVE WS-C-CODE TO WS-AR-CODE (WS-AREA-COUNT).
          MOVE FUNCTION TRIM (WS-C-NAME) TO WS-AR-NAME (WS-AREA-COUNT).
          MOVE FUNCTION TRIM (WS-C-RECIPIENTS)
             TO WS-AR-RECIPIENTS (WS-AREA-COUNT).
          MOVE 1 TO WS-STEP-PTR.
          PERFORM UNTIL WS-STEP-PTR > 200
             MOVE SPACES TO WS-STEP-NAME
             UNSTRING WS-C-STEPS DELIMITED BY ","
                INTO WS-STEP-NAME
                WITH POINTER WS-STEP-PTR
             END-UNSTRING
             MOVE FUNCTION TRIM (WS-STEP-NAME) TO WS-STEP-NAME
             IF WS-STEP-NAME NOT = SPACES
                PERFORM ADD-CARD-STEP
                IF WS-STEP-HIT > 0
                   MOVE WS-AREA-COUNT TO WS-ST-AREA (WS-STEP-HIT)
                END-IF
             END-IF
          END-PERFORM.
       ADD-CARD-AREA-99.
          EXIT.
      *
      * WS-STEP-NAME IN; WS-STEP-HIT OUT (0 = TABLE FULL OR ALREADY
      * ON THE CARD - THE FIRST MENTION OF A STEP WINS).
       ADD-CARD-STEP SECTION.
          PERFORM FIND-STEP.
          IF WS-STEP-HIT > 0
             DISPLAY "CHARGEBK: STEP " FUNCTION TRIM (WS-STEP-NAME)
                " NAMED TWICE ON THE CARD - FIRST KEPT"
             MOVE 0 TO WS-STEP-HIT
             GO TO ADD-CARD-STEP-99
          END-IF.
          IF WS-STEP-COUNT >= 60
             DISPLAY "CHARGEBK: STEP TABLE FULL - IGNORED "
                FUNCTION TRIM (WS-STEP-NAME)
             GO TO ADD-CARD-STEP-99
          END-IF.
          ADD 1 TO WS-STEP-COUNT.
          INITIALIZE WS-ST-ENTRY (WS-STEP-COUNT).
          MOVE WS-STEP-NAME TO WS-ST-NAME (WS-STEP-COUNT).
          MOVE WS-STEP-COUNT TO WS-STEP-HIT.
       ADD-CARD-STEP-99.
          EXIT.
      *
       SET-CARD-RATE SECTION.
          EVALUATE WS-C-CODE
             WHEN "ELAPSED"
                COMPUTE WS-RATE-ELAPSED =
                   FUNCTION NUMVAL (WS-C-NAME)
             WHEN "RECORD"
                COMPUTE WS-RATE-RECORD =
                   FUNCTION NUMVAL (WS-C-NAME)
             WHEN "RERUN"
                COMPUTE WS-RATE-RERUN =
                   FUNCTION NUMVAL (WS-C-NAME)
             WHEN "PAGE"
                COMPUTE WS-RATE-PAGE =
                   FUNCTION NUMVAL (WS-C-NAME)
             WHEN OTHER
                DISPLAY "CHARGEBK: UNKNOWN RATE UNIT IGNORED - "
                   WS-C-CODE
          END-EVALUATE.
          EXIT.
      *
      * WS-STEP-NAME IN; WS-STEP-HIT OUT, 0 WHEN NOT ON THE CARD.
       FIND-STEP SECTION.
          MOVE 0 TO WS-STEP-HIT.
          PERFORM VARYING WS-SDX FROM 1 BY 1
          UNTIL WS-SDX > WS-STEP-COUNT OR WS-STEP-HIT > 0
             IF WS-ST-NAME (WS-SDX) = WS-STEP-NAME
                MOVE WS-SDX TO WS-STEP-HIT
             END-IF
          END-PERFORM.
          EXIT.
      *
       READ-STATS SECTION.
          MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATS-IN-DATASET.
          OPEN INPUT STATS-IN-FILE.
          IF WS-STATS-IN-STATUS NOT = "00"
             DISPLAY "CHARGEBK: NO STATS DATASET - STATUS "
                WS-STATS-IN-STATUS " - NO ELAPSED OR RECORDS CHARGED"
             GO TO READ-STATS-99
          END-IF.
          PERFORM UNTIL WS-STATS-IN-EOF = "Y"
             READ STATS-IN-FILE
                AT END
                   MOVE "Y" TO WS-STATS-IN-EOF
                NOT AT END
                   PERFORM TALLY-STATS-ROW
             END-READ
          END-PERFORM.
          CLOSE STATS-IN-FILE.
       READ-STATS-99.
          EXIT.
      *
      * A STATS ROW CARRIES THE PROGRAM NAME, WHICH IS ALSO THE STEP
      * NAME ON THE JOB-STREAM CARD AND THE COST-CENTRE CARD. A
      * SHARED STEP IS TIMED FROM THE JOB LOG INSTEAD, SO A STATS ROW
      * FOR ONE IS LEFT OUT RATHER THAN COUNTED TWICE.
       TALLY-STATS-ROW SECTION.
          MOVE SPACES TO WS-STATS-PARSE.
          UNSTRING STATS-IN-RECORD DELIMITED BY ","
             INTO WS-S-DATE, WS-S-PROGRAM, WS-S-READ, WS-S-REJECTED,
                  WS-S-HWM, WS-S-ELAPSED.
          IF WS-S-DATE (1:6) NOT = WS-CHARGE-MONTH OR
             WS-S-PROGRAM = SPACES
             GO TO TALLY-STATS-ROW-99
          END-IF.
          MOVE WS-S-PROGRAM TO WS-STEP-NAME.
          PERFORM FIND-STEP.
          IF WS-STEP-HIT = 0
             COMPUTE WS-NUM = FUNCTION NUMVAL (WS-S-ELAPSED)
             ADD WS-NUM TO WS-UN-ELAPSED
             COMPUTE WS-NUM = FUNCTION NUMVAL (WS-S-READ)
             ADD WS-NUM TO WS-UN-RECORDS
             GO TO TALLY-STATS-ROW-99
          END-IF.
          IF WS-ST-RULE (WS-STEP-HIT) NOT = SPACES
             GO TO TALLY-STATS-ROW-99
          END-IF.
          COMPUTE WS-NUM = FUNCTION NUMVAL (WS-S-ELAPSED).
          ADD WS-NUM TO WS-ST-ELAPSED (WS-STEP-HIT).
          COMPUTE WS-NUM = FUNCTION NUMVAL (WS-S-READ).
          ADD WS-NUM TO WS-ST-RECORDS (WS-STEP-HIT).
       TALLY-STATS-ROW-99.
          EXIT.
      *
       READ-JOB-LOG SECTION.
          MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-IN-DATASET.
          OPEN INPUT JOBLOG-IN-FILE.
          IF WS-JOBLOG-IN-STATUS NOT = "00"
             DISPLAY "CHARGEBK: NO JOB LOG - STATUS "
                WS-JOBLOG-IN-STATUS " - NO RERUNS CHARGED"
             GO TO READ-JOB-LOG-99
          END-IF.
          PERFORM UNTIL WS-JOBLOG-IN-EOF = "Y"
             READ JOBLOG-IN-FILE
                AT END
                   MOVE "Y" TO WS-JOBLOG-IN-EOF
                NOT AT END
                   PERFORM TALLY-JOB-LOG-ROW
             END-READ
          END-PERFORM.
          CLOSE JOBLOG-IN-FILE.
       READ-JOB-LOG-99.
          EXIT.
      *
      * THE JOB LOG IS APPEND-ONLY, SO A STEP'S RECORDS ARRIVE IN
      * TIME ORDER: A START ON THE SAME BUSINESS DATE AS THE STEP'S
      * PREVIOUS START IS A RERUN, AND A SHARED STEP'S END CLOSES ITS
      * MOST RECENT START. A ROW IS CHARGED TO THE MONTH OF ITS
      * BUSINESS DATE.
       TALLY-JOB-LOG-ROW SECTION.
          MOVE SPACES TO WS-JOBLOG-PARSE.
          UNSTRING JOBLOG-IN-RECORD DELIMITED BY ","
             INTO WS-J-DATE, WS-J-TIME, WS-J-TYPE, WS-J-PROGRAM,
                  WS-J-RC, WS-J-RUN.
          IF WS-J-TIME IS NOT NUMERIC
             GO TO TALLY-JOB-LOG-ROW-99
          END-IF.
          MOVE WS-J-DATE TO BW-IN-DATE.
          MOVE WS-J-TIME TO BW-IN-TIME.
          PERFORM SET-BUSINESS-DATE.
          IF BW-BUS-DATE (1:6) NOT = WS-CHARGE-MONTH
             GO TO TALLY-JOB-LOG-ROW-99
          END-IF.
          MOVE WS-J-PROGRAM TO WS-STEP-NAME.
          PERFORM FIND-STEP.
          IF WS-STEP-HIT = 0
             GO TO TALLY-JOB-LOG-ROW-99
          END-IF.
          COMPUTE WS-J-SECS =
             FUNCTION NUMVAL (WS-J-TIME (1:2)) * 3600 +
             FUNCTION NUMVAL (WS-J-TIME (3:2)) * 60 +
             FUNCTION NUMVAL (WS-J-TIME (5:2)).
          EVALUATE WS-J-TYPE
             WHEN "H"
                MOVE BW-BUS-DATE TO WS-J-KEY
                IF WS-J-KEY = WS-ST-LAST-KEY (WS-STEP-HIT)
                   ADD 1 TO WS-ST-RERUNS (WS-STEP-HIT)
                END-IF
                MOVE WS-J-KEY TO WS-ST-LAST-KEY (WS-STEP-HIT)
                MOVE WS-J-SECS TO WS-ST-START-SECS (WS-STEP-HIT)
                MOVE "Y" TO WS-ST-STARTED (WS-STEP-HIT)
             WHEN "T"
                IF WS-ST-RULE (WS-STEP-HIT) NOT = SPACES AND
                   WS-ST-STARTED (WS-STEP-HIT) = "Y"
                   IF WS-J-SECS < WS-ST-START-SECS (WS-STEP-HIT)
                      ADD 86400 TO WS-J-SECS
                   END-IF
                   COMPUTE WS-ST-ELAPSED (WS-STEP-HIT) =
                      WS-ST-ELAPSED (WS-STEP-HIT) +
                      (WS-J-SECS - WS-ST-START-SECS (WS-STEP-HIT))
                      * 100
                END-IF
                MOVE "N" TO WS-ST-STARTED (WS-STEP-HIT)
          END-EVALUATE.
       TALLY-JOB-LOG-ROW-99.
          EXIT.
      *
       READ-DIST-LOG SECTION.
          MOVE "DIST_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/distlog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DISTLOG-IN-DATASET.
          OPEN INPUT DISTLOG-IN-FILE.
          IF WS-DISTLOG-IN-STATUS NOT = "00"
             DISPLAY "CHARGEBK: NO DISTRIBUTION LOG - STATUS "
                WS-DISTLOG-IN-STATUS " - NO PAGES CHARGED"
             GO TO READ-DIST-LOG-99
          END-IF.
          PERFORM UNTIL WS-DISTLOG-IN-EOF = "Y"
             READ DISTLOG-IN-FILE
                AT END
                   MOVE "Y" TO WS-DISTLOG-IN-EOF
                NOT AT END
                   PERFORM TALLY-DIST-LOG-ROW
             END-READ
          END-PERFORM.
          CLOSE DISTLOG-IN-FILE.
       READ-DIST-LOG-99.
          EXIT.
      *
      * A DELIVERY LOGGED BEFORE DISTRIB RECORDED PAGES HAS NO PAGES
      * FIELD AND CHARGES NONE.
       TALLY-DIST-LOG-ROW SECTION.
          MOVE SPACES TO WS-DISTLOG-PARSE.
          UNSTRING DISTLOG-IN-RECORD DELIMITED BY "|"
             INTO WS-D-DATE, WS-D-RUN, WS-D-CLASS, WS-D-PATH,
                  WS-D-RECIPIENT, WS-D-MASKING, WS-D-PAGES.
          IF WS-D-DATE (1:6) NOT = WS-CHARGE-MONTH OR
             FUNCTION TRIM (WS-D-PAGES) IS NOT NUMERIC
             GO TO TALLY-DIST-LOG-ROW-99
          END-IF.
          COMPUTE WS-NUM = FUNCTION NUMVAL (WS-D-PAGES).
          MOVE SPACES TO WS-LOOKUP-KEY.
          STRING "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-D-RECIPIENT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO WS-LOOKUP-KEY
          END-STRING.
          MOVE 0 TO WS-AREA-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-COUNT OR WS-AREA-HIT > 0
             MOVE SPACES TO WS-LOOKUP-LIST
             STRING "," DELIMITED BY SIZE
                    WS-AR-RECIPIENTS (WS-IDX) DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    INTO WS-LOOKUP-LIST
             END-STRING
             MOVE 0 TO WS-TALLY
             INSPECT WS-LOOKUP-LIST TALLYING WS-TALLY
                FOR ALL WS-LOOKUP-KEY (1:FUNCTION LENGTH
                   (FUNCTION TRIM (WS-LOOKUP-KEY)))
             IF WS-TALLY > 0
                MOVE WS-IDX TO WS-AREA-HIT
             END-IF
          END-PERFORM.
          IF WS-AREA-HIT = 0
             ADD WS-NUM TO WS-UN-PAGES
          ELSE
             ADD WS-NUM TO WS-AR-PAGES (WS-AREA-HIT)
          END-IF.
       TALLY-DIST-LOG-ROW-99.
          EXIT.
      *
      * DIRECT CHARGES FIRST - EACH OWNED STEP'S MEASURES ROLL UP TO
      * ITS AREA - THEN EACH SHARED STEP'S CHARGE IS SPREAD BY ITS
      * RULE OVER THE AREAS' OWN MEASURES.
       CHARGE-AREAS SECTION.
          PERFORM VARYING WS-SDX FROM 1 BY 1
          UNTIL WS-SDX > WS-STEP-COUNT
             COMPUTE WS-ST-CHARGE (WS-SDX) ROUNDED =
                WS-ST-ELAPSED (WS-SDX) * WS-RATE-ELAPSED +
                WS-ST-RECORDS (WS-SDX) * WS-RATE-RECORD +
                WS-ST-RERUNS (WS-SDX) * WS-RATE-RERUN
             IF WS-ST-AREA (WS-SDX) > 0
                MOVE WS-ST-AREA (WS-SDX) TO WS-IDX
                ADD WS-ST-ELAPSED (WS-SDX) TO WS-AR-ELAPSED (WS-IDX)
                ADD WS-ST-RECORDS (WS-SDX) TO WS-AR-RECORDS (WS-IDX)
                ADD WS-ST-RERUNS (WS-SDX) TO WS-AR-RERUNS (WS-IDX)
                ADD WS-ST-CHARGE (WS-SDX) TO WS-AR-DIRECT (WS-IDX)
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-COUNT
             COMPUTE WS-CHARGE ROUNDED =
                WS-AR-PAGES (WS-IDX) * WS-RATE-PAGE
             ADD WS-CHARGE TO WS-AR-DIRECT (WS-IDX)
          END-PERFORM.
          PERFORM VARYING WS-SDX FROM 1 BY 1
          UNTIL WS-SDX > WS-STEP-COUNT
             IF WS-ST-RULE (WS-SDX) NOT = SPACES
                PERFORM SPREAD-SHARED-STEP
             END-IF
          END-PERFORM.
          EXIT.
      *
      * THE LAST AREA CARRYING WEIGHT TAKES THE ROUNDING REMAINDER SO
      * THE SHARES ADD UP TO THE STEP'S CHARGE TO THE CENT.
       SPREAD-SHARED-STEP SECTION.
          MOVE WS-ST-RULE (WS-SDX) TO WS-SPREAD-RULE.
          PERFORM WEIGH-AREAS.
          IF WS-WEIGHT-TOTAL = 0
             MOVE "EVEN" TO WS-SPREAD-RULE
             PERFORM WEIGH-AREAS
          END-IF.
          MOVE 0 TO WS-SHARE-SUM.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-COUNT
             PERFORM GET-AREA-WEIGHT
             IF WS-WEIGHT > 0
                IF WS-IDX = WS-LAST-WEIGHTED
                   COMPUTE WS-SHARE =
                      WS-ST-CHARGE (WS-SDX) - WS-SHARE-SUM
                ELSE
                   COMPUTE WS-SHARE ROUNDED =
                      WS-ST-CHARGE (WS-SDX) * WS-WEIGHT /
                      WS-WEIGHT-TOTAL
                END-IF
                ADD WS-SHARE TO WS-SHARE-SUM
                ADD WS-SHARE TO WS-AR-SHARED (WS-IDX)
             END-IF
          END-PERFORM.
          EXIT.
      *
       WEIGH-AREAS SECTION.
          MOVE 0 TO WS-WEIGHT-TOTAL WS-LAST-WEIGHTED.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-COUNT
             PERFORM GET-AREA-WEIGHT
             ADD WS-WEIGHT TO WS-WEIGHT-TOTAL
             IF WS-WEIGHT > 0
                MOVE WS-IDX TO WS-LAST-WEIGHTED
             END-IF
          END-PERFORM.
          EXIT.
      *
      * AN UNKNOWN RULE SPREADS EVENLY, THE SAME AS EVEN.
       GET-AREA-WEIGHT SECTION.
          EVALUATE WS-SPREAD-RULE
             WHEN "ELAPSED"
                MOVE WS-AR-ELAPSED (WS-IDX) TO WS-WEIGHT
             WHEN "RECORDS"
                MOVE WS-AR-RECORDS (WS-IDX) TO WS-WEIGHT
             WHEN OTHER
                MOVE 1 TO WS-WEIGHT
          END-EVALUATE.
          EXIT.
      *
       WRITE-STATEMENT SECTION.
          MOVE "CHARGEBACK_STATEMENT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/chargeback.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATEMENT-DATASET.
          OPEN OUTPUT STATEMENT-FILE.
          MOVE "CHARGEBK" TO RPT-PROGRAM.
          MOVE SPACES TO RPT-TITLE.
          STRING "CHARGEBACK STATEMENT " DELIMITED BY SIZE
                 WS-CHARGE-MONTH DELIMITED BY SIZE
                 INTO RPT-TITLE
          END-STRING.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-STATEMENT-STAMPS.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-COUNT
             PERFORM WRITE-AREA-STATEMENT
          END-PERFORM.
          PERFORM WRITE-SUITE-TOTALS.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-STATEMENT-STAMPS.
          CLOSE STATEMENT-FILE.
          EXIT.
      *
      * EACH AREA AFTER THE FIRST STARTS A NEW PAGE: A FULL PAGE
      * COUNT MAKES THE WRITER HAND BACK THE NEXT PAGE HEADER.
       WRITE-AREA-STATEMENT SECTION.
          IF WS-IDX > 1
             MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT
          END-IF.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "BUSINESS AREA: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AR-CODE (WS-IDX)) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AR-NAME (WS-IDX)) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "RECIPIENTS: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AR-RECIPIENTS (WS-IDX))
                    DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE "STEP        ELAPSED-HUNDREDTHS   RECORDS-READ   RERUNS"
             TO WS-DETAIL-LINE.
          MOVE "CHARGE" TO WS-DETAIL-LINE (66:6).
          PERFORM WRITE-STATEMENT-DETAIL.
          PERFORM VARYING WS-SDX FROM 1 BY 1
          UNTIL WS-SDX > WS-STEP-COUNT
             IF WS-ST-AREA (WS-SDX) = WS-IDX
                PERFORM WRITE-OWNED-STEP-LINE
             END-IF
          END-PERFORM.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE WS-AR-PAGES (WS-IDX) TO WS-N-ED.
          STRING "PAGES DELIVERED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-N-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          COMPUTE WS-CHARGE ROUNDED =
             WS-AR-PAGES (WS-IDX) * WS-RATE-PAGE.
          MOVE WS-CHARGE TO WS-MONEY-ED.
          MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12).
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE "DIRECT CHARGE" TO WS-DETAIL-LINE.
          MOVE WS-AR-DIRECT (WS-IDX) TO WS-MONEY-ED.
          MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12).
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-STATEMENT-DETAIL.
          PERFORM VARYING WS-SDX FROM 1 BY 1
          UNTIL WS-SDX > WS-STEP-COUNT
             IF WS-ST-RULE (WS-SDX) NOT = SPACES
                PERFORM WRITE-SHARED-STEP-LINE
             END-IF
          END-PERFORM.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE "SHARED CHARGE" TO WS-DETAIL-LINE.
          MOVE WS-AR-SHARED (WS-IDX) TO WS-MONEY-ED.
          MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12).
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-STATEMENT-DETAIL.
          COMPUTE WS-TOTAL-CHARGE =
             WS-AR-DIRECT (WS-IDX) + WS-AR-SHARED (WS-IDX).
          ADD WS-TOTAL-CHARGE TO WS-SUITE-CHARGE.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "TOTAL CHARGE TO " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AR-CODE (WS-IDX)) DELIMITED BY SIZE
                 " FOR " DELIMITED BY SIZE
                 WS-CHARGE-MONTH DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE WS-TOTAL-CHARGE TO WS-MONEY-ED.
          MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12).
          PERFORM WRITE-STATEMENT-DETAIL.
          EXIT.
      *
       WRITE-OWNED-STEP-LINE SECTION.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE WS-ST-NAME (WS-SDX) TO WS-DETAIL-LINE (1:10).
          MOVE WS-ST-ELAPSED (WS-SDX) TO WS-N-ED.
          MOVE WS-N-ED TO WS-DETAIL-LINE (19:12).
          MOVE WS-ST-RECORDS (WS-SDX) TO WS-N-ED.
          MOVE WS-N-ED TO WS-DETAIL-LINE (34:12).
          MOVE WS-ST-RERUNS (WS-SDX) TO WS-RERUN-ED.
          MOVE WS-RERUN-ED TO WS-DETAIL-LINE (48:7).
          MOVE WS-ST-CHARGE (WS-SDX) TO WS-MONEY-ED.
          MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12).
          PERFORM WRITE-STATEMENT-DETAIL.
          EXIT.
      *
      * THE AREA'S SHARE OF ONE SHARED STEP IS RECOMPUTED HERE THE
      * SAME WAY SPREAD-SHARED-STEP COMPUTED IT, SO THE LINES ADD UP
      * TO THE SHARED CHARGE.
       WRITE-SHARED-STEP-LINE SECTION.
          MOVE WS-IDX TO WS-AREA-HIT.
          MOVE WS-ST-RULE (WS-SDX) TO WS-SPREAD-RULE.
          PERFORM WEIGH-AREAS.
          IF WS-WEIGHT-TOTAL = 0
             MOVE "EVEN" TO WS-SPREAD-RULE
             PERFORM WEIGH-AREAS
          END-IF.
          MOVE 0 TO WS-SHARE-SUM WS-SHARE.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-HIT
             PERFORM GET-AREA-WEIGHT
             MOVE 0 TO WS-SHARE
             IF WS-WEIGHT > 0
                IF WS-IDX = WS-LAST-WEIGHTED
                   COMPUTE WS-SHARE =
                      WS-ST-CHARGE (WS-SDX) - WS-SHARE-SUM
                ELSE
                   COMPUTE WS-SHARE ROUNDED =
                      WS-ST-CHARGE (WS-SDX) * WS-WEIGHT /
                      WS-WEIGHT-TOTAL
                END-IF
                ADD WS-SHARE TO WS-SHARE-SUM
             END-IF
          END-PERFORM.
          MOVE WS-AREA-HIT TO WS-IDX.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE WS-ST-CHARGE (WS-SDX) TO WS-MONEY-ED.
          STRING "SHARED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-ST-NAME (WS-SDX)) DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SPREAD-RULE) DELIMITED BY SIZE
                 " - STEP CHARGE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-MONEY-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          MOVE WS-SHARE TO WS-MONEY-ED.
          MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12).
          PERFORM WRITE-STATEMENT-DETAIL.
          EXIT.
      *
       WRITE-SUITE-TOTALS SECTION.
          MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT.
          MOVE "SUITE TOTALS" TO WS-DETAIL-LINE.
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-STATEMENT-DETAIL.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-COUNT
             MOVE SPACES TO WS-DETAIL-LINE
             MOVE WS-AR-CODE (WS-IDX) TO WS-DETAIL-LINE (1:10)
             MOVE WS-AR-NAME (WS-IDX) TO WS-DETAIL-LINE (12:30)
             COMPUTE WS-TOTAL-CHARGE =
                WS-AR-DIRECT (WS-IDX) + WS-AR-SHARED (WS-IDX)
             MOVE WS-TOTAL-CHARGE TO WS-MONEY-ED
             MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12)
             PERFORM WRITE-STATEMENT-DETAIL
          END-PERFORM.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE "TOTAL CHARGED" TO WS-DETAIL-LINE.
          MOVE WS-SUITE-CHARGE TO WS-MONEY-ED.
          MOVE WS-MONEY-ED TO WS-DETAIL-LINE (60:12).
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE 1 TO WS-LINE-PTR.
          MOVE WS-UN-ELAPSED TO WS-N-ED.
          STRING "UNALLOCATED (STEPS NOT ON THE CARD): ELAPSED="
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-N-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-LINE-PTR
          END-STRING.
          MOVE WS-UN-RECORDS TO WS-N-ED.
          STRING "  RECORDS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-N-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-LINE-PTR
          END-STRING.
          PERFORM WRITE-STATEMENT-DETAIL.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE WS-UN-PAGES TO WS-N-ED.
          STRING "UNALLOCATED (RECIPIENTS ON NO AREA): PAGES="
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-N-ED) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-STATEMENT-DETAIL.
          EXIT.
      *
       WRITE-STATEMENT-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-STATEMENT-STAMPS.
          WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE.
          EXIT.
      *
       WRITE-STATEMENT-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE STATEMENT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE STATEMENT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE STATEMENT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
      * ONE ROW PER AREA, REWRITTEN EACH RUN FOR THE CHARGE MONTH:
      * MONTH,AREA,ELAPSED-HUNDREDTHS,RECORDS-READ,RERUNS,PAGES,
      * DIRECT-CHARGE,SHARED-CHARGE,TOTAL-CHARGE.
       WRITE-SUMMARY-FILE SECTION.
          MOVE "CHARGEBACK_SUMMARY" TO CAT-LOGICAL-NAME.
          MOVE "../../results/chargeback.csv" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-SUMMARY-DATASET.
          OPEN OUTPUT SUMMARY-FILE.
          MOVE "MONTH,AREA,ELAPSED-HUNDREDTHS,RECORDS-READ,RERUNS,PAGES,
      -      "DIRECT-CHARGE,SHARED-CHARGE,TOTAL-CHARGE"
             TO SUMMARY-RECORD.
          WRITE SUMMARY-RECORD.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-AREA-COUNT
             PERFORM WRITE-SUMMARY-ROW
          END-PERFORM.
          CLOSE SUMMARY-FILE.
          EXIT.
      *
       WRITE-SUMMARY-ROW SECTION.
          MOVE SPACES TO SUMMARY-RECORD.
          MOVE 1 TO WS-STEP-PTR.
          STRING WS-CHARGE-MONTH DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-AR-CODE (WS-IDX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO SUMMARY-RECORD
                 WITH POINTER WS-STEP-PTR
          END-STRING.
          MOVE WS-AR-ELAPSED (WS-IDX) TO WS-N-ED.
          PERFORM APPEND-SUMMARY-NUMBER.
          MOVE WS-AR-RECORDS (WS-IDX) TO WS-N-ED.
          PERFORM APPEND-SUMMARY-NUMBER.
          MOVE WS-AR-RERUNS (WS-IDX) TO WS-N-ED.
          PERFORM APPEND-SUMMARY-NUMBER.
          MOVE WS-AR-PAGES (WS-IDX) TO WS-N-ED.
          PERFORM APPEND-SUMMARY-NUMBER.
          MOVE WS-AR-DIRECT (WS-IDX) TO WS-MONEY-ED.
          PERFORM APPEND-SUMMARY-MONEY.
          MOVE WS-AR-SHARED (WS-IDX) TO WS-MONEY-ED.
          PERFORM APPEND-SUMMARY-MONEY.
          COMPUTE WS-TOTAL-CHARGE =
             WS-AR-DIRECT (WS-IDX) + WS-AR-SHARED (WS-IDX).
          MOVE WS-TOTAL-CHARGE TO WS-MONEY-ED.
          STRING FUNCTION TRIM (WS-MONEY-ED) DELIMITED BY SIZE
                 INTO SUMMARY-RECORD
                 WITH POINTER WS-STEP-PTR
          END-STRING.
          WRITE SUMMARY-RECORD.
          EXIT.
      *
       APPEND-SUMMARY-NUMBER SECTION.
          STRING FUNCTION TRIM (WS-N-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO SUMMARY-RECORD
                 WITH POINTER WS-STEP-PTR
          END-STRING.
          EXIT.
      *
       APPEND-SUMMARY-MONEY SECTION.
          STRING FUNCTION TRIM (WS-MONEY-ED) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 INTO SUMMARY-RECORD
                 WITH POINTER WS-STEP-PTR
          END-STRING.
          EXIT.
      *
       COPY AUDITPA.
       COPY BATWNPA.
