          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT REJECT-FILE
          ASSIGN TO WS-REJECT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT FREESPACE-REPORT-FILE
          ASSIGN TO WS-FREESPACE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CUT-LIST-FILE
          ASSIGN TO WS-CUT-LIST-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT HELD-CLAIM-FILE
          ASSIGN TO WS-HELD-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RATE-CARD-FILE
          ASSIGN TO WS-RATE-CARD-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RATE-CARD-STATUS.
          SELECT BILLING-REPORT-FILE
          ASSIGN TO WS-BILLING-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT BILLING-EXTRACT-FILE
          ASSIGN TO WS-BILL-EXTRACT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT STATE-FILE
          ASSIGN TO WS-STATE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
             03 INPUT-STR PIC X(30).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD REJECT-FILE.
          01 REJECT-PRINT-LINE PIC X(132).
          FD CONFLICT-REPORT-FILE.
          01 UTILIZATION-PRINT-LINE PIC X(160).
          FD FREESPACE-REPORT-FILE.
          01 FREESPACE-PRINT-LINE PIC X(132).
          FD CUT-LIST-FILE.
          01 CUT-LIST-RECORD PIC X(40).
          FD HELD-CLAIM-FILE.
          01 HELD-CLAIM-RECORD PIC X(80).
          FD RATE-CARD-FILE.
          01 RATE-CARD-RECORD PIC X(80).
          FD BILLING-REPORT-FILE.
          01 BILLING-PRINT-LINE PIC X(132).
          FD BILLING-EXTRACT-FILE.
          01 BILLING-EXTRACT-RECORD PIC X(100).
          FD STATE-FILE.
          01 STATE-RECORD PIC X(4000).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY RPTWRTWS.
          COPY STJRNWS.
          01 REJECT-FILE-RECORD.
             03 REJECT-OUT-LINE PIC X(30).
             03 FILLER PIC X(4) VALUE " -- ".
             03 REJECT-OUT-REASON PIC X(30).
             03 FILLER PIC X(9) VALUE " -- LINE ".
             03 REJECT-OUT-LINE-NO PIC Z(8)9.
          01 CONFLICT-REPORT-RECORD.
             03 FILLER PIC X(6) VALUE "CLAIM ".
             03 CFR-CLAIM-1 PIC ZZZ9.
             03 WS-SH-RUN PIC X(10).
             03 WS-SH-CLAIMS PIC X(10).
          01 WS-TOTAL-CLAIMS PIC 9(9) VALUE 0.
          01 WS-CLAIMS-PLACED PIC 9(9) VALUE 0.
          01 WS-STATE-RUN PIC 9(8) VALUE 0.
          01 WS-CURRENT-RUN-X PIC X(8).
          01 WS-CURRENT-RUN PIC 9(8) VALUE 0.
          01 WS-FS-N4-ED PIC ZZZ9.
          01 WS-FS-N5-ED PIC ZZZ9.
          01 WS-FS-PCT-ED PIC ZZ9.99.
      * CUT-LIST INTERFACE FOR THE CUTTING FLOOR. EVERY CLAIM IN THE
      * FEED THAT CHECK-CLAIM CLEARS (NO CELL SHARED WITH ANOTHER
      * CLAIM) GOES ON A FIXED-LAYOUT CUT LIST ORDERED BY ROW, THEN
      * COLUMN, SO THE CUTTING HEAD SWEEPS THE FABRIC ONCE, CLOSED BY
      * A TRAILER WITH THE CLAIM COUNT AND TOTAL SQUARE INCHES. EVERY
      * CONTESTED CLAIM GOES TO THE HELD-FOR-RESOLUTION FILE INSTEAD,
      * SO THE FLOOR NEVER CUTS FABRIC TWO ELVES HAVE CLAIMED.
          01 WS-CUT-LIST-DATASET PIC X(200).
          01 WS-HELD-DATASET PIC X(200).
          77 WS-CUT-MAX PIC 9(4) USAGE BINARY VALUE 5000.
          01 WS-CUT-COUNT PIC 9(4) USAGE BINARY VALUE 0.
          01 WS-CUT-TABLE.
             03 WS-CUT-ENTRY OCCURS 1 TO 5000
                DEPENDING ON WS-CUT-COUNT.
                05 WS-CUT-TOP PIC 9(4).
                05 WS-CUT-LEFT PIC 9(4).
                05 WS-CUT-ID PIC 9(4).
                05 WS-CUT-WIDTH PIC 9(4).
                05 WS-CUT-HEIGHT PIC 9(4).
          01 WS-CUT-IDX PIC 9(4) USAGE BINARY.
          01 WS-CUT-AREA-TOTAL PIC 9(12) USAGE COMP-5 VALUE 0.
          01 WS-HELD-COUNT PIC 9(7) VALUE 0.
          01 WS-CUT-SAVED-RESULT PIC 9(4).
          01 WS-HELD-REASON PIC X(10).
          01 WS-CUT-DETAIL-REC.
             03 WS-CD-TYPE PIC X(1).
             03 WS-CD-CLAIM PIC 9(4).
             03 WS-CD-LEFT PIC 9(4).
             03 WS-CD-TOP PIC 9(4).
             03 WS-CD-WIDTH PIC 9(4).
             03 WS-CD-HEIGHT PIC 9(4).
             03 WS-CD-AREA PIC 9(8).
          01 WS-CUT-TRAILER-REC.
             03 WS-CT-TYPE PIC X(1).
             03 WS-CT-COUNT PIC 9(7).
             03 WS-CT-AREA PIC 9(12).
          01 WS-HELD-DETAIL-REC.
             03 WS-HD-TYPE PIC X(1).
             03 WS-HD-CLAIM PIC 9(4).
             03 WS-HD-LEFT PIC 9(4).
             03 WS-HD-TOP PIC 9(4).
             03 WS-HD-WIDTH PIC 9(4).
             03 WS-HD-HEIGHT PIC 9(4).
             03 WS-HD-REASON PIC X(10).
             03 WS-HD-CONTESTED PIC 9(8).
             03 WS-HD-PARTNER-COUNT PIC 9(2).
             03 WS-HD-PARTNER PIC 9(4) OCCURS 5.
          01 WS-HELD-TRAILER-REC.
             03 WS-HT-TYPE PIC X(1).
             03 WS-HT-COUNT PIC 9(7).
      * FABRIC USAGE BILLING. THE RATE CARD (DAY3_RATE_CARD, DEFAULT
      * PARAMS/FABRATE.CFG) PRICES EXCLUSIVE AND CONTESTED SQUARE
      * INCHES AND SETS A MINIMUM CHARGE PER CLAIM. EVERY CLAIM IN THE
      * UTILIZATION TALLY GETS A STATEMENT LINE AND A BILLING EXTRACT
      * RECORD; THE SUMMARY PROVES THE INCHES BILLED AGAINST THE
      * CELLS COUNT-CELLS LAID ON THE GRID.
          01 WS-RATE-CARD-DATASET PIC X(200).
          01 WS-RATE-CARD-STATUS PIC X(2) VALUE SPACES.
          01 WS-RATE-CARD-EOF PIC X(1) VALUE "N".
          01 WS-BILLING-DATASET PIC X(200).
          01 WS-BILL-EXTRACT-DATASET PIC X(200).
          01 WS-RATE-PARSE.
             03 WS-RP-KIND PIC X(10).
             03 WS-RP-UNIT PIC X(20).
             03 WS-RP-AMOUNT PIC X(20).
          01 WS-BILL-RATES.
             03 WS-RATE-EXCLUSIVE PIC 9(3)V9(6) VALUE 0.
             03 WS-RATE-CONTESTED PIC 9(3)V9(6) VALUE 0.
             03 WS-RATE-MINIMUM PIC 9(7)V99 VALUE 0.
          01 WS-CELLS-COUNTED PIC 9(12) USAGE COMP-5 VALUE 0.
          01 WS-BILL-CLAIMS PIC 9(7) VALUE 0.
          01 WS-BILL-MINIMUMS PIC 9(7) VALUE 0.
          01 WS-BILL-EXCL-TOTAL PIC 9(12) VALUE 0.
          01 WS-BILL-CONT-TOTAL PIC 9(12) VALUE 0.
          01 WS-BILL-INCHES PIC 9(12) VALUE 0.
          01 WS-BILL-AMOUNT-TOTAL PIC 9(11)V99 VALUE 0.
          01 WS-BILL-EXCL-AMT PIC 9(9)V99.
          01 WS-BILL-CONT-AMT PIC 9(9)V99.
          01 WS-BILL-DUE PIC 9(9)V99.
          01 WS-BILL-MIN-FLAG PIC X(1).
          01 WS-BILL-TODAY PIC X(8).
          01 WS-BILL-LINE PIC X(132).
          01 WS-BILL-N-ED PIC Z(11)9.
          01 WS-BILL-AMT-ED PIC Z(10)9.99.
          01 WS-BILL-RATE-ED PIC ZZ9.999999.
          01 WS-BILL-RATE2-ED PIC ZZ9.999999.
          01 WS-BILL-MIN-ED PIC Z(6)9.99.
          01 WS-BILL-HEADING.
             03 FILLER PIC X(36)
                VALUE "CLAIM EXCL-SQIN   EXCL-AMOUNT  CONT-".
             03 FILLER PIC X(36)
                VALUE "SQIN   CONT-AMOUNT  MINIMUM    AMOUN".
             03 FILLER PIC X(5) VALUE "T-DUE".
          01 WS-BILL-DETAIL.
             03 WS-BL-CLAIM PIC ZZZ9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-BL-EXCL PIC Z(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-BL-EXCL-AMT PIC Z(8)9.99.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-BL-CONT PIC Z(8)9.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-BL-CONT-AMT PIC Z(8)9.99.
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-BL-MINIMUM PIC X(7).
             03 FILLER PIC X(2) VALUE SPACES.
             03 WS-BL-DUE PIC Z(8)9.99.
      * BILLING EXTRACT - SAME H/D/T SHAPE AS THE DOWNSTREAM
      * INTERCHANGE FILE (SEE EXTRACT). AMOUNTS CARRY TWO IMPLIED
      * DECIMALS.
          01 WS-BX-HEADER-REC.
             03 WS-BXH-TYPE PIC X(1).
             03 WS-BXH-DATE PIC X(8).
             03 WS-BXH-RUN PIC 9(8).
          01 WS-BX-DETAIL-REC.
             03 WS-BXD-TYPE PIC X(1).
             03 WS-BXD-CLAIM PIC 9(4).
             03 WS-BXD-EXCLUSIVE PIC 9(9).
             03 WS-BXD-CONTESTED PIC 9(9).
             03 WS-BXD-EXCL-AMT PIC 9(9)V99.
             03 WS-BXD-CONT-AMT PIC 9(9)V99.
             03 WS-BXD-MIN-FLAG PIC X(1).
             03 WS-BXD-DUE PIC 9(9)V99.
          01 WS-BX-TRAILER-REC.
             03 WS-BXT-TYPE PIC X(1).
             03 WS-BXT-COUNT PIC 9(7).
             03 WS-BXT-INCHES PIC 9(12).
             03 WS-BXT-AMOUNT PIC 9(11)V99.
      *       
       PROCEDURE DIVISION.
       PART-1 SECTION.
          PERFORM WRITE-RUN-HEADER.
          MOVE "DAY3_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          MOVE "DAY3_REJECTS" TO CAT-LOGICAL-NAME.
          MOVE "./day3/rejects.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REJECT-DATASET.
          MOVE "DAY3_CONFLICTS" TO CAT-LOGICAL-NAME.
          MOVE "./day3/conflicts.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CONFLICT-DATASET.
          MOVE "DAY3_STATE" TO CAT-LOGICAL-NAME.
          MOVE "./day3/state.dat" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATE-DATASET.
          ACCEPT WS-RUN-MODE FROM ENVIRONMENT "DAY3_MODE".
          ACCEPT WS-CURRENT-RUN-X FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          OPEN OUTPUT CONFLICT-REPORT-FILE.
          MOVE "DAY3" TO RPT-PROGRAM.
          MOVE "FABRIC CLAIM CONFLICT REPORT" TO RPT-TITLE.
          PERFORM SET-CONFLICT-COLUMNS.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-CONFLICT-STAMPS.
                      MOVE "Y" TO WS-INPUT-FILE-EOF
                   NOT AT END
                      ADD 1 TO WS-STATS-RECORDS-READ
                      ADD 1 TO WS-BAL-READ
                      PERFORM PARSE-INPUT
                      IF VALID-CLAIM THEN
                         ADD 1 TO WS-TOTAL-CLAIMS
                         ADD 1 TO WS-BAL-ACCEPTED
                         PERFORM COUNT-CELLS
                      ELSE
                         ADD 1 TO WS-STATS-RECORDS-REJECTED
             END-PERFORM
          CLOSE INPUT-FILE.
          PERFORM WRITE-UTILIZATION-REPORT.
          PERFORM WRITE-CUT-LIST.
          PERFORM BILL-FABRIC-USAGE.
          PERFORM WRITE-FREESPACE-REPORT.
          PERFORM SAVE-FABRIC-STATE.
      * A DELTA FEED CAN LEGITIMATELY CONTAIN NO INTACT CLAIM (AN
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY3" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
      * THE BALANCING COUNTS ARE PASS ONE'S; PASS TWO REREADS THE SAME
      * FEED ONLY TO FIND THE INTACT CLAIM.
          MOVE "DAY3" TO WS-BAL-PROGRAM.
          MOVE "CLAIMS-PLACED" TO WS-BAL-CONTROL-NAME.
          MOVE WS-CLAIMS-PLACED TO WS-BAL-CONTROL-VALUE.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       WRITE-UTILIZATION-REPORT SECTION.
          MOVE "DAY3_UTILIZATION" TO CAT-LOGICAL-NAME.
          MOVE "./day3/utilization.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-UTILIZATION-DATASET.
          MOVE "N" TO WS-INPUT-FILE-EOF.
          OPEN INPUT INPUT-FILE.
          MOVE WS-UT-LIST TO UTILIZATION-PRINT-LINE (49:110).
          WRITE UTILIZATION-PRINT-LINE.
          EXIT.
      *
      * THE FEED IS READ ONCE MORE AND EVERY VALID CLAIM IS PUT TO
      * CHECK-CLAIM AGAINST THE FINISHED COUNT GRID. PART 2'S ANSWER
      * IS SAVED AROUND THE PASS SINCE CHECK-CLAIM REUSES IT.
       WRITE-CUT-LIST SECTION.
          MOVE "DAY3_CUT_LIST" TO CAT-LOGICAL-NAME.
          MOVE "./day3/cutlist.dat" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CUT-LIST-DATASET.
          MOVE "DAY3_HELD_CLAIMS" TO CAT-LOGICAL-NAME.
          MOVE "./day3/held_claims.dat" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-HELD-DATASET.
          MOVE PART-2-RESULT TO WS-CUT-SAVED-RESULT.
          MOVE 0 TO WS-CUT-COUNT.
          MOVE 0 TO WS-CUT-AREA-TOTAL.
          MOVE 0 TO WS-HELD-COUNT.
          OPEN OUTPUT HELD-CLAIM-FILE.
          MOVE "N" TO WS-INPUT-FILE-EOF.
          OPEN INPUT INPUT-FILE.
          PERFORM UNTIL WS-INPUT-FILE-EOF = "Y"
             READ INPUT-FILE
                AT END
                   MOVE "Y" TO WS-INPUT-FILE-EOF
                NOT AT END
                   PERFORM PARSE-INPUT
                   IF VALID-CLAIM THEN
                      PERFORM CHECK-CLAIM
                      IF PART-2-RESULT = 0
                         MOVE "CONTESTED" TO WS-HELD-REASON
                         PERFORM WRITE-HELD-CLAIM
                      ELSE
                         PERFORM TAKE-CUT-CLAIM
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE INPUT-FILE.
          MOVE WS-CUT-SAVED-RESULT TO PART-2-RESULT.
          MOVE "T" TO WS-HT-TYPE.
          MOVE WS-HELD-COUNT TO WS-HT-COUNT.
          MOVE SPACES TO HELD-CLAIM-RECORD.
          MOVE WS-HELD-TRAILER-REC TO HELD-CLAIM-RECORD.
          WRITE HELD-CLAIM-RECORD.
          CLOSE HELD-CLAIM-FILE.
          IF WS-CUT-COUNT > 1
             SORT WS-CUT-ENTRY ASCENDING WS-CUT-TOP WS-CUT-LEFT
                WS-CUT-ID
          END-IF.
          OPEN OUTPUT CUT-LIST-FILE.
          PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
          UNTIL WS-CUT-IDX > WS-CUT-COUNT
             MOVE "D" TO WS-CD-TYPE
             MOVE WS-CUT-ID (WS-CUT-IDX) TO WS-CD-CLAIM
             MOVE WS-CUT-LEFT (WS-CUT-IDX) TO WS-CD-LEFT
             MOVE WS-CUT-TOP (WS-CUT-IDX) TO WS-CD-TOP
             MOVE WS-CUT-WIDTH (WS-CUT-IDX) TO WS-CD-WIDTH
             MOVE WS-CUT-HEIGHT (WS-CUT-IDX) TO WS-CD-HEIGHT
             COMPUTE WS-CD-AREA = WS-CUT-WIDTH (WS-CUT-IDX)
                * WS-CUT-HEIGHT (WS-CUT-IDX)
             ADD WS-CD-AREA TO WS-CUT-AREA-TOTAL
             MOVE SPACES TO CUT-LIST-RECORD
             MOVE WS-CUT-DETAIL-REC TO CUT-LIST-RECORD
             WRITE CUT-LIST-RECORD
          END-PERFORM.
          MOVE "T" TO WS-CT-TYPE.
          MOVE WS-CUT-COUNT TO WS-CT-COUNT.
          MOVE WS-CUT-AREA-TOTAL TO WS-CT-AREA.
          MOVE SPACES TO CUT-LIST-RECORD.
          MOVE WS-CUT-TRAILER-REC TO CUT-LIST-RECORD.
          WRITE CUT-LIST-RECORD.
          CLOSE CUT-LIST-FILE.
          MOVE WS-CUT-COUNT TO WS-CLAIMS-ED.
          MOVE WS-HELD-COUNT TO WS-UT-AREA-ED.
          DISPLAY "DAY3: CUT LIST " FUNCTION TRIM (WS-CLAIMS-ED)
             " CLAIMS, " FUNCTION TRIM (WS-UT-AREA-ED)
             " HELD FOR RESOLUTION".
          EXIT.
      *
      * A CLEARED CLAIM THE CUT TABLE HAS NO ROOM FOR IS HELD, NOT
      * DROPPED, SO EVERY VALID CLAIM LANDS ON ONE FILE OR THE OTHER.
       TAKE-CUT-CLAIM SECTION.
          IF WS-CUT-COUNT >= WS-CUT-MAX
             MOVE "OVERFLOW" TO WS-HELD-REASON
             PERFORM WRITE-HELD-CLAIM
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY3" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "CUT LIST FULL - CLAIM " DELIMITED BY SIZE
                    ID-NUM DELIMITED BY SIZE
                    " HELD INSTEAD" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             GO TO TAKE-CUT-CLAIM-99
          END-IF.
          ADD 1 TO WS-CUT-COUNT.
          MOVE TOP-PAD TO WS-CUT-TOP (WS-CUT-COUNT).
          MOVE LEFT-PAD TO WS-CUT-LEFT (WS-CUT-COUNT).
          MOVE ID-NUM TO WS-CUT-ID (WS-CUT-COUNT).
          MOVE WIDTH TO WS-CUT-WIDTH (WS-CUT-COUNT).
          MOVE HEIGHT TO WS-CUT-HEIGHT (WS-CUT-COUNT).
       TAKE-CUT-CLAIM-99.
          EXIT.
      *
      * THE HELD RECORD NAMES THE CONTESTED AREA AND UP TO FIVE OF THE
      * CLAIMS IT IS CONTESTED WITH, FROM THE UTILIZATION TALLY.
       WRITE-HELD-CLAIM SECTION.
          INITIALIZE WS-HELD-DETAIL-REC.
          MOVE "D" TO WS-HD-TYPE.
          MOVE ID-NUM TO WS-HD-CLAIM.
          MOVE LEFT-PAD TO WS-HD-LEFT.
          MOVE TOP-PAD TO WS-HD-TOP.
          MOVE WIDTH TO WS-HD-WIDTH.
          MOVE HEIGHT TO WS-HD-HEIGHT.
          MOVE WS-HELD-REASON TO WS-HD-REASON.
          PERFORM FIND-UT-ENTRY.
          IF WS-UT-HIT > 0
             MOVE WS-UT-CONTESTED (WS-UT-HIT) TO WS-HD-CONTESTED
             MOVE WS-UT-PARTNER-COUNT (WS-UT-HIT)
                TO WS-HD-PARTNER-COUNT
             PERFORM VARYING WS-UT-P FROM 1 BY 1
             UNTIL WS-UT-P > WS-UT-PARTNER-COUNT (WS-UT-HIT)
                OR WS-UT-P > 5
                MOVE WS-UT-PARTNER (WS-UT-HIT, WS-UT-P)
                   TO WS-HD-PARTNER (WS-UT-P)
             END-PERFORM
          END-IF.
          MOVE SPACES TO HELD-CLAIM-RECORD.
          MOVE WS-HELD-DETAIL-REC TO HELD-CLAIM-RECORD.
          WRITE HELD-CLAIM-RECORD.
          ADD 1 TO WS-HELD-COUNT.
          EXIT.
      *
      * NO RATE CARD, NO BILLING: THE RUN GOES ON WITHOUT A STATEMENT
      * AND THE DESK IS WARNED.
       BILL-FABRIC-USAGE SECTION.
          PERFORM LOAD-RATE-CARD.
          IF WS-RATE-CARD-STATUS NOT = "00"
             GO TO BILL-FABRIC-USAGE-99
          END-IF.
          MOVE "DAY3_BILLING" TO CAT-LOGICAL-NAME.
          MOVE "./day3/billing.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BILLING-DATASET.
          MOVE "DAY3_BILLING_EXTRACT" TO CAT-LOGICAL-NAME.
          MOVE "./day3/billing_extract.dat" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BILL-EXTRACT-DATASET.
          OPEN OUTPUT BILLING-REPORT-FILE.
          OPEN OUTPUT BILLING-EXTRACT-FILE.
          MOVE 0 TO RPT-PAGE-NUMBER.
          MOVE 0 TO RPT-RECORD-COUNT.
          MOVE SPACES TO RPT-PRINT-DATASET.
          MOVE "DAY3" TO RPT-PROGRAM.
          MOVE "FABRIC USAGE BILLING STATEMENT" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-BILLING-STAMPS.
          MOVE WS-BILL-HEADING TO WS-BILL-LINE.
          PERFORM WRITE-BILLING-LINE.
          ACCEPT WS-BILL-TODAY FROM DATE YYYYMMDD.
          MOVE "H" TO WS-BXH-TYPE.
          MOVE WS-BILL-TODAY TO WS-BXH-DATE.
          MOVE WS-CURRENT-RUN TO WS-BXH-RUN.
          MOVE SPACES TO BILLING-EXTRACT-RECORD.
          MOVE WS-BX-HEADER-REC TO BILLING-EXTRACT-RECORD.
          WRITE BILLING-EXTRACT-RECORD.
          MOVE 0 TO WS-BILL-CLAIMS.
          MOVE 0 TO WS-BILL-MINIMUMS.
          MOVE 0 TO WS-BILL-EXCL-TOTAL.
          MOVE 0 TO WS-BILL-CONT-TOTAL.
          MOVE 0 TO WS-BILL-AMOUNT-TOTAL.
          PERFORM VARYING WS-UT-IDX FROM 1 BY 1
          UNTIL WS-UT-IDX > WS-UT-COUNT
             PERFORM BILL-ONE-CLAIM
          END-PERFORM.
          COMPUTE WS-BILL-INCHES = WS-BILL-EXCL-TOTAL
             + WS-BILL-CONT-TOTAL.
          PERFORM WRITE-BILLING-SUMMARY.
          MOVE "T" TO WS-BXT-TYPE.
          MOVE WS-BILL-CLAIMS TO WS-BXT-COUNT.
          MOVE WS-BILL-INCHES TO WS-BXT-INCHES.
          MOVE WS-BILL-AMOUNT-TOTAL TO WS-BXT-AMOUNT.
          MOVE SPACES TO BILLING-EXTRACT-RECORD.
          MOVE WS-BX-TRAILER-REC TO BILLING-EXTRACT-RECORD.
          WRITE BILLING-EXTRACT-RECORD.
          CLOSE BILLING-EXTRACT-FILE.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-BILLING-STAMPS.
          CLOSE BILLING-REPORT-FILE.
          IF WS-BILL-INCHES NOT = WS-CELLS-COUNTED
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY3" TO ALERT-PROGRAM
             MOVE "FABRIC BILLING OUT OF BALANCE WITH CELLS COUNTED"
                TO ALERT-MESSAGE
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
          END-IF.
          MOVE WS-BILL-AMOUNT-TOTAL TO WS-BILL-AMT-ED.
          DISPLAY "DAY3: BILLING STATEMENT WRITTEN - "
             FUNCTION TRIM (WS-BILL-AMT-ED) " DUE".
       BILL-FABRIC-USAGE-99.
          EXIT.
      *
      * RATE CARD LINES ARE RATE|UNIT|AMOUNT, THE SAME SHAPE AS THE
      * COST-CENTRE CARD'S RATES; UNITS ARE EXCLUSIVE AND CONTESTED
      * (PER SQUARE INCH) AND MINIMUM (PER CLAIM).
       LOAD-RATE-CARD SECTION.
          MOVE "DAY3_RATE_CARD" TO CAT-LOGICAL-NAME.
          MOVE "../../params/fabrate.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-RATE-CARD-DATASET.
          OPEN INPUT RATE-CARD-FILE.
          IF WS-RATE-CARD-STATUS NOT = "00"
             DISPLAY "DAY3: NO FABRIC RATE CARD - BILLING SKIPPED"
             MOVE "W" TO ALERT-SEVERITY
             MOVE "DAY3" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "RATE CARD OPEN ERROR - STATUS " DELIMITED BY SIZE
                    WS-RATE-CARD-STATUS DELIMITED BY SIZE
                    " - NO FABRIC BILLING" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             GO TO LOAD-RATE-CARD-99
          END-IF.
          MOVE "N" TO WS-RATE-CARD-EOF.
          PERFORM UNTIL WS-RATE-CARD-EOF = "Y"
             READ RATE-CARD-FILE
                AT END
                   MOVE "Y" TO WS-RATE-CARD-EOF
                NOT AT END
                   PERFORM PARSE-RATE-LINE
             END-READ
          END-PERFORM.
          CLOSE RATE-CARD-FILE.
          MOVE "00" TO WS-RATE-CARD-STATUS.
       LOAD-RATE-CARD-99.
          EXIT.
      *
       PARSE-RATE-LINE SECTION.
          IF RATE-CARD-RECORD = SPACES OR RATE-CARD-RECORD (1:1) = "*"
             GO TO PARSE-RATE-LINE-99
          END-IF.
          MOVE SPACES TO WS-RATE-PARSE.
          UNSTRING RATE-CARD-RECORD DELIMITED BY "|"
             INTO WS-RP-KIND, WS-RP-UNIT, WS-RP-AMOUNT.
          IF FUNCTION TRIM (WS-RP-KIND) NOT = "RATE"
             DISPLAY "DAY3: UNKNOWN RATE CARD LINE IGNORED - "
                FUNCTION TRIM (RATE-CARD-RECORD)
             GO TO PARSE-RATE-LINE-99
          END-IF.
          EVALUATE FUNCTION TRIM (WS-RP-UNIT)
             WHEN "EXCLUSIVE"
                COMPUTE WS-RATE-EXCLUSIVE =
                   FUNCTION NUMVAL (WS-RP-AMOUNT)
             WHEN "CONTESTED"
                COMPUTE WS-RATE-CONTESTED =
                   FUNCTION NUMVAL (WS-RP-AMOUNT)
             WHEN "MINIMUM"
                COMPUTE WS-RATE-MINIMUM =
                   FUNCTION NUMVAL (WS-RP-AMOUNT)
             WHEN OTHER
                DISPLAY "DAY3: UNKNOWN RATE UNIT IGNORED - "
                   FUNCTION TRIM (WS-RP-UNIT)
          END-EVALUATE.
       PARSE-RATE-LINE-99.
          EXIT.
      *
      * ONE CLAIM FROM THE UTILIZATION TALLY (WS-UT-IDX). THE MINIMUM
      * CHARGE REPLACES THE PRICED AMOUNT WHEN IT IS THE LARGER.
       BILL-ONE-CLAIM SECTION.
          COMPUTE WS-BILL-EXCL-AMT ROUNDED =
             WS-UT-EXCLUSIVE (WS-UT-IDX) * WS-RATE-EXCLUSIVE.
          COMPUTE WS-BILL-CONT-AMT ROUNDED =
             WS-UT-CONTESTED (WS-UT-IDX) * WS-RATE-CONTESTED.
          COMPUTE WS-BILL-DUE = WS-BILL-EXCL-AMT + WS-BILL-CONT-AMT.
          MOVE "N" TO WS-BILL-MIN-FLAG.
          MOVE SPACES TO WS-BL-MINIMUM.
          IF WS-BILL-DUE < WS-RATE-MINIMUM
             MOVE WS-RATE-MINIMUM TO WS-BILL-DUE
             MOVE "Y" TO WS-BILL-MIN-FLAG
             MOVE "MINIMUM" TO WS-BL-MINIMUM
             ADD 1 TO WS-BILL-MINIMUMS
          END-IF.
          ADD 1 TO WS-BILL-CLAIMS.
          ADD WS-UT-EXCLUSIVE (WS-UT-IDX) TO WS-BILL-EXCL-TOTAL.
          ADD WS-UT-CONTESTED (WS-UT-IDX) TO WS-BILL-CONT-TOTAL.
          ADD WS-BILL-DUE TO WS-BILL-AMOUNT-TOTAL.
          MOVE WS-UT-ID (WS-UT-IDX) TO WS-BL-CLAIM.
          MOVE WS-UT-EXCLUSIVE (WS-UT-IDX) TO WS-BL-EXCL.
          MOVE WS-BILL-EXCL-AMT TO WS-BL-EXCL-AMT.
          MOVE WS-UT-CONTESTED (WS-UT-IDX) TO WS-BL-CONT.
          MOVE WS-BILL-CONT-AMT TO WS-BL-CONT-AMT.
          MOVE WS-BILL-DUE TO WS-BL-DUE.
          MOVE WS-BILL-DETAIL TO WS-BILL-LINE.
          PERFORM WRITE-BILLING-LINE.
          MOVE "D" TO WS-BXD-TYPE.
          MOVE WS-UT-ID (WS-UT-IDX) TO WS-BXD-CLAIM.
          MOVE WS-UT-EXCLUSIVE (WS-UT-IDX) TO WS-BXD-EXCLUSIVE.
          MOVE WS-UT-CONTESTED (WS-UT-IDX) TO WS-BXD-CONTESTED.
          MOVE WS-BILL-EXCL-AMT TO WS-BXD-EXCL-AMT.
          MOVE WS-BILL-CONT-AMT TO WS-BXD-CONT-AMT.
          MOVE WS-BILL-MIN-FLAG TO WS-BXD-MIN-FLAG.
          MOVE WS-BILL-DUE TO WS-BXD-DUE.
          MOVE SPACES TO BILLING-EXTRACT-RECORD.
          MOVE WS-BX-DETAIL-REC TO BILLING-EXTRACT-RECORD.
          WRITE BILLING-EXTRACT-RECORD.
          EXIT.
      *
      * CONTROL TOTALS: EVERY CELL COUNT-CELLS LAID ON THE GRID THIS
      * RUN IS BILLED ONCE, AS EXCLUSIVE OR CONTESTED, TO THE CLAIM
      * THAT LAID IT.
       WRITE-BILLING-SUMMARY SECTION.
          MOVE SPACES TO WS-BILL-LINE.
          PERFORM WRITE-BILLING-LINE.
          MOVE "BILLING SUMMARY" TO WS-BILL-LINE.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-BILL-CLAIMS TO WS-BILL-N-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  CLAIMS BILLED ........... " DELIMITED BY SIZE
                 WS-BILL-N-ED DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-BILL-EXCL-TOTAL TO WS-BILL-N-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  EXCLUSIVE SQUARE INCHES . " DELIMITED BY SIZE
                 WS-BILL-N-ED DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-BILL-CONT-TOTAL TO WS-BILL-N-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  CONTESTED SQUARE INCHES . " DELIMITED BY SIZE
                 WS-BILL-N-ED DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-BILL-INCHES TO WS-BILL-N-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  TOTAL SQUARE INCHES ..... " DELIMITED BY SIZE
                 WS-BILL-N-ED DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-CELLS-COUNTED TO WS-BILL-N-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  CELLS COUNTED ........... " DELIMITED BY SIZE
                 WS-BILL-N-ED DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          MOVE SPACES TO WS-BILL-LINE.
          IF WS-BILL-INCHES = WS-CELLS-COUNTED
             MOVE "  CONTROL TOTALS .......... IN BALANCE"
                TO WS-BILL-LINE
          ELSE
             MOVE "  CONTROL TOTALS .......... OUT OF BALANCE"
                TO WS-BILL-LINE
          END-IF.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-BILL-MINIMUMS TO WS-BILL-N-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  MINIMUM CHARGES APPLIED . " DELIMITED BY SIZE
                 WS-BILL-N-ED DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-BILL-AMOUNT-TOTAL TO WS-BILL-AMT-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  TOTAL AMOUNT DUE ........ " DELIMITED BY SIZE
                 WS-BILL-AMT-ED DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          MOVE WS-RATE-EXCLUSIVE TO WS-BILL-RATE-ED.
          MOVE WS-RATE-CONTESTED TO WS-BILL-RATE2-ED.
          MOVE WS-RATE-MINIMUM TO WS-BILL-MIN-ED.
          MOVE SPACES TO WS-BILL-LINE.
          STRING "  RATES: EXCLUSIVE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BILL-RATE-ED) DELIMITED BY SIZE
                 "  CONTESTED " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BILL-RATE2-ED) DELIMITED BY SIZE
                 "  MINIMUM " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BILL-MIN-ED) DELIMITED BY SIZE
                 INTO WS-BILL-LINE
          END-STRING.
          PERFORM WRITE-BILLING-LINE.
          EXIT.
      *
       WRITE-BILLING-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-BILLING-STAMPS.
          WRITE BILLING-PRINT-LINE FROM WS-BILL-LINE.
          EXIT.
      *
       WRITE-BILLING-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE BILLING-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE BILLING-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE BILLING-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       SCAN-CONTESTED-CELLS SECTION.
          MOVE 0 TO PART-1-RESULT.
          END-PERFORM.
          EXIT.
      *
      * EVERY ROW THE SAVE CHANGES IS JOURNALED (SEE STJRNPA) SO THE
      * STATE CAN BE RECOVERED FORWARD FROM A BACKUP.
       SAVE-FABRIC-STATE SECTION.
          MOVE "DAY3-FABRIC" TO SJ-NAME.
          MOVE WS-STATE-DATASET TO SJ-PATH.
          PERFORM JOURNAL-STATE-BEFORE.
          OPEN OUTPUT STATE-FILE.
          IF WS-STATE-STATUS NOT = "00"
             DISPLAY "DAY3: UNABLE TO SAVE STATE - STATUS "
          MOVE "O" TO WS-GRID-KIND.
          PERFORM SAVE-GRID-ROWS.
          CLOSE STATE-FILE.
          PERFORM JOURNAL-STATE-AFTER.
          EXIT.
      *
       SAVE-GRID-ROWS SECTION.
       WRITE-REJECT-RECORD SECTION.
          MOVE INPUT-STR TO REJECT-OUT-LINE.
          MOVE WS-REJECT-REASON TO REJECT-OUT-REASON.
          MOVE WS-STATS-RECORDS-READ TO REJECT-OUT-LINE-NO.
          WRITE REJECT-PRINT-LINE FROM REJECT-FILE-RECORD.
          ADD 1 TO WS-BAL-REJECTED.
          EXIT.
      *
       WRITE-CONFLICT-RECORD SECTION.
          MOVE WS-IDX-ROW TO CFR-ROW.
          MOVE WS-IDX-COL TO CFR-COL.
          WRITE CONFLICT-PRINT-LINE FROM CONFLICT-REPORT-RECORD.
          MOVE CONFLICT-REPORT-RECORD TO RPT-DETAIL-LINE.
          MOVE "E" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          EXIT.
      *
      * DELIMITED COPY OF THE CONFLICT REPORT FOR CUTTING - ONE ROW
      * PER CONTESTED CELL, CUT FROM CONFLICT-REPORT-RECORD.
       SET-CONFLICT-COLUMNS SECTION.
          MOVE WS-CONFLICT-DATASET TO RPT-PRINT-DATASET.
          MOVE 4 TO RPT-COLUMN-COUNT.
          MOVE "CLAIM" TO RPT-COL-NAME (1).
          MOVE 7 TO RPT-COL-START (1).
          MOVE 4 TO RPT-COL-LENGTH (1).
          MOVE "OVERLAPS-CLAIM" TO RPT-COL-NAME (2).
          MOVE 27 TO RPT-COL-START (2).
          MOVE 4 TO RPT-COL-LENGTH (2).
          MOVE "ROW" TO RPT-COL-NAME (3).
          MOVE 39 TO RPT-COL-START (3).
          MOVE 4 TO RPT-COL-LENGTH (3).
          MOVE "COL" TO RPT-COL-NAME (4).
          MOVE 48 TO RPT-COL-START (4).
          MOVE 4 TO RPT-COL-LENGTH (4).
          EXIT.
      *
       WRITE-CONFLICT-STAMPS SECTION.
                   PERFORM WRITE-CONFLICT-RECORD
                END-IF
                ADD 1 TO WS-COUNT (WS-IDX-ROW, WS-IDX-COL)
                ADD 1 TO WS-CELLS-COUNTED
                IF WS-COUNT (WS-IDX-ROW, WS-IDX-COl) = 2 THEN
                   ADD 1 TO PART-1-RESULT
                END-IF
             END-PERFORM
          END-PERFORM.
          ADD 1 TO WS-CLAIMS-PLACED.
          EXIT.

        
          MOVE WS-PARAM-RESULT TO WS-REQ-HEIGHT.
          MOVE "DAY3_FREESPACE_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "./day3/freespace.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FREESPACE-DATASET.
          OPEN OUTPUT FREESPACE-REPORT-FILE.
          MOVE 0 TO WS-USED-CELLS.
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
       COPY STJRNPA.
