       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARCHK.
       AUTHOR. OK999.
      * SHARED CLOSED-YEAR CHECK. EVERYTHING THAT POSTS TO THE RESULTS
      * LEDGER OR REWRITES THE BASELINE (THE LEDGER POST IN LEDGERPA,
      * REPROC, BASEPROM, CHGAPPRV) CALLS THIS MODULE WITH THE SUITE
      * YEAR IT IS ABOUT TO TOUCH; L-CLOSED COMES BACK Y WHEN THE
      * YEAR STANDS CLOSED ON THE YEAR-CONTROL DATASET (LOGICAL NAME
      * YEAR_CONTROL, DEFAULT RESULTS/YEARCTL.TXT), OTHERWISE N.
      * THE DATASET IS APPEND-ONLY, WRITTEN BY YEARCLOS:
      *   YEAR|STATE|DATE|TIME|OPERATOR|COUNT|HASH|SEAL|NOTE
      * STATE IS CLOSED OR REOPENED; THE LATEST RECORD FOR A YEAR
      * WINS. NO DATASET ON FILE MEANS NO YEAR WAS EVER CLOSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT YEAR-CONTROL-FILE
             ASSIGN TO WS-YEAR-CONTROL-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YEAR-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD YEAR-CONTROL-FILE.
          01 YEAR-CONTROL-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          01 WS-YEAR-CONTROL-DATASET PIC X(200).
          01 WS-YEAR-CONTROL-STATUS PIC X(2) VALUE SPACES.
          01 WS-YEAR-CONTROL-EOF PIC X(1) VALUE "N".
          01 WS-PARSE.
             03 WS-P-YEAR PIC X(4).
             03 WS-P-STATE PIC X(8).
       LINKAGE SECTION.
          01 L-YEAR PIC X(4).
          01 L-CLOSED PIC X(1).
       PROCEDURE DIVISION USING L-YEAR, L-CLOSED.
       CHECK-YEAR-CLOSED SECTION.
           MOVE "N" TO L-CLOSED.
           MOVE "N" TO WS-YEAR-CONTROL-EOF.
           MOVE "YEAR_CONTROL" TO CAT-LOGICAL-NAME.
           MOVE "../../results/yearctl.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-YEAR-CONTROL-DATASET.
           OPEN INPUT YEAR-CONTROL-FILE.
           IF WS-YEAR-CONTROL-STATUS NOT = "00"
              GO TO CHECK-YEAR-CLOSED-99
           END-IF.
           PERFORM UNTIL WS-YEAR-CONTROL-EOF = "Y"
              READ YEAR-CONTROL-FILE
                 AT END
                    MOVE "Y" TO WS-YEAR-CONTROL-EOF
                 NOT AT END
                    PERFORM MATCH-YEAR-RECORD
              END-READ
           END-PERFORM.
           CLOSE YEAR-CONTROL-FILE.
       CHECK-YEAR-CLOSED-99.
           EXIT PROGRAM.
      *
       MATCH-YEAR-RECORD SECTION.
           IF YEAR-CONTROL-RECORD = SPACES OR
              YEAR-CONTROL-RECORD (1:1) = "*"
              GO TO MATCH-YEAR-RECORD-99
           END-IF.
           MOVE SPACES TO WS-PARSE.
           UNSTRING YEAR-CONTROL-RECORD DELIMITED BY "|"
              INTO WS-P-YEAR, WS-P-STATE.
           IF WS-P-YEAR NOT = L-YEAR
              GO TO MATCH-YEAR-RECORD-99
           END-IF.
           IF WS-P-STATE = "CLOSED"
              MOVE "Y" TO L-CLOSED
           ELSE
              MOVE "N" TO L-CLOSED
           END-IF.
       MATCH-YEAR-RECORD-99.
           EXIT.
