      * THE END-OF-REPORT RECORD-COUNT TRAILER, SO NO REPORT IN THE
      * SUITE IS A BARE LINE DUMP. THE CALLER KEEPS OWNERSHIP OF ITS
      * REPORT FILE AND WRITES THE LINES THIS MODULE HANDS BACK.
      * WHEN THE CALLER NAMES ITS PRINT DATASET AND COLUMN LAYOUT,
      * THIS MODULE ALSO OWNS A DELIMITED COPY OF THE DETAIL LINES
      * (HEADER ROW OF COLUMN NAMES, ONE ROW PER "E" CALL) IN A
      * .csv SIBLING OF THE PRINT DATASET. ONE DELIMITED COPY IS
      * OPEN AT A TIME; A FAILED OPEN IS REPORTED AND THE PRINT
      * REPORT CARRIES ON WITHOUT IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE
           ASSIGN TO WS-EXPORT-DATASET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD EXPORT-FILE.
           01 EXPORT-RECORD PIC X(1000).
       WORKING-STORAGE SECTION.
          01 WS-RUN-DATE PIC X(8) VALUE SPACES.
          01 WS-RUN-NUMBER PIC X(8) VALUE SPACES.
          01 WS-PAGE-ED PIC ZZZ9.
          01 WS-COUNT-ED PIC ZZZZZZ9.
          01 WS-RULE-LINE PIC X(132) VALUE ALL "=".
          01 WS-EXPORT-DATASET PIC X(200) VALUE SPACES.
          01 WS-EXPORT-WANTED PIC X(200) VALUE SPACES.
          01 WS-EXPORT-STATUS PIC X(2) VALUE SPACES.
          01 WS-EXPORT-SWITCH PIC X(1) VALUE "N".
             88 WS-EXPORT-OPEN VALUE "Y".
          01 WS-EXPORT-LINE PIC X(1000).
          01 WS-EXPORT-PTR PIC 9(4) USAGE BINARY.
          01 WS-PATH-LEN PIC 9(4) USAGE BINARY.
          01 WS-COL-IDX PIC 9(2) USAGE BINARY.
          01 WS-COL-VALUE PIC X(300).
          01 WS-COL-LEN PIC 9(4) USAGE BINARY.
          01 WS-DELIM-TALLY PIC 9(4) USAGE BINARY.
       LINKAGE SECTION.
          01 L-RPT-CONTROL.
             03 L-FUNCTION PIC X(1).
             03 L-OUT-LINE-1 PIC X(132).
             03 L-OUT-LINE-2 PIC X(132).
             03 L-OUT-LINE-3 PIC X(132).
             03 L-PRINT-DATASET PIC X(200).
             03 L-DELIMITER PIC X(1).
             03 L-COLUMN-COUNT PIC 9(2).
             03 L-COLUMN OCCURS 30.
                05 L-COL-NAME PIC X(20).
                05 L-COL-START PIC 9(3).
                05 L-COL-LENGTH PIC 9(3).
             03 L-DETAIL-LINE PIC X(300).
       PROCEDURE DIVISION USING L-RPT-CONTROL.
       RPT-DISPATCH SECTION.
           MOVE 0 TO L-OUT-COUNT.
           MOVE SPACES TO L-OUT-LINE-1 L-OUT-LINE-2 L-OUT-LINE-3.
           EVALUATE L-FUNCTION
              WHEN "H"
                 PERFORM RPT-OPEN-EXPORT
                 PERFORM RPT-BUILD-HEADER
              WHEN "D"
                 PERFORM RPT-COUNT-DETAIL
              WHEN "E"
                 PERFORM RPT-EXPORT-DETAIL
              WHEN "T"
                 PERFORM RPT-BUILD-TRAILER
                 PERFORM RPT-CLOSE-EXPORT
           END-EVALUATE.
           EXIT PROGRAM.
      *
           MOVE 1 TO L-OUT-COUNT.
           EXIT.
      *
      *
      * THE DELIMITED COPY SITS BESIDE THE PRINT DATASET: A TRAILING
      * .txt BECOMES .csv, ANY OTHER NAME GETS .csv APPENDED. A
      * REPEATED "H" FOR THE SAME REPORT LEAVES THE COPY AS IT IS.
       RPT-OPEN-EXPORT SECTION.
           IF L-PRINT-DATASET = SPACES OR L-COLUMN-COUNT = 0
              GO TO RPT-OPEN-EXPORT-99
           END-IF.
           MOVE L-PRINT-DATASET TO WS-EXPORT-WANTED.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (L-PRINT-DATASET
              TRAILING)) TO WS-PATH-LEN.
           IF WS-PATH-LEN > 4
              IF L-PRINT-DATASET (WS-PATH-LEN - 3:4) = ".txt"
                 MOVE ".csv" TO WS-EXPORT-WANTED (WS-PATH-LEN - 3:4)
                 GO TO RPT-OPEN-EXPORT-20
              END-IF
           END-IF.
           IF WS-PATH-LEN < 197
              MOVE ".csv" TO WS-EXPORT-WANTED (WS-PATH-LEN + 1:4)
           END-IF.
       RPT-OPEN-EXPORT-20.
           IF WS-EXPORT-OPEN
              IF WS-EXPORT-DATASET = WS-EXPORT-WANTED
                 GO TO RPT-OPEN-EXPORT-99
              END-IF
              PERFORM RPT-CLOSE-EXPORT
           END-IF.
           MOVE WS-EXPORT-WANTED TO WS-EXPORT-DATASET.
           OPEN OUTPUT EXPORT-FILE.
           IF NOT WS-EXPORT-STATUS = "00"
              DISPLAY "RPTWRITE: CANNOT OPEN DELIMITED COPY "
                 FUNCTION TRIM (WS-EXPORT-DATASET)
                 " STATUS=" WS-EXPORT-STATUS
              GO TO RPT-OPEN-EXPORT-99
           END-IF.
           MOVE "Y" TO WS-EXPORT-SWITCH.
           MOVE SPACES TO WS-EXPORT-LINE.
           MOVE 1 TO WS-EXPORT-PTR.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
           UNTIL WS-COL-IDX > L-COLUMN-COUNT OR WS-COL-IDX > 30
              IF WS-COL-IDX > 1
                 STRING L-DELIMITER DELIMITED BY SIZE
                    INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM (L-COL-NAME (WS-COL-IDX))
                    DELIMITED BY SIZE
                 INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
              END-STRING
           END-PERFORM.
           WRITE EXPORT-RECORD FROM WS-EXPORT-LINE.
       RPT-OPEN-EXPORT-99.
           EXIT.
      *
      * ONE ROW PER DETAIL LINE: EACH COLUMN IS CUT FROM THE LINE THE
      * CALLER JUST PRINTED AND TRIMMED; A VALUE HOLDING THE
      * DELIMITER ITSELF IS QUOTED.
       RPT-EXPORT-DETAIL SECTION.
           IF NOT WS-EXPORT-OPEN
              GO TO RPT-EXPORT-DETAIL-99
           END-IF.
           MOVE SPACES TO WS-EXPORT-LINE.
           MOVE 1 TO WS-EXPORT-PTR.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
           UNTIL WS-COL-IDX > L-COLUMN-COUNT OR WS-COL-IDX > 30
              IF WS-COL-IDX > 1
                 STRING L-DELIMITER DELIMITED BY SIZE
                    INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
                 END-STRING
              END-IF
              PERFORM RPT-EXPORT-COLUMN
           END-PERFORM.
           WRITE EXPORT-RECORD FROM WS-EXPORT-LINE.
       RPT-EXPORT-DETAIL-99.
           EXIT.
      *
       RPT-EXPORT-COLUMN SECTION.
           IF L-COL-START (WS-COL-IDX) < 1
              OR L-COL-LENGTH (WS-COL-IDX) < 1
              OR L-COL-START (WS-COL-IDX) + L-COL-LENGTH (WS-COL-IDX)
                 > 301
              GO TO RPT-EXPORT-COLUMN-99
           END-IF.
           MOVE SPACES TO WS-COL-VALUE.
           MOVE L-DETAIL-LINE (L-COL-START (WS-COL-IDX):
              L-COL-LENGTH (WS-COL-IDX)) TO WS-COL-VALUE.
           IF WS-COL-VALUE = SPACES
              GO TO RPT-EXPORT-COLUMN-99
           END-IF.
           MOVE FUNCTION TRIM (WS-COL-VALUE) TO WS-COL-VALUE.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-COL-VALUE
              TRAILING)) TO WS-COL-LEN.
           MOVE 0 TO WS-DELIM-TALLY.
           INSPECT WS-COL-VALUE (1:WS-COL-LEN)
              TALLYING WS-DELIM-TALLY FOR ALL L-DELIMITER.
           IF WS-DELIM-TALLY > 0
              STRING QUOTE DELIMITED BY SIZE
                     WS-COL-VALUE (1:WS-COL-LEN) DELIMITED BY SIZE
                     QUOTE DELIMITED BY SIZE
                 INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
              END-STRING
           ELSE
              STRING WS-COL-VALUE (1:WS-COL-LEN) DELIMITED BY SIZE
                 INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
              END-STRING
           END-IF.
       RPT-EXPORT-COLUMN-99.
           EXIT.
      *
       RPT-CLOSE-EXPORT SECTION.
           IF WS-EXPORT-OPEN
              CLOSE EXPORT-FILE
              MOVE "N" TO WS-EXPORT-SWITCH
           END-IF.
           EXIT.
