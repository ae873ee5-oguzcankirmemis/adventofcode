      * RECORD-COUNT TRAILER ALL COME FROM THE WRITER, SO EVERY
      * REPORT IN THE SUITE CARRIES THE SAME STAMPS AND THE PRINT
      * ROOM CAN TELL A COMPLETE REPORT FROM A TRUNCATED ONE.
      * DELIMITED COPY: A CALLER THAT WANTS ITS REPORT IN SPREADSHEET
      * FORM MOVES THE PRINT DATASET PATH TO RPT-PRINT-DATASET AND
      * DESCRIBES ITS DETAIL RECORD IN RPT-COLUMN (NAME, START AND
      * LENGTH OF EACH FIELD) BEFORE THE FIRST "H". THE WRITER THEN
      * OPENS A SIBLING DATASET (.txt BECOMES .csv) WITH A HEADER
      * ROW OF COLUMN NAMES, AND AFTER EACH DETAIL LINE IS WRITTEN
      * THE CALLER MOVES IT TO RPT-DETAIL-LINE AND CALLS "E" TO ADD
      * ONE DELIMITED ROW. PAGE HEADERS AND THE TRAILER NEVER GO TO
      * THE DELIMITED COPY; "T" CLOSES IT. LEAVE RPT-PRINT-DATASET
      * AT SPACES FOR A PRINT-ONLY REPORT, AND CLEAR IT BEFORE
      * STARTING A PRINT-ONLY REPORT AFTER A DELIMITED ONE.
           01 RPT-CONTROL.
              03 RPT-FUNCTION PIC X(1).
              03 RPT-PROGRAM PIC X(10).
              03 RPT-OUT-LINE-1 PIC X(132).
              03 RPT-OUT-LINE-2 PIC X(132).
              03 RPT-OUT-LINE-3 PIC X(132).
              03 RPT-PRINT-DATASET PIC X(200) VALUE SPACES.
              03 RPT-DELIMITER PIC X(1) VALUE ",".
              03 RPT-COLUMN-COUNT PIC 9(2) VALUE 0.
              03 RPT-COLUMN OCCURS 30.
                 05 RPT-COL-NAME PIC X(20).
                 05 RPT-COL-START PIC 9(3).
                 05 RPT-COL-LENGTH PIC 9(3).
              03 RPT-DETAIL-LINE PIC X(300).
