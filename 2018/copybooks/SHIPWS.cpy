      * SHIPPED ANSWERS - WORKING-STORAGE ITEMS.
      * THE SHIPPED ANSWERS DATASET (LOGICAL NAME SHIPPED_ANSWERS,
      * DEFAULT RESULTS/SHIPPED.TXT) IS APPEND-ONLY AND HOLDS ONE
      * RECORD PER DAY ANSWER PAIR THAT LEFT FOR CORPORATE REPORTING,
      * WRITTEN AT THE MOMENT OF RELEASE - BY EXTRACT FOR A CLEAN
      * NIGHT, BY EXTRREL FOR A SIGNED-OFF ONE AND BY RESTATE FOR A
      * RESTATEMENT:
      *   TRANSMISSION-ID|ORIGINAL-ID|DATE|PROGRAM|PART1|PART2|YEAR
      * ORIGINAL-ID IS THE TRANSMISSION FIRST CARRYING THE ANSWER; IT
      * EQUALS TRANSMISSION-ID EXCEPT ON A RESTATEMENT. YEAR IS THE
      * SUITE YEAR THE ANSWER BELONGS TO; A RECORD WITHOUT ONE IS 2018.
      * THE CALLER SETS SH-YEAR (BLANK MEANS 2018) BEFORE EITHER
      * PARAGRAPH - ONLY THAT YEAR'S RECORDS ARE LOADED AND IT IS THE
      * YEAR WRITTEN.
      * LOAD-SHIPPED-ANSWERS (SHIPPA) LEAVES THE LATEST RECORD FOR
      * EACH DAY IN SH-ENTRY (DAY), SH-FOUND "Y" WHERE ONE EXISTS -
      * THE FIGURE CORPORATE REPORTING NOW HOLDS.
      * APPEND-SHIPPED-ANSWERS (SHIPPA) WRITES ONE RECORD FOR EVERY
      * SH-ENTRY WITH SH-NEW "Y", UNDER SH-W-TRANS-ID, SH-W-ORIG-ID
      * AND SH-W-DATE; SH-WRITE-FAILED IS "Y" WHEN IT COULD NOT.
           01 SH-DATASET PIC X(200).
           01 SH-STATUS PIC X(2) VALUE SPACES.
           01 SH-EOF PIC X(1) VALUE "N".
           01 SH-WRITE-FAILED PIC X(1) VALUE "N".
           01 SH-TABLE.
              03 SH-ENTRY OCCURS 25.
                 05 SH-FOUND PIC X(1).
                 05 SH-NEW PIC X(1).
                 05 SH-TRANS-ID PIC X(20).
                 05 SH-ORIG-ID PIC X(20).
                 05 SH-DATE PIC X(8).
                 05 SH-PART-1 PIC X(30).
                 05 SH-PART-2 PIC X(30).
           01 SH-YEAR PIC X(4) VALUE SPACES.
           01 SH-DAY PIC 9(2).
           01 SH-DAY-ED PIC Z9.
           01 SH-W-TRANS-ID PIC X(20).
           01 SH-W-ORIG-ID PIC X(20).
           01 SH-W-DATE PIC X(8).
           01 SH-PARSE.
              03 SH-P-TRANS-ID PIC X(20).
              03 SH-P-ORIG-ID PIC X(20).
              03 SH-P-DATE PIC X(8).
              03 SH-P-PROGRAM PIC X(10).
              03 SH-P-PART-1 PIC X(30).
              03 SH-P-PART-2 PIC X(30).
              03 SH-P-YEAR PIC X(6).
