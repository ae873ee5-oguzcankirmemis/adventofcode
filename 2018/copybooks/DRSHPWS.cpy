      * DR SHIPMENT LOG - WORKING-STORAGE ITEMS.
      * THE SHIPMENT LOG (LOGICAL NAME DR_SHIPMENT_LOG) HOLDS ONE
      * RECORD PER END-OF-STREAM SHIPMENT ATTEMPT (SEE DRSHIP):
      *   SEQUENCE|RUN-NUMBER|DATE|TIME|STATUS|FILES|BYTES|OPERATOR|
      *   DIRECTORY|NOTE
      * STATUS IS OK, FAILED OR SKIPPED. ONLY AN OK SHIPMENT HAS A
      * DIRECTORY AT THE DR SITE, HOLDING THE COPIES AND THEIR
      * CHECKSUM MANIFEST; IT CARRIES THE STATE AS AT THE END OF ITS
      * RUN, SO THE LATEST OK SHIPMENT IS THE RUN THE DR COPY CAN BE
      * RESTORED TO.
      * LOAD-SHIPMENT-LOG (DRSHPPA) LEAVES THE LAST SEQUENCE ISSUED IN
      * DS-LAST-SEQ, THE LATEST ATTEMPT IN DS-LAST-*, THE LATEST OK
      * SHIPMENT IN DS-GOOD-* (DS-GOOD-SEQ ZERO WHEN THERE IS NONE),
      * THE FAILED/SKIPPED ATTEMPTS SINCE IT IN DS-BAD-SINCE, AND THE
      * MOST RECENT DS-HIST-MAX ATTEMPTS, OLDEST FIRST, IN DS-HIST.
      * IT ALSO READS THE RUN-CONTROL DATASET (THE LAST RUN NUMBER
      * ISSUED) INTO DS-CURRENT-RUN AND SETS DS-RUNS-BEHIND TO THE
      * NUMBER OF RUNS SINCE THE LATEST OK SHIPMENT THAT THE DR COPY
      * DOES NOT COVER.
           01 DS-LOG-DATASET PIC X(200).
           01 DS-STATUS PIC X(2) VALUE SPACES.
           01 DS-EOF PIC X(1) VALUE "N".
           01 DS-LAST-SEQ PIC 9(6) VALUE 0.
           01 DS-LAST.
              03 DS-LAST-RUN PIC X(8).
              03 DS-LAST-DATE PIC X(8).
              03 DS-LAST-TIME PIC X(6).
              03 DS-LAST-STATUS PIC X(7).
           01 DS-GOOD.
              03 DS-GOOD-SEQ PIC 9(6).
              03 DS-GOOD-RUN PIC X(8).
              03 DS-GOOD-DATE PIC X(8).
              03 DS-GOOD-TIME PIC X(6).
              03 DS-GOOD-FILES PIC X(5).
              03 DS-GOOD-DIRECTORY PIC X(120).
           01 DS-BAD-SINCE PIC 9(4) VALUE 0.
           01 DS-RUN-CONTROL-DATASET PIC X(200).
           01 DS-RUN-CONTROL-STATUS PIC X(2) VALUE SPACES.
           01 DS-CURRENT-RUN PIC 9(8) VALUE 0.
           01 DS-GOOD-RUN-NUM PIC 9(8) VALUE 0.
           01 DS-RUNS-BEHIND PIC 9(8) VALUE 0.
           77 DS-HIST-MAX PIC 9(4) USAGE COMP-5 VALUE 50.
           01 DS-HIST-COUNT PIC 9(4) VALUE 0.
           01 DS-HIST-TABLE.
              03 DS-HIST OCCURS 50.
                 05 DS-H-SEQ PIC 9(6).
                 05 DS-H-RUN PIC X(8).
                 05 DS-H-DATE PIC X(8).
                 05 DS-H-TIME PIC X(6).
                 05 DS-H-STATUS PIC X(7).
                 05 DS-H-FILES PIC X(5).
                 05 DS-H-DIRECTORY PIC X(120).
                 05 DS-H-NOTE PIC X(60).
           01 DS-IDX PIC 9(4).
           01 DS-PARSE.
              03 DS-P-SEQ PIC X(6).
              03 DS-P-RUN PIC X(8).
              03 DS-P-DATE PIC X(8).
              03 DS-P-TIME PIC X(6).
              03 DS-P-STATUS PIC X(7).
              03 DS-P-FILES PIC X(5).
              03 DS-P-BYTES PIC X(12).
              03 DS-P-OPERATOR PIC X(8).
              03 DS-P-DIRECTORY PIC X(120).
              03 DS-P-NOTE PIC X(60).
