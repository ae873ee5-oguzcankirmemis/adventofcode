      * INPUT GENERATION REGISTER - WORKING-STORAGE ITEMS.
      * EVERY DAY FEED IS KEPT AS NUMBERED GENERATIONS (CURRENT, -1,
      * -2 ... UP TO THE DAY'S RETENTION LIMIT ON PARAMS/
      * GENERATIONS.CFG). INMANFST CATALOGS A NEW GENERATION WHENEVER
      * A FEED'S CONTENT CHANGES AND IS THE ONLY WRITER OF THE
      * REGISTER (LOGICAL NAME INPUT_GENERATIONS, DEFAULT
      * RESULTS/INPUTGENS.TXT), "|"-DELIMITED, OLDEST FIRST:
      *   LOGICAL-NAME|GENERATION|DATASET|BYTES|CHECKSUM|LINES|
      *   DATE|TIME|RUN-NUMBER
      * A RUN ASKS FOR A RELATIVE GENERATION BY NAME - DAY3_INPUT=
      * GEN(-1) - AND CATLOOK RESOLVES IT THROUGH THIS REGISTER.
      * LOAD-GENERATION-REGISTER (GENRGPA) FILLS GR-ENTRY (1) THROUGH
      * GR-ENTRY (GR-COUNT). FIND-GENERATION-BY-PATH TAKES GR-Q-PATH
      * AND FIND-LATEST-GENERATION TAKES GR-Q-NAME; BOTH LEAVE THE
      * ENTRY IN GR-HIT-IDX (ZERO FOR NONE) AND THE NAME'S NEWEST
      * GENERATION IN GR-LATEST-GEN, AND BY-PATH ALSO LEAVES THE
      * LABEL - G0005(0) FOR THE CURRENT GENERATION, G0004(-1) FOR
      * THE ONE BEFORE - IN GR-LABEL. A NAME WHOSE ENTRY IS BLANKED
      * HAS BEEN DROPPED FROM THE REGISTER.
           01 GR-REGISTER-DATASET PIC X(200).
           01 GR-STATUS PIC X(2) VALUE SPACES.
           01 GR-EOF PIC X(1) VALUE "N".
           77 GR-MAX PIC 9(4) USAGE COMP-5 VALUE 1000.
           01 GR-COUNT PIC 9(4) VALUE 0.
           01 GR-TABLE.
              03 GR-ENTRY OCCURS 1000.
                 05 GR-NAME PIC X(30).
                 05 GR-GEN PIC 9(4).
                 05 GR-PATH PIC X(200).
                 05 GR-BYTES PIC X(12).
                 05 GR-CHECKSUM PIC X(12).
                 05 GR-LINES PIC X(9).
                 05 GR-DATE PIC X(8).
                 05 GR-TIME PIC X(6).
                 05 GR-RUN PIC X(8).
           01 GR-IDX PIC 9(4).
           01 GR-HIT-IDX PIC 9(4).
           01 GR-SAVE-IDX PIC 9(4).
           01 GR-LATEST-GEN PIC 9(4).
           01 GR-Q-NAME PIC X(30).
           01 GR-Q-PATH PIC X(200).
           01 GR-LABEL PIC X(12).
           01 GR-REL PIC S9(4).
           01 GR-REL-ED PIC -(4)9.
           01 GR-PARSE.
              03 GR-P-NAME PIC X(30).
              03 GR-P-GEN PIC X(8).
              03 GR-P-PATH PIC X(200).
              03 GR-P-BYTES PIC X(12).
              03 GR-P-CHECKSUM PIC X(12).
              03 GR-P-LINES PIC X(9).
              03 GR-P-DATE PIC X(8).
              03 GR-P-TIME PIC X(6).
              03 GR-P-RUN PIC X(8).
