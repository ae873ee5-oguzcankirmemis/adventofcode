      * IDENTIFIER MASKING - CALLING BLOCK FOR "MASKCOPY".
      * CALLER SETS MASK-RULE (THE RULE NAME CARRIED ON THE
      * DISTRIBUTION OR BUNDLE LIST, E.G. GUARD), MASK-SOURCE AND
      * MASK-TARGET, THEN CALLS "MASKCOPY" USING MASK-CONTROL. THE
      * MODULE COPIES SOURCE TO TARGET WITH EVERY IDENTIFIER THE RULE
      * COVERS (SEE PARAMS/MASKRULE.CFG) REPLACED BY ITS STABLE
      * PSEUDONYM FROM THE PSEUDONYM REGISTER, AND HANDS BACK
      * MASK-RESULT ("Y" = MASKED COPY WRITTEN, "N" = NO RULE LIST,
      * NO RULE FOR THE CLASS, SOURCE OR TARGET COULD NOT BE OPENED,
      * OR THE REGISTER COULD NOT BE WRITTEN - NOTHING WAS COPIED),
      * THE RECORD AND BYTE COUNTS OF THE COPY AND THE NUMBER OF
      * IDENTIFIERS REPLACED.
           01 MASK-CONTROL.
              03 MASK-RULE PIC X(10).
              03 MASK-SOURCE PIC X(250).
              03 MASK-TARGET PIC X(250).
              03 MASK-RESULT PIC X(1).
                 88 MASK-COPIED VALUE "Y".
              03 MASK-RECORDS PIC 9(9).
              03 MASK-BYTES PIC 9(9).
              03 MASK-REPLACED PIC 9(9).
