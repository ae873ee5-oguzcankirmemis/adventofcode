      * DATASET-CATALOG LOOKUP - WORKING-STORAGE ITEMS.
      * CALLER LOADS CAT-LOGICAL-NAME, CAT-DEFAULT-PATH AND THE WAY
      * IT WILL OPEN THE DATASET IN CAT-OPEN-INTENT (INPUT, OUTPUT,
      * EXTEND, OR UPDATE FOR A DATASET IT BOTH READS AND REWRITES),
      * CALLS "CATLOOK", AND TAKES THE PHYSICAL PATH FROM
      * CAT-RESOLVED-PATH.
           01 CAT-LOGICAL-NAME PIC X(30).
           01 CAT-DEFAULT-PATH PIC X(200).
           01 CAT-RESOLVED-PATH PIC X(200).
           01 CAT-OPEN-INTENT PIC X(6).
