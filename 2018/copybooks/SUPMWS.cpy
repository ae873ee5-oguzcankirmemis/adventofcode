      * FEED SUPPLIER MASTER - WORKING-STORAGE ITEMS.
      * LOAD-SUPPLIER-MASTER (SUPMPA) FILLS SM-SUPPLIER-ENTRY (1)
      * THROUGH SM-SUPPLIER-ENTRY (SM-SUPPLIER-COUNT) FROM THE MASTER
      * CARD (PARAMS/SUPPLIERS.CFG, LOGICAL NAME SUPPLIER_MASTER), ONE
      * ENTRY PER SUPPLIER. SM-STEPS IS THE COMMA LIST OF THE STEPS
      * WHOSE FEED THE SUPPLIER OWNS. FIND-STEP-SUPPLIER TAKES A STEP
      * NAME IN SM-LOOKUP-STEP AND RETURNS THE OWNING SUPPLIER'S
      * ENTRY NUMBER IN SM-HIT, ZERO WHEN NO SUPPLIER OWNS THE STEP.
           01 SM-MASTER-DATASET PIC X(200).
           01 SM-STATUS PIC X(2) VALUE SPACES.
           01 SM-EOF PIC X(1) VALUE "N".
           77 SM-SUPPLIER-MAX PIC 9(3) USAGE COMP-5 VALUE 40.
           01 SM-SUPPLIER-COUNT PIC 9(3) VALUE 0.
           01 SM-SUPPLIER-TABLE.
              03 SM-SUPPLIER-ENTRY OCCURS 40.
                 05 SM-SUPPLIER PIC X(10).
                 05 SM-NAME PIC X(40).
                 05 SM-CONTACT PIC X(40).
                 05 SM-STEPS PIC X(120).
           01 SM-IDX PIC 9(3).
           01 SM-HIT PIC 9(3).
           01 SM-LOOKUP-STEP PIC X(10).
           01 SM-LOOKUP-KEY PIC X(14).
           01 SM-LOOKUP-LIST PIC X(124).
           01 SM-KEY-LEN PIC 9(3).
           01 SM-TALLY PIC 9(3).
           01 SM-PARSE.
              03 SM-P-SUPPLIER PIC X(20).
              03 SM-P-NAME PIC X(40).
              03 SM-P-CONTACT PIC X(40).
              03 SM-P-STEPS PIC X(120).
