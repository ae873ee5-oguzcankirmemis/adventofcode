      * DELIVERY STATUS MASTER - WORKING-STORAGE ITEMS.
      * THE DELIVERY STATUS MASTER (LOGICAL NAME DELIVERY_STATUS,
      * DEFAULT RESULTS/DELIVSTAT.TXT) HOLDS ONE RECORD PER REPORT
      * CLASS, RECIPIENT AND DELIVERY DATE, KEPT BY DELIVRPT FROM THE
      * DISTRIBUTION LOG AND THE PICKUP CARD:
      *   DATE|CLASS|RECIPIENT|DELIVERED-TIME|PROMISE|PICKUP-DATE|
      *   PICKUP-TIME|PICKUP-BY|ESCALATED
      * DELIVERED-TIME (HHMMSS) IS THE FIRST COPY OF THE CLASS THE
      * RECIPIENT GOT THAT DATE, BLANK FOR A DELIVERY LOGGED BEFORE
      * DISTRIB RECORDED THE TIME. PROMISE (HHMM) IS THE RECIPIENT'S
      * PROMISED DELIVERY TIME FOR THE CLASS AS IT STOOD WHEN THE
      * DELIVERY WAS FIRST SEEN, BLANK WHEN NONE WAS PROMISED. THE
      * PICKUP FIELDS STAY BLANK UNTIL A PICKUP IS CONFIRMED;
      * ESCALATED IS Y ONCE THE UNCOLLECTED REPORT HAS BEEN RAISED AS
      * A WARNING ALERT.
      * LOAD-DELIVERY-STATUS (DELIVPA) FILLS DV-ENTRY (1) THROUGH
      * DV-ENTRY (DV-COUNT) IN MASTER ORDER AND LEAVES THE NUMBER
      * ESCALATED AND STILL NOT PICKED UP IN DV-ESCALATED-COUNT.
           01 DV-MASTER-DATASET PIC X(200).
           01 DV-STATUS PIC X(2) VALUE SPACES.
           01 DV-EOF PIC X(1) VALUE "N".
           77 DV-MAX PIC 9(4) USAGE COMP-5 VALUE 1000.
           01 DV-COUNT PIC 9(4) VALUE 0.
           01 DV-ESCALATED-COUNT PIC 9(4) VALUE 0.
           01 DV-TABLE.
              03 DV-ENTRY OCCURS 1000.
                 05 DV-DATE PIC X(8).
                 05 DV-CLASS PIC X(20).
                 05 DV-RECIPIENT PIC X(20).
                 05 DV-DELIVERED-TIME PIC X(6).
                 05 DV-PROMISE PIC X(4).
                 05 DV-PICKUP-DATE PIC X(8).
                 05 DV-PICKUP-TIME PIC X(4).
                 05 DV-PICKUP-BY PIC X(8).
                 05 DV-ESCALATED PIC X(1).
           01 DV-IDX PIC 9(4).
           01 DV-PARSE.
              03 DV-P-DATE PIC X(8).
              03 DV-P-CLASS PIC X(20).
              03 DV-P-RECIPIENT PIC X(20).
              03 DV-P-DELIVERED-TIME PIC X(6).
              03 DV-P-PROMISE PIC X(4).
              03 DV-P-PICKUP-DATE PIC X(8).
              03 DV-P-PICKUP-TIME PIC X(4).
              03 DV-P-PICKUP-BY PIC X(8).
              03 DV-P-ESCALATED PIC X(1).
