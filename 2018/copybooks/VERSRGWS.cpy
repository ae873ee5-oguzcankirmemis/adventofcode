      * BUILD VERSION REGISTRY - WORKING-STORAGE ITEMS.
      * THE REGISTRY (LOGICAL NAME VERSION_REGISTRY) HOLDS ONE RECORD
      * PER BUILD OF A PROGRAM PER PROGRAM IT RAN UNDER, CUT THE FIRST
      * TIME THAT BUILD RAN THERE (SEE VERSREG):
      *   PROGRAM|BUILD-ID|BUILD-DATE|RUN-UNDER|FIRST-RUN-DATE|
      *   FIRST-RUN-TIME|RUN-NUMBER|OPERATOR
      * THE BUILD ID IS THE PROGRAM'S COMPILE TIMESTAMP
      * (YYYYMMDDHHMMSS) AND THE BUILD DATE ITS FIRST EIGHT. A MAIN
      * PROGRAM RUNS UNDER ITSELF; A SHARED SUBPROGRAM SUCH AS ELFVM
      * RUNS UNDER EACH PROGRAM THAT CALLS IT, SO A NEW ELFVM BUILD
      * SHOWS UP AGAINST DAY16, DAY19 AND DAY21 SEPARATELY.
      * LOAD-VERSION-REGISTRY (VERSRGPA) FILLS VR-ENTRY (1) THROUGH
      * VR-ENTRY (VR-COUNT). FIND-NEW-BUILD ANSWERS "DID A NEW BUILD
      * RUN UNDER VR-Q-UNDER FOR THE FIRST TIME AFTER VR-Q-AFTER AND
      * ON OR BEFORE VR-Q-UPTO" (DATES YYYYMMDD; A BLANK VR-Q-AFTER
      * IS OPEN-ENDED), LEAVING THE LATEST SUCH BUILD IN VR-HIT-*.
           01 VR-REGISTRY-DATASET PIC X(200).
           01 VR-STATUS PIC X(2) VALUE SPACES.
           01 VR-EOF PIC X(1) VALUE "N".
           77 VR-MAX PIC 9(4) USAGE COMP-5 VALUE 500.
           01 VR-COUNT PIC 9(4) VALUE 0.
           01 VR-TABLE.
              03 VR-ENTRY OCCURS 500.
                 05 VR-PROGRAM PIC X(10).
                 05 VR-BUILD-ID PIC X(14).
                 05 VR-BUILD-DATE PIC X(8).
                 05 VR-UNDER PIC X(10).
                 05 VR-FIRST-DATE PIC X(8).
           01 VR-IDX PIC 9(4).
           01 VR-PARSE.
              03 VR-P-PROGRAM PIC X(10).
              03 VR-P-BUILD-ID PIC X(14).
              03 VR-P-BUILD-DATE PIC X(8).
              03 VR-P-UNDER PIC X(10).
              03 VR-P-FIRST-DATE PIC X(8).
              03 VR-P-FIRST-TIME PIC X(8).
              03 VR-P-RUN-NUMBER PIC X(8).
              03 VR-P-OPERATOR PIC X(8).
           01 VR-Q-UNDER PIC X(10).
           01 VR-Q-AFTER PIC X(8).
           01 VR-Q-UPTO PIC X(8).
           01 VR-HITS PIC 9(4) VALUE 0.
           01 VR-HIT-PROGRAM PIC X(10).
           01 VR-HIT-BUILD-ID PIC X(14).
           01 VR-HIT-FIRST-DATE PIC X(8).
