      * ANSWER PROVENANCE - WORKING-STORAGE ITEMS.
      * PROVENANCE RECORD (LOGICAL NAME PROVENANCE_LOG), "|"-DELIMITED:
      *   DATE|PROGRAM|RUN-NUMBER|YEAR|PART-1|PART-2|LEDGER-LINE|
      *   TIME|OPERATOR|INPUT-DATASET|INPUT-SOURCE|INPUT-CHECKSUM|
      *   PARAMETER-SNAPSHOT|EDITIN|REPROC|INPUT-GENERATION
      * THE FIRST SIX FIELDS ARE THE LEDGER POST ITSELF; LEDGER-LINE
      * IS ITS LINE NUMBER IN THE LEDGER AT THE TIME OF THE POST
      * (UNKNOWN WHEN THE LEDGER COULD NOT BE READ BACK).
      * INPUT-CHECKSUM IS THE INMANFST MANIFEST CHECKSUM OF THE DAY'S
      * INPUT (NOT-IN-MANIFEST WHEN THE MANIFEST HAS NO ROW FOR IT),
      * PARAMETER-SNAPSHOT THE RUN'S SNAPSHOT ID (SEE PARMCOMP),
      * EDITIN STAGED OR NOT-STAGED AND REPROC CORRECTED OR NONE.
      * INPUT-GENERATION IS THE FEED GENERATION THE POST CONSUMED AS
      * IT STOOD AT THE POST - G0005(0) THE CURRENT, G0004(-1) THE
      * ONE BEFORE (SEE GENRGWS) - OR NONE WHEN NO GENERATION IS ON
      * FILE FOR IT.
      * FIND-PROVENANCE (PROVPA) TAKES WS-PROV-Q-PROGRAM AND
      * WS-PROV-Q-DATE, OPTIONALLY NARROWED BY WS-PROV-Q-RUN AND
      * WS-PROV-Q-YEAR, AND LEAVES THE LATEST MATCHING RECORD IN
      * WS-PROV-FIELDS WITH THE NUMBER OF MATCHES IN WS-PROV-HITS.
           01 WS-PROV-DATASET PIC X(200).
           01 WS-PROV-STATUS PIC X(2) VALUE SPACES.
           01 WS-PROV-EOF PIC X(1).
           01 WS-PROV-Q-PROGRAM PIC X(10) VALUE SPACES.
           01 WS-PROV-Q-DATE PIC X(8) VALUE SPACES.
           01 WS-PROV-Q-RUN PIC X(8) VALUE SPACES.
           01 WS-PROV-Q-YEAR PIC X(4) VALUE SPACES.
           01 WS-PROV-HITS PIC 9(5) VALUE 0.
           01 WS-PROV-FIELDS.
              03 WS-PROV-DATE PIC X(8).
              03 WS-PROV-PROGRAM PIC X(10).
              03 WS-PROV-RUN PIC X(8).
              03 WS-PROV-YEAR PIC X(4).
              03 WS-PROV-PART-1 PIC X(30).
              03 WS-PROV-PART-2 PIC X(30).
              03 WS-PROV-LEDGER-LINE PIC X(9).
              03 WS-PROV-TIME PIC X(8).
              03 WS-PROV-OPERATOR PIC X(8).
              03 WS-PROV-INPUT PIC X(200).
              03 WS-PROV-INPUT-SOURCE PIC X(12).
              03 WS-PROV-CHECKSUM PIC X(15).
              03 WS-PROV-SNAPSHOT PIC X(30).
              03 WS-PROV-EDITIN PIC X(10).
              03 WS-PROV-REPROC PIC X(10).
              03 WS-PROV-GENERATION PIC X(12).
           01 WS-PROV-PARSE.
              03 WS-PROV-P-DATE PIC X(8).
              03 WS-PROV-P-PROGRAM PIC X(10).
              03 WS-PROV-P-RUN PIC X(8).
              03 WS-PROV-P-YEAR PIC X(4).
              03 WS-PROV-P-PART-1 PIC X(30).
              03 WS-PROV-P-PART-2 PIC X(30).
              03 WS-PROV-P-LEDGER-LINE PIC X(9).
              03 WS-PROV-P-TIME PIC X(8).
              03 WS-PROV-P-OPERATOR PIC X(8).
              03 WS-PROV-P-INPUT PIC X(200).
              03 WS-PROV-P-INPUT-SOURCE PIC X(12).
              03 WS-PROV-P-CHECKSUM PIC X(15).
              03 WS-PROV-P-SNAPSHOT PIC X(30).
              03 WS-PROV-P-EDITIN PIC X(10).
              03 WS-PROV-P-REPROC PIC X(10).
              03 WS-PROV-P-GENERATION PIC X(12).
