      * ANSWER PROVENANCE - FILE-CONTROL ENTRY.
      * ONE RECORD PER LEDGER POST, WRITTEN BY PROVPOST AND READ BY
      * PROVINQ AND THE MASTRINQ DRILL-DOWN.
           SELECT PROVENANCE-FILE
              ASSIGN TO WS-PROV-DATASET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROV-STATUS.
