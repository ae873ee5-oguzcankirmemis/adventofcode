           01 WS-LEDGER-PART-2 PIC X(30).
           01 WS-LEDGER-RUN-NUMBER PIC X(8).
           01 WS-LEDGER-YEAR PIC X(4).
           01 WS-LEDGER-YEAR-CLOSED PIC X(1).
           01 WS-LEDGER-SAVED-RC PIC S9(9).
           01 WS-LEDGER-LOCK-FUNCTION PIC X(1).
           01 WS-LEDGER-LOCK-RESOURCE PIC X(30).
