           05  WS-WC-ID                PIC X(6).
           05  WS-WC-NAME              PIC X(20).
           05  WS-WC-MARITAL-STATUS    PIC 9.
           05  WS-WC-BALANCE           PIC S9(7)V99.
           05  WS-WC-LAST-ACTIVITY     PIC X(8).
           05  WS-WC-CREDIT-LIMIT      PIC 9(7)V99.
