      ******************************************************************
      * CORRREC - clerk-keyed correction record for rejected
      *           transactions - carries the full set of corrected
      *           transaction fields keyed by the rejected TR-KEY,
      *           the transaction type included so a corrected payment
      *           goes back in as a payment
      ******************************************************************
       01  CORRECTION-RECORD.
           05  CORR-KEY            PIC X(6).
           05  CORR-ALPHA-FIELD    PIC XX.
           05  CORR-AMOUNT         PIC 9(5)V99.
           05  CORR-PRODUCT-CODE   PIC X(6).
           05  CORR-TRAN-TYPE      PIC X.
