      ******************************************************************
      * HLDREC - over-limit held transaction record - a charge the
      *          posting run would not post because it would carry
      *          the customer past the credit limit. Held items carry
      *          forward from run to run, in customer key order, with
      *          the date first held and the number of cycles carried
      *          so aged items stand out, until a supervisor release
      *          posts them.
      ******************************************************************
       01  HELD-RECORD.
           05  HLD-CUST-ID         PIC X(6).
           05  HLD-AMOUNT          PIC 9(5)V99.
           05  HLD-PRODUCT-CODE    PIC X(6).
           05  HLD-TRAN-TYPE       PIC X.
           05  HLD-HELD-DATE       PIC X(8).
           05  HLD-CYCLE-COUNT     PIC 9(3).
