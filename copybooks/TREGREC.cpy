      ******************************************************************
      * TREGREC - posted transaction register - one record for every
      *           customer key, product, amount and transaction type
      *           the daily edit has released, carrying the last date
      *           it was released and the date before that. Like the
      *           batch register it is written pending under the edit
      *           run's start stamp and marked accepted when the run
      *           ends cleanly - for a pending record left by a run
      *           that died, the prior date is the one that stands.
      *           Charges register under type C whether the source
      *           sent C or space.
      ******************************************************************
       01  TRAN-REGISTER-RECORD.
           05  TRG-KEY.
               10  TRG-CUST-KEY        PIC X(6).
               10  TRG-PRODUCT-CODE    PIC X(6).
               10  TRG-AMOUNT          PIC 9(5)V99.
               10  TRG-TRAN-TYPE       PIC X.
           05  TRG-STATUS              PIC X.
               88  TRG-PENDING             VALUE 'P'.
               88  TRG-ACCEPTED            VALUE 'A'.
           05  TRG-RUN-STAMP           PIC X(14).
           05  TRG-LAST-DATE           PIC X(8).
           05  TRG-PRIOR-DATE          PIC X(8).
