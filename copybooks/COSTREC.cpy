      ******************************************************************
      * COSTREC - shared-cost proration input record - the pool
      *           account is the ledger account the shared cost sits
      *           in and is credited when the allocation journal
      *           spreads it; left blank it defaults to the shared-cost
      *           clearing account
      ******************************************************************
       01  COST-INPUT-RECORD.
           05  CI-SHARED-COST-AMOUNT   PIC 9(7)V99.
           05  CI-ALLOC-METHOD         PIC X.
               88  CI-METHOD-EVEN          VALUE 'E' SPACE.
               88  CI-METHOD-WEIGHTED      VALUE 'W'.
           05  CI-POOL-ACCOUNT         PIC X(6).
