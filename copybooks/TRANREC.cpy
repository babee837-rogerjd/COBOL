      *           record (key HDR) carrying the source and file date
      *           and a trailer record (key TRL) carrying the record
      *           count and amount total the file must prove out to.
      *           The transaction type says which way a detail record
      *           moves the customer balance - charges (C, or space on
      *           files from source systems that predate the type)
      *           are debits; payments (P), refunds (R) and balance
      *           adjustments (A) are credits. Finance charges (F),
      *           generated by the month-end finance charge run under
      *           its own source system, are debits but not sales.
      *           The amount is always carried unsigned - the type,
      *           not the amount, gives the direction.
      *           The three layouts share the record area when copied
      *           under one FD, as level-01 file records implicitly
      *           redefine each other.
           05  TR-ALPHA-FIELD   PIC XX.
           05  TR-AMOUNT        PIC 9(5)V99.
           05  TR-PRODUCT-CODE  PIC X(6).
           05  TR-TRAN-TYPE     PIC X.
               88  TR-CHARGE        VALUE 'C' SPACE.
               88  TR-PAYMENT       VALUE 'P'.
               88  TR-REFUND        VALUE 'R'.
               88  TR-ADJUSTMENT    VALUE 'A'.
               88  TR-FINANCE-CHARGE VALUE 'F'.
               88  TR-DEBIT-TYPE    VALUE 'C' SPACE 'F'.
               88  TR-CREDIT-TYPE   VALUE 'P' 'R' 'A'.
               88  TR-VALID-TYPE    VALUE 'C' SPACE 'P' 'R' 'A' 'F'.
       01  TRANS-HEADER-RECORD.
           05  TH-KEY           PIC X(6).
           05  TH-SOURCE-SYSTEM PIC X(8).
