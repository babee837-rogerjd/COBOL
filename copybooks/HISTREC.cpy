      *           which the job step appends to the permanent TRANHIST
      *           once the posting completes, so the detail behind
      *           CUST-BALANCE survives the day it posts and the
      *           month-end statement run can show it back. The
      *           transaction type comes across from the daily record
      *           so a payment or refund shows back as a credit -
      *           history written before the type existed reads back
      *           with a space there, which counts as a charge.
      ******************************************************************
       01  HISTORY-RECORD.
           05  HIST-CUST-ID        PIC X(6).
           05  HIST-AMOUNT         PIC 9(5)V99.
           05  HIST-PRODUCT-CODE   PIC X(6).
           05  HIST-POST-DATE      PIC X(8).
           05  HIST-TRAN-TYPE      PIC X.
               88  HIST-CREDIT         VALUE 'P' 'R' 'A'.
