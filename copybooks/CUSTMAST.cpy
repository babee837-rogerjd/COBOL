      ******************************************************************
      * CUSTMAST - customer master record
      *            balance and last-activity date are maintained by
      *            the daily transaction posting run. The balance is
      *            signed - payments, refunds and adjustments can carry
      *            an account into credit. The credit limit is the
      *            ceiling the posting run holds charges against - a
      *            charge that would carry the balance past it is held
      *            for supervisor release instead of posting. A zero
      *            limit means the customer has no ceiling.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-ID                 PIC X(6).
               88  CUST-MS-WIDOWED         VALUE 4.
               88  CUST-MS-SEPARATED       VALUE 5.
               88  CUST-MS-UNKNOWN         VALUE 0, 6 THRU 9.
           05  CUST-BALANCE            PIC S9(7)V99.
           05  CUST-LAST-ACTIVITY-DATE PIC X(8).
           05  CUST-CREDIT-LIMIT       PIC 9(7)V99.
