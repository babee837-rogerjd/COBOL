      ******************************************************************
      * CMTREC - customer master maintenance transaction record -
      *          keyed add/change/delete against CUSTOMER-MASTER.
      *          On a change a field left blank keeps its value on the
      *          master - a credit limit of zeros removes the limit.
      ******************************************************************
       01  MAINT-RECORD.
           05  CMT-ACTION          PIC X.
           05  CMT-CUST-ID         PIC X(6).
           05  CMT-NAME            PIC X(20).
           05  CMT-MARITAL-STATUS  PIC 9.
           05  CMT-CREDIT-LIMIT    PIC 9(7)V99.
