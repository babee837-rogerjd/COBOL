      ******************************************************************
      * RELREC - supervisor-keyed over-limit release record - one
      *          record approves posting every held item carried for
      *          the customer key on the next posting run
      ******************************************************************
       01  RELEASE-RECORD.
           05  REL-CUST-ID         PIC X(6).
           05  REL-APPROVER        PIC X(8).
