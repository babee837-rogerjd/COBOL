      ******************************************************************
      * BREGREC - accepted batch register - one record for every
      *           batch the daily edit has released, keyed on the
      *           batch's source system, file date, trailer count and
      *           trailer amount. A batch is registered pending under
      *           the edit run's start stamp when it releases and is
      *           marked accepted when that run ends cleanly; a
      *           pending record left by a run that died counts for
      *           nothing and is overwritten by the rerun.
      ******************************************************************
       01  BATCH-REGISTER-RECORD.
           05  BRG-KEY.
               10  BRG-SOURCE-SYSTEM   PIC X(8).
               10  BRG-FILE-DATE       PIC X(8).
               10  BRG-REC-COUNT       PIC 9(7).
               10  BRG-AMOUNT-TOTAL    PIC 9(7)V99.
           05  BRG-STATUS              PIC X.
               88  BRG-PENDING             VALUE 'P'.
               88  BRG-ACCEPTED            VALUE 'A'.
           05  BRG-RUN-STAMP           PIC X(14).
           05  BRG-ACCEPTED-DATE       PIC X(8).
