      ******************************************************************
      * SRCHREC - source system data-quality history record, appended
      *           by the daily edit for every source system that sent
      *           a batch that day and kept permanently. Type S holds
      *           the source's day totals - batches received and
      *           failed, records read in every batch received, and
      *           the records accepted and rejected in its verified
      *           batches. Type F is one failed batch with its
      *           failure reason and the records it carried; type R
      *           is one reject reason code with the number of reject
      *           items raised for it. The level-01 layouts share the
      *           record area under one FD, as level-01 file records
      *           implicitly redefine each other.
      ******************************************************************
       01  SOURCE-HISTORY-RECORD.
           05  SH-RUN-DATE         PIC X(8).
           05  SH-SOURCE-SYSTEM    PIC X(8).
           05  SH-REC-TYPE         PIC X.
               88  SH-SOURCE-DAY       VALUE 'S'.
               88  SH-FAILED-BATCH     VALUE 'F'.
               88  SH-REJECT-REASON    VALUE 'R'.
           05  SH-DETAIL           PIC X(45).
       01  SH-SOURCE-DAY-RECORD.
           05  FILLER              PIC X(17).
           05  SH-BATCHES-RECEIVED PIC 9(5).
           05  SH-BATCHES-FAILED   PIC 9(5).
           05  SH-RECORDS-READ     PIC 9(7).
           05  SH-RECORDS-ACCEPTED PIC 9(7).
           05  SH-ACCEPTED-AMOUNT  PIC 9(7)V99.
           05  SH-RECORDS-REJECTED PIC 9(7).
           05  FILLER              PIC X(5).
       01  SH-FAILED-BATCH-RECORD.
           05  FILLER              PIC X(17).
           05  SH-FAIL-REASON      PIC X(25).
           05  SH-FAIL-REC-COUNT   PIC 9(7).
           05  FILLER              PIC X(13).
       01  SH-REJECT-REASON-RECORD.
           05  FILLER              PIC X(17).
           05  SH-REASON-CODE      PIC X(4).
           05  SH-REASON-TEXT      PIC X(30).
           05  SH-REASON-COUNT     PIC 9(7).
           05  FILLER              PIC X(4).
