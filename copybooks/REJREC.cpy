      ******************************************************************
      * REJREC - exception/reject record for failed edit checks,
      *          carrying the source system whose batch the rejected
      *          record arrived in
      ******************************************************************
       01  REJECT-RECORD.
           05  REJ-KEY             PIC X(6).
           05  REJ-REASON-CODE     PIC X(4).
           05  REJ-REASON-TEXT     PIC X(30).
           05  REJ-SOURCE-SYSTEM   PIC X(8).
