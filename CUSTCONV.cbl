      *          old file must be in CUST-ID sequence, as it always
      *          was; a duplicate or out-of-sequence key stops the
      *          load so a half-built master is never handed to the
      *          nightly cycle. The old layout predates the credit
      *          limit, so every customer loads with a zero limit -
      *          no ceiling - until maintenance keys one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       LOAD-CUSTOMER-RECORD.
           MOVE OLD-MASTER-RECORD TO CUSTOMER-RECORD.
           MOVE ZERO TO CUST-CREDIT-LIMIT.
           IF CUST-ID NOT > WS-PREV-KEY
               PERFORM FAIL-SEQUENCE-CHECK
           END-IF.
