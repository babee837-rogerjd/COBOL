      *          written, rewritten, or deleted in place - the
      *          full-file rewrite to CUSTMSTO is gone, and the
      *          maintenance file no longer has to be sorted.
      *          The customer's credit limit is maintained here too,
      *          and shows on both images so a limit change can be
      *          tied back to its approval.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  MAINT-FILE.
           COPY CMTREC.
       FD  REGISTER-FILE.
       01  REGISTER-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      * held image of the master record being maintained - the before
      * image prints from here while the change is applied.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-REGISTER-ACTION PIC X(9).
       01  WS-EDIT-LIMIT PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           MOVE CMT-MARITAL-STATUS TO CUST-MARITAL-STATUS.
           MOVE ZERO TO CUST-BALANCE.
           MOVE SPACES TO CUST-LAST-ACTIVITY-DATE.
      * a blank limit on an add leaves the customer with no ceiling.
           IF CMT-CREDIT-LIMIT IS NUMERIC
               MOVE CMT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO CUST-CREDIT-LIMIT
           END-IF.
           MOVE CUST-CREDIT-LIMIT TO WS-EDIT-LIMIT.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   PERFORM REJECT-DUPLICATE-ADD
                   MOVE SPACES TO REGISTER-LINE
                   STRING "ADDED    " CMT-CUST-ID "  AFTER   "
                       CMT-NAME " " CMT-MARITAL-STATUS
                       "  LIMIT " WS-EDIT-LIMIT
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
           END-WRITE.
               IF CMT-MARITAL-STATUS IS NUMERIC
                   MOVE CMT-MARITAL-STATUS TO WS-WC-MARITAL-STATUS
               END-IF
               IF CMT-CREDIT-LIMIT IS NUMERIC
                   MOVE CMT-CREDIT-LIMIT TO WS-WC-CREDIT-LIMIT
               END-IF
               PERFORM WRITE-AFTER-IMAGE
               MOVE WS-WORK-CUSTOMER TO CUSTOMER-RECORD
               REWRITE CUSTOMER-RECORD
               NOT INVALID KEY
                   SET CUST-ON-FILE TO TRUE
                   MOVE CUSTOMER-RECORD TO WS-WORK-CUSTOMER
      * master records written before the credit limit existed carry
      * spaces there - they are held as no limit until one is keyed.
                   IF WS-WC-CREDIT-LIMIT IS NOT NUMERIC
                       MOVE ZERO TO WS-WC-CREDIT-LIMIT
                   END-IF
           END-READ.

      * an update that fails after the record was just read means the
           STOP RUN.

       WRITE-BEFORE-IMAGE.
           MOVE WS-WC-CREDIT-LIMIT TO WS-EDIT-LIMIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING WS-REGISTER-ACTION WS-WC-ID "  BEFORE  " WS-WC-NAME
               " " WS-WC-MARITAL-STATUS "  LIMIT " WS-EDIT-LIMIT
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-AFTER-IMAGE.
           MOVE WS-WC-CREDIT-LIMIT TO WS-EDIT-LIMIT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "         " WS-WC-ID "  AFTER   " WS-WC-NAME
               " " WS-WC-MARITAL-STATUS "  LIMIT " WS-EDIT-LIMIT
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

