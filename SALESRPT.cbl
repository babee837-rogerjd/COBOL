      * Author:
      * Date:
      * Purpose: sales analysis by product - breaks the day's
      *          booked transaction amounts, TRANBOOK from the posting
      *          run, out by product code with counts and totals,
      *          ending with a grand-total line that foots back to
      *          the TRANSACTIONS/AMOUNT BOOKED lines on the posting
      *          report. Rejected records wait in REJECTS for
      *          correction and are not sales until their corrected
      *          resubmission is accepted; a charge held over its
      *          credit limit is not a sale until the day it is
      *          released and posts. Payments,
      *          refunds and adjustments are credits, not sales - they
      *          print on their own lines by type below the products
      *          and still count into the grand total, which stays
      *          gross like the balancing report's figures. Finance
      *          charges from the month-end run are not sales either
      *          and print on a line of their own with the credits.
      *          The day's charges are sorted by product and totalled
      *          at each change of code, so there is no limit on how
      *          many products one day can carry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANBOOK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO SLSRPT
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-SALES-FILE ASSIGN TO SORTSLS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
       DATA  DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY RUNCTL.
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  SORTED-SALES-FILE.
       01  SORTED-SALE-RECORD.
           05  SSR-PRODUCT-CODE    PIC X(6).
           05  SSR-AMOUNT          PIC 9(5)V99.
       SD  SORT-WORK.
       01  SORT-SALE-RECORD.
           05  SS-PRODUCT-CODE     PIC X(6).
           05  SS-AMOUNT           PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-EOF PIC X VALUE 'N'.
           88  TRANS-EOF VALUE 'Y'.
      * held key of the sorted charges - HIGH-VALUES marks the file
      * as exhausted, and each product prints at its change of code.
       01  WS-SALE-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-GROUP-CODE PIC X(6).
       01  WS-GROUP-COUNT PIC 9(7) VALUE 0.
       01  WS-GROUP-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-GRAND-COUNT PIC 9(7) VALUE 0.
       01  WS-GRAND-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-CREDIT-TOTALS.
           05  WS-PAYMENT-COUNT        PIC 9(7) VALUE 0.
           05  WS-PAYMENT-AMOUNT       PIC 9(7)V99 VALUE 0.
           05  WS-REFUND-COUNT         PIC 9(7) VALUE 0.
           05  WS-REFUND-AMOUNT        PIC 9(7)V99 VALUE 0.
           05  WS-ADJUST-COUNT         PIC 9(7) VALUE 0.
           05  WS-ADJUST-AMOUNT        PIC 9(7)V99 VALUE 0.
       01  WS-FINCHG-COUNT PIC 9(7) VALUE 0.
       01  WS-FINCHG-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
      * this step's place in the shared daily run-control chain.
       01  WS-RC-MSG PIC X(25).

       PROCEDURE DIVISION.
       MAINLINE SECTION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM CHECK-RUN-CONTROL.
           SORT SORT-WORK
               ON ASCENDING KEY SS-PRODUCT-CODE
               INPUT PROCEDURE IS SELECT-PRODUCT-SALES
               GIVING SORTED-SALES-FILE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-SORTED-SALE.
           PERFORM WRITE-PRODUCT-GROUP
               UNTIL WS-SALE-KEY = HIGH-VALUES.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM MARK-STEP-COMPLETE.
           STOP RUN.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT SORTED-SALES-FILE.
           OPEN OUTPUT REPORT-FILE.

       READ-SORTED-SALE.
           READ SORTED-SALES-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SALE-KEY
               NOT AT END
                   MOVE SSR-PRODUCT-CODE TO WS-SALE-KEY
           END-READ.

      * one product's charges, totalled until the code changes.
       WRITE-PRODUCT-GROUP.
           MOVE WS-SALE-KEY TO WS-GROUP-CODE.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-AMOUNT.
           PERFORM ADD-PRODUCT-SALE
               UNTIL WS-SALE-KEY NOT = WS-GROUP-CODE.
           PERFORM WRITE-SALES-LINE.

       ADD-PRODUCT-SALE.
           ADD 1 TO WS-GROUP-COUNT.
           ADD SSR-AMOUNT TO WS-GROUP-AMOUNT.
           PERFORM READ-SORTED-SALE.

       WRITE-REPORT-HEADING.
           MOVE "SALES ANALYSIS BY PRODUCT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRODUCT      COUNT        AMOUNT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAYMENT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-PAYMENT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAYMENTS CR  " WS-EDIT-COUNT "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFUND-COUNT TO WS-EDIT-COUNT.
           MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REFUNDS CR   " WS-EDIT-COUNT "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ADJUST-COUNT TO WS-EDIT-COUNT.
           MOVE WS-ADJUST-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADJUSTMTS CR " WS-EDIT-COUNT "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FINCHG-COUNT TO WS-EDIT-COUNT.
           MOVE WS-FINCHG-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FIN CHARGES  " WS-EDIT-COUNT "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-COUNT TO WS-EDIT-COUNT.
           WRITE REPORT-LINE.

       WRITE-SALES-LINE.
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT.
           MOVE WS-GROUP-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-GROUP-CODE "       " WS-EDIT-COUNT
               "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE SORTED-SALES-FILE.
           CLOSE REPORT-FILE.

      * sort input procedure - reads the day's booked file, counts
      * every record into the grand total, the credits and finance
      * charges into their own lines by type, and releases only the
      * sales charges to the sort.
      * The booked file carries details only, but should a raw
      * bracketed file ever be pointed at this step the header and
      * trailer records are skipped rather than totalled.
       SELECT-PRODUCT-SALES SECTION.
       SPS-START.
           OPEN INPUT TRANS-FILE.
           PERFORM TALLY-NEXT-TRANSACTION UNTIL TRANS-EOF.
           CLOSE TRANS-FILE.
           GO TO SPS-EXIT.

       TALLY-NEXT-TRANSACTION.
           READ TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
               NOT AT END
                   IF NOT TR-HEADER-KEY AND NOT TR-TRAILER-KEY
                       PERFORM TALLY-TRANSACTION-RECORD
                   END-IF
           END-READ.

       TALLY-TRANSACTION-RECORD.
           ADD 1 TO WS-GRAND-COUNT.
           ADD TR-AMOUNT TO WS-GRAND-AMOUNT.
           EVALUATE TRUE
               WHEN TR-CREDIT-TYPE
                   PERFORM TALLY-CREDIT-RECORD
               WHEN TR-FINANCE-CHARGE
                   ADD 1 TO WS-FINCHG-COUNT
                   ADD TR-AMOUNT TO WS-FINCHG-AMOUNT
               WHEN OTHER
                   MOVE TR-PRODUCT-CODE TO SS-PRODUCT-CODE
                   MOVE TR-AMOUNT TO SS-AMOUNT
                   RELEASE SORT-SALE-RECORD
           END-EVALUATE.

       TALLY-CREDIT-RECORD.
           EVALUATE TRUE
               WHEN TR-PAYMENT
                   ADD 1 TO WS-PAYMENT-COUNT
                   ADD TR-AMOUNT TO WS-PAYMENT-AMOUNT
               WHEN TR-REFUND
                   ADD 1 TO WS-REFUND-COUNT
                   ADD TR-AMOUNT TO WS-REFUND-AMOUNT
               WHEN TR-ADJUSTMENT
                   ADD 1 TO WS-ADJUST-COUNT
                   ADD TR-AMOUNT TO WS-ADJUST-AMOUNT
           END-EVALUATE.

       SPS-EXIT.
           EXIT.

       EXIT PROGRAM.
