      ******************************************************************
      * Author:
      * Date:
      * Purpose: general ledger interface extract - reads the day's
      *          booked transactions TRANBOOK the posting run writes
      *          (accepted records only - rejected records wait in
      *          REJECTS and must not reach the ledger; a charge held
      *          over its credit limit is left out on the day it is
      *          held and booked on the day it is released, so the
      *          ledger moves with the customer balances) and writes
      *          summary records by account in the fixed GL
      *          interface layout - charges
      *          summarize to a DR record and the credit transaction
      *          types (payments, refunds, adjustments) to a CR
      *          record, the CR ahead of the DR so the file runs in
      *          account and DR/CR code sequence - ending
      *          with a trailer carrying the record count and hash
      *          total that must agree with the TRANSACTIONS/AMOUNT
      *          BOOKED lines on the posting report, which reconcile
      *          back to the balancing report's ACCEPTED COUNT/AMT
      *          through the held and released totals, so the day's
      *          totals no longer have to be rekeyed into the ledger
      *          by hand. The transaction file must be in key
      *          sequence - the posting run writes it in the order it
      *          reads the sorted TRANEDIT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANBOOK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO GLEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           88  TRANS-EOF VALUE 'Y'.
      * control-break hold fields for the account being summarized.
       01  WS-HOLD-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-ACCOUNT-DR-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-ACCOUNT-DR-COUNT PIC 9(7) VALUE 0.
       01  WS-ACCOUNT-CR-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-ACCOUNT-CR-COUNT PIC 9(7) VALUE 0.
       01  WS-REC-COUNT PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-SUMMARY-COUNT PIC 9(7) VALUE 0.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT EXTRACT-FILE.

      * the booked file carries details only, but should a raw
      * bracketed file ever be pointed at this step the header and
      * trailer records are skipped rather than summarized.
       EXTRACT-NEXT-TRANSACTION.
           READ TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
                   PERFORM WRITE-ACCOUNT-SUMMARY
               END-IF
               MOVE TR-KEY TO WS-HOLD-KEY
               MOVE 0 TO WS-ACCOUNT-DR-AMOUNT
               MOVE 0 TO WS-ACCOUNT-DR-COUNT
               MOVE 0 TO WS-ACCOUNT-CR-AMOUNT
               MOVE 0 TO WS-ACCOUNT-CR-COUNT
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           IF TR-CREDIT-TYPE
               ADD 1 TO WS-ACCOUNT-CR-COUNT
               ADD TR-AMOUNT TO WS-ACCOUNT-CR-AMOUNT
           ELSE
               ADD 1 TO WS-ACCOUNT-DR-COUNT
               ADD TR-AMOUNT TO WS-ACCOUNT-DR-AMOUNT
           END-IF.
      * the hash total stays gross, debits and credits alike, so it
      * still agrees with AMOUNT BOOKED on the posting report.
           ADD TR-AMOUNT TO WS-HASH-TOTAL.

      * an extract built from out-of-sequence input would hand the
      * the partial extract is emptied so nothing can ingest it, and
      * the return code lets the job stream condition later steps.
       FAIL-SEQUENCE-CHECK.
           DISPLAY "RUN STOPPED - TRANBOOK OUT OF SEQUENCE AT KEY "
               TR-KEY.
           CLOSE TRANS-FILE.
           CLOSE EXTRACT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * the day's charges post as a debit to the account and its
      * payments, refunds and adjustments as a credit - the offsets
      * are carried on the GL side control account. An account with
      * activity of only one kind gets only that record.
       WRITE-ACCOUNT-SUMMARY.
           IF WS-ACCOUNT-CR-COUNT > 0
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE 'S' TO GL-REC-TYPE
               MOVE WS-HOLD-KEY TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-ACCOUNT-CR-AMOUNT TO GL-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-IF.
           IF WS-ACCOUNT-DR-COUNT > 0
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE 'S' TO GL-REC-TYPE
               MOVE WS-HOLD-KEY TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-ACCOUNT-DR-AMOUNT TO GL-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO GL-TRAILER-RECORD.
