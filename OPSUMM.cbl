      *          and the run date's problem audit messages into a
      *          single one-page report with a clear CLEAN / ATTENTION
      *          REQUIRED verdict at the top, so the morning shift is
      *          handed one page instead of three raw files. Duplicate
      *          transmissions caught by the edit - whole batches and
      *          single transactions - get a section of their own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               "ALPHA FIELD IS NUMERIC"
               "PRODUCT CODE NOT ON FILE"
               "PRODUCT DISCONTINUED"
               "TRAN TYPE NOT VALID"
               "CUSTOMER NOT ON FILE"
               "DUPLICATE TRANSACTION"
               "DUPLICATE BATCH"
               "REGISTER UPDATE FAILED"
               "FILE TRAILER MISSING"
               "TRAILER COUNT MISMATCH"
               "TRAILER AMOUNT MISMATCH"
               "FILE HEADER MISSING"
               "FILE DATE NOT EXPECTED"
               "RECORD OUTSIDE BATCH"
               "STEP ALREADY COMPLETE"
               "PRIOR START NOT COMPLETE"
               "RESUMED FROM CHECKPOINT"
               "PREDECESSOR NOT COMPLETE".
      * rejects summarized by reason code.
       01  WS-REJECT-TABLE.
           05  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
           05  WS-SUSPENSE-COUNT       PIC 9(7) VALUE 0.
           05  WS-PROBLEM-COUNT        PIC 9(7) VALUE 0.
           05  WS-DUP-BATCH-COUNT      PIC 9(7) VALUE 0.
           05  WS-DUP-TRAN-COUNT       PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
      * this step's place in the shared daily run-control chain -
      * the check runs against the cycle date being summarized, which

       TALLY-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           IF REJ-REASON-CODE = "E007"
               ADD 1 TO WS-DUP-TRAN-COUNT
           END-IF.
           SET RJ-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RJ-SUB.
           PERFORM SCAN-REJECT-ENTRY
      * outcomes, which are noise on an exception page.
       TALLY-AUDIT-RECORD.
           MOVE AUD-MESSAGE TO WS-AUDIT-MESSAGE.
           IF AUD-RUN-DATE = WS-RUN-DATE AND
                   WS-AUDIT-MESSAGE = "DUPLICATE BATCH"
               ADD 1 TO WS-DUP-BATCH-COUNT
           END-IF.
           IF AUD-RUN-DATE = WS-RUN-DATE AND
                   AUDIT-PROBLEM-MESSAGE
               ADD 1 TO WS-PROBLEM-COUNT
           WRITE REPORT-LINE.
           PERFORM WRITE-REJECT-SECTION.
           PERFORM WRITE-SUSPENSE-SECTION.
           PERFORM WRITE-DUPLICATE-SECTION.
           PERFORM WRITE-AUDIT-SECTION.
           CLOSE REPORT-FILE.

               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * duplicate batches are counted from the audit log, duplicate
      * transactions from the rejects - the transactions inside a
      * batch that failed whole never reach REJECTS and are not
      * counted twice.
       WRITE-DUPLICATE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DUPLICATE TRANSMISSIONS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DUP-BATCH-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BATCHES FAILED AS DUPLICATE    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DUP-TRAN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TRANSACTIONS REJECTED (E007)   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-AUDIT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
