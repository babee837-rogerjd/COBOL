      *          accounts as before, method W prorates in proportion
      *          to each account's weight on the account master and
      *          prints the real account IDs on the report.
      *          Every allocated pool is also journalled for the
      *          ledger on COSTGL in the agreed GLEXTREC layout - a CR
      *          to the pool account for the shared cost and a DR to
      *          each account for its share, remainder pennies
      *          included - summarized by account and DR/CR code in
      *          that sequence and closed by a trailer carrying the
      *          record count and hash total, so GLRECON reconciles
      *          the GL team's acknowledgement of it the same way it
      *          reconciles the daily extract. Even pools debit the
      *          first CI-ACCOUNT-COUNT accounts on the account master;
      *          an even pool with more accounts than the master holds
      *          has no account IDs to post to, still prints, and is
      *          left out of the journal with the return code set.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO COSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-WORK-FILE ASSIGN TO COSTWORK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-SORTED-FILE ASSIGN TO COSTSRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT JOURNAL-FILE ASSIGN TO COSTGL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE SECTION.
       FD  COST-FILE.
           COPY ACCTREC.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(40).
      * one journal entry per pool credit and account debit, sorted
      * and summarized by account and DR/CR code into the journal.
       FD  COST-WORK-FILE.
       01  COST-WORK-RECORD.
           05  CW-ACCOUNT              PIC X(6).
           05  CW-DR-CR                PIC XX.
           05  CW-AMOUNT               PIC 9(9)V99.
       FD  COST-SORTED-FILE.
       01  COST-SORTED-RECORD.
           05  CS-KEY.
               10  CS-ACCOUNT          PIC X(6).
               10  CS-DR-CR            PIC XX.
           05  CS-AMOUNT               PIC 9(9)V99.
       SD  SORT-WORK.
       01  SORT-COST-RECORD.
           05  SC-KEY                  PIC X(8).
           05  FILLER                  PIC X(11).
       FD  JOURNAL-FILE.
           COPY GLEXTREC.
       WORKING-STORAGE SECTION.
       01  WS-COST-EOF PIC X VALUE 'N'.
           88  COST-EOF VALUE 'Y'.
       01  WS-ACCOUNT-AMOUNT       PIC 9(7)V99.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-SEQ             PIC ZZ9.
      * allocation journal - the pool credit goes to the cost record's
      * pool account, or this clearing account when none is keyed.
       01  WS-DEFAULT-POOL-ACCOUNT PIC X(6) VALUE "990000".
       01  WS-JOURNAL-FLAG PIC X VALUE 'N'.
           88  POOL-JOURNALLED VALUE 'Y'.
       01  WS-POOL-AMOUNT PIC 9(7)V99.
      * held key of the sorted journal entries - HIGH-VALUES marks
      * the file as exhausted.
       01  WS-JOURNAL-KEY VALUE LOW-VALUES.
           05  WS-JOURNAL-ACCOUNT      PIC X(6).
           05  WS-JOURNAL-DR-CR        PIC XX.
       01  WS-GROUP-KEY.
           05  WS-GROUP-ACCOUNT        PIC X(6).
           05  WS-GROUP-DR-CR          PIC XX.
       01  WS-GROUP-AMOUNT PIC 9(9)V99.
       01  WS-JOURNAL-COUNT PIC 9(7) VALUE 0.
       01  WS-JOURNAL-HASH PIC 9(9)V99 VALUE 0.
       01  WS-JOURNAL-DR-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-JOURNAL-CR-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-NOT-JOURNALLED-COUNT PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-HASH PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM ALLOCATE-NEXT-COST UNTIL COST-EOF.
           PERFORM BUILD-GL-JOURNAL.
           PERFORM WRITE-JOURNAL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

           OPEN INPUT COST-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT COST-WORK-FILE.

       LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-NEXT-ACCOUNT UNTIL ACCOUNT-EOF.
                       REPORT-LINE
                   WRITE REPORT-LINE
               WHEN CI-METHOD-WEIGHTED
                   SET POOL-JOURNALLED TO TRUE
                   PERFORM WRITE-POOL-CREDIT
                   PERFORM ALLOCATE-BY-WEIGHT
                   PERFORM WRITE-BALANCING-LINE
               WHEN CI-METHOD-EVEN
                   PERFORM CHECK-EVEN-ACCOUNTS
                   PERFORM ALLOCATE-EVENLY
                   PERFORM WRITE-BALANCING-LINE
               WHEN OTHER
           ADD WS-ACCOUNT-AMOUNT-CENTS TO WS-CHECK-TOTAL-CENTS.
           COMPUTE WS-ACCOUNT-AMOUNT =
               WS-ACCOUNT-AMOUNT-CENTS / 100.
           IF POOL-JOURNALLED
               PERFORM WRITE-ACCOUNT-DEBIT
           END-IF.
           MOVE WS-ACCOUNT-SEQ TO WS-EDIT-SEQ.
           MOVE WS-ACCOUNT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           ADD WS-ACCOUNT-AMOUNT-CENTS TO WS-CHECK-TOTAL-CENTS.
           COMPUTE WS-ACCOUNT-AMOUNT =
               WS-ACCOUNT-AMOUNT-CENTS / 100.
           PERFORM WRITE-ACCOUNT-DEBIT.
           MOVE WS-ACCOUNT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT " WS-AT-ID (WS-ACCOUNT-SEQ) "  "
           END-IF.
           WRITE REPORT-LINE.

      * an even pool journals only when the account master holds an
      * account ID for every share - otherwise it prints as before but
      * stays out of the journal, and the return code flags it.
       CHECK-EVEN-ACCOUNTS.
           IF CI-ACCOUNT-COUNT > WS-AT-USED
               MOVE 'N' TO WS-JOURNAL-FLAG
               ADD 1 TO WS-NOT-JOURNALLED-COUNT
               MOVE "POOL NOT JOURNALLED - NO ACCOUNT IDS" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET POOL-JOURNALLED TO TRUE
               PERFORM WRITE-POOL-CREDIT
           END-IF.

       WRITE-POOL-CREDIT.
           IF CI-POOL-ACCOUNT = SPACES
               MOVE WS-DEFAULT-POOL-ACCOUNT TO CW-ACCOUNT
           ELSE
               MOVE CI-POOL-ACCOUNT TO CW-ACCOUNT
           END-IF.
           MOVE "CR" TO CW-DR-CR.
           COMPUTE WS-POOL-AMOUNT = WS-TOTAL-CENTS / 100.
           MOVE WS-POOL-AMOUNT TO CW-AMOUNT.
           WRITE COST-WORK-RECORD.

       WRITE-ACCOUNT-DEBIT.
           MOVE WS-AT-ID (WS-ACCOUNT-SEQ) TO CW-ACCOUNT.
           MOVE "DR" TO CW-DR-CR.
           MOVE WS-ACCOUNT-AMOUNT TO CW-AMOUNT.
           WRITE COST-WORK-RECORD.

      * the journal entries are sorted into account and DR/CR code
      * sequence and summarized to one record per key, the sequence
      * GLRECON matches on, then closed with the trailer.
       BUILD-GL-JOURNAL.
           CLOSE COST-WORK-FILE.
           SORT SORT-WORK ON ASCENDING KEY SC-KEY
               USING COST-WORK-FILE
               GIVING COST-SORTED-FILE.
           OPEN INPUT COST-SORTED-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM READ-JOURNAL-ENTRY.
           PERFORM WRITE-JOURNAL-SUMMARY
               UNTIL WS-JOURNAL-KEY = HIGH-VALUES.
           MOVE SPACES TO GL-TRAILER-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE WS-JOURNAL-COUNT TO GL-TRL-REC-COUNT.
           MOVE WS-JOURNAL-HASH TO GL-TRL-HASH-TOTAL.
           WRITE GL-TRAILER-RECORD.
           CLOSE COST-SORTED-FILE.
           CLOSE JOURNAL-FILE.

       WRITE-JOURNAL-SUMMARY.
           MOVE WS-JOURNAL-KEY TO WS-GROUP-KEY.
           MOVE 0 TO WS-GROUP-AMOUNT.
           PERFORM ADD-JOURNAL-ENTRY
               UNTIL WS-JOURNAL-KEY NOT = WS-GROUP-KEY.
           MOVE SPACES TO GL-EXTRACT-RECORD.
           MOVE 'S' TO GL-REC-TYPE.
           MOVE WS-GROUP-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-GROUP-DR-CR TO GL-DR-CR.
           MOVE WS-GROUP-AMOUNT TO GL-AMOUNT.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT.
           ADD WS-GROUP-AMOUNT TO WS-JOURNAL-HASH.
           IF GL-DR-CR = "CR"
               ADD WS-GROUP-AMOUNT TO WS-JOURNAL-CR-TOTAL
           ELSE
               ADD WS-GROUP-AMOUNT TO WS-JOURNAL-DR-TOTAL
           END-IF.

       ADD-JOURNAL-ENTRY.
           ADD CS-AMOUNT TO WS-GROUP-AMOUNT.
           PERFORM READ-JOURNAL-ENTRY.

       READ-JOURNAL-ENTRY.
           READ COST-SORTED-FILE
               AT END MOVE HIGH-VALUES TO WS-JOURNAL-KEY
               NOT AT END MOVE CS-KEY TO WS-JOURNAL-KEY
           END-READ.

      * the journal proves itself - debits must equal credits, the
      * same foot-to-total discipline as the balancing line.
       WRITE-JOURNAL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-JOURNAL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL RECORDS    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-JOURNAL-HASH TO WS-EDIT-HASH.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL HASH " WS-EDIT-HASH
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOT-JOURNALLED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "POOLS NOT JOURNALLED" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-JOURNAL-DR-TOTAL = WS-JOURNAL-CR-TOTAL
               STRING "JOURNAL DEBITS EQUAL CREDITS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "JOURNAL OUT OF BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE COST-FILE.
           CLOSE REPORT-FILE.
