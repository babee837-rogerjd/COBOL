      *          activity into the master balance and last-activity
      *          date and rewriting only the records that changed -
      *          the full-file rewrite to CUSTMSTO is gone with the
      *          indexed master. Charges add to the balance; payments,
      *          refunds and adjustments (the credit transaction
      *          types) come off it, so the signed balance can go
      *          into credit. The edit now rejects keys that match no
      *          customer, so an unmatched transaction here means the
      *          customer left the master between the edit and this
      *          step - it is still reported as unmatched so it can
      *          be investigated. The transaction file must be in key
      *          sequence so each customer is fetched and rewritten
      *          once; the TRANSORT step sorts the edit's batch-wise
      *          output into that order, and the run stops on a key
      *          out of sequence, which means that step was skipped.
      *          The run commits every so many customers: the
      *          checkpoint file POSTCKPT records the last committed
      *          key, the running totals and the number of records
      *          and report lines written to each day's output file,
      *          and the journal POSTJRNL holds the
      *          before-image of every customer rewritten since that
      *          commit. Each before-image is written and the journal
      *          closed before the customer is rewritten, and the
      *          day's output files are closed and reopened at every
      *          commit, so nothing the checkpoint counts on is left
      *          in a buffer when a run dies. After an abort mid-file
      *          a rerun for the same date puts the journalled
      *          customers back, cuts HISTOUT, HELDOUT, TRANBOOK and
      *          the POSTRPT and OVLMRPT reports back to the committed
      *          position and resumes after the committed key, so no
      *          customer posts twice, no report line prints twice
      *          and the final totals still foot to the balancing
      *          report. Only a started run with no checkpoint for
      *          the date still needs the master restored from the
      *          CUSTBKUP snapshot and the started run-control record
      *          cleared before it is rerun.
      *          Every posted transaction is also written to the
      *          day's history file HISTOUT so the detail behind
      *          each balance survives the day it posts; the job
      *          the audit purge uses, so an aborted run's partial
      *          history is simply overwritten by the rerun and
      *          never duplicates onto the permanent file.
      *          A charge that would carry a customer past a non-zero
      *          CUST-CREDIT-LIMIT does not post - it goes to the held
      *          file HELDOUT and the over-limit exception report
      *          OVLMRPT, and the posted, held and unmatched figures
      *          together foot to the accepted day. The job step hands
      *          HELDOUT on as the next run's HELDIN with the same
      *          after-completion discipline as HISTOUT. Each run
      *          merges HELDIN by customer key: a customer on the
      *          supervisor-keyed release file RELIN has every held
      *          item posted ahead of the day's transactions, whatever
      *          the limit; the rest carry forward with a cycle count
      *          and print AGED once carried past the age limit, the
      *          same way the reject recycle ages rejects.
      *          What the day books is written to TRANBOOK in key
      *          order, in the daily transaction layout: every
      *          accepted transaction except the ones held, plus the
      *          held items released today. The GL extract, the sales
      *          analysis and the month-to-date roll take their
      *          figures from TRANBOOK, so a held charge reaches the
      *          ledger, sales and the month only on the day it is
      *          released, and one never released never reaches them
      *          at all. The posting report reconciles the accepted
      *          amount to the booked amount through the held and
      *          released totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO POSTCKPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO POSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-SAVE-FILE ASSIGN TO HISTSAVE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-OUT-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-SAVE-FILE ASSIGN TO HLDSAVE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO RELIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-SORTED-FILE ASSIGN TO RELSORT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT EXCEPTION-FILE ASSIGN TO OVLMRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE ASSIGN TO TRANBOOK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-SAVE-FILE ASSIGN TO BOOKSAVE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-SAVE-FILE ASSIGN TO RPTSAVE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXC-SAVE-FILE ASSIGN TO EXCSAVE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY RUNCTL.
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  CHECKPOINT-FILE.
           COPY PCKPREC.
      * before-image of a customer master record, CUSTMAST layout.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(53).
       FD  HIST-SAVE-FILE.
       01  HIST-SAVE-RECORD PIC X(28).
      * the carried-in held items are the HLDREC layout - named apart
      * here because the copybook's names belong to HELDOUT, where
      * each carried or newly held item is built.
       FD  HELD-IN-FILE.
       01  HELD-IN-RECORD.
           05  HI-CUST-ID              PIC X(6).
           05  HI-AMOUNT               PIC 9(5)V99.
           05  HI-PRODUCT-CODE         PIC X(6).
           05  HI-TRAN-TYPE            PIC X.
           05  HI-HELD-DATE            PIC X(8).
           05  HI-CYCLE-COUNT          PIC 9(3).
       FD  HELD-OUT-FILE.
           COPY HLDREC.
       FD  HELD-SAVE-FILE.
       01  HELD-SAVE-RECORD PIC X(31).
       FD  RELEASE-FILE.
           COPY RELREC.
      * supervisors key releases in any order - they are sorted by
      * customer key to merge with the held items.
       FD  RELEASE-SORTED-FILE.
       01  RELEASE-SORTED-RECORD.
           05  RS-CUST-ID              PIC X(6).
           05  RS-APPROVER             PIC X(8).
       SD  SORT-WORK.
       01  SORT-RELEASE-RECORD.
           05  SR-CUST-ID              PIC X(6).
           05  FILLER                  PIC X(8).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(80).
      * the booked transactions are the TRANREC detail layout - named
      * apart here because the copybook's names belong to TRANEDIT.
       FD  BOOK-FILE.
       01  BOOK-RECORD.
           05  BK-KEY                  PIC X(6).
           05  BK-EDIT-FIELD           PIC 9(2).
           05  BK-ALPHA-FIELD          PIC XX.
           05  BK-AMOUNT               PIC 9(5)V99.
           05  BK-PRODUCT-CODE         PIC X(6).
           05  BK-TRAN-TYPE            PIC X.
       FD  BOOK-SAVE-FILE.
       01  BOOK-SAVE-RECORD PIC X(24).
       FD  RPT-SAVE-FILE.
       01  RPT-SAVE-RECORD PIC X(60).
       FD  EXC-SAVE-FILE.
       01  EXC-SAVE-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      * held image of the master record being posted to - the day's
      * activity for one customer accumulates here and goes back to
           05  WS-CUST-UPDATED-COUNT   PIC 9(7) VALUE 0.
       01  WS-POSTED-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-UNMATCHED-AMOUNT PIC 9(7)V99 VALUE 0.
      * the credit share of the posted figures above - the posted
      * count and amount stay gross so they foot to the ACCEPTED
      * COUNT/AMT pair on the balancing report.
       01  WS-CREDIT-COUNT PIC 9(7) VALUE 0.
       01  WS-CREDIT-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
      * this step's place in the shared daily run-control chain -
       01  WS-PRED-DONE-FLAG PIC X VALUE 'N'.
           88  PRED-COMPLETED VALUE 'Y'.
       01  WS-RC-MSG PIC X(25).
      * commit checkpoint - a checkpoint is taken every
      * WS-COMMIT-INTERVAL customer keys. WS-COMMIT-KEY is the last
      * key committed; spaces means nothing is committed yet.
       01  WS-COMMIT-INTERVAL PIC 9(5) VALUE 100.
       01  WS-GROUPS-SINCE-COMMIT PIC 9(5) VALUE 0.
       01  WS-COMMIT-KEY PIC X(6) VALUE SPACES.
       01  WS-HIST-COUNT PIC 9(7) VALUE 0.
       01  WS-HIST-COPIED PIC 9(7) VALUE 0.
       01  WS-RESTORED-COUNT PIC 9(7) VALUE 0.
       01  WS-RESUME-FLAG PIC X VALUE 'N'.
           88  RUN-RESUMING VALUE 'Y'.
       01  WS-CKPT-FOUND-FLAG PIC X VALUE 'N'.
           88  CKPT-FOR-TODAY VALUE 'Y'.
       01  WS-JOURNAL-EOF PIC X VALUE 'N'.
           88  JOURNAL-EOF VALUE 'Y'.
       01  WS-HIST-EOF PIC X VALUE 'N'.
           88  HIST-EOF VALUE 'Y'.
      * over-limit hold and release - held keys and release keys
      * merge with the transaction keys; HIGH-VALUES marks an input
      * as exhausted.
       01  WS-HELD-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-REL-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-RELEASE-FLAG PIC X VALUE 'N'.
           88  RELEASE-APPROVED VALUE 'Y'.
       01  WS-REL-APPROVER PIC X(8).
       01  WS-OVER-LIMIT-FLAG PIC X VALUE 'N'.
           88  OVER-LIMIT VALUE 'Y'.
       01  WS-NEW-BALANCE PIC S9(8)V99.
       01  WS-HOLD-COUNTS.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
           05  WS-CARRIED-COUNT        PIC 9(7) VALUE 0.
           05  WS-AGED-COUNT           PIC 9(7) VALUE 0.
           05  WS-HELD-UNMATCHED-COUNT PIC 9(7) VALUE 0.
           05  WS-REL-UNAPPLIED-COUNT  PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-RELEASED-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-CARRIED-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-HELD-UNMATCHED-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-HELD-OUT-COUNT PIC 9(7) VALUE 0.
       01  WS-HELD-COPIED PIC 9(7) VALUE 0.
       01  WS-HELD-SAVE-EOF PIC X VALUE 'N'.
           88  HELD-SAVE-EOF VALUE 'Y'.
      * records written to TRANBOOK, and the booked amount the
      * posting report reconciles the accepted amount to.
       01  WS-BOOK-COUNT PIC 9(7) VALUE 0.
       01  WS-BOOK-COPIED PIC 9(7) VALUE 0.
       01  WS-BOOK-SAVE-EOF PIC X VALUE 'N'.
           88  BOOK-SAVE-EOF VALUE 'Y'.
      * lines written to POSTRPT and OVLMRPT - a resumed run cuts
      * each report back to the count its checkpoint carries.
       01  WS-RPT-LINE-COUNT PIC 9(7) VALUE 0.
       01  WS-RPT-COPIED PIC 9(7) VALUE 0.
       01  WS-RPT-SAVE-EOF PIC X VALUE 'N'.
           88  RPT-SAVE-EOF VALUE 'Y'.
       01  WS-EXC-LINE-COUNT PIC 9(7) VALUE 0.
       01  WS-EXC-COPIED PIC 9(7) VALUE 0.
       01  WS-EXC-SAVE-EOF PIC X VALUE 'N'.
           88  EXC-SAVE-EOF VALUE 'Y'.
      * set when anything posts to the customer held for the group -
      * a customer with only carried held items is not rewritten.
       01  WS-CUST-CHANGED-FLAG PIC X VALUE 'N'.
           88  CUST-CHANGED VALUE 'Y'.
       01  WS-ACCEPTED-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-BOOK-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-EDIT-LIMIT PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-CYCLE PIC ZZ9.
      * held items carried for more than this many cycles are flagged
      * AGED on the exception report so supervision can chase them.
       77  WS-AGE-LIMIT PIC 9(3) VALUE 3.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POST-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-FILES.
           IF RUN-RESUMING
               PERFORM RESUME-FROM-CHECKPOINT
           ELSE
               PERFORM START-FRESH-RUN
           END-IF.
      * keys already committed by an aborted run are read past - on
      * a fresh run nothing is committed and nothing is skipped.
           PERFORM READ-TRANSACTION.
           PERFORM READ-TRANSACTION
               UNTIL WS-TRANS-KEY > WS-COMMIT-KEY.
           PERFORM READ-HELD-ITEM.
           PERFORM READ-HELD-ITEM
               UNTIL WS-HELD-KEY > WS-COMMIT-KEY.
           PERFORM READ-RELEASE.
           PERFORM READ-RELEASE
               UNTIL WS-REL-KEY > WS-COMMIT-KEY.
           PERFORM POST-NEXT-GROUP
               UNTIL WS-TRANS-KEY = HIGH-VALUES
                 AND WS-HELD-KEY = HIGH-VALUES.
           PERFORM REPORT-UNAPPLIED-RELEASE
               UNTIL WS-REL-KEY = HIGH-VALUES.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-EXCEPTION-TOTALS.
           PERFORM MARK-CHECKPOINT-COMPLETE.
           PERFORM CLOSE-FILES.
           PERFORM MARK-STEP-COMPLETE.
           STOP RUN.

      * shared run-control gate - a posting run repeated against the
      * same TRANEDIT would double every balance it touches, and a
      * posting run ahead of the edit would post an unproven file;
      * every refusal is logged to AUDITLOG. A started run with a
      * checkpoint in progress for the date resumes from it; one
      * with no checkpoint to resume from would double every
      * customer rewritten before the failure point, so it is still
      * refused until the master is restored from CUSTBKUP and the
      * stale started record cleared.
       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM SCAN-NEXT-RUN-CONTROL UNTIL RC-EOF.
               PERFORM REFUSE-RUN-CONTROL
           END-IF.
           IF STEP-STARTED-PRIOR
               PERFORM READ-POSTING-CHECKPOINT
               IF NOT CKPT-FOR-TODAY
                   MOVE "PRIOR START NOT COMPLETE" TO WS-RC-MSG
                   DISPLAY "RESTORE CUSTMAST FROM CUSTBKUP AND CLEAR"
                       " THE STARTED RUNCTL RECORD BEFORE RERUNNING"
                   PERFORM REFUSE-RUN-CONTROL
               END-IF
           END-IF.
           IF NOT PRED-COMPLETED
               MOVE "PREDECESSOR NOT COMPLETE" TO WS-RC-MSG
               PERFORM REFUSE-RUN-CONTROL
           END-IF.
           IF STEP-STARTED-PRIOR
               SET RUN-RESUMING TO TRUE
               MOVE "RESUMED FROM CHECKPOINT" TO WS-RC-MSG
               PERFORM WRITE-RUN-CONTROL-AUDIT
           ELSE
               PERFORM MARK-STEP-STARTED
           END-IF.

      * the checkpoint counts only when it belongs to today's run and
      * that run never finished - its figures are lifted into
      * storage here, the record area being no safe place to keep
      * them once the file is closed.
       READ-POSTING-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PCK-RUN-DATE = WS-POST-DATE AND PCK-IN-PROGRESS
                       SET CKPT-FOR-TODAY TO TRUE
                       MOVE PCK-LAST-KEY TO WS-COMMIT-KEY
                       MOVE PCK-POSTED-COUNT TO WS-POSTED-COUNT
                       MOVE PCK-POSTED-AMOUNT TO WS-POSTED-AMOUNT
                       MOVE PCK-CREDIT-COUNT TO WS-CREDIT-COUNT
                       MOVE PCK-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT
                       MOVE PCK-UNMATCHED-COUNT TO WS-UNMATCHED-COUNT
                       MOVE PCK-UNMATCHED-AMOUNT TO
                           WS-UNMATCHED-AMOUNT
                       MOVE PCK-CUST-UPDATED-COUNT TO
                           WS-CUST-UPDATED-COUNT
                       MOVE PCK-HIST-COUNT TO WS-HIST-COUNT
                       PERFORM RESTORE-HOLD-FIGURES
                   END-IF
           END-READ.
           CLOSE CHECKPOINT-FILE.

       RESTORE-HOLD-FIGURES.
           MOVE PCK-HELD-COUNT TO WS-HELD-COUNT.
           MOVE PCK-HELD-AMOUNT TO WS-HELD-AMOUNT.
           MOVE PCK-RELEASED-COUNT TO WS-RELEASED-COUNT.
           MOVE PCK-RELEASED-AMOUNT TO WS-RELEASED-AMOUNT.
           MOVE PCK-CARRIED-COUNT TO WS-CARRIED-COUNT.
           MOVE PCK-CARRIED-AMOUNT TO WS-CARRIED-AMOUNT.
           MOVE PCK-AGED-COUNT TO WS-AGED-COUNT.
           MOVE PCK-HELD-UNMATCHED-COUNT TO WS-HELD-UNMATCHED-COUNT.
           MOVE PCK-HELD-UNMATCHED-AMOUNT TO
               WS-HELD-UNMATCHED-AMOUNT.
           MOVE PCK-REL-UNAPPLIED-COUNT TO WS-REL-UNAPPLIED-COUNT.
           MOVE PCK-HELD-OUT-COUNT TO WS-HELD-OUT-COUNT.
           MOVE PCK-BOOK-COUNT TO WS-BOOK-COUNT.
           MOVE PCK-RPT-LINE-COUNT TO WS-RPT-LINE-COUNT.
           MOVE PCK-EXC-LINE-COUNT TO WS-EXC-LINE-COUNT.

       SCAN-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE.

       REFUSE-RUN-CONTROL.
           PERFORM WRITE-RUN-CONTROL-AUDIT.
           DISPLAY "RUN REFUSED - " WS-RC-STEP " - " WS-RC-MSG.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-RUN-CONTROL-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-RC-STEP TO AUD-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE WS-RC-MSG TO AUD-MESSAGE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       OPEN-FILES.
           OPEN INPUT TRANS-FILE.
           OPEN I-O CUSTOMER-FILE.
           OPEN INPUT HELD-IN-FILE.
           SORT SORT-WORK ON ASCENDING KEY SR-CUST-ID
               USING RELEASE-FILE
               GIVING RELEASE-SORTED-FILE.
           OPEN INPUT RELEASE-SORTED-FILE.

      * the day's history goes to its own file, not straight onto
      * the permanent TRANHIST - the job step appends HISTOUT to
      * TRANHIST only after this step completes, so a crashed run's
      * partial history never reaches the permanent file. A fresh
      * run starts it clean and takes its first checkpoint before
      * anything posts, so even an abort ahead of the first commit
      * interval has a checkpoint to resume from; that checkpoint
      * also starts the journal empty.
       START-FRESH-RUN.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT HISTORY-FILE.
           OPEN OUTPUT HELD-OUT-FILE.
           OPEN OUTPUT BOOK-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-EXCEPTION-HEADING.
           PERFORM TAKE-CHECKPOINT.

      * the resumed run puts back every customer rewritten after the
      * committed key and empties the journal, cuts HISTOUT, HELDOUT,
      * TRANBOOK, POSTRPT and OVLMRPT back to the committed position,
      * and carries on the aborted run's reports below a resume line,
      * so each report's detail still foots to its checkpointed
      * totals.
       RESUME-FROM-CHECKPOINT.
           PERFORM RESTORE-JOURNALLED-CUSTOMERS.
           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM CUT-BACK-HISTORY.
           PERFORM CUT-BACK-HELD-ITEMS.
           PERFORM CUT-BACK-BOOKED.
           PERFORM CUT-BACK-REPORT.
           PERFORM CUT-BACK-EXCEPTIONS.
           MOVE SPACES TO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "RUN RESUMED FROM CHECKPOINT AFTER KEY "
               WS-COMMIT-KEY
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN RESUMED FROM CHECKPOINT AFTER KEY "
               WS-COMMIT-KEY
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RESTORED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS RESTORED      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * a before-image at or below the committed key belongs to a
      * commit that completed - the run may have died after writing
      * the checkpoint but before clearing the journal - so only
      * keys past the commit are put back.
       RESTORE-JOURNALLED-CUSTOMERS.
           MOVE 0 TO WS-RESTORED-COUNT.
           MOVE 'N' TO WS-JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM RESTORE-NEXT-JOURNAL UNTIL JOURNAL-EOF.
           CLOSE JOURNAL-FILE.

       RESTORE-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END SET JOURNAL-EOF TO TRUE
               NOT AT END
                   MOVE JOURNAL-RECORD TO CUSTOMER-RECORD
                   IF CUST-ID > WS-COMMIT-KEY
                       PERFORM RESTORE-CUSTOMER
                   END-IF
           END-READ.

       RESTORE-CUSTOMER.
           ADD 1 TO WS-RESTORED-COUNT.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "RESTORE FAILED FOR CUSTOMER " CUST-ID
                   CLOSE JOURNAL-FILE
                   CLOSE TRANS-FILE
                   CLOSE CUSTOMER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      * HISTOUT is copied aside up to the committed record count and
      * copied back, leaving it open for the resumed run to extend.
      * A HISTOUT shorter than the checkpoint cannot be put right
      * from here, and the run stops for the CUSTBKUP restore.
       CUT-BACK-HISTORY.
           MOVE 0 TO WS-HIST-COPIED.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT HISTORY-FILE.
           OPEN OUTPUT HIST-SAVE-FILE.
           PERFORM SAVE-NEXT-HISTORY
               UNTIL HIST-EOF OR WS-HIST-COPIED >= WS-HIST-COUNT.
           CLOSE HISTORY-FILE.
           CLOSE HIST-SAVE-FILE.
           IF WS-HIST-COPIED < WS-HIST-COUNT
               DISPLAY "RUN STOPPED - HISTOUT SHORTER THAN CHECKPOINT"
                   " - RESTORE CUSTMAST FROM CUSTBKUP AND RERUN"
               CLOSE TRANS-FILE
               CLOSE CUSTOMER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT HIST-SAVE-FILE.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM RESTORE-NEXT-HISTORY UNTIL HIST-EOF.
           CLOSE HIST-SAVE-FILE.

       SAVE-NEXT-HISTORY.
           READ HISTORY-FILE
               AT END SET HIST-EOF TO TRUE
               NOT AT END
                   MOVE HISTORY-RECORD TO HIST-SAVE-RECORD
                   WRITE HIST-SAVE-RECORD
                   ADD 1 TO WS-HIST-COPIED
           END-READ.

       RESTORE-NEXT-HISTORY.
           READ HIST-SAVE-FILE
               AT END SET HIST-EOF TO TRUE
               NOT AT END
                   MOVE HIST-SAVE-RECORD TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
           END-READ.

      * HELDOUT is cut back to the committed count the same way as
      * HISTOUT, leaving it open for the resumed run to extend.
       CUT-BACK-HELD-ITEMS.
           MOVE 0 TO WS-HELD-COPIED.
           MOVE 'N' TO WS-HELD-SAVE-EOF.
           OPEN INPUT HELD-OUT-FILE.
           OPEN OUTPUT HELD-SAVE-FILE.
           PERFORM SAVE-NEXT-HELD-ITEM
               UNTIL HELD-SAVE-EOF
                  OR WS-HELD-COPIED >= WS-HELD-OUT-COUNT.
           CLOSE HELD-OUT-FILE.
           CLOSE HELD-SAVE-FILE.
           IF WS-HELD-COPIED < WS-HELD-OUT-COUNT
               DISPLAY "RUN STOPPED - HELDOUT SHORTER THAN CHECKPOINT"
                   " - RESTORE CUSTMAST FROM CUSTBKUP AND RERUN"
               CLOSE TRANS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-HELD-SAVE-EOF.
           OPEN INPUT HELD-SAVE-FILE.
           OPEN OUTPUT HELD-OUT-FILE.
           PERFORM RESTORE-NEXT-HELD-ITEM UNTIL HELD-SAVE-EOF.
           CLOSE HELD-SAVE-FILE.

       SAVE-NEXT-HELD-ITEM.
           READ HELD-OUT-FILE
               AT END SET HELD-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE HELD-RECORD TO HELD-SAVE-RECORD
                   WRITE HELD-SAVE-RECORD
                   ADD 1 TO WS-HELD-COPIED
           END-READ.

       RESTORE-NEXT-HELD-ITEM.
           READ HELD-SAVE-FILE
               AT END SET HELD-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE HELD-SAVE-RECORD TO HELD-RECORD
                   WRITE HELD-RECORD
           END-READ.

      * TRANBOOK is cut back to the committed count the same way as
      * HISTOUT, leaving it open for the resumed run to extend.
       CUT-BACK-BOOKED.
           MOVE 0 TO WS-BOOK-COPIED.
           MOVE 'N' TO WS-BOOK-SAVE-EOF.
           OPEN INPUT BOOK-FILE.
           OPEN OUTPUT BOOK-SAVE-FILE.
           PERFORM SAVE-NEXT-BOOKED
               UNTIL BOOK-SAVE-EOF
                  OR WS-BOOK-COPIED >= WS-BOOK-COUNT.
           CLOSE BOOK-FILE.
           CLOSE BOOK-SAVE-FILE.
           IF WS-BOOK-COPIED < WS-BOOK-COUNT
               DISPLAY "RUN STOPPED - TRANBOOK SHORTER THAN CHECKPOINT"
                   " - RESTORE CUSTMAST FROM CUSTBKUP AND RERUN"
               CLOSE TRANS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE HISTORY-FILE
               CLOSE HELD-OUT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-BOOK-SAVE-EOF.
           OPEN INPUT BOOK-SAVE-FILE.
           OPEN OUTPUT BOOK-FILE.
           PERFORM RESTORE-NEXT-BOOKED UNTIL BOOK-SAVE-EOF.
           CLOSE BOOK-SAVE-FILE.

       SAVE-NEXT-BOOKED.
           READ BOOK-FILE
               AT END SET BOOK-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE BOOK-RECORD TO BOOK-SAVE-RECORD
                   WRITE BOOK-SAVE-RECORD
                   ADD 1 TO WS-BOOK-COPIED
           END-READ.

       RESTORE-NEXT-BOOKED.
           READ BOOK-SAVE-FILE
               AT END SET BOOK-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE BOOK-SAVE-RECORD TO BOOK-RECORD
                   WRITE BOOK-RECORD
           END-READ.

      * POSTRPT is cut back to the committed line count the same way
      * as HISTOUT, leaving it open for the resumed run to extend.
       CUT-BACK-REPORT.
           MOVE 0 TO WS-RPT-COPIED.
           MOVE 'N' TO WS-RPT-SAVE-EOF.
           OPEN INPUT REPORT-FILE.
           OPEN OUTPUT RPT-SAVE-FILE.
           PERFORM SAVE-NEXT-REPORT-LINE
               UNTIL RPT-SAVE-EOF
                  OR WS-RPT-COPIED >= WS-RPT-LINE-COUNT.
           CLOSE REPORT-FILE.
           CLOSE RPT-SAVE-FILE.
           IF WS-RPT-COPIED < WS-RPT-LINE-COUNT
               DISPLAY "RUN STOPPED - POSTRPT SHORTER THAN CHECKPOINT"
                   " - RESTORE CUSTMAST FROM CUSTBKUP AND RERUN"
               CLOSE TRANS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE HISTORY-FILE
               CLOSE HELD-OUT-FILE
               CLOSE BOOK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-RPT-SAVE-EOF.
           OPEN INPUT RPT-SAVE-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RESTORE-NEXT-REPORT-LINE UNTIL RPT-SAVE-EOF.
           CLOSE RPT-SAVE-FILE.

       SAVE-NEXT-REPORT-LINE.
           READ REPORT-FILE
               AT END SET RPT-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE REPORT-LINE TO RPT-SAVE-RECORD
                   WRITE RPT-SAVE-RECORD
                   ADD 1 TO WS-RPT-COPIED
           END-READ.

       RESTORE-NEXT-REPORT-LINE.
           READ RPT-SAVE-FILE
               AT END SET RPT-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE RPT-SAVE-RECORD TO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.

      * OVLMRPT is cut back to the committed line count the same way,
      * so the held, carried and released lines of the committed keys
      * are kept once and the lines after them print once.
       CUT-BACK-EXCEPTIONS.
           MOVE 0 TO WS-EXC-COPIED.
           MOVE 'N' TO WS-EXC-SAVE-EOF.
           OPEN INPUT EXCEPTION-FILE.
           OPEN OUTPUT EXC-SAVE-FILE.
           PERFORM SAVE-NEXT-EXCEPTION-LINE
               UNTIL EXC-SAVE-EOF
                  OR WS-EXC-COPIED >= WS-EXC-LINE-COUNT.
           CLOSE EXCEPTION-FILE.
           CLOSE EXC-SAVE-FILE.
           IF WS-EXC-COPIED < WS-EXC-LINE-COUNT
               DISPLAY "RUN STOPPED - OVLMRPT SHORTER THAN CHECKPOINT"
                   " - RESTORE CUSTMAST FROM CUSTBKUP AND RERUN"
               CLOSE TRANS-FILE
               CLOSE CUSTOMER-FILE
               CLOSE HISTORY-FILE
               CLOSE HELD-OUT-FILE
               CLOSE BOOK-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EXC-SAVE-EOF.
           OPEN INPUT EXC-SAVE-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM RESTORE-NEXT-EXCEPTION-LINE UNTIL EXC-SAVE-EOF.
           CLOSE EXC-SAVE-FILE.

       SAVE-NEXT-EXCEPTION-LINE.
           READ EXCEPTION-FILE
               AT END SET EXC-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE EXCEPTION-LINE TO EXC-SAVE-RECORD
                   WRITE EXC-SAVE-RECORD
                   ADD 1 TO WS-EXC-COPIED
           END-READ.

       RESTORE-NEXT-EXCEPTION-LINE.
           READ EXC-SAVE-FILE
               AT END SET EXC-SAVE-EOF TO TRUE
               NOT AT END
                   MOVE EXC-SAVE-RECORD TO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
           END-READ.

      * the edited file carries accepted details only, but should a
      * raw bracketed file ever be pointed at this step the header
           STRING "RUN STOPPED - TRANEDIT"
               " OUT OF SEQUENCE AT KEY " TR-KEY
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "RUN STOPPED - TRANEDIT"
               " OUT OF SEQUENCE AT KEY " TR-KEY.
           PERFORM CLOSE-FILES.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * one pass per customer key - the lowest key across the day's
      * transactions and the carried held items. The customer is
      * fetched once, released held items and then every transaction
      * for the key post into the held image, and one rewrite puts
      * the result back.
       POST-NEXT-GROUP.
           MOVE WS-TRANS-KEY TO WS-GROUP-KEY.
           IF WS-HELD-KEY < WS-GROUP-KEY
               MOVE WS-HELD-KEY TO WS-GROUP-KEY
           END-IF.
           PERFORM REPORT-UNAPPLIED-RELEASE
               UNTIL WS-REL-KEY NOT < WS-GROUP-KEY.
           PERFORM CHECK-RELEASE-APPROVAL.
           MOVE 'N' TO WS-CUST-CHANGED-FLAG.
           PERFORM FETCH-CUSTOMER.
           PERFORM POST-GROUP-HELD-ITEM
               UNTIL WS-HELD-KEY NOT = WS-GROUP-KEY.
           PERFORM POST-GROUP-TRANSACTION
               UNTIL WS-TRANS-KEY NOT = WS-GROUP-KEY.
           IF CUST-ON-FILE AND CUST-CHANGED
               PERFORM REWRITE-CUSTOMER
           END-IF.
           ADD 1 TO WS-GROUPS-SINCE-COMMIT.
           IF WS-GROUPS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               MOVE WS-GROUP-KEY TO WS-COMMIT-KEY
               PERFORM TAKE-CHECKPOINT
           END-IF.

      * HISTOUT, HELDOUT, TRANBOOK and the two reports are closed and
      * reopened first, so every record and line the checkpoint
      * counts is on disk before the checkpoint says so. The
      * checkpoint is written next and the journal cleared after
      * it - a run dying between the two
      * leaves before-images of committed keys behind, which the
      * resume skips.
       TAKE-CHECKPOINT.
           CLOSE HISTORY-FILE.
           OPEN EXTEND HISTORY-FILE.
           CLOSE HELD-OUT-FILE.
           OPEN EXTEND HELD-OUT-FILE.
           CLOSE BOOK-FILE.
           OPEN EXTEND BOOK-FILE.
           CLOSE REPORT-FILE.
           OPEN EXTEND REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           OPEN EXTEND EXCEPTION-FILE.
           MOVE WS-POST-DATE TO PCK-RUN-DATE.
           SET PCK-IN-PROGRESS TO TRUE.
           PERFORM WRITE-CHECKPOINT-RECORD.
           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.
           MOVE 0 TO WS-GROUPS-SINCE-COMMIT.

       MARK-CHECKPOINT-COMPLETE.
           MOVE WS-POST-DATE TO PCK-RUN-DATE.
           SET PCK-COMPLETE TO TRUE.
           PERFORM WRITE-CHECKPOINT-RECORD.

       WRITE-CHECKPOINT-RECORD.
           MOVE WS-COMMIT-KEY TO PCK-LAST-KEY.
           MOVE WS-POSTED-COUNT TO PCK-POSTED-COUNT.
           MOVE WS-POSTED-AMOUNT TO PCK-POSTED-AMOUNT.
           MOVE WS-CREDIT-COUNT TO PCK-CREDIT-COUNT.
           MOVE WS-CREDIT-AMOUNT TO PCK-CREDIT-AMOUNT.
           MOVE WS-UNMATCHED-COUNT TO PCK-UNMATCHED-COUNT.
           MOVE WS-UNMATCHED-AMOUNT TO PCK-UNMATCHED-AMOUNT.
           MOVE WS-CUST-UPDATED-COUNT TO PCK-CUST-UPDATED-COUNT.
           MOVE WS-HIST-COUNT TO PCK-HIST-COUNT.
           MOVE WS-HELD-COUNT TO PCK-HELD-COUNT.
           MOVE WS-HELD-AMOUNT TO PCK-HELD-AMOUNT.
           MOVE WS-RELEASED-COUNT TO PCK-RELEASED-COUNT.
           MOVE WS-RELEASED-AMOUNT TO PCK-RELEASED-AMOUNT.
           MOVE WS-CARRIED-COUNT TO PCK-CARRIED-COUNT.
           MOVE WS-CARRIED-AMOUNT TO PCK-CARRIED-AMOUNT.
           MOVE WS-AGED-COUNT TO PCK-AGED-COUNT.
           MOVE WS-HELD-UNMATCHED-COUNT TO PCK-HELD-UNMATCHED-COUNT.
           MOVE WS-HELD-UNMATCHED-AMOUNT TO
               PCK-HELD-UNMATCHED-AMOUNT.
           MOVE WS-REL-UNAPPLIED-COUNT TO PCK-REL-UNAPPLIED-COUNT.
           MOVE WS-HELD-OUT-COUNT TO PCK-HELD-OUT-COUNT.
           MOVE WS-BOOK-COUNT TO PCK-BOOK-COUNT.
           MOVE WS-RPT-LINE-COUNT TO PCK-RPT-LINE-COUNT.
           MOVE WS-EXC-LINE-COUNT TO PCK-EXC-LINE-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE POST-CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       FETCH-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG.
                   IF WS-WC-BALANCE IS NOT NUMERIC
                       MOVE ZERO TO WS-WC-BALANCE
                   END-IF
      * likewise a master record from before the credit limit has
      * spaces there, which is held as no limit.
                   IF WS-WC-CREDIT-LIMIT IS NOT NUMERIC
                       MOVE ZERO TO WS-WC-CREDIT-LIMIT
                   END-IF
           END-READ.

       POST-GROUP-TRANSACTION.
           END-IF.
           PERFORM READ-TRANSACTION.

      * a charge that would carry the balance past a non-zero credit
      * limit is held instead of posted. Credits always post, and so
      * do finance charges - they are levied on the balance already
      * owed, and holding them would only defer the charge.
       POST-TRANSACTION.
           MOVE 'N' TO WS-OVER-LIMIT-FLAG.
           IF TR-DEBIT-TYPE AND NOT TR-FINANCE-CHARGE
                   AND WS-WC-CREDIT-LIMIT > 0
               COMPUTE WS-NEW-BALANCE = WS-WC-BALANCE + TR-AMOUNT
               IF WS-NEW-BALANCE > WS-WC-CREDIT-LIMIT
                   SET OVER-LIMIT TO TRUE
               END-IF
           END-IF.
           IF OVER-LIMIT
               PERFORM HOLD-OVER-LIMIT
           ELSE
               PERFORM APPLY-TRANSACTION
           END-IF.

       APPLY-TRANSACTION.
           SET CUST-CHANGED TO TRUE.
           ADD 1 TO WS-POSTED-COUNT.
           ADD TR-AMOUNT TO WS-POSTED-AMOUNT.
           IF TR-CREDIT-TYPE
               ADD 1 TO WS-CREDIT-COUNT
               ADD TR-AMOUNT TO WS-CREDIT-AMOUNT
               SUBTRACT TR-AMOUNT FROM WS-WC-BALANCE
           ELSE
               ADD TR-AMOUNT TO WS-WC-BALANCE
           END-IF.
           PERFORM BOOK-TRANSACTION.
      * a finance charge is the house's doing, not the customer's - it
      * leaves the last-activity date alone, or every charged account
      * would look active and never age into dormancy.
           IF NOT TR-FINANCE-CHARGE
               MOVE WS-POST-DATE TO WS-WC-LAST-ACTIVITY
           END-IF.
           PERFORM WRITE-HISTORY-RECORD.

      * the permanent record of what posted - once the balance has
           MOVE TR-AMOUNT TO HIST-AMOUNT.
           MOVE TR-PRODUCT-CODE TO HIST-PRODUCT-CODE.
           MOVE WS-POST-DATE TO HIST-POST-DATE.
           MOVE TR-TRAN-TYPE TO HIST-TRAN-TYPE.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-HIST-COUNT.

      * what the day books goes on to the GL extract, the sales
      * analysis and the month-to-date roll as it stands.
       BOOK-TRANSACTION.
           MOVE TRANS-RECORD TO BOOK-RECORD.
           PERFORM WRITE-BOOK-RECORD.

       WRITE-BOOK-RECORD.
           WRITE BOOK-RECORD.
           ADD 1 TO WS-BOOK-COUNT.

      * the master record as fetched is still in the record area -
      * it goes to the journal before the rewrite replaces it. The
      * journal is opened, written and closed around the one image,
      * so a run that dies never leaves a before-image in a buffer
      * behind a customer already rewritten.
       REWRITE-CUSTOMER.
           ADD 1 TO WS-CUST-UPDATED-COUNT.
           OPEN EXTEND JOURNAL-FILE.
           MOVE CUSTOMER-RECORD TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           MOVE WS-WORK-CUSTOMER TO CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   STOP RUN
           END-REWRITE.

       HOLD-OVER-LIMIT.
           ADD 1 TO WS-HELD-COUNT.
           ADD TR-AMOUNT TO WS-HELD-AMOUNT.
           MOVE TR-KEY TO HLD-CUST-ID.
           MOVE TR-AMOUNT TO HLD-AMOUNT.
           MOVE TR-PRODUCT-CODE TO HLD-PRODUCT-CODE.
           MOVE TR-TRAN-TYPE TO HLD-TRAN-TYPE.
           MOVE WS-POST-DATE TO HLD-HELD-DATE.
           MOVE 0 TO HLD-CYCLE-COUNT.
           PERFORM WRITE-HELD-ITEM.
           MOVE TR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-WC-BALANCE TO WS-EDIT-BALANCE.
           MOVE WS-WC-CREDIT-LIMIT TO WS-EDIT-LIMIT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "HELD       " TR-KEY "  " WS-EDIT-AMOUNT
               "  BAL " WS-EDIT-BALANCE "  LIMIT " WS-EDIT-LIMIT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-HELD-ITEM.
           WRITE HELD-RECORD.
           ADD 1 TO WS-HELD-OUT-COUNT.

       READ-HELD-ITEM.
           READ HELD-IN-FILE
               AT END MOVE HIGH-VALUES TO WS-HELD-KEY
               NOT AT END MOVE HI-CUST-ID TO WS-HELD-KEY
           END-READ.

       READ-RELEASE.
           READ RELEASE-SORTED-FILE
               AT END MOVE HIGH-VALUES TO WS-REL-KEY
               NOT AT END MOVE RS-CUST-ID TO WS-REL-KEY
           END-READ.

      * a release for a key with held items approves every one of
      * them - duplicate releases for the key are read past. A
      * release for a key with nothing held is reported unapplied.
       CHECK-RELEASE-APPROVAL.
           MOVE 'N' TO WS-RELEASE-FLAG.
           IF WS-REL-KEY = WS-GROUP-KEY
               IF WS-HELD-KEY = WS-GROUP-KEY
                   SET RELEASE-APPROVED TO TRUE
                   MOVE RS-APPROVER TO WS-REL-APPROVER
                   PERFORM READ-RELEASE
                       UNTIL WS-REL-KEY NOT = WS-GROUP-KEY
               ELSE
                   PERFORM REPORT-UNAPPLIED-RELEASE
                       UNTIL WS-REL-KEY NOT = WS-GROUP-KEY
               END-IF
           END-IF.

      * a release whose key matched no held item is a supervisor
      * mis-key or an item already released - it must surface on the
      * exception report, not vanish.
       REPORT-UNAPPLIED-RELEASE.
           ADD 1 TO WS-REL-UNAPPLIED-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "UNAPPLIED  " RS-CUST-ID
               "  RELEASE NOT APPLIED - NO HELD ITEM  BY "
               RS-APPROVER
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-RELEASE.

       POST-GROUP-HELD-ITEM.
           EVALUATE TRUE
               WHEN NOT CUST-ON-FILE
                   PERFORM REPORT-UNMATCHED-HELD
               WHEN RELEASE-APPROVED
                   PERFORM POST-RELEASED-ITEM
               WHEN OTHER
                   PERFORM CARRY-HELD-ITEM
           END-EVALUATE.
           PERFORM READ-HELD-ITEM.

      * the supervisor approved the customer past the limit - the
      * held item posts as it stands, ahead of the day's charges.
       POST-RELEASED-ITEM.
           SET CUST-CHANGED TO TRUE.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD HI-AMOUNT TO WS-RELEASED-AMOUNT.
           ADD HI-AMOUNT TO WS-WC-BALANCE.
           MOVE WS-POST-DATE TO WS-WC-LAST-ACTIVITY.
           MOVE HI-CUST-ID TO HIST-CUST-ID.
           MOVE HI-AMOUNT TO HIST-AMOUNT.
           MOVE HI-PRODUCT-CODE TO HIST-PRODUCT-CODE.
           MOVE WS-POST-DATE TO HIST-POST-DATE.
           MOVE HI-TRAN-TYPE TO HIST-TRAN-TYPE.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-HIST-COUNT.
      * the held charge was kept out of the day it was held - it
      * books today, the day it posts.
           MOVE SPACES TO BOOK-RECORD.
           MOVE HI-CUST-ID TO BK-KEY.
           MOVE 0 TO BK-EDIT-FIELD.
           MOVE HI-AMOUNT TO BK-AMOUNT.
           MOVE HI-PRODUCT-CODE TO BK-PRODUCT-CODE.
           MOVE HI-TRAN-TYPE TO BK-TRAN-TYPE.
           PERFORM WRITE-BOOK-RECORD.
           MOVE HI-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "RELEASED   " HI-CUST-ID "  " WS-EDIT-AMOUNT
               "  HELD " HI-HELD-DATE "  BY " WS-REL-APPROVER
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

       CARRY-HELD-ITEM.
           ADD 1 TO WS-CARRIED-COUNT.
           ADD HI-AMOUNT TO WS-CARRIED-AMOUNT.
           MOVE HELD-IN-RECORD TO HELD-RECORD.
           ADD 1 TO HLD-CYCLE-COUNT.
           PERFORM WRITE-HELD-ITEM.
           MOVE HI-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE HLD-CYCLE-COUNT TO WS-EDIT-CYCLE.
           MOVE SPACES TO EXCEPTION-LINE.
           IF HLD-CYCLE-COUNT > WS-AGE-LIMIT
               ADD 1 TO WS-AGED-COUNT
               STRING "AGED       " HI-CUST-ID "  " WS-EDIT-AMOUNT
                   "  HELD " HI-HELD-DATE "  CYCLE " WS-EDIT-CYCLE
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           ELSE
               STRING "CARRIED    " HI-CUST-ID "  " WS-EDIT-AMOUNT
                   "  HELD " HI-HELD-DATE "  CYCLE " WS-EDIT-CYCLE
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.

      * a held item whose customer has left the master can never be
      * released - it is dropped here and reported, as an unmatched
      * transaction is.
       REPORT-UNMATCHED-HELD.
           ADD 1 TO WS-HELD-UNMATCHED-COUNT.
           ADD HI-AMOUNT TO WS-HELD-UNMATCHED-AMOUNT.
           MOVE HI-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "UNMATCHED  " HI-CUST-ID "  " WS-EDIT-AMOUNT
               "  HELD " HI-HELD-DATE "  NO CUSTOMER ON FILE"
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

      * an unmatched transaction is still booked - it was accepted
      * against a customer on file, and the ledger carries it until
      * the investigation clears it.
       REPORT-UNMATCHED-TRANS.
           ADD 1 TO WS-UNMATCHED-COUNT.
           ADD TR-AMOUNT TO WS-UNMATCHED-AMOUNT.
           PERFORM BOOK-TRANSACTION.
           MOVE TR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNMATCHED " TR-KEY "  " WS-EDIT-AMOUNT
               "  NO CUSTOMER ON FILE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE "DAILY TRANSACTION POSTING REPORT" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS POSTED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POSTED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AMOUNT POSTED           " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CREDIT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OF WHICH CREDITS      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CREDIT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CREDIT AMOUNT POSTED  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS UNMATCHED  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNMATCHED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AMOUNT UNMATCHED        " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
      * posted, held and unmatched together foot to the ACCEPTED
      * COUNT/AMT pair on the balancing report. Released items are
      * earlier days' holds and sit outside that footing.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS HELD       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HELD-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AMOUNT HELD             " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD ITEMS RELEASED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RELEASED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AMOUNT RELEASED         " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BOOKED-RECONCILIATION.
           MOVE WS-CUST-UPDATED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS UPDATED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * the accepted amount less the day's new holds plus the items
      * released today is what TRANBOOK carries, and so what the GL
      * extract, the sales analysis and the month-to-date roll see -
      * the held total is the reconciling line between the balancing
      * report and those three.
       WRITE-BOOKED-RECONCILIATION.
           COMPUTE WS-ACCEPTED-AMOUNT = WS-POSTED-AMOUNT
               + WS-HELD-AMOUNT + WS-UNMATCHED-AMOUNT.
           COMPUTE WS-BOOK-AMOUNT = WS-POSTED-AMOUNT
               + WS-UNMATCHED-AMOUNT + WS-RELEASED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ACCEPTED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AMOUNT ACCEPTED         " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HELD-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  LESS NEWLY HELD       " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RELEASED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PLUS RELEASED         " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BOOK-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AMOUNT BOOKED           " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BOOK-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS BOOKED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTION-HEADING.
           MOVE "OVER-LIMIT HELD TRANSACTION EXCEPTION REPORT" TO
               EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-HELD-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "NEWLY HELD          " WS-EDIT-COUNT "  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-RELEASED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "RELEASED AND POSTED " WS-EDIT-COUNT "  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-CARRIED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "CARRIED FORWARD     " WS-EDIT-COUNT "  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-AGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "  OF WHICH AGED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-HELD-UNMATCHED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-HELD-UNMATCHED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "HELD UNMATCHED      " WS-EDIT-COUNT "  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-REL-UNAPPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "RELEASES UNAPPLIED  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

      * every report and exception line goes through here so the
      * checkpoint knows how much of each report is committed.
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

       WRITE-EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           ADD 1 TO WS-EXC-LINE-COUNT.

       CLOSE-FILES.
           CLOSE TRANS-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE REPORT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE HELD-IN-FILE.
           CLOSE RELEASE-SORTED-FILE.
           CLOSE HELD-OUT-FILE.
           CLOSE BOOK-FILE.
           CLOSE EXCEPTION-FILE.

       EXIT PROGRAM.
