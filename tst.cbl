               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-FILE ASSIGN TO PRODKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PK-CODE.
           SELECT EDIT-HOLD-FILE ASSIGN TO EDITHOLD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ-HOLD-FILE ASSIGN TO REJHOLD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SRC-WORK-FILE ASSIGN TO SRCWORK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SRC-SORTED-FILE ASSIGN TO SRCSORT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT REJ-SORTED-FILE ASSIGN TO REJSORT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ-SORT-WORK ASSIGN TO SORTWK2.
           SELECT OPTIONAL SRC-HISTORY-FILE ASSIGN TO SRCHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDITED-FILE ASSIGN TO TRANEDIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-ID.
           SELECT OPTIONAL BATCH-REGISTER-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY.
           SELECT OPTIONAL TRAN-REGISTER-FILE ASSIGN TO TRANREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRG-KEY.
           SELECT REG-WORK-FILE ASSIGN TO REGWORK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EDIT-PARM-FILE ASSIGN TO EDITPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY AUDITREC.
       FD  MAIN-RPT-FILE.
       01  MAIN-RPT-LINE PIC X(60).
      * the keyed product file is the PRODMAST layout - named apart
      * here because the copybook's names belong to the working-
      * storage copy the demonstration tests use.
       FD  PRODUCT-FILE.
       01  PRODUCT-MASTER-RECORD.
           05  PK-CODE                 PIC X(6).
           05  PK-DESCRIPTION          PIC X(20).
           05  PK-STATUS               PIC X.
               88  PK-DISCONTINUED         VALUE 'D'.
           05  PK-EFF-DATE             PIC X(8).
           05  PK-END-DATE             PIC X(8).
      * a batch's accepted and reject records are held on these work
      * files until its trailer proves out - a failed batch is then
      * discarded whole for retransmission without holding up the
      * other sources' work, and no batch is too big to hold.
       FD  EDIT-HOLD-FILE.
       01  EDIT-HOLD-RECORD PIC X(24).
       FD  REJ-HOLD-FILE.
       01  REJ-HOLD-RECORD PIC X(48).
      * one record per batch received - verified or failed - sorted by
      * source system for the balancing report and the source history.
      * Two verified batches from one source combine into its
      * balancing line; a failed batch carries its failure reason and
      * the records it held, and accepts nothing.
       FD  SRC-WORK-FILE.
       01  SRC-WORK-RECORD.
           05  SW-SOURCE-SYSTEM        PIC X(8).
           05  SW-BATCH-STATUS         PIC X.
           05  SW-FAIL-REASON          PIC X(25).
           05  SW-REC-COUNT            PIC 9(7).
           05  SW-ACC-COUNT            PIC 9(7).
           05  SW-ACC-AMOUNT           PIC 9(7)V99.
           05  SW-REJ-COUNT            PIC 9(7).
       FD  SRC-SORTED-FILE.
       01  SRC-SORTED-RECORD.
           05  SS-SOURCE-SYSTEM        PIC X(8).
           05  SS-BATCH-STATUS         PIC X.
               88  SS-BATCH-VERIFIED       VALUE 'V'.
               88  SS-BATCH-FAILED         VALUE 'F'.
           05  SS-FAIL-REASON          PIC X(25).
           05  SS-REC-COUNT            PIC 9(7).
           05  SS-ACC-COUNT            PIC 9(7).
           05  SS-ACC-AMOUNT           PIC 9(7)V99.
           05  SS-REJ-COUNT            PIC 9(7).
       SD  SORT-WORK.
       01  SORT-SOURCE-RECORD.
           05  SR-SOURCE-SYSTEM        PIC X(8).
           05  FILLER                  PIC X(56).
      * the day's rejects in source and reason code order, for the
      * reject counts by reason on the source history.
       FD  REJ-SORTED-FILE.
       01  REJ-SORTED-RECORD.
           05  RS-KEY                  PIC X(6).
           05  RS-REASON-CODE          PIC X(4).
           05  RS-REASON-TEXT          PIC X(30).
           05  RS-SOURCE-SYSTEM        PIC X(8).
       SD  REJ-SORT-WORK.
       01  REJ-SORT-RECORD.
           05  RQ-KEY                  PIC X(6).
           05  RQ-REASON-CODE          PIC X(4).
           05  RQ-REASON-TEXT          PIC X(30).
           05  RQ-SOURCE-SYSTEM        PIC X(8).
       FD  SRC-HISTORY-FILE.
           COPY SRCHREC.
      * the edited record is the TRANREC detail layout - named apart
      * here because the copybook's names belong to the input FD.
       FD  EDITED-FILE.
       01  EDITED-TRANS-RECORD.
           05  ET-KEY                  PIC X(6).
           05  ET-EDIT-FIELD           PIC 9(2).
           05  ET-ALPHA-FIELD          PIC XX.
           05  ET-AMOUNT               PIC 9(5)V99.
           05  ET-PRODUCT-CODE         PIC X(6).
           05  ET-TRAN-TYPE            PIC X.
      * the customer master is the CUSTMAST layout - it gets its own
      * field names here because the copybook's are taken by the
      * working-storage copy the demonstration tests use.
       FD  CUSTOMER-FILE.
       01  EDIT-CUSTOMER-RECORD.
           05  EC-ID                   PIC X(6).
           05  EC-NAME                 PIC X(20).
           05  EC-MARITAL-STATUS       PIC 9.
           05  EC-BALANCE              PIC S9(7)V99.
           05  EC-LAST-ACTIVITY-DATE   PIC X(8).
           05  EC-CREDIT-LIMIT         PIC 9(7)V99.
       FD  BATCH-REGISTER-FILE.
           COPY BREGREC.
       FD  TRAN-REGISTER-FILE.
           COPY TREGREC.
      * this run's register entries, marked accepted when the run
      * ends cleanly - type B carries a batch register key, type T a
      * transaction register key.
       FD  REG-WORK-FILE.
       01  REG-WORK-RECORD.
           05  RW-TYPE                 PIC X.
               88  RW-BATCH                VALUE 'B'.
               88  RW-TRANSACTION          VALUE 'T'.
           05  RW-KEY                  PIC X(32).
       FD  EDIT-PARM-FILE.
       01  EDIT-PARM-RECORD.
           05  EP-DUP-LOOKBACK-DAYS    PIC 9(3).
       WORKING-STORAGE SECTION.
       01  n PIC 99.
       01  m PIC XX.
      * their outputs to foot to.
       01  WS-ACCEPTED-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-EDIT-ACCEPT-AMT PIC Z,ZZZ,ZZ9.99.
      * the accepted count and amount stay gross, debits and credits
      * alike, as the trailers and the GL hash total are - the credit
      * share of them is carried separately so the posting and GL
      * steps can show which way the money moved.
       01  WS-ACCEPTED-CR-COUNT PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-CR-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-I3-NUMERIC-FLAG PIC X VALUE SPACE.
           88  I3-IS-NUMERIC VALUE 'Y'.
           88  I3-NOT-NUMERIC VALUE 'N'.
       01  WS-LOOP-REJECTED-COUNT PIC 9(7) VALUE 0.
       01  WS-EDIT-LOOP-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-TODAY-DATE PIC X(8).
      * set by the product look-up against the keyed product file.
       01  WS-PROD-FOUND-FLAG PIC X.
           88  PROD-FOUND VALUE 'Y'.
           88  PROD-NOT-FOUND VALUE 'N'.
       01  WS-PROD-DISC-FLAG PIC X.
           88  PROD-DISCONTD VALUE 'Y'.
           88  PROD-CURRENT VALUE 'N'.
      * set by any failing edit check on the current record - the
      * record is accepted only when every check passed.
       01  WS-TRAN-REJECT-FLAG PIC X.
           88  TRAN-REJECTED VALUE 'Y'.
           88  TRAN-PASSED-EDITS VALUE 'N'.
       01  WS-RUN-COMPLETE-FLAG PIC X VALUE 'N'.
           88  RUN-ALREADY-COMPLETE VALUE 'Y'.
      * this step's place in the shared daily run-control chain -
       01  WS-BATCH-ACC-COUNT PIC 9(7) VALUE 0.
       01  WS-BATCH-ACC-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-BATCH-REJ-COUNT PIC 9(7) VALUE 0.
       01  WS-BATCH-CR-COUNT PIC 9(7) VALUE 0.
       01  WS-BATCH-CR-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-BATCH-DUP-COUNT PIC 9(7) VALUE 0.
       01  WS-GOOD-BATCH-COUNT PIC 9(3) VALUE 0.
       01  WS-FAILED-BATCH-COUNT PIC 9(3) VALUE 0.
      * duplicate transmission detection - a batch matching one the
      * register already holds fails whole, and a transaction whose
      * key, product, amount and type were released on an earlier
      * day inside the lookback window rejects on its own. The
      * window comes from EDITPARM, seven days when none is given.
      * Register entries written by this run carry its start stamp.
       01  WS-RUN-STAMP PIC X(14).
       01  WS-DUP-LOOKBACK-DAYS PIC 9(3) VALUE 7.
       01  WS-TODAY-NUM PIC 9(8).
       01  WS-DUP-CUTOFF-NUM PIC 9(8).
       01  WS-DUP-CUTOFF-DATE PIC X(8).
       01  WS-TRG-EFFECTIVE-DATE PIC X(8).
       01  WS-BRG-KEY PIC X(32).
       01  WS-TRG-KEY.
           05  WS-TK-CUST-KEY          PIC X(6).
           05  WS-TK-PRODUCT-CODE      PIC X(6).
           05  WS-TK-AMOUNT            PIC 9(5)V99.
           05  WS-TK-TRAN-TYPE         PIC X.
       01  WS-DUP-BATCH-FLAG PIC X VALUE 'N'.
           88  DUPLICATE-BATCH VALUE 'Y'.
       01  WS-DUP-BATCH-COUNT PIC 9(7) VALUE 0.
       01  WS-DUP-TRAN-COUNT PIC 9(7) VALUE 0.
       01  WS-REG-WORK-EOF PIC X VALUE 'N'.
           88  REG-WORK-EOF VALUE 'Y'.
      * set while registrations are being confirmed - a register
      * failure then has accepted entries of this run to take back.
       01  WS-CONFIRM-PASS-FLAG PIC X VALUE 'N'.
           88  CONFIRM-PASS VALUE 'Y'.
       01  WS-HOLD-EOF PIC X VALUE 'N'.
           88  HOLD-EOF VALUE 'Y'.
      * held key of the sorted source totals - HIGH-VALUES marks the
      * file as exhausted, and each source prints at its change.
       01  WS-SRC-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-SRC-GROUP PIC X(8).
       01  WS-SRC-GROUP-COUNT PIC 9(7) VALUE 0.
       01  WS-SRC-GROUP-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-SRC-GROUP-VERIFIED PIC 9(5) VALUE 0.
      * one source's day for the permanent source history - its
      * batch records are summed at the change of source, and its
      * rejects are counted by reason code from the sorted rejects.
       01  WS-REJ-SRC-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-REJ-REASON-GROUP PIC X(4).
       01  WS-REJ-REASON-TEXT PIC X(30).
       01  WS-REJ-REASON-COUNT PIC 9(7) VALUE 0.
       01  WS-HIST-SOURCE-DAY.
           05  WS-HS-RECEIVED          PIC 9(5).
           05  WS-HS-FAILED            PIC 9(5).
           05  WS-HS-READ              PIC 9(7).
           05  WS-HS-ACCEPTED          PIC 9(7).
           05  WS-HS-ACC-AMOUNT        PIC 9(7)V99.
           05  WS-HS-REJECTED          PIC 9(7).
      * Z/Z2/Z2a/Z2b is now the shared product master layout - see
      * PRODMAST copybook.
           COPY PRODMAST.
           MOVE 0 TO WS-LOOP-REC-COUNT.
           MOVE 0 TO WS-LOOP-PROCESSED-COUNT.
           MOVE 0 TO WS-LOOP-REJECTED-COUNT.
           PERFORM READ-EDIT-PARM.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT BAL-REPORT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT EDITED-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT PRODUCT-FILE.
           OPEN I-O BATCH-REGISTER-FILE.
           OPEN I-O TRAN-REGISTER-FILE.
           OPEN OUTPUT REG-WORK-FILE.
           OPEN OUTPUT SRC-WORK-FILE.
           CLOSE SRC-WORK-FILE.
           PERFORM ACCUMULATE-NEXT-TRANSACTION UNTIL TRANS-EOF.
      * a batch still open at end of file never got its trailer -
      * it fails whole, the same as a trailer that does not prove.
           MOVE B TO B1.
           DISPLAY B, B1.
           PERFORM WRITE-BALANCING-REPORT.
           PERFORM CONFIRM-REGISTRATIONS.
           CLOSE TRANS-FILE.
           CLOSE BAL-REPORT-FILE.
           CLOSE REJECT-FILE.
           CLOSE EDITED-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE BATCH-REGISTER-FILE.
           CLOSE TRAN-REGISTER-FILE.
           PERFORM WRITE-SOURCE-HISTORY.
           MOVE 'N' TO WS-TRANS-EOF.

       DIV-TEST.
           MOVE 0 TO WS-BATCH-ACC-COUNT.
           MOVE 0 TO WS-BATCH-ACC-AMOUNT.
           MOVE 0 TO WS-BATCH-REJ-COUNT.
           MOVE 0 TO WS-BATCH-CR-COUNT.
           MOVE 0 TO WS-BATCH-CR-AMOUNT.
           MOVE 0 TO WS-BATCH-DUP-COUNT.
           OPEN OUTPUT EDIT-HOLD-FILE.
           OPEN OUTPUT REJ-HOLD-FILE.

       VERIFY-BATCH-TRAILER.
      * the source system's trailer and file date must agree with
      * through and only surface at month end.
           MOVE "VERIFY-BATCH-TRAILER" TO WS-CURRENT-PARA.
           MOVE SPACES TO WS-VERIFY-FAIL-MSG.
           PERFORM CHECK-DUPLICATE-BATCH.
           EVALUATE TRUE
               WHEN WS-TL-REC-COUNT NOT = WS-BATCH-REC-COUNT
                   MOVE "TRAILER COUNT MISMATCH" TO WS-VERIFY-FAIL-MSG
                       WS-VERIFY-FAIL-MSG
               WHEN WS-TH-FILE-DATE NOT = WS-TODAY-DATE
                   MOVE "FILE DATE NOT EXPECTED" TO WS-VERIFY-FAIL-MSG
               WHEN DUPLICATE-BATCH
                   MOVE "DUPLICATE BATCH" TO WS-VERIFY-FAIL-MSG
                   ADD 1 TO WS-DUP-BATCH-COUNT
           END-EVALUATE.
           IF WS-VERIFY-FAIL-MSG = SPACES
               PERFORM RELEASE-CURRENT-BATCH
      * figures fold into the grand and per-source totals.
       RELEASE-CURRENT-BATCH.
           ADD 1 TO WS-GOOD-BATCH-COUNT.
           CLOSE EDIT-HOLD-FILE.
           CLOSE REJ-HOLD-FILE.
           OPEN INPUT EDIT-HOLD-FILE.
           OPEN INPUT REJ-HOLD-FILE.
           MOVE 'N' TO WS-HOLD-EOF.
           PERFORM RELEASE-EDITED-RECORD UNTIL HOLD-EOF.
           MOVE 'N' TO WS-HOLD-EOF.
           PERFORM RELEASE-REJECT-RECORD UNTIL HOLD-EOF.
           CLOSE EDIT-HOLD-FILE.
           CLOSE REJ-HOLD-FILE.
           ADD WS-BATCH-ACC-COUNT TO WS-LOOP-PROCESSED-COUNT.
           ADD WS-BATCH-REJ-COUNT TO WS-LOOP-REJECTED-COUNT.
           ADD WS-BATCH-ACC-AMOUNT TO WS-ACCEPTED-AMOUNT.
           ADD WS-BATCH-CR-COUNT TO WS-ACCEPTED-CR-COUNT.
           ADD WS-BATCH-CR-AMOUNT TO WS-ACCEPTED-CR-AMOUNT.
           ADD WS-BATCH-DUP-COUNT TO WS-DUP-TRAN-COUNT.
           PERFORM REGISTER-BATCH.
           PERFORM TALLY-SOURCE-TOTALS.
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.
           MOVE "trailer verified" TO MSG.
           WRITE BAL-REPORT-LINE.

       RELEASE-EDITED-RECORD.
           READ EDIT-HOLD-FILE
               AT END SET HOLD-EOF TO TRUE
               NOT AT END
                   MOVE EDIT-HOLD-RECORD TO EDITED-TRANS-RECORD
                   WRITE EDITED-TRANS-RECORD
                   PERFORM REGISTER-TRANSACTION
           END-READ.

       RELEASE-REJECT-RECORD.
           READ REJ-HOLD-FILE
               AT END SET HOLD-EOF TO TRUE
               NOT AT END
                   MOVE REJ-HOLD-RECORD TO REJECT-RECORD
                   WRITE REJECT-RECORD
           END-READ.

      * one work record per released batch - the file is opened and
      * closed around each write so a run that dies never leaves it
      * open, and the balancing report sorts it by source.
       TALLY-SOURCE-TOTALS.
           MOVE WS-TH-SOURCE-SYSTEM TO SW-SOURCE-SYSTEM.
           MOVE 'V' TO SW-BATCH-STATUS.
           MOVE SPACES TO SW-FAIL-REASON.
           MOVE WS-BATCH-REC-COUNT TO SW-REC-COUNT.
           MOVE WS-BATCH-ACC-COUNT TO SW-ACC-COUNT.
           MOVE WS-BATCH-ACC-AMOUNT TO SW-ACC-AMOUNT.
           MOVE WS-BATCH-REJ-COUNT TO SW-REJ-COUNT.
           OPEN EXTEND SRC-WORK-FILE.
           WRITE SRC-WORK-RECORD.
           CLOSE SRC-WORK-FILE.

      * a failed batch is recorded against its source the same way,
      * with its reason and the records it carried - a trailer with
      * no header has no batch open and carried none.
       TALLY-FAILED-BATCH.
           MOVE WS-TH-SOURCE-SYSTEM TO SW-SOURCE-SYSTEM.
           MOVE 'F' TO SW-BATCH-STATUS.
           MOVE WS-VERIFY-FAIL-MSG TO SW-FAIL-REASON.
           IF BATCH-OPEN
               MOVE WS-BATCH-REC-COUNT TO SW-REC-COUNT
           ELSE
               MOVE 0 TO SW-REC-COUNT
           END-IF.
           MOVE 0 TO SW-ACC-COUNT.
           MOVE 0 TO SW-ACC-AMOUNT.
           MOVE 0 TO SW-REJ-COUNT.
           OPEN EXTEND SRC-WORK-FILE.
           WRITE SRC-WORK-RECORD.
           CLOSE SRC-WORK-FILE.

      * a batch already accepted on an earlier day, or released
      * earlier in this same run from a second copy concatenated into
      * TRANSIN, is a duplicate transmission. A pending entry from
      * a run that died does not count.
       CHECK-DUPLICATE-BATCH.
           MOVE 'N' TO WS-DUP-BATCH-FLAG.
           PERFORM BUILD-BATCH-REGISTER-KEY.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BRG-ACCEPTED OR BRG-RUN-STAMP = WS-RUN-STAMP
                       SET DUPLICATE-BATCH TO TRUE
                   END-IF
           END-READ.

       BUILD-BATCH-REGISTER-KEY.
           MOVE WS-TH-SOURCE-SYSTEM TO BRG-SOURCE-SYSTEM.
           MOVE WS-TH-FILE-DATE TO BRG-FILE-DATE.
           MOVE WS-TL-REC-COUNT TO BRG-REC-COUNT.
           MOVE WS-TL-AMOUNT-TOTAL TO BRG-AMOUNT-TOTAL.
           MOVE BRG-KEY TO WS-BRG-KEY.

      * a stale pending entry left by a run that died is taken over
      * by this run rather than written again.
       REGISTER-BATCH.
           PERFORM BUILD-BATCH-REGISTER-KEY.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   MOVE WS-BRG-KEY TO BRG-KEY
                   PERFORM SET-BATCH-REGISTER-PENDING
                   WRITE BATCH-REGISTER-RECORD
                       INVALID KEY
                           PERFORM FAIL-REGISTER-UPDATE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SET-BATCH-REGISTER-PENDING
                   REWRITE BATCH-REGISTER-RECORD
                       INVALID KEY
                           PERFORM FAIL-REGISTER-UPDATE
                   END-REWRITE
           END-READ.
           MOVE 'B' TO RW-TYPE.
           MOVE WS-BRG-KEY TO RW-KEY.
           WRITE REG-WORK-RECORD.

       SET-BATCH-REGISTER-PENDING.
           SET BRG-PENDING TO TRUE.
           MOVE WS-RUN-STAMP TO BRG-RUN-STAMP.
           MOVE WS-TODAY-DATE TO BRG-ACCEPTED-DATE.

      * every released transaction is registered with today's date -
      * an accepted entry's last date moves back to the prior date,
      * while a pending one (this run's, or one left by a run that
      * died) keeps the prior date it already has.
       REGISTER-TRANSACTION.
           MOVE ET-KEY TO WS-TK-CUST-KEY.
           MOVE ET-PRODUCT-CODE TO WS-TK-PRODUCT-CODE.
           MOVE ET-AMOUNT TO WS-TK-AMOUNT.
           IF ET-TRAN-TYPE = SPACE
               MOVE 'C' TO WS-TK-TRAN-TYPE
           ELSE
               MOVE ET-TRAN-TYPE TO WS-TK-TRAN-TYPE
           END-IF.
           MOVE WS-TRG-KEY TO TRG-KEY.
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   MOVE WS-TRG-KEY TO TRG-KEY
                   MOVE SPACES TO TRG-PRIOR-DATE
                   PERFORM SET-TRAN-REGISTER-PENDING
                   WRITE TRAN-REGISTER-RECORD
                       INVALID KEY
                           PERFORM FAIL-REGISTER-UPDATE
                   END-WRITE
               NOT INVALID KEY
                   IF TRG-ACCEPTED
                       MOVE TRG-LAST-DATE TO TRG-PRIOR-DATE
                   END-IF
                   PERFORM SET-TRAN-REGISTER-PENDING
                   REWRITE TRAN-REGISTER-RECORD
                       INVALID KEY
                           PERFORM FAIL-REGISTER-UPDATE
                   END-REWRITE
           END-READ.
           MOVE 'T' TO RW-TYPE.
           MOVE WS-TRG-KEY TO RW-KEY.
           WRITE REG-WORK-RECORD.

       SET-TRAN-REGISTER-PENDING.
           SET TRG-PENDING TO TRUE.
           MOVE WS-RUN-STAMP TO TRG-RUN-STAMP.
           MOVE WS-TODAY-DATE TO TRG-LAST-DATE.

      * the run got to its end - every entry it registered becomes
      * accepted. A run that dies before here leaves its entries
      * pending, and they count for nothing. A register failure
      * part way through this pass stops the run, which empties
      * TRANEDIT and REJECTS - so before it does, every entry this
      * run registered is put back to pending, and the rerun
      * releases the same batches again instead of refusing the
      * ones already confirmed as duplicates.
       CONFIRM-REGISTRATIONS.
           CLOSE REG-WORK-FILE.
           MOVE 'N' TO WS-REG-WORK-EOF.
           OPEN INPUT REG-WORK-FILE.
           SET CONFIRM-PASS TO TRUE.
           PERFORM CONFIRM-NEXT-REGISTRATION UNTIL REG-WORK-EOF.
           MOVE 'N' TO WS-CONFIRM-PASS-FLAG.
           CLOSE REG-WORK-FILE.

       CONFIRM-NEXT-REGISTRATION.
           READ REG-WORK-FILE
               AT END SET REG-WORK-EOF TO TRUE
               NOT AT END
                   IF RW-BATCH
                       PERFORM CONFIRM-BATCH-REGISTER
                   ELSE
                       PERFORM CONFIRM-TRAN-REGISTER
                   END-IF
           END-READ.

       CONFIRM-BATCH-REGISTER.
           MOVE RW-KEY TO BRG-KEY.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   PERFORM FAIL-REGISTER-UPDATE
               NOT INVALID KEY
                   SET BRG-ACCEPTED TO TRUE
                   REWRITE BATCH-REGISTER-RECORD
                       INVALID KEY
                           PERFORM FAIL-REGISTER-UPDATE
                   END-REWRITE
           END-READ.

       CONFIRM-TRAN-REGISTER.
           MOVE RW-KEY TO TRG-KEY.
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   PERFORM FAIL-REGISTER-UPDATE
               NOT INVALID KEY
                   SET TRG-ACCEPTED TO TRUE
                   REWRITE TRAN-REGISTER-RECORD
                       INVALID KEY
                           PERFORM FAIL-REGISTER-UPDATE
                   END-REWRITE
           END-READ.

      * a register that cannot be updated can no longer be trusted
      * to catch tomorrow's duplicates - the run stops. Inside the
      * confirm pass this run's entries are first put back to
      * pending, since the stop discards everything they released.
       FAIL-REGISTER-UPDATE.
           MOVE "FAIL-REGISTER-UPDATE" TO WS-CURRENT-PARA.
           MOVE "REGISTER UPDATE FAILED" TO MSG.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY "RUN STOPPED - DUPLICATE REGISTER UPDATE FAILED".
           IF CONFIRM-PASS
               MOVE 'N' TO WS-CONFIRM-PASS-FLAG
               PERFORM RESET-REGISTRATIONS
           END-IF.
           PERFORM FAIL-EDIT-RUN.

      * the confirm pass is read again from the top and each entry
      * set back to pending under this run's stamp - a pending entry
      * from a run that stopped counts for nothing on the rerun. An
      * entry that still cannot be reset is named for the operator
      * to clear by hand before the rerun.
       RESET-REGISTRATIONS.
           CLOSE REG-WORK-FILE.
           MOVE 'N' TO WS-REG-WORK-EOF.
           OPEN INPUT REG-WORK-FILE.
           PERFORM RESET-NEXT-REGISTRATION UNTIL REG-WORK-EOF.

       RESET-NEXT-REGISTRATION.
           READ REG-WORK-FILE
               AT END SET REG-WORK-EOF TO TRUE
               NOT AT END
                   IF RW-BATCH
                       PERFORM RESET-BATCH-REGISTER
                   ELSE
                       PERFORM RESET-TRAN-REGISTER
                   END-IF
           END-READ.

       RESET-BATCH-REGISTER.
           MOVE RW-KEY TO BRG-KEY.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   PERFORM REPORT-RESET-FAILURE
               NOT INVALID KEY
                   SET BRG-PENDING TO TRUE
                   REWRITE BATCH-REGISTER-RECORD
                       INVALID KEY
                           PERFORM REPORT-RESET-FAILURE
                   END-REWRITE
           END-READ.

       RESET-TRAN-REGISTER.
           MOVE RW-KEY TO TRG-KEY.
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   PERFORM REPORT-RESET-FAILURE
               NOT INVALID KEY
                   SET TRG-PENDING TO TRUE
                   REWRITE TRAN-REGISTER-RECORD
                       INVALID KEY
                           PERFORM REPORT-RESET-FAILURE
                   END-REWRITE
           END-READ.

       REPORT-RESET-FAILURE.
           DISPLAY "REGISTER ENTRY NOT RESET TO PENDING - " RW-TYPE
               " " RW-KEY.

      * the failing batch is discarded whole - its held accepted and
      * reject records never release, so its source retransmits the
           WRITE BAL-REPORT-LINE.
           DISPLAY "BATCH FAILED " WS-TH-SOURCE-SYSTEM " - "
               WS-VERIFY-FAIL-MSG.
           PERFORM TALLY-FAILED-BATCH.
      * a trailer with no header arrives with no batch open and the
      * hold files already closed.
           IF BATCH-OPEN
               CLOSE EDIT-HOLD-FILE
               CLOSE REJ-HOLD-FILE
           END-IF.
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.
           MOVE 8 TO RETURN-CODE.

               TR-KEY.
           PERFORM FAIL-EDIT-RUN.

      * the run dies here and the checkpoint is never marked
      * complete. The edited and reject files may already hold
      * records from verified batches, and the downstream steps read
      * closed empty, and the return code is set so a scheduled job
      * stream can condition its later steps on the failure.
       FAIL-EDIT-RUN.
           IF BATCH-OPEN
               CLOSE EDIT-HOLD-FILE
               CLOSE REJ-HOLD-FILE
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE BAL-REPORT-FILE.
           CLOSE REJECT-FILE.
           CLOSE EDITED-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE BATCH-REGISTER-FILE.
           CLOSE TRAN-REGISTER-FILE.
           CLOSE REG-WORK-FILE.
           OPEN OUTPUT REJECT-FILE.
           CLOSE REJECT-FILE.
           OPEN OUTPUT EDITED-FILE.
           STRING "ACCEPTED AMT  " WS-EDIT-ACCEPT-AMT
               DELIMITED BY SIZE INTO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE WS-ACCEPTED-CR-COUNT TO WS-EDIT-REC-COUNT.
           MOVE SPACES TO BAL-REPORT-LINE.
           STRING "  OF WHICH CREDITS " WS-EDIT-REC-COUNT
               DELIMITED BY SIZE INTO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE WS-ACCEPTED-CR-AMOUNT TO WS-EDIT-ACCEPT-AMT.
           MOVE SPACES TO BAL-REPORT-LINE.
           STRING "  CREDITS AMT      " WS-EDIT-ACCEPT-AMT
               DELIMITED BY SIZE INTO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
      * accepted figures broken out by source system - the combined
      * grand total is the ACCEPTED COUNT/AMT pair above, which the
      * downstream steps and the month-to-date roll foot to.
           WRITE BAL-REPORT-LINE.
           MOVE "ACCEPTED BY SOURCE SYSTEM" TO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SR-SOURCE-SYSTEM
               USING SRC-WORK-FILE
               GIVING SRC-SORTED-FILE.
           OPEN INPUT SRC-SORTED-FILE.
           PERFORM READ-SORTED-SOURCE.
           PERFORM WRITE-SOURCE-TOTAL-LINE
               UNTIL WS-SRC-KEY = HIGH-VALUES.
           CLOSE SRC-SORTED-FILE.
           MOVE WS-GOOD-BATCH-COUNT TO WS-EDIT-REC-COUNT.
           MOVE SPACES TO BAL-REPORT-LINE.
           STRING "BATCHES VERIFIED" WS-EDIT-REC-COUNT
           STRING "BATCHES FAILED  " WS-EDIT-REC-COUNT
               DELIMITED BY SIZE INTO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
      * duplicate transmissions - whole batches failed as a copy of
      * one already accepted, and single transactions rejected as
      * posted inside the lookback window. The batch figure is part
      * of BATCHES FAILED, the transaction figure part of the
      * rejects.
           MOVE WS-DUP-BATCH-COUNT TO WS-EDIT-REC-COUNT.
           MOVE SPACES TO BAL-REPORT-LINE.
           STRING "DUPLICATE BATCH " WS-EDIT-REC-COUNT
               DELIMITED BY SIZE INTO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.
           MOVE WS-DUP-TRAN-COUNT TO WS-EDIT-REC-COUNT.
           MOVE SPACES TO BAL-REPORT-LINE.
           STRING "DUPLICATE TRANS " WS-EDIT-REC-COUNT
               DELIMITED BY SIZE INTO BAL-REPORT-LINE.
           WRITE BAL-REPORT-LINE.

      * one line per source system - every batch the source had
      * released is summed into it before the line is written. A
      * source whose every batch failed released nothing and has no
      * line; its failures print above as BATCH FAILED.
       WRITE-SOURCE-TOTAL-LINE.
           MOVE WS-SRC-KEY TO WS-SRC-GROUP.
           MOVE 0 TO WS-SRC-GROUP-COUNT.
           MOVE 0 TO WS-SRC-GROUP-AMOUNT.
           MOVE 0 TO WS-SRC-GROUP-VERIFIED.
           PERFORM ADD-SOURCE-TOTAL
               UNTIL WS-SRC-KEY NOT = WS-SRC-GROUP.
           IF WS-SRC-GROUP-VERIFIED > 0
               MOVE WS-SRC-GROUP-COUNT TO WS-EDIT-REC-COUNT
               MOVE WS-SRC-GROUP-AMOUNT TO WS-EDIT-ACCEPT-AMT
               MOVE SPACES TO BAL-REPORT-LINE
               STRING "  " WS-SRC-GROUP "  "
                   WS-EDIT-REC-COUNT "  " WS-EDIT-ACCEPT-AMT
                   DELIMITED BY SIZE INTO BAL-REPORT-LINE
               WRITE BAL-REPORT-LINE
           END-IF.

       ADD-SOURCE-TOTAL.
           IF SS-BATCH-VERIFIED
               ADD 1 TO WS-SRC-GROUP-VERIFIED
           END-IF.
           ADD SS-ACC-COUNT TO WS-SRC-GROUP-COUNT.
           ADD SS-ACC-AMOUNT TO WS-SRC-GROUP-AMOUNT.
           PERFORM READ-SORTED-SOURCE.

       READ-SORTED-SOURCE.
           READ SRC-SORTED-FILE
               AT END MOVE HIGH-VALUES TO WS-SRC-KEY
               NOT AT END MOVE SS-SOURCE-SYSTEM TO WS-SRC-KEY
           END-READ.

      * the day's data-quality figures for every source that sent a
      * batch are appended to the permanent source history - written
      * once the run has reached its clean end and its register
      * entries are confirmed, so a run that dies adds nothing and
      * its rerun is the day of record. The sorted source file the
      * balancing report left behind is read again, with the day's
      * rejects sorted by source and reason code alongside it; every
      * reject comes from a verified batch, so every reject source
      * has batch records of its own.
       WRITE-SOURCE-HISTORY.
           SORT REJ-SORT-WORK
               ON ASCENDING KEY RQ-SOURCE-SYSTEM RQ-REASON-CODE
               USING REJECT-FILE
               GIVING REJ-SORTED-FILE.
           OPEN INPUT SRC-SORTED-FILE.
           OPEN INPUT REJ-SORTED-FILE.
           OPEN EXTEND SRC-HISTORY-FILE.
           MOVE LOW-VALUES TO WS-SRC-KEY.
           PERFORM READ-SORTED-SOURCE.
           PERFORM READ-SORTED-REJECT.
           PERFORM WRITE-SOURCE-HISTORY-DAY
               UNTIL WS-SRC-KEY = HIGH-VALUES.
           CLOSE SRC-SORTED-FILE.
           CLOSE REJ-SORTED-FILE.
           CLOSE SRC-HISTORY-FILE.

      * one source's day - an F record for each failed batch as it
      * is read, the S day totals at the change of source, then an
      * R record for each reason code its rejects carried.
       WRITE-SOURCE-HISTORY-DAY.
           MOVE WS-SRC-KEY TO WS-SRC-GROUP.
           INITIALIZE WS-HIST-SOURCE-DAY.
           PERFORM ADD-SOURCE-HISTORY
               UNTIL WS-SRC-KEY NOT = WS-SRC-GROUP.
           MOVE SPACES TO SOURCE-HISTORY-RECORD.
           MOVE WS-TODAY-DATE TO SH-RUN-DATE.
           MOVE WS-SRC-GROUP TO SH-SOURCE-SYSTEM.
           SET SH-SOURCE-DAY TO TRUE.
           MOVE WS-HS-RECEIVED TO SH-BATCHES-RECEIVED.
           MOVE WS-HS-FAILED TO SH-BATCHES-FAILED.
           MOVE WS-HS-READ TO SH-RECORDS-READ.
           MOVE WS-HS-ACCEPTED TO SH-RECORDS-ACCEPTED.
           MOVE WS-HS-ACC-AMOUNT TO SH-ACCEPTED-AMOUNT.
           MOVE WS-HS-REJECTED TO SH-RECORDS-REJECTED.
           WRITE SOURCE-HISTORY-RECORD.
           PERFORM WRITE-REJECT-REASON-HISTORY
               UNTIL WS-REJ-SRC-KEY NOT = WS-SRC-GROUP.

       ADD-SOURCE-HISTORY.
           ADD 1 TO WS-HS-RECEIVED.
           ADD SS-REC-COUNT TO WS-HS-READ.
           ADD SS-ACC-COUNT TO WS-HS-ACCEPTED.
           ADD SS-ACC-AMOUNT TO WS-HS-ACC-AMOUNT.
           ADD SS-REJ-COUNT TO WS-HS-REJECTED.
           IF SS-BATCH-FAILED
               ADD 1 TO WS-HS-FAILED
               MOVE SPACES TO SOURCE-HISTORY-RECORD
               MOVE WS-TODAY-DATE TO SH-RUN-DATE
               MOVE WS-SRC-GROUP TO SH-SOURCE-SYSTEM
               SET SH-FAILED-BATCH TO TRUE
               MOVE SS-FAIL-REASON TO SH-FAIL-REASON
               MOVE SS-REC-COUNT TO SH-FAIL-REC-COUNT
               WRITE SOURCE-HISTORY-RECORD
           END-IF.
           PERFORM READ-SORTED-SOURCE.

      * one reason code's reject items for the source.
       WRITE-REJECT-REASON-HISTORY.
           MOVE RS-REASON-CODE TO WS-REJ-REASON-GROUP.
           MOVE RS-REASON-TEXT TO WS-REJ-REASON-TEXT.
           MOVE 0 TO WS-REJ-REASON-COUNT.
           PERFORM ADD-REJECT-REASON
               UNTIL WS-REJ-SRC-KEY NOT = WS-SRC-GROUP
                  OR RS-REASON-CODE NOT = WS-REJ-REASON-GROUP.
           MOVE SPACES TO SOURCE-HISTORY-RECORD.
           MOVE WS-TODAY-DATE TO SH-RUN-DATE.
           MOVE WS-SRC-GROUP TO SH-SOURCE-SYSTEM.
           SET SH-REJECT-REASON TO TRUE.
           MOVE WS-REJ-REASON-GROUP TO SH-REASON-CODE.
           MOVE WS-REJ-REASON-TEXT TO SH-REASON-TEXT.
           MOVE WS-REJ-REASON-COUNT TO SH-REASON-COUNT.
           WRITE SOURCE-HISTORY-RECORD.

       ADD-REJECT-REASON.
           ADD 1 TO WS-REJ-REASON-COUNT.
           PERFORM READ-SORTED-REJECT.

       READ-SORTED-REJECT.
           READ REJ-SORTED-FILE
               AT END MOVE HIGH-VALUES TO WS-REJ-SRC-KEY
               NOT AT END MOVE RS-SOURCE-SYSTEM TO WS-REJ-SRC-KEY
           END-READ.

       COND-TEST SECTION.
       CONDITIONAL-NAME-TEST.
           MOVE "CONDITIONAL-NAME-TEST" TO WS-CURRENT-PARA.
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      * the duplicate lookback window - a missing or unreadable parm
      * leaves the seven-day default, and zero days turns the
      * transaction check off. A transaction matches inside the
      * window when its last release falls on or after the cutoff
      * and before today.
       READ-EDIT-PARM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           OPEN INPUT EDIT-PARM-FILE.
           READ EDIT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF EP-DUP-LOOKBACK-DAYS IS NUMERIC
                       MOVE EP-DUP-LOOKBACK-DAYS TO
                           WS-DUP-LOOKBACK-DAYS
                   END-IF
           END-READ.
           CLOSE EDIT-PARM-FILE.
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM.
           COMPUTE WS-DUP-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - WS-DUP-LOOKBACK-DAYS).
           MOVE WS-DUP-CUTOFF-NUM TO WS-DUP-CUTOFF-DATE.

      * edit checks on one transaction record - bad fields are routed
      * to REJECT-FILE with the record key and a reason code instead
      * Performed from the single read loop in ADD-TEST.
       EDIT-TRANSACTION-RECORD.
           MOVE "EDIT-TRANSACTION" TO WS-CURRENT-PARA.
           SET TRAN-PASSED-EDITS TO TRUE.
      * each audit message names the field and the outcome - the
      * operations summary selects its problem messages by exact
      * text, so a clean outcome must never share wording with a
               PERFORM HOLD-REJECT-RECORD
           END-IF.

           IF TR-VALID-TYPE
               MOVE "tran type ok" TO MSG
               PERFORM WRITE-AUDIT-LOG
           ELSE
               MOVE "TRAN TYPE NOT VALID" TO MSG
               PERFORM WRITE-AUDIT-LOG
               MOVE TR-KEY TO REJ-KEY
               MOVE "E005" TO REJ-REASON-CODE
               MOVE "TRANSACTION TYPE NOT VALID" TO REJ-REASON-TEXT
               PERFORM HOLD-REJECT-RECORD
           END-IF.

           PERFORM EDIT-CUSTOMER-KEY.

      * payments and adjustments carry no product and a refund may
      * be for a line since retired, so the product edits apply to
      * charges only. A finance charge's product code only names the
      * charge run and is not a product on file.
           EVALUATE TRUE
               WHEN TR-CREDIT-TYPE
                   MOVE "credit - no product edit" TO MSG
                   PERFORM WRITE-AUDIT-LOG
               WHEN TR-FINANCE-CHARGE
                   MOVE "fin charge - no prod edit" TO MSG
                   PERFORM WRITE-AUDIT-LOG
               WHEN OTHER
                   PERFORM EDIT-PRODUCT-CODE
           END-EVALUATE.

      * only a record every other edit passed is checked against the
      * duplicate register - one already rejected must not pick up
      * a second reject and count as a duplicate as well.
           IF TRAN-PASSED-EDITS
               PERFORM EDIT-DUPLICATE-TRAN
           END-IF.

       EDIT-PRODUCT-CODE.
           PERFORM LOOK-UP-PRODUCT-CODE.
           EVALUATE TRUE
               WHEN PROD-NOT-FOUND
                   PERFORM WRITE-AUDIT-LOG
           END-EVALUATE.

      * every type, credits included, must name a customer on the
      * master - an unknown key used to be caught only by the posting
      * run, after the GL extract, sales report and month-to-date
      * roll had already counted it. Rejected here it goes through
      * correction like any other reject, and every downstream step
      * totals the same set of transactions.
       EDIT-CUSTOMER-KEY.
           MOVE TR-KEY TO EC-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO MSG
                   PERFORM WRITE-AUDIT-LOG
                   MOVE TR-KEY TO REJ-KEY
                   MOVE "E006" TO REJ-REASON-CODE
                   MOVE "CUSTOMER NOT ON FILE" TO REJ-REASON-TEXT
                   PERFORM HOLD-REJECT-RECORD
               NOT INVALID KEY
                   MOVE "customer on file" TO MSG
                   PERFORM WRITE-AUDIT-LOG
           END-READ.

      * a transaction released on an earlier day inside the lookback
      * window is a duplicate - one released earlier today is not,
      * since two like charges in one day's work are ordinary and a
      * whole batch sent twice is caught at its trailer.
       EDIT-DUPLICATE-TRAN.
           MOVE TR-KEY TO WS-TK-CUST-KEY.
           MOVE TR-PRODUCT-CODE TO WS-TK-PRODUCT-CODE.
           MOVE TR-AMOUNT TO WS-TK-AMOUNT.
           IF TR-CHARGE
               MOVE 'C' TO WS-TK-TRAN-TYPE
           ELSE
               MOVE TR-TRAN-TYPE TO WS-TK-TRAN-TYPE
           END-IF.
           MOVE WS-TRG-KEY TO TRG-KEY.
           MOVE SPACES TO WS-TRG-EFFECTIVE-DATE.
           READ TRAN-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRG-PENDING AND TRG-RUN-STAMP NOT = WS-RUN-STAMP
                       MOVE TRG-PRIOR-DATE TO WS-TRG-EFFECTIVE-DATE
                   ELSE
                       MOVE TRG-LAST-DATE TO WS-TRG-EFFECTIVE-DATE
                   END-IF
           END-READ.
           IF WS-TRG-EFFECTIVE-DATE NOT = SPACES AND
                   WS-TRG-EFFECTIVE-DATE NOT < WS-DUP-CUTOFF-DATE AND
                   WS-TRG-EFFECTIVE-DATE < WS-TODAY-DATE
               MOVE "DUPLICATE TRANSACTION" TO MSG
               PERFORM WRITE-AUDIT-LOG
               MOVE TR-KEY TO REJ-KEY
               MOVE "E007" TO REJ-REASON-CODE
               MOVE "DUPLICATE TRANSACTION" TO REJ-REASON-TEXT
               PERFORM HOLD-REJECT-RECORD
               ADD 1 TO WS-BATCH-DUP-COUNT
           ELSE
               MOVE "not a duplicate" TO MSG
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      * built reject records wait on the batch hold file until the
      * batch's trailer proves out - see RELEASE-CURRENT-BATCH.
       HOLD-REJECT-RECORD.
           SET TRAN-REJECTED TO TRUE.
           MOVE WS-TH-SOURCE-SYSTEM TO REJ-SOURCE-SYSTEM.
           MOVE REJECT-RECORD TO REJ-HOLD-RECORD.
           WRITE REJ-HOLD-RECORD.

      * keyed read of the product file PRODLOAD builds from PRODMAST.
      * A status byte of D is a retired product - records from the
      * old hand-kept 6-byte file carry spaces there and stay active.
       LOOK-UP-PRODUCT-CODE.
           SET PROD-NOT-FOUND TO TRUE.
           SET PROD-CURRENT TO TRUE.
           MOVE TR-PRODUCT-CODE TO PK-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   SET PROD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PROD-FOUND TO TRUE
                   IF PK-DISCONTINUED
                       SET PROD-DISCONTD TO TRUE
                   END-IF
           END-READ.


       LOOP SECTION.
               MOVE TR-EDIT-FIELD TO n.
               MOVE TR-ALPHA-FIELD TO m.
               PERFORM DISPLAY-PARA.
      * TRAN-REJECTED is still set from the edit checks performed
      * just before this paragraph, so a record failing any one edit
      * counts rejected here, the same as it lands in REJECTS.
               IF TRAN-PASSED-EDITS
                   ADD 1 TO WS-BATCH-ACC-COUNT
                   ADD TR-AMOUNT TO WS-BATCH-ACC-AMOUNT
                   IF TR-CREDIT-TYPE
                       ADD 1 TO WS-BATCH-CR-COUNT
                       ADD TR-AMOUNT TO WS-BATCH-CR-AMOUNT
                   END-IF
                   PERFORM HOLD-EDITED-RECORD
               ELSE
                   ADD 1 TO WS-BATCH-REJ-COUNT
               END-IF.

      * accepted records wait on the batch hold file until the
      * batch's trailer proves out - see RELEASE-CURRENT-BATCH.
           HOLD-EDITED-RECORD.
               MOVE TRANS-RECORD TO EDIT-HOLD-RECORD.
               WRITE EDIT-HOLD-RECORD.

       REDEFINES-RENAMES SECTION.

