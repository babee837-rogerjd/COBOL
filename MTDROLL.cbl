      *          opens a new period record when the posting date
      *          moves into a period the file does not carry, and
      *          refuses to roll into a closed period or to roll the
      *          same day twice. Payments, refunds and adjustments
      *          count in the accepted totals, which stay gross to
      *          match the balancing report, but are not sales and
      *          never reach the product records; neither do the
      *          finance charges the month-end run generates. The
      *          product figures come from the posting run's booked
      *          file TRANBOOK rather than the edited file, so a
      *          charge held over its credit limit counts as a sale
      *          on the day it is released and posts, and never if it
      *          is never released. The period's product records and
      *          the day's charges are
      *          sorted together by product code and summed at each
      *          change of code, so there is no limit on how many
      *          products a month can carry. The updated file is
      *          written to MTDCTLO; the job step swaps it over the
      *          live MTDCTL, the same hand-off the audit purge uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANEDIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE ASSIGN TO TRANBOOK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAL-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MTD-FILE ASSIGN TO MTDCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO MTDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
       DATA  DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY TRANREC.
      * the booked transactions are the TRANREC detail layout - named
      * apart here because the copybook's names belong to TRANEDIT.
       FD  BOOK-FILE.
       01  BOOK-RECORD.
           05  BK-KEY              PIC X(6).
               88  BK-HEADER-KEY       VALUE 'HDR   '.
               88  BK-TRAILER-KEY      VALUE 'TRL   '.
           05  BK-EDIT-FIELD       PIC 9(2).
           05  BK-ALPHA-FIELD      PIC XX.
           05  BK-AMOUNT           PIC 9(5)V99.
           05  BK-PRODUCT-CODE     PIC X(6).
           05  BK-TRAN-TYPE        PIC X.
               88  BK-SALE-TYPE        VALUE 'C' SPACE.
       FD  BAL-REPORT-FILE.
       01  BAL-REPORT-LINE PIC X(60).
       FD  MTD-FILE.
       01  NEW-MTD-RECORD PIC X(37).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(60).
      * one sort record per period product record carried in and per
      * charge on the day's booked file - summed by code on the way
      * out.
       SD  SORT-WORK.
       01  SORT-PRODUCT-RECORD.
           05  SP-PRODUCT-CODE     PIC X(6).
           05  SP-COUNT            PIC 9(7).
           05  SP-AMOUNT           PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01  WS-TRANS-EOF PIC X VALUE 'N'.
           88  TRANS-EOF VALUE 'Y'.
       01  WS-BOOK-EOF PIC X VALUE 'N'.
           88  BOOK-EOF VALUE 'Y'.
       01  WS-BAL-EOF PIC X VALUE 'N'.
           88  BAL-EOF VALUE 'Y'.
       01  WS-MTD-EOF PIC X VALUE 'N'.
      * must agree with the balancing report before anything rolls.
       01  WS-DAY-COUNT PIC 9(7) VALUE 0.
       01  WS-DAY-AMOUNT PIC 9(7)V99 VALUE 0.
      * proof against the day's balancing report - the expected lines
      * are built with the same edit pictures the edit run uses, so
      * the comparison is image to image.
       01  WS-MTD-LAST-ROLL PIC X(8) VALUE SPACES.
       01  WS-MTD-COUNT PIC 9(7) VALUE 0.
       01  WS-MTD-AMOUNT PIC 9(9)V99 VALUE 0.
      * held key of the sorted product records - HIGH-VALUES marks
      * the sort as exhausted; each code's figures are summed here.
       01  WS-SORT-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-SORT-EOF PIC X VALUE 'N'.
           88  SORT-EOF VALUE 'Y'.
       01  WS-GROUP-CODE PIC X(6).
       01  WS-GROUP-COUNT PIC 9(7) VALUE 0.
       01  WS-GROUP-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-PRODUCT-REC-COUNT PIC 9(7) VALUE 0.
      * outgoing control and product records are built here, not in
      * the MTD-FILE record area - that file is closed by the time
      * the period records are written, and a closed file's record
       01  WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ROLL-DATE.
           MOVE WS-ROLL-DATE(1:6) TO WS-ROLL-PERIOD.
           SORT SORT-WORK
               ON ASCENDING KEY SP-PRODUCT-CODE
               INPUT PROCEDURE IS GATHER-ROLL-FIGURES
               OUTPUT PROCEDURE IS WRITE-PERIOD-RECORDS.
           PERFORM WRITE-ROLL-REPORT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       WRITE-ROLL-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MTD ROLL FOR " WS-ROLL-DATE " PERIOD "
               WS-ROLL-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DAY TOTALS PROVED AGAINST BALRPT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT PERIOD-ON-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD " WS-ROLL-PERIOD " OPENED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAY ACCEPTED COUNT " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAY ACCEPTED AMT   " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MTD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MTD ACCEPTED COUNT " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MTD-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MTD ACCEPTED AMT   " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PRODUCT-REC-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MTD PRODUCTS       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UPDATED MTD FILE WRITTEN TO MTDCTLO -" TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SWAP MTDCTLO OVER MTDCTL TO COMPLETE THE ROLL" TO
               REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE NEW-MTD-FILE.
           CLOSE REPORT-FILE.

      * sort input procedure - tallies and proves the day, carries
      * the other periods through to the new file, and releases the
      * roll period's product records and the day's charges to the
      * sort. Nothing reaches MTDCTLO for the roll period until the
      * day has proven against the balancing report.
       GATHER-ROLL-FIGURES SECTION.
       GRF-START.
           PERFORM TALLY-DAY-FIGURES.
           PERFORM PROVE-AGAINST-BALRPT.
           PERFORM TALLY-BOOKED-SALES.
           PERFORM CARRY-IN-MTD-FILE.
           ADD WS-DAY-COUNT TO WS-MTD-COUNT.
           ADD WS-DAY-AMOUNT TO WS-MTD-AMOUNT.
           GO TO GRF-EXIT.

       TALLY-DAY-FIGURES.
           OPEN INPUT TRANS-FILE.
           PERFORM TALLY-NEXT-TRANSACTION UNTIL TRANS-EOF.

      * the edited file carries accepted details only, but should a
      * raw bracketed file ever be pointed at this step the header
      * and trailer records are skipped rather than totalled. The
      * edited file is the accepted day the balancing report proves;
      * the sales come from the booked file below.
       TALLY-NEXT-TRANSACTION.
           READ TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
       TALLY-TRANSACTION-RECORD.
           ADD 1 TO WS-DAY-COUNT.
           ADD TR-AMOUNT TO WS-DAY-AMOUNT.

      * only the sales charges the day booked reach the products -
      * credits and finance charges are not sales.
       TALLY-BOOKED-SALES.
           OPEN INPUT BOOK-FILE.
           PERFORM TALLY-NEXT-BOOKED UNTIL BOOK-EOF.
           CLOSE BOOK-FILE.

       TALLY-NEXT-BOOKED.
           READ BOOK-FILE
               AT END SET BOOK-EOF TO TRUE
               NOT AT END
                   IF BK-SALE-TYPE
                       AND NOT BK-HEADER-KEY AND NOT BK-TRAILER-KEY
                       MOVE BK-PRODUCT-CODE TO SP-PRODUCT-CODE
                       MOVE 1 TO SP-COUNT
                       MOVE BK-AMOUNT TO SP-AMOUNT
                       RELEASE SORT-PRODUCT-RECORD
                   END-IF
           END-READ.

      * the MTD file is only as good as its proof - the day's figures
      * must match the ACCEPTED COUNT/AMT lines the balancing report
           END-READ.

      * records for other periods pass straight through to the new
      * file; the roll period's control record is lifted into storage
      * and its product records go to the sort so the day can fold
      * in.
       CARRY-IN-MTD-FILE.
           OPEN INPUT MTD-FILE.
           OPEN OUTPUT NEW-MTD-FILE.
                   WHEN MTD-CONTROL-REC
                       PERFORM HOLD-PERIOD-CONTROL
                   WHEN MTD-PRODUCT-REC
                       MOVE MTD-PRODUCT-CODE TO SP-PRODUCT-CODE
                       MOVE MTD-PROD-COUNT TO SP-COUNT
                       MOVE MTD-PROD-AMOUNT TO SP-AMOUNT
                       RELEASE SORT-PRODUCT-RECORD
               END-EVALUATE
           END-IF.

           MOVE MTD-ACC-COUNT TO WS-MTD-COUNT.
           MOVE MTD-ACC-AMOUNT TO WS-MTD-AMOUNT.

       GRF-EXIT.
           EXIT.

      * sort output procedure - the roll period's control record goes
      * out with today's date and the folded totals, then one product
      * record per code with the month's and the day's figures summed.
      * A period the file did not carry is opened here, which is how
      * the new month starts itself.
       WRITE-PERIOD-RECORDS SECTION.
       WPR-START.
           MOVE SPACES TO WS-MTD-OUT-RECORD.
           MOVE 'C' TO WS-MO-REC-TYPE.
           MOVE WS-ROLL-PERIOD TO WS-MO-PERIOD.
           MOVE WS-MTD-AMOUNT TO WS-MO-ACC-AMOUNT.
           MOVE WS-MTD-OUT-RECORD TO NEW-MTD-RECORD.
           WRITE NEW-MTD-RECORD.
           PERFORM RETURN-SORTED-PRODUCT.
           PERFORM WRITE-PERIOD-PRODUCT
               UNTIL WS-SORT-KEY = HIGH-VALUES.
           GO TO WPR-EXIT.

       RETURN-SORTED-PRODUCT.
           RETURN SORT-WORK
               AT END
                   MOVE HIGH-VALUES TO WS-SORT-KEY
               NOT AT END
                   MOVE SP-PRODUCT-CODE TO WS-SORT-KEY
           END-RETURN.

       WRITE-PERIOD-PRODUCT.
           MOVE WS-SORT-KEY TO WS-GROUP-CODE.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-AMOUNT.
           PERFORM ADD-SORTED-PRODUCT
               UNTIL WS-SORT-KEY NOT = WS-GROUP-CODE.
           ADD 1 TO WS-PRODUCT-REC-COUNT.
           MOVE SPACES TO WS-MTD-OUT-RECORD.
           MOVE 'P' TO WS-MO-REC-TYPE.
           MOVE WS-ROLL-PERIOD TO WS-MO-PERIOD.
           MOVE WS-GROUP-CODE TO WS-MO-PRODUCT-CODE.
           MOVE WS-GROUP-COUNT TO WS-MO-PROD-COUNT.
           MOVE WS-GROUP-AMOUNT TO WS-MO-PROD-AMOUNT.
           MOVE WS-MTD-OUT-RECORD TO NEW-MTD-RECORD.
           WRITE NEW-MTD-RECORD.

       ADD-SORTED-PRODUCT.
           ADD SP-COUNT TO WS-GROUP-COUNT.
           ADD SP-AMOUNT TO WS-GROUP-AMOUNT.
           PERFORM RETURN-SORTED-PRODUCT.

       WPR-EXIT.
           EXIT.

       EXIT PROGRAM.
