      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end finance charges - runs after the statement
      *          run and reads the customer master in key order,
      *          charging each customer whose balance is owed, at or
      *          over the minimum balance, and not dormant the rate
      *          on the parameter file. Dormancy is measured the way
      *          the dormant account run measures it - no activity
      *          for the parameter's number of days before the as-of
      *          date, or none ever. The charges are written as one
      *          header/detail/trailer batch under the FINCHG source
      *          system, finance charge type F, for the job step to
      *          concatenate into the next daily run's TRANSIN, where
      *          they are edited, posted, GL-extracted and balanced
      *          like any other source. The header's file date must be
      *          the date of the daily run that will edit the batch,
      *          so the parameter has to give it - the month-end
      *          as-of date would be refused by that run - and the
      *          batch register refuses the same batch a second time.
      *          The register lists every customer charged with the
      *          balance charged on and the charge, and its totals
      *          are the figures written to the batch trailer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID.
           SELECT PARM-FILE ASSIGN TO FINPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-FILE ASSIGN TO FINOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO FINRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTMAST.
      * the rate is a percent of the balance per month, 0150 for
      * 1.50; the file date is the date of the daily run the batch is
      * fed to; the product code defaults to FINCHG.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  FP-RATE-PCT         PIC 9(2)V99.
           05  FP-MIN-BALANCE      PIC 9(7)V99.
           05  FP-DORMANT-DAYS     PIC 9(5).
           05  FP-AS-OF-DATE       PIC X(8).
           05  FP-FILE-DATE        PIC X(8).
           05  FP-PRODUCT-CODE     PIC X(6).
       FD  BATCH-FILE.
           COPY TRANREC.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-EOF PIC X VALUE 'N'.
           88  CUSTOMER-EOF VALUE 'Y'.
       01  WS-RATE-PCT PIC 9(2)V99 VALUE 0.
       01  WS-MIN-BALANCE PIC 9(7)V99 VALUE 0.
       01  WS-DORMANT-DAYS PIC 9(5) VALUE 0.
       01  WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01  WS-FILE-DATE PIC X(8) VALUE SPACES.
       01  WS-PRODUCT-CODE PIC X(6) VALUE "FINCHG".
       01  WS-SOURCE-SYSTEM PIC X(8) VALUE "FINCHG".
       01  WS-PARM-VALID-FLAG PIC X VALUE 'Y'.
           88  PARM-VALID VALUE 'Y'.
       01  WS-AS-OF-NUM PIC 9(8).
       01  WS-CUTOFF-NUM PIC 9(8).
      * last activity strictly before this date is dormant.
       01  WS-CUTOFF-DATE PIC X(8).
       01  WS-CHARGE PIC 9(5)V99.
       01  WS-CHARGE-OK-FLAG PIC X.
           88  CHARGE-OK VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
           05  WS-CHARGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-NO-BALANCE-COUNT     PIC 9(7) VALUE 0.
           05  WS-DORMANT-COUNT        PIC 9(7) VALUE 0.
           05  WS-BELOW-MIN-COUNT      PIC 9(7) VALUE 0.
           05  WS-ZERO-CHARGE-COUNT    PIC 9(7) VALUE 0.
           05  WS-TOO-LARGE-COUNT      PIC 9(7) VALUE 0.
       01  WS-BASE-TOTAL PIC 9(9)V99 VALUE 0.
      * the batch trailer's own fields bound the charge total - a
      * month that would overflow them cannot be bracketed.
       01  WS-CHARGE-TOTAL PIC 9(7)V99 VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-BALANCE PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-CHARGE PIC ZZ,ZZ9.99.
       01  WS-EDIT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RATE PIC Z9.99.
       01  WS-EDIT-MIN PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-FINANCE-PARM.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM CHECK-NEXT-CUSTOMER UNTIL CUSTOMER-EOF.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

      * the rate, minimum balance, dormancy days, as-of date and
      * batch file date are all required - a defaulted rate or
      * minimum would charge the wrong customers the wrong amount,
      * and a defaulted file date would have the whole batch refused
      * by the daily edit, so the run refuses instead, the same guard
      * the dormant account run applies.
       READ-FINANCE-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   MOVE 'N' TO WS-PARM-VALID-FLAG
               NOT AT END
                   PERFORM TAKE-FINANCE-PARM
           END-READ.
           CLOSE PARM-FILE.
           IF NOT PARM-VALID
               DISPLAY "RATE, MINIMUM BALANCE, DORMANT DAYS, AS-OF"
                   " DATE OR FILE DATE PARM MISSING OR NOT NUMERIC"
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-FINANCE-PARM.
           IF FP-RATE-PCT IS NUMERIC AND FP-RATE-PCT > 0
               MOVE FP-RATE-PCT TO WS-RATE-PCT
           ELSE
               MOVE 'N' TO WS-PARM-VALID-FLAG
           END-IF.
           IF FP-MIN-BALANCE IS NUMERIC
               MOVE FP-MIN-BALANCE TO WS-MIN-BALANCE
           ELSE
               MOVE 'N' TO WS-PARM-VALID-FLAG
           END-IF.
           IF FP-DORMANT-DAYS IS NUMERIC AND FP-DORMANT-DAYS > 0
               MOVE FP-DORMANT-DAYS TO WS-DORMANT-DAYS
           ELSE
               MOVE 'N' TO WS-PARM-VALID-FLAG
           END-IF.
           IF FP-AS-OF-DATE IS NUMERIC
               MOVE FP-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE 'N' TO WS-PARM-VALID-FLAG
           END-IF.
           IF FP-FILE-DATE IS NUMERIC
               MOVE FP-FILE-DATE TO WS-FILE-DATE
           ELSE
               MOVE 'N' TO WS-PARM-VALID-FLAG
           END-IF.
           IF FP-PRODUCT-CODE NOT = SPACES
               MOVE FP-PRODUCT-CODE TO WS-PRODUCT-CODE
           END-IF.

       COMPUTE-CUTOFF-DATE.
           MOVE WS-AS-OF-DATE TO WS-AS-OF-NUM.
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-AS-OF-NUM)
                   - WS-DORMANT-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT BATCH-FILE.
           OPEN OUTPUT REPORT-FILE.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE "HDR   " TO TH-KEY.
           MOVE WS-SOURCE-SYSTEM TO TH-SOURCE-SYSTEM.
           MOVE WS-FILE-DATE TO TH-FILE-DATE.
           WRITE TRANS-HEADER-RECORD.

      * the trailer carries the count and total of the details
      * written, the figures the daily edit proves the batch against.
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE "TRL   " TO TL-KEY.
           MOVE WS-CHARGED-COUNT TO TL-REC-COUNT.
           MOVE WS-CHARGE-TOTAL TO TL-AMOUNT-TOTAL.
           WRITE TRANS-TRAILER-RECORD.

       CHECK-NEXT-CUSTOMER.
           READ CUSTOMER-FILE
               AT END SET CUSTOMER-EOF TO TRUE
               NOT AT END PERFORM CHECK-CUSTOMER-CHARGE
           END-READ.

      * a balance in credit or at zero owes nothing; an account with
      * no activity since the cutoff, or none ever, is dormant and is
      * left alone; a balance under the minimum is not worth a
      * charge. Everyone else is charged.
       CHECK-CUSTOMER-CHARGE.
           ADD 1 TO WS-TOTAL-COUNT.
      * master records written before the balance fields existed
      * carry spaces there - the posting run applies the same guard.
           IF CUST-BALANCE IS NOT NUMERIC
               MOVE ZERO TO CUST-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN CUST-BALANCE NOT > 0
                   ADD 1 TO WS-NO-BALANCE-COUNT
               WHEN CUST-LAST-ACTIVITY-DATE = SPACES
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN CUST-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN CUST-BALANCE < WS-MIN-BALANCE
                   ADD 1 TO WS-BELOW-MIN-COUNT
               WHEN OTHER
                   PERFORM CHARGE-CUSTOMER
           END-EVALUATE.

      * a charge too big for a transaction amount is listed for
      * finance to raise by hand; one that rounds to nothing is only
      * counted.
       CHARGE-CUSTOMER.
           SET CHARGE-OK TO TRUE.
           COMPUTE WS-CHARGE ROUNDED =
               CUST-BALANCE * WS-RATE-PCT / 100
               ON SIZE ERROR
                   MOVE 'N' TO WS-CHARGE-OK-FLAG
           END-COMPUTE.
           EVALUATE TRUE
               WHEN NOT CHARGE-OK
                   ADD 1 TO WS-TOO-LARGE-COUNT
                   MOVE CUST-BALANCE TO WS-EDIT-BALANCE
                   MOVE SPACES TO REPORT-LINE
                   STRING CUST-ID "  " CUST-NAME "  "
                       CUST-LAST-ACTIVITY-DATE "  " WS-EDIT-BALANCE
                       "  CHARGE TOO LARGE - NOT WRITTEN"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-CHARGE = 0
                   ADD 1 TO WS-ZERO-CHARGE-COUNT
               WHEN OTHER
                   PERFORM WRITE-CHARGE
           END-EVALUATE.

       WRITE-CHARGE.
           ADD WS-CHARGE TO WS-CHARGE-TOTAL
               ON SIZE ERROR
                   PERFORM FAIL-TRAILER-OVERFLOW
           END-ADD.
           ADD 1 TO WS-CHARGED-COUNT.
           ADD CUST-BALANCE TO WS-BASE-TOTAL.
           MOVE SPACES TO TRANS-RECORD.
           MOVE CUST-ID TO TR-KEY.
           MOVE 0 TO TR-EDIT-FIELD.
           MOVE "FC" TO TR-ALPHA-FIELD.
           MOVE WS-CHARGE TO TR-AMOUNT.
           MOVE WS-PRODUCT-CODE TO TR-PRODUCT-CODE.
           SET TR-FINANCE-CHARGE TO TRUE.
           WRITE TRANS-RECORD.
           MOVE CUST-BALANCE TO WS-EDIT-BALANCE.
           MOVE WS-CHARGE TO WS-EDIT-CHARGE.
           MOVE SPACES TO REPORT-LINE.
           STRING CUST-ID "  " CUST-NAME "  " CUST-LAST-ACTIVITY-DATE
               "  " WS-EDIT-BALANCE "  " WS-EDIT-CHARGE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * a batch whose total will not fit its trailer could never
      * prove out in the daily edit - the run dies and the batch is
      * emptied so nothing half-built is handed on.
       FAIL-TRAILER-OVERFLOW.
           DISPLAY "RUN STOPPED - CHARGE TOTAL EXCEEDS BATCH TRAILER"
               " AT CUSTOMER " CUST-ID.
           PERFORM CLOSE-FILES.
           OPEN OUTPUT BATCH-FILE.
           CLOSE BATCH-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "FINANCE CHARGE REGISTER AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RATE-PCT TO WS-EDIT-RATE.
           MOVE WS-MIN-BALANCE TO WS-EDIT-MIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATE " WS-EDIT-RATE " PCT - MINIMUM BALANCE "
               WS-EDIT-MIN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DORMANT-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING "DORMANT AFTER " WS-EDIT-DAYS
               " DAYS - NO ACTIVITY SINCE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH " WS-SOURCE-SYSTEM " FILE DATE " WS-FILE-DATE
               " PRODUCT " WS-PRODUCT-CODE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUST    NAME                  LAST ACT"
               "         BALANCE     CHARGE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * the charged count and charge total are the figures moved into
      * the batch trailer when it was written, so the register foots
      * to the batch by construction. They print from storage - the
      * trailer's record area is gone once the record is written.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS ON FILE     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NO-BALANCE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED NO BALANCE    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED DORMANT       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BELOW-MIN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED BELOW MINIMUM " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ZERO-CHARGE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHARGE ROUNDS TO ZERO " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOO-LARGE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHARGE TOO LARGE      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHARGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMERS CHARGED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BASE-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "BALANCE CHARGED ON    " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHARGE-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL CHARGES         " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHARGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH TRAILER COUNT   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHARGE-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH TRAILER AMOUNT  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOO-LARGE-COUNT > 0
               DISPLAY "FINANCE CHARGE RUN - " WS-TOO-LARGE-COUNT
                   " CHARGE(S) TOO LARGE FOR THE BATCH - SEE FINRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE BATCH-FILE.
           CLOSE REPORT-FILE.

       EXIT PROGRAM.
