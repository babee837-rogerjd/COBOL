      ******************************************************************
      * Author:
      * Date:
      * Purpose: period comparison - sets each product's MTD sales for
      *          the period on the parameter file (the current period
      *          when no parameter is given) beside the prior month
      *          and the same month last year, all taken from the MTD
      *          control file. Each comparison line shows the change
      *          in amount and the percent change; a move in either
      *          direction past the threshold percent on the parameter
      *          file (10 when none is given) is flagged, and products
      *          sold in one period but not the other are marked NEW
      *          or NOT SOLD on their line and listed again after the
      *          totals. The three periods' product records are
      *          sorted by product code and compared at each change of
      *          code, so there is no limit on the number of products.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCOMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTD-FILE ASSIGN TO MTDCTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO CMPPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO CMPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-COMPARE-FILE ASSIGN TO SORTCMP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ONE-SIDED-FILE ASSIGN TO CMPWORK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
       DATA  DIVISION.
       FILE SECTION.
       FD  MTD-FILE.
           COPY MTDREC.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  CP-PERIOD           PIC X(6).
           05  CP-THRESHOLD        PIC 9(3).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       FD  SORTED-COMPARE-FILE.
       01  SORTED-COMPARE-RECORD.
           05  SC-PRODUCT-CODE     PIC X(6).
           05  SC-SLOT             PIC X.
           05  SC-COUNT            PIC 9(7).
           05  SC-AMOUNT           PIC 9(9)V99.
      * one line per product sold in one of a compared pair of periods
      * but not the other, listed after the totals.
       FD  ONE-SIDED-FILE.
       01  ONE-SIDED-RECORD.
           05  OS-PRODUCT-CODE     PIC X(6).
           05  OS-SOLD-PERIOD      PIC X(6).
           05  OS-NOT-PERIOD       PIC X(6).
           05  OS-COUNT            PIC 9(7).
           05  OS-AMOUNT           PIC 9(9)V99.
      * slot C is the period asked for, P the prior month and Y the
      * same month last year.
       SD  SORT-WORK.
       01  SORT-COMPARE-RECORD.
           05  SR-PRODUCT-CODE     PIC X(6).
           05  SR-SLOT             PIC X.
           05  SR-COUNT            PIC 9(7).
           05  SR-AMOUNT           PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01  WS-MTD-EOF PIC X VALUE 'N'.
           88  MTD-EOF VALUE 'Y'.
       01  WS-ONE-SIDED-EOF PIC X VALUE 'N'.
           88  ONE-SIDED-EOF VALUE 'Y'.
       01  WS-CUR-PERIOD.
           05  WS-CUR-YEAR         PIC 9(4).
           05  WS-CUR-MONTH        PIC 9(2).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR       PIC 9(4).
           05  WS-PRIOR-MONTH      PIC 9(2).
       01  WS-LAST-YEAR-PERIOD.
           05  WS-LY-YEAR          PIC 9(4).
           05  WS-LY-MONTH         PIC 9(2).
       01  WS-THRESHOLD PIC 9(3) VALUE 10.
       01  WS-CUR-FOUND-FLAG PIC X VALUE 'N'.
           88  CUR-PERIOD-ON-FILE VALUE 'Y'.
       01  WS-PRIOR-FOUND-FLAG PIC X VALUE 'N'.
           88  PRIOR-PERIOD-ON-FILE VALUE 'Y'.
       01  WS-LY-FOUND-FLAG PIC X VALUE 'N'.
           88  LY-PERIOD-ON-FILE VALUE 'Y'.
      * held key of the sorted product records - HIGH-VALUES marks the
      * file as exhausted, and each product prints at its change of
      * code.
       01  WS-COMPARE-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-GROUP-CODE PIC X(6).
       01  WS-GROUP-FIGURES.
           05  WS-CUR-COUNT        PIC 9(7).
           05  WS-CUR-AMOUNT       PIC 9(9)V99.
           05  WS-PRIOR-COUNT      PIC 9(7).
           05  WS-PRIOR-AMOUNT     PIC 9(9)V99.
           05  WS-LY-COUNT         PIC 9(7).
           05  WS-LY-AMOUNT        PIC 9(9)V99.
       01  WS-REPORT-TOTALS.
           05  WS-TOT-CUR-COUNT    PIC 9(9) VALUE 0.
           05  WS-TOT-CUR-AMOUNT   PIC 9(11)V99 VALUE 0.
           05  WS-TOT-PRIOR-COUNT  PIC 9(9) VALUE 0.
           05  WS-TOT-PRIOR-AMOUNT PIC 9(11)V99 VALUE 0.
           05  WS-TOT-LY-COUNT     PIC 9(9) VALUE 0.
           05  WS-TOT-LY-AMOUNT    PIC 9(11)V99 VALUE 0.
       01  WS-PRODUCT-COUNT PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT PIC 9(7) VALUE 0.
       01  WS-NEW-COUNT PIC 9(7) VALUE 0.
       01  WS-NOT-SOLD-COUNT PIC 9(7) VALUE 0.
      * one comparison line - the period compared against, its
      * figures, and the current amount they are set beside.
       01  WS-COMPARE-PERIOD PIC X(6).
       01  WS-BASE-COUNT PIC 9(9).
       01  WS-BASE-AMOUNT PIC 9(11)V99.
       01  WS-NOW-COUNT PIC 9(9).
       01  WS-NOW-AMOUNT PIC 9(11)V99.
       01  WS-CHANGE-AMOUNT PIC S9(11)V99.
       01  WS-CHANGE-PCT PIC S9(5)V9.
       01  WS-ABS-PCT PIC 9(5)V9.
       01  WS-FLAG PIC X(10).
       01  WS-PCT-SHOWN-FLAG PIC X VALUE 'N'.
           88  PCT-SHOWN VALUE 'Y'.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CHANGE PIC ----,---,--9.99.
       01  WS-EDIT-PCT PIC ---,--9.9.
       01  WS-EDIT-PCT-X REDEFINES WS-EDIT-PCT PIC X(9).
       01  WS-EDIT-THRESHOLD PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
       MAIN.
           PERFORM READ-COMPARE-PARM.
           SORT SORT-WORK
               ON ASCENDING KEY SR-PRODUCT-CODE SR-SLOT
               INPUT PROCEDURE IS SELECT-COMPARE-PERIODS
               GIVING SORTED-COMPARE-FILE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-SORTED-COMPARE.
           PERFORM COMPARE-PRODUCT-GROUP
               UNTIL WS-COMPARE-KEY = HIGH-VALUES.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ONE-SIDED-FILE.
           PERFORM WRITE-ONE-SIDED-LIST.
           PERFORM WRITE-PERIOD-WARNINGS.
           PERFORM CLOSE-FILES.
           STOP RUN.

      * the comparison usually runs after the period-end close for
      * the month just ended, so the period comes from the parameter
      * file; with no parameter the current period is assumed. The
      * prior month and the same month last year follow from it.
       READ-COMPARE-PARM.
           MOVE SPACES TO WS-CUR-PERIOD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CP-PERIOD TO WS-CUR-PERIOD
                   IF CP-THRESHOLD NUMERIC AND CP-THRESHOLD > 0
                       MOVE CP-THRESHOLD TO WS-THRESHOLD
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           IF WS-CUR-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CUR-PERIOD
           END-IF.
           IF WS-CUR-PERIOD NOT NUMERIC
               OR WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
               DISPLAY "RUN STOPPED - INVALID PERIOD ON CMPPARM "
                   WS-CUR-PERIOD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CUR-MONTH = 1
               COMPUTE WS-PRIOR-YEAR = WS-CUR-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-CUR-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-CUR-MONTH - 1
           END-IF.
           COMPUTE WS-LY-YEAR = WS-CUR-YEAR - 1.
           MOVE WS-CUR-MONTH TO WS-LY-MONTH.

       OPEN-FILES.
           OPEN INPUT SORTED-COMPARE-FILE.
           OPEN OUTPUT ONE-SIDED-FILE.
           OPEN OUTPUT REPORT-FILE.

       READ-SORTED-COMPARE.
           READ SORTED-COMPARE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-COMPARE-KEY
               NOT AT END
                   MOVE SC-PRODUCT-CODE TO WS-COMPARE-KEY
           END-READ.

      * one product's figures for the three periods, gathered until
      * the code changes - a period the product did not sell in
      * stays at zero.
       COMPARE-PRODUCT-GROUP.
           MOVE WS-COMPARE-KEY TO WS-GROUP-CODE.
           INITIALIZE WS-GROUP-FIGURES.
           PERFORM ADD-PERIOD-FIGURES
               UNTIL WS-COMPARE-KEY NOT = WS-GROUP-CODE.
           ADD 1 TO WS-PRODUCT-COUNT.
           ADD WS-CUR-COUNT TO WS-TOT-CUR-COUNT.
           ADD WS-CUR-AMOUNT TO WS-TOT-CUR-AMOUNT.
           ADD WS-PRIOR-COUNT TO WS-TOT-PRIOR-COUNT.
           ADD WS-PRIOR-AMOUNT TO WS-TOT-PRIOR-AMOUNT.
           ADD WS-LY-COUNT TO WS-TOT-LY-COUNT.
           ADD WS-LY-AMOUNT TO WS-TOT-LY-AMOUNT.
           PERFORM WRITE-PRODUCT-LINES.

       ADD-PERIOD-FIGURES.
           EVALUATE SC-SLOT
               WHEN 'C'
                   ADD SC-COUNT TO WS-CUR-COUNT
                   ADD SC-AMOUNT TO WS-CUR-AMOUNT
               WHEN 'P'
                   ADD SC-COUNT TO WS-PRIOR-COUNT
                   ADD SC-AMOUNT TO WS-PRIOR-AMOUNT
               WHEN 'Y'
                   ADD SC-COUNT TO WS-LY-COUNT
                   ADD SC-AMOUNT TO WS-LY-AMOUNT
           END-EVALUATE.
           PERFORM READ-SORTED-COMPARE.

      * the period asked for on the first line, then the prior month
      * and the same month last year, each measured against it.
       WRITE-PRODUCT-LINES.
           MOVE WS-CUR-COUNT TO WS-EDIT-COUNT.
           MOVE WS-CUR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-GROUP-CODE "  " WS-CUR-PERIOD "  " WS-EDIT-COUNT
               "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CUR-COUNT TO WS-NOW-COUNT.
           MOVE WS-CUR-AMOUNT TO WS-NOW-AMOUNT.
           MOVE WS-PRIOR-PERIOD TO WS-COMPARE-PERIOD.
           MOVE WS-PRIOR-COUNT TO WS-BASE-COUNT.
           MOVE WS-PRIOR-AMOUNT TO WS-BASE-AMOUNT.
           PERFORM MEASURE-CHANGE.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE WS-LAST-YEAR-PERIOD TO WS-COMPARE-PERIOD.
           MOVE WS-LY-COUNT TO WS-BASE-COUNT.
           MOVE WS-LY-AMOUNT TO WS-BASE-AMOUNT.
           PERFORM MEASURE-CHANGE.
           PERFORM WRITE-COMPARISON-LINE.

      * change in amount and percent of the compared period's amount.
      * A product with nothing in one of the pair has no percent to
      * speak of - it is marked NEW or NOT SOLD and kept for the
      * one-period list instead of being measured on the threshold.
       MEASURE-CHANGE.
           MOVE SPACES TO WS-FLAG.
           MOVE 'N' TO WS-PCT-SHOWN-FLAG.
           COMPUTE WS-CHANGE-AMOUNT = WS-NOW-AMOUNT - WS-BASE-AMOUNT.
           EVALUATE TRUE
               WHEN WS-BASE-AMOUNT = 0 AND WS-NOW-AMOUNT = 0
                   CONTINUE
               WHEN WS-BASE-AMOUNT = 0
                   MOVE "NEW" TO WS-FLAG
                   ADD 1 TO WS-NEW-COUNT
                   PERFORM KEEP-NEW-PRODUCT
               WHEN WS-NOW-AMOUNT = 0
                   MOVE "NOT SOLD" TO WS-FLAG
                   ADD 1 TO WS-NOT-SOLD-COUNT
                   PERFORM KEEP-NOT-SOLD-PRODUCT
               WHEN OTHER
                   PERFORM MEASURE-PERCENT
           END-EVALUATE.

       MEASURE-PERCENT.
           SET PCT-SHOWN TO TRUE.
           COMPUTE WS-CHANGE-PCT ROUNDED =
               WS-CHANGE-AMOUNT * 100 / WS-BASE-AMOUNT
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-CHANGE-PCT
           END-COMPUTE.
           MOVE WS-CHANGE-PCT TO WS-ABS-PCT.
           IF WS-ABS-PCT > WS-THRESHOLD
               IF WS-CHANGE-AMOUNT < 0
                   MOVE "** DOWN" TO WS-FLAG
               ELSE
                   MOVE "** UP" TO WS-FLAG
               END-IF
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       KEEP-NEW-PRODUCT.
           MOVE WS-GROUP-CODE TO OS-PRODUCT-CODE.
           MOVE WS-CUR-PERIOD TO OS-SOLD-PERIOD.
           MOVE WS-COMPARE-PERIOD TO OS-NOT-PERIOD.
           MOVE WS-NOW-COUNT TO OS-COUNT.
           MOVE WS-NOW-AMOUNT TO OS-AMOUNT.
           WRITE ONE-SIDED-RECORD.

       KEEP-NOT-SOLD-PRODUCT.
           MOVE WS-GROUP-CODE TO OS-PRODUCT-CODE.
           MOVE WS-COMPARE-PERIOD TO OS-SOLD-PERIOD.
           MOVE WS-CUR-PERIOD TO OS-NOT-PERIOD.
           MOVE WS-BASE-COUNT TO OS-COUNT.
           MOVE WS-BASE-AMOUNT TO OS-AMOUNT.
           WRITE ONE-SIDED-RECORD.

       WRITE-COMPARISON-LINE.
           MOVE WS-BASE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-BASE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-CHANGE-AMOUNT TO WS-EDIT-CHANGE.
           IF PCT-SHOWN
               MOVE WS-CHANGE-PCT TO WS-EDIT-PCT
           ELSE
               MOVE SPACES TO WS-EDIT-PCT-X
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "        " WS-COMPARE-PERIOD "  " WS-EDIT-COUNT
               "  " WS-EDIT-AMOUNT " " WS-EDIT-CHANGE " " WS-EDIT-PCT
               "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "SALES COMPARISON FOR PERIOD " WS-CUR-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AGAINST PRIOR MONTH " WS-PRIOR-PERIOD
               " AND SAME MONTH LAST YEAR " WS-LAST-YEAR-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-THRESHOLD TO WS-EDIT-THRESHOLD.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGES PAST " WS-EDIT-THRESHOLD
               " PERCENT FLAGGED **"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRODUCT PERIOD      COUNT          AMOUNT"
               "      CHANGE AMT     CHG %"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * the period totals are compared the same way as a product, but
      * leave the one-period list and the product counts alone.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-CUR-COUNT TO WS-EDIT-COUNT.
           MOVE WS-TOT-CUR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL   " WS-CUR-PERIOD "  " WS-EDIT-COUNT
               "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-CUR-COUNT TO WS-NOW-COUNT.
           MOVE WS-TOT-CUR-AMOUNT TO WS-NOW-AMOUNT.
           MOVE WS-PRIOR-PERIOD TO WS-COMPARE-PERIOD.
           MOVE WS-TOT-PRIOR-COUNT TO WS-BASE-COUNT.
           MOVE WS-TOT-PRIOR-AMOUNT TO WS-BASE-AMOUNT.
           PERFORM MEASURE-TOTAL-CHANGE.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE WS-LAST-YEAR-PERIOD TO WS-COMPARE-PERIOD.
           MOVE WS-TOT-LY-COUNT TO WS-BASE-COUNT.
           MOVE WS-TOT-LY-AMOUNT TO WS-BASE-AMOUNT.
           PERFORM MEASURE-TOTAL-CHANGE.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PRODUCT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRODUCTS COMPARED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGES FLAGGED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NEW-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MARKED NEW            " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOT-SOLD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MARKED NOT SOLD       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       MEASURE-TOTAL-CHANGE.
           MOVE SPACES TO WS-FLAG.
           MOVE 'N' TO WS-PCT-SHOWN-FLAG.
           COMPUTE WS-CHANGE-AMOUNT = WS-NOW-AMOUNT - WS-BASE-AMOUNT.
           IF WS-BASE-AMOUNT NOT = 0
               SET PCT-SHOWN TO TRUE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMOUNT * 100 / WS-BASE-AMOUNT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
           END-IF.

      * products that sold in one of a compared pair of periods and
      * not in the other, in product order.
       WRITE-ONE-SIDED-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRODUCTS SOLD IN ONE PERIOD BUT NOT THE OTHER" TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRODUCT SOLD IN  NOT IN       COUNT          AMOUNT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT ONE-SIDED-FILE.
           PERFORM WRITE-NEXT-ONE-SIDED UNTIL ONE-SIDED-EOF.
           CLOSE ONE-SIDED-FILE.

       WRITE-NEXT-ONE-SIDED.
           READ ONE-SIDED-FILE
               AT END SET ONE-SIDED-EOF TO TRUE
               NOT AT END PERFORM WRITE-ONE-SIDED-LINE
           END-READ.

       WRITE-ONE-SIDED-LINE.
           MOVE OS-COUNT TO WS-EDIT-COUNT.
           MOVE OS-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING OS-PRODUCT-CODE "  " OS-SOLD-PERIOD "  "
               OS-NOT-PERIOD "  " WS-EDIT-COUNT "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * a period with no control record was never rolled - the
      * comparison still prints, but says so; the period asked for
      * itself missing is worth a warning return code.
       WRITE-PERIOD-WARNINGS.
           IF NOT PRIOR-PERIOD-ON-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD " WS-PRIOR-PERIOD " NOT ON MTD FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF NOT LY-PERIOD-ON-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD " WS-LAST-YEAR-PERIOD " NOT ON MTD FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF NOT CUR-PERIOD-ON-FILE
               DISPLAY "PERIOD " WS-CUR-PERIOD
                   " NOT ON MTD FILE - NOTHING TO COMPARE"
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD " WS-CUR-PERIOD
                   " NOT ON MTD FILE - NOTHING TO COMPARE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-FILES.
           CLOSE SORTED-COMPARE-FILE.
           CLOSE REPORT-FILE.

      * sort input procedure - reads the MTD control file and releases
      * the product records of the three periods, each tagged with its
      * slot; the control records only note that a period is on file.
       SELECT-COMPARE-PERIODS SECTION.
       SCP-START.
           OPEN INPUT MTD-FILE.
           PERFORM SELECT-NEXT-MTD UNTIL MTD-EOF.
           CLOSE MTD-FILE.
           GO TO SCP-EXIT.

       SELECT-NEXT-MTD.
           READ MTD-FILE
               AT END SET MTD-EOF TO TRUE
               NOT AT END PERFORM SELECT-MTD-RECORD
           END-READ.

       SELECT-MTD-RECORD.
           MOVE SPACES TO SR-SLOT.
           EVALUATE MTD-PERIOD
               WHEN WS-CUR-PERIOD
                   MOVE 'C' TO SR-SLOT
                   IF MTD-CONTROL-REC
                       SET CUR-PERIOD-ON-FILE TO TRUE
                   END-IF
               WHEN WS-PRIOR-PERIOD
                   MOVE 'P' TO SR-SLOT
                   IF MTD-CONTROL-REC
                       SET PRIOR-PERIOD-ON-FILE TO TRUE
                   END-IF
               WHEN WS-LAST-YEAR-PERIOD
                   MOVE 'Y' TO SR-SLOT
                   IF MTD-CONTROL-REC
                       SET LY-PERIOD-ON-FILE TO TRUE
                   END-IF
           END-EVALUATE.
           IF SR-SLOT NOT = SPACES AND MTD-PRODUCT-REC
               MOVE MTD-PRODUCT-CODE TO SR-PRODUCT-CODE
               MOVE MTD-PROD-COUNT TO SR-COUNT
               MOVE MTD-PROD-AMOUNT TO SR-AMOUNT
               RELEASE SORT-COMPARE-RECORD
           END-IF.

       SCP-EXIT.
           EXIT.

       EXIT PROGRAM.
