      *          merge runs file against file - a month of any size
      *          statements in one pass. The period comes from the
      *          parameter file; with no parameter the current
      *          calendar month is assumed. Payments, refunds and
      *          adjustments print flagged CR and come off the
      *          period's activity rather than adding to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  SHR-AMOUNT          PIC 9(5)V99.
           05  SHR-PRODUCT-CODE    PIC X(6).
           05  SHR-POST-DATE       PIC X(8).
           05  SHR-TRAN-TYPE       PIC X.
               88  SHR-CREDIT          VALUE 'P' 'R' 'A'.
       SD  SORT-WORK.
       01  SORT-HIST-RECORD.
           05  SH-CUST-ID          PIC X(6).
           05  SH-AMOUNT           PIC 9(5)V99.
           05  SH-PRODUCT-CODE     PIC X(6).
           05  SH-POST-DATE        PIC X(8).
           05  SH-TRAN-TYPE        PIC X.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  SP-FROM-DATE        PIC X(8).
               10  WS-DT-POST-DATE     PIC X(8).
               10  WS-DT-PRODUCT-CODE  PIC X(6).
               10  WS-DT-AMOUNT        PIC 9(5)V99.
               10  WS-DT-DR-CR         PIC XX.
       01  WS-DT-USED PIC 9(3) VALUE 0.
       01  WS-DT-SUB PIC 9(3).
       01  WS-DT-OVERFLOW PIC 9(7) VALUE 0.
       01  WS-PERIOD-COUNT PIC 9(7) VALUE 0.
       01  WS-PERIOD-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-OPENING-BALANCE PIC S9(10)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-STMT-COUNT           PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CLOSING PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE SECTION.

       GATHER-HISTORY-RECORD.
           ADD 1 TO WS-PERIOD-COUNT.
           IF SHR-CREDIT
               SUBTRACT SHR-AMOUNT FROM WS-PERIOD-AMOUNT
           ELSE
               ADD SHR-AMOUNT TO WS-PERIOD-AMOUNT
           END-IF.
           IF WS-DT-USED < 500
               ADD 1 TO WS-DT-USED
               MOVE SHR-POST-DATE TO WS-DT-POST-DATE (WS-DT-USED)
               MOVE SHR-PRODUCT-CODE TO
                   WS-DT-PRODUCT-CODE (WS-DT-USED)
               MOVE SHR-AMOUNT TO WS-DT-AMOUNT (WS-DT-USED)
               IF SHR-CREDIT
                   MOVE "CR" TO WS-DT-DR-CR (WS-DT-USED)
               ELSE
                   MOVE SPACES TO WS-DT-DR-CR (WS-DT-USED)
               END-IF
           ELSE
               ADD 1 TO WS-DT-OVERFLOW
           END-IF.
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE CUST-BALANCE TO WS-EDIT-CLOSING.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CLOSING BALANCE      " WS-EDIT-CLOSING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-DT-POST-DATE (WS-DT-SUB) "  "
               WS-DT-PRODUCT-CODE (WS-DT-SUB) "  " WS-EDIT-AMOUNT
               " " WS-DT-DR-CR (WS-DT-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

               MOVE HIST-AMOUNT TO SH-AMOUNT
               MOVE HIST-PRODUCT-CODE TO SH-PRODUCT-CODE
               MOVE HIST-POST-DATE TO SH-POST-DATE
               MOVE HIST-TRAN-TYPE TO SH-TRAN-TYPE
               RELEASE SORT-HIST-RECORD
           END-IF.

