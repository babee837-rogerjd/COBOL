      *          after it. Customers that do not foot are listed and
      *          the report ends with a file-level in-balance or
      *          out-of-balance verdict like the COSTPRO balancing
      *          line. The posted amounts come from the posting run's
      *          day history HISTOUT rather than from TRANEDIT - over-
      *          limit charges held back and held items released by a
      *          supervisor mean the edited file is no longer what
      *          posted; the posting report proves HISTOUT back to
      *          TRANEDIT through its held and unmatched figures.
      *          History whose key is on neither master is counted
      *          here for information only. Credit transactions
      *          (payments, refunds, adjustments) are backed out of
      *          the posted figure rather than added, as the posting
      *          run applies them. HISTOUT is written in key sequence
      *          by the posting run, which reads the sorted TRANEDIT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID.
           SELECT TRANS-FILE ASSIGN TO HISTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RECNRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           05  OC-ID                   PIC X(6).
           05  OC-NAME                 PIC X(20).
           05  OC-MARITAL-STATUS       PIC 9.
           05  OC-BALANCE              PIC S9(7)V99.
           05  OC-LAST-ACTIVITY-DATE   PIC X(8).
           05  OC-CREDIT-LIMIT         PIC 9(7)V99.
       FD  CLOSE-MASTER-FILE.
           COPY CUSTMAST.
       FD  TRANS-FILE.
           COPY HISTREC.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      * held key and balance from each input - HIGH-VALUES marks a
      * side as exhausted, the same convention the posting run uses.
       01  WS-OPEN-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-OPEN-HELD-BAL PIC S9(7)V99 VALUE 0.
       01  WS-CLOSE-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-CLOSE-HELD-BAL PIC S9(7)V99 VALUE 0.
       01  WS-TRANS-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-PREV-TRANS-KEY PIC X(6) VALUE LOW-VALUES.
      * the customer key being reconciled and its three figures.
       01  WS-CURR-KEY PIC X(6).
           88  OPEN-PRESENT VALUE 'Y'.
       01  WS-CLOSE-PRESENT-FLAG PIC X VALUE 'N'.
           88  CLOSE-PRESENT VALUE 'Y'.
       01  WS-OPEN-BAL PIC S9(7)V99 VALUE 0.
       01  WS-CLOSE-BAL PIC S9(7)V99 VALUE 0.
       01  WS-POSTED-TOTAL PIC S9(8)V99 VALUE 0.
       01  WS-EXPECTED-BAL PIC S9(8)V99 VALUE 0.
       01  WS-COUNTS.
           05  WS-CHECKED-COUNT        PIC 9(7) VALUE 0.
           05  WS-IN-BAL-COUNT         PIC 9(7) VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(7) VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2 PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-3 PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
                   END-IF
           END-READ.

       READ-TRANSACTION.
           READ TRANS-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-TRANS-KEY
               NOT AT END
                   IF HIST-CUST-ID < WS-PREV-TRANS-KEY
                       PERFORM FAIL-SEQUENCE-CHECK
                   END-IF
                   MOVE HIST-CUST-ID TO WS-PREV-TRANS-KEY
                   MOVE HIST-CUST-ID TO WS-TRANS-KEY
           END-READ.

      * a reconciliation over out-of-sequence transactions would
      * why, the same stop-the-run discipline the posting run applies.
       FAIL-SEQUENCE-CHECK.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN STOPPED - HISTOUT"
               " OUT OF SEQUENCE AT KEY " HIST-CUST-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "RUN STOPPED - HISTOUT"
               " OUT OF SEQUENCE AT KEY " HIST-CUST-ID.
           PERFORM CLOSE-FILES.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
           PERFORM CHECK-CUSTOMER-FOOTING.

       GATHER-TRANSACTION.
           IF HIST-CREDIT
               SUBTRACT HIST-AMOUNT FROM WS-POSTED-TOTAL
           ELSE
               ADD HIST-AMOUNT TO WS-POSTED-TOTAL
           END-IF.
           PERFORM READ-TRANSACTION.

       CHECK-CUSTOMER-FOOTING.
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
      * history for a key on neither master - the posting run only
      * writes history for customers it found, so the masters handed
      * to this step are not the pair the posting ran against.
                   ADD 1 TO WS-UNMATCHED-COUNT
           END-EVALUATE.

