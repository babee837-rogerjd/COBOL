      ******************************************************************
      * Author:
      * Date:
      * Purpose: GL interface reconciliation - matches the
      *          summary extract GLEXTR handed the ledger against the
      *          acknowledgement file the GL team returns in the same
      *          account/amount layout, reporting accounts sent but
      *          differences, and ending with an in-balance or
      *          out-of-balance verdict like the COSTPRO balancing
      *          line, so the interface is proven daily instead of
      *          surfacing at month-end close. An account can carry
      *          both a DR and a CR summary, so records match on the
      *          account and DR/CR code together, and both files must
      *          be in that sequence, as GLEXTR writes them. The same
      *          run reconciles the COSTPRO allocation journal COSTGL
      *          against its acknowledgement - the job step points
      *          GLEXT and GLACK at the pair, and the optional GLRPARM
      *          names the interface on the report heading so the two
      *          reconciliations cannot be confused; with no parm the
      *          heading is the daily interface's as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO GLRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO GLRPARM
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA  DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           05  ACK-AMOUNT          PIC 9(9)V99.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(70).
       FD  PARM-FILE.
       01  GPARM-RECORD.
           05  GP-REPORT-TITLE     PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-EOF PIC X VALUE 'N'.
           88  EXTRACT-EOF VALUE 'Y'.
      * held keys and amounts for the two-file match/merge - HIGH-
      * VALUES marks a side as exhausted, the same convention the
      * posting run uses.
       01  WS-SENT-KEY VALUE LOW-VALUES.
           05  WS-SENT-ACCOUNT         PIC X(6).
           05  WS-SENT-DR-CR           PIC XX.
       01  WS-SENT-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-ACK-KEY VALUE LOW-VALUES.
           05  WS-ACK-ACCOUNT          PIC X(6).
           05  WS-ACK-DR-CR            PIC XX.
       01  WS-ACK-AMOUNT PIC 9(9)V99 VALUE 0.
      * previous key read from each file - the match/merge is only
      * correct on sorted input, so a key going backwards stops the
      * run instead of silently mis-matching accounts.
       01  WS-PREV-SENT-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-PREV-ACK-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-READ-KEY.
           05  WS-READ-ACCOUNT         PIC X(6).
           05  WS-READ-DR-CR           PIC XX.
       01  WS-SEQ-ERROR-FILE PIC X(8).
       01  WS-SEQ-ERROR-KEY PIC X(8).
       01  WS-COUNTS.
           05  WS-MATCHED-COUNT        PIC 9(7) VALUE 0.
           05  WS-NOT-POSTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-TITLE PIC X(40)
               VALUE "GL INTERFACE RECONCILIATION".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-TITLE-PARM.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-EXTRACT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       READ-TITLE-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GP-REPORT-TITLE NOT = SPACES
                       MOVE GP-REPORT-TITLE TO WS-REPORT-TITLE
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

       OPEN-FILES.
           OPEN INPUT EXTRACT-FILE.
           OPEN INPUT ACK-FILE.
                   IF GL-TRAILER-REC
                       MOVE HIGH-VALUES TO WS-SENT-KEY
                   ELSE
                       MOVE GL-ACCOUNT TO WS-READ-ACCOUNT
                       MOVE GL-DR-CR TO WS-READ-DR-CR
                       IF WS-READ-KEY < WS-PREV-SENT-KEY
                           MOVE "GLEXT" TO WS-SEQ-ERROR-FILE
                           MOVE WS-READ-KEY TO WS-SEQ-ERROR-KEY
                           PERFORM FAIL-SEQUENCE-CHECK
                       END-IF
                       MOVE WS-READ-KEY TO WS-PREV-SENT-KEY
                       MOVE WS-READ-KEY TO WS-SENT-KEY
                       MOVE GL-AMOUNT TO WS-SENT-AMOUNT
                       ADD GL-AMOUNT TO WS-SENT-TOTAL
                   END-IF
                   IF ACK-TRAILER-REC
                       MOVE HIGH-VALUES TO WS-ACK-KEY
                   ELSE
                       MOVE ACK-ACCOUNT TO WS-READ-ACCOUNT
                       MOVE ACK-DR-CR TO WS-READ-DR-CR
                       IF WS-READ-KEY < WS-PREV-ACK-KEY
                           MOVE "GLACK" TO WS-SEQ-ERROR-FILE
                           MOVE WS-READ-KEY TO WS-SEQ-ERROR-KEY
                           PERFORM FAIL-SEQUENCE-CHECK
                       END-IF
                       MOVE WS-READ-KEY TO WS-PREV-ACK-KEY
                       MOVE WS-READ-KEY TO WS-ACK-KEY
                       MOVE ACK-AMOUNT TO WS-ACK-AMOUNT
                       ADD ACK-AMOUNT TO WS-ACK-TOTAL
                   END-IF
           ADD 1 TO WS-NOT-POSTED-COUNT.
           MOVE WS-SENT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SENT NOT POSTED  " WS-SENT-ACCOUNT " "
               WS-SENT-DR-CR "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD 1 TO WS-NOT-SENT-COUNT.
           MOVE WS-ACK-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTED NOT SENT  " WS-ACK-ACCOUNT " "
               WS-ACK-DR-CR "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

               MOVE WS-SENT-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-ACK-AMOUNT TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO REPORT-LINE
               STRING "AMOUNT DIFFERS   " WS-SENT-ACCOUNT " "
                   WS-SENT-DR-CR "  SENT " WS-EDIT-AMOUNT
                   "  POSTED " WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
