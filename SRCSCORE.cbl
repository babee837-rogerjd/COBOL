      ******************************************************************
      * Author:
      * Date:
      * Purpose: source system data-quality scorecard - reads the
      *          permanent source history the daily edit appends to
      *          and, for the period on the parameter file (the
      *          current period when no parameter is given), reports
      *          each source system's batches received and failed,
      *          records read, accepted and rejected, its batch
      *          failure rate and record reject rate, and the trend
      *          of both rates against the prior month. Under each
      *          source the batch failure reasons and the reject
      *          reason codes are listed with this month's and the
      *          prior month's counts; a reject reason raised on at
      *          least the number of days on the parameter file (3
      *          when none is given) is marked RECURRING. The month's
      *          history is sorted by source and reason, so there is
      *          no limit on sources or reasons. A closing block
      *          scores all sources together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCSCORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO SRCHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO SCRPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO SCRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-SCORE-FILE ASSIGN TO SORTSCR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
       DATA  DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY SRCHREC.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  SP-PERIOD           PIC X(6).
           05  SP-RECUR-DAYS       PIC 9(3).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       FD  SORTED-SCORE-FILE.
       01  SORTED-SCORE-RECORD.
           05  SC-SOURCE-SYSTEM    PIC X(8).
           05  SC-SECTION          PIC X.
           05  SC-REASON           PIC X(25).
           05  SC-SLOT             PIC X.
           05  SC-RUN-DATE         PIC X(8).
           05  SC-REASON-TEXT      PIC X(30).
           05  SC-RECEIVED         PIC 9(5).
           05  SC-FAILED           PIC 9(5).
           05  SC-READ             PIC 9(7).
           05  SC-ACCEPTED         PIC 9(7).
           05  SC-REJECTED         PIC 9(7).
           05  SC-ITEM-COUNT       PIC 9(7).
      * section 1 is a source's day totals, 2 a failed batch and 3 a
      * reject reason; slot C is the period asked for and P the prior
      * month, so within a reason this month's figures sort first.
       SD  SORT-WORK.
       01  SORT-SCORE-RECORD.
           05  SQ-SOURCE-SYSTEM    PIC X(8).
           05  SQ-SECTION          PIC X.
           05  SQ-REASON           PIC X(25).
           05  SQ-SLOT             PIC X.
           05  SQ-RUN-DATE         PIC X(8).
           05  SQ-REASON-TEXT      PIC X(30).
           05  SQ-RECEIVED         PIC 9(5).
           05  SQ-FAILED           PIC 9(5).
           05  SQ-READ             PIC 9(7).
           05  SQ-ACCEPTED         PIC 9(7).
           05  SQ-REJECTED         PIC 9(7).
           05  SQ-ITEM-COUNT       PIC 9(7).
       WORKING-STORAGE SECTION.
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
           88  HISTORY-EOF VALUE 'Y'.
       01  WS-CUR-PERIOD.
           05  WS-CUR-YEAR         PIC 9(4).
           05  WS-CUR-MONTH        PIC 9(2).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR       PIC 9(4).
           05  WS-PRIOR-MONTH      PIC 9(2).
       01  WS-HIST-DATE.
           05  WS-HIST-PERIOD      PIC X(6).
           05  WS-HIST-DAY         PIC X(2).
       01  WS-RECUR-DAYS PIC 9(3) VALUE 3.
      * held key of the sorted history - HIGH-VALUES marks the file as
      * exhausted, and each source prints at its change.
       01  WS-SCORE-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-SOURCE-GROUP PIC X(8).
       01  WS-REASON-GROUP PIC X(25).
       01  WS-REASON-TEXT PIC X(30).
       01  WS-REASON-CODE PIC X(4).
       01  WS-REASON-SHORT-TEXT PIC X(22).
      * one source's month and prior month - the ALL SOURCES block
      * moves the grand totals in here and scores them the same way.
       01  WS-CUR-FIGURES.
           05  WS-CF-DAYS          PIC 9(5).
           05  WS-CF-RECEIVED      PIC 9(7).
           05  WS-CF-FAILED        PIC 9(7).
           05  WS-CF-READ          PIC 9(9).
           05  WS-CF-ACCEPTED      PIC 9(9).
           05  WS-CF-REJECTED      PIC 9(9).
       01  WS-PRI-FIGURES.
           05  WS-PF-DAYS          PIC 9(5).
           05  WS-PF-RECEIVED      PIC 9(7).
           05  WS-PF-FAILED        PIC 9(7).
           05  WS-PF-READ          PIC 9(9).
           05  WS-PF-ACCEPTED      PIC 9(9).
           05  WS-PF-REJECTED      PIC 9(9).
       01  WS-ALL-CUR-FIGURES.
           05  WS-AC-DAYS          PIC 9(5) VALUE 0.
           05  WS-AC-RECEIVED      PIC 9(7) VALUE 0.
           05  WS-AC-FAILED        PIC 9(7) VALUE 0.
           05  WS-AC-READ          PIC 9(9) VALUE 0.
           05  WS-AC-ACCEPTED      PIC 9(9) VALUE 0.
           05  WS-AC-REJECTED      PIC 9(9) VALUE 0.
       01  WS-ALL-PRI-FIGURES.
           05  WS-AP-DAYS          PIC 9(5) VALUE 0.
           05  WS-AP-RECEIVED      PIC 9(7) VALUE 0.
           05  WS-AP-FAILED        PIC 9(7) VALUE 0.
           05  WS-AP-READ          PIC 9(9) VALUE 0.
           05  WS-AP-ACCEPTED      PIC 9(9) VALUE 0.
           05  WS-AP-REJECTED      PIC 9(9) VALUE 0.
      * one reason's counts - for a reject reason the days are the
      * number of daily R records, one per day the code was raised.
       01  WS-REASON-CUR-COUNT PIC 9(7).
       01  WS-REASON-CUR-DAYS PIC 9(5).
       01  WS-REASON-PRI-COUNT PIC 9(7).
       01  WS-SOURCE-COUNT PIC 9(5) VALUE 0.
       01  WS-RECURRING-COUNT PIC 9(5) VALUE 0.
      * one rate line - a rate with nothing to divide by is not shown,
      * and a trend needs both months' rates.
       01  WS-RATE-LABEL PIC X(24).
       01  WS-RATE-NUMER PIC 9(9).
       01  WS-RATE-DENOM PIC 9(9).
       01  WS-CUR-RATE PIC 9(3)V9.
       01  WS-PRI-RATE PIC 9(3)V9.
       01  WS-RATE-CHANGE PIC S9(3)V9.
       01  WS-CUR-RATE-FLAG PIC X.
           88  CUR-RATE-SHOWN VALUE 'Y'.
       01  WS-PRI-RATE-FLAG PIC X.
           88  PRI-RATE-SHOWN VALUE 'Y'.
       01  WS-TREND PIC X(10).
       01  WS-FLAG PIC X(10).
       01  WS-COUNT-LABEL PIC X(24).
       01  WS-CUR-COUNT PIC 9(9).
       01  WS-PRI-COUNT PIC 9(9).
       01  WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PRI-COUNT PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-RATE PIC ZZZZZZZ9.9.
       01  WS-EDIT-RATE-X REDEFINES WS-EDIT-RATE PIC X(10).
       01  WS-EDIT-PRI-RATE PIC ZZZZZZZ9.9.
       01  WS-EDIT-PRI-RATE-X REDEFINES WS-EDIT-PRI-RATE PIC X(10).
       01  WS-EDIT-CHANGE PIC -------9.9.
       01  WS-EDIT-CHANGE-X REDEFINES WS-EDIT-CHANGE PIC X(10).
       01  WS-EDIT-DAYS PIC ZZ9.
       01  WS-EDIT-RECUR PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE SECTION.
       MAIN.
           PERFORM READ-SCORE-PARM.
           SORT SORT-WORK
               ON ASCENDING KEY SQ-SOURCE-SYSTEM SQ-SECTION SQ-REASON
                   SQ-SLOT SQ-RUN-DATE
               INPUT PROCEDURE IS SELECT-SCORE-HISTORY
               GIVING SORTED-SCORE-FILE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-SORTED-SCORE.
           PERFORM SCORE-SOURCE-GROUP
               UNTIL WS-SCORE-KEY = HIGH-VALUES.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

      * the scorecard usually runs after month end for the month just
      * ended, so the period comes from the parameter file; with no
      * parameter the current period is assumed. The prior month
      * follows from it.
       READ-SCORE-PARM.
           MOVE SPACES TO WS-CUR-PERIOD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SP-PERIOD TO WS-CUR-PERIOD
                   IF SP-RECUR-DAYS NUMERIC AND SP-RECUR-DAYS > 0
                       MOVE SP-RECUR-DAYS TO WS-RECUR-DAYS
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           IF WS-CUR-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CUR-PERIOD
           END-IF.
           IF WS-CUR-PERIOD NOT NUMERIC
               OR WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
               DISPLAY "RUN STOPPED - INVALID PERIOD ON SCRPARM "
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

       OPEN-FILES.
           OPEN INPUT SORTED-SCORE-FILE.
           OPEN OUTPUT REPORT-FILE.

       READ-SORTED-SCORE.
           READ SORTED-SCORE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SCORE-KEY
               NOT AT END
                   MOVE SC-SOURCE-SYSTEM TO WS-SCORE-KEY
           END-READ.

      * one source - its day totals come first in the sort and are
      * scored before its failure and reject reasons are listed.
       SCORE-SOURCE-GROUP.
           MOVE WS-SCORE-KEY TO WS-SOURCE-GROUP.
           ADD 1 TO WS-SOURCE-COUNT.
           INITIALIZE WS-CUR-FIGURES.
           INITIALIZE WS-PRI-FIGURES.
           PERFORM ADD-SOURCE-DAY
               UNTIL WS-SCORE-KEY NOT = WS-SOURCE-GROUP
                  OR SC-SECTION NOT = '1'.
           ADD WS-CF-DAYS TO WS-AC-DAYS.
           ADD WS-CF-RECEIVED TO WS-AC-RECEIVED.
           ADD WS-CF-FAILED TO WS-AC-FAILED.
           ADD WS-CF-READ TO WS-AC-READ.
           ADD WS-CF-ACCEPTED TO WS-AC-ACCEPTED.
           ADD WS-CF-REJECTED TO WS-AC-REJECTED.
           ADD WS-PF-DAYS TO WS-AP-DAYS.
           ADD WS-PF-RECEIVED TO WS-AP-RECEIVED.
           ADD WS-PF-FAILED TO WS-AP-FAILED.
           ADD WS-PF-READ TO WS-AP-READ.
           ADD WS-PF-ACCEPTED TO WS-AP-ACCEPTED.
           ADD WS-PF-REJECTED TO WS-AP-REJECTED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCE SYSTEM " WS-SOURCE-GROUP
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-SCORE-BLOCK.
           IF WS-SCORE-KEY = WS-SOURCE-GROUP AND SC-SECTION = '2'
               MOVE SPACES TO REPORT-LINE
               STRING "  BATCH FAILURE REASONS       THIS MONTH"
                   " PRIOR MONTH"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-FAILURE-REASON
                   UNTIL WS-SCORE-KEY NOT = WS-SOURCE-GROUP
                      OR SC-SECTION NOT = '2'
           END-IF.
           IF WS-SCORE-KEY = WS-SOURCE-GROUP AND SC-SECTION = '3'
               MOVE SPACES TO REPORT-LINE
               STRING "  REJECT REASONS                THIS MONTH"
                   " DAYS PRIOR MONTH"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-REJECT-REASON
                   UNTIL WS-SCORE-KEY NOT = WS-SOURCE-GROUP
                      OR SC-SECTION NOT = '3'
           END-IF.

       ADD-SOURCE-DAY.
           IF SC-SLOT = 'C'
               ADD 1 TO WS-CF-DAYS
               ADD SC-RECEIVED TO WS-CF-RECEIVED
               ADD SC-FAILED TO WS-CF-FAILED
               ADD SC-READ TO WS-CF-READ
               ADD SC-ACCEPTED TO WS-CF-ACCEPTED
               ADD SC-REJECTED TO WS-CF-REJECTED
           ELSE
               ADD 1 TO WS-PF-DAYS
               ADD SC-RECEIVED TO WS-PF-RECEIVED
               ADD SC-FAILED TO WS-PF-FAILED
               ADD SC-READ TO WS-PF-READ
               ADD SC-ACCEPTED TO WS-PF-ACCEPTED
               ADD SC-REJECTED TO WS-PF-REJECTED
           END-IF.
           PERFORM READ-SORTED-SCORE.

      * the counts and the two rates for the figures loaded - the
      * failure rate is failed batches over batches received, the
      * reject rate is rejected records over the records of the
      * verified batches, accepted plus rejected.
       WRITE-SCORE-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           STRING "                         THIS MONTH PRIOR MONTH"
               "     CHANGE  TREND"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DAYS WITH BATCHES" TO WS-COUNT-LABEL.
           MOVE WS-CF-DAYS TO WS-CUR-COUNT.
           MOVE WS-PF-DAYS TO WS-PRI-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  BATCHES RECEIVED" TO WS-COUNT-LABEL.
           MOVE WS-CF-RECEIVED TO WS-CUR-COUNT.
           MOVE WS-PF-RECEIVED TO WS-PRI-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  BATCHES FAILED" TO WS-COUNT-LABEL.
           MOVE WS-CF-FAILED TO WS-CUR-COUNT.
           MOVE WS-PF-FAILED TO WS-PRI-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  FAILURE RATE PCT" TO WS-RATE-LABEL.
           MOVE WS-CF-FAILED TO WS-RATE-NUMER.
           MOVE WS-CF-RECEIVED TO WS-RATE-DENOM.
           PERFORM COMPUTE-CUR-RATE.
           MOVE WS-PF-FAILED TO WS-RATE-NUMER.
           MOVE WS-PF-RECEIVED TO WS-RATE-DENOM.
           PERFORM COMPUTE-PRI-RATE.
           PERFORM WRITE-RATE-LINE.
           MOVE "  RECORDS READ" TO WS-COUNT-LABEL.
           MOVE WS-CF-READ TO WS-CUR-COUNT.
           MOVE WS-PF-READ TO WS-PRI-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  RECORDS ACCEPTED" TO WS-COUNT-LABEL.
           MOVE WS-CF-ACCEPTED TO WS-CUR-COUNT.
           MOVE WS-PF-ACCEPTED TO WS-PRI-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  RECORDS REJECTED" TO WS-COUNT-LABEL.
           MOVE WS-CF-REJECTED TO WS-CUR-COUNT.
           MOVE WS-PF-REJECTED TO WS-PRI-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  REJECT RATE PCT" TO WS-RATE-LABEL.
           MOVE WS-CF-REJECTED TO WS-RATE-NUMER.
           COMPUTE WS-RATE-DENOM = WS-CF-ACCEPTED + WS-CF-REJECTED.
           PERFORM COMPUTE-CUR-RATE.
           MOVE WS-PF-REJECTED TO WS-RATE-NUMER.
           COMPUTE WS-RATE-DENOM = WS-PF-ACCEPTED + WS-PF-REJECTED.
           PERFORM COMPUTE-PRI-RATE.
           PERFORM WRITE-RATE-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-CUR-COUNT TO WS-EDIT-COUNT.
           MOVE WS-PRI-COUNT TO WS-EDIT-PRI-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-COUNT-LABEL WS-EDIT-COUNT " " WS-EDIT-PRI-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COMPUTE-CUR-RATE.
           MOVE 'N' TO WS-CUR-RATE-FLAG.
           MOVE 0 TO WS-CUR-RATE.
           IF WS-RATE-DENOM > 0
               SET CUR-RATE-SHOWN TO TRUE
               COMPUTE WS-CUR-RATE ROUNDED =
                   WS-RATE-NUMER * 100 / WS-RATE-DENOM
           END-IF.

       COMPUTE-PRI-RATE.
           MOVE 'N' TO WS-PRI-RATE-FLAG.
           MOVE 0 TO WS-PRI-RATE.
           IF WS-RATE-DENOM > 0
               SET PRI-RATE-SHOWN TO TRUE
               COMPUTE WS-PRI-RATE ROUNDED =
                   WS-RATE-NUMER * 100 / WS-RATE-DENOM
           END-IF.

      * a lower rate is the better one - the trend reads against the
      * prior month in percentage points.
       WRITE-RATE-LINE.
           MOVE SPACES TO WS-EDIT-RATE-X.
           MOVE SPACES TO WS-EDIT-PRI-RATE-X.
           MOVE SPACES TO WS-EDIT-CHANGE-X.
           MOVE SPACES TO WS-TREND.
           IF CUR-RATE-SHOWN
               MOVE WS-CUR-RATE TO WS-EDIT-RATE
           END-IF.
           IF PRI-RATE-SHOWN
               MOVE WS-PRI-RATE TO WS-EDIT-PRI-RATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT CUR-RATE-SHOWN
                   CONTINUE
               WHEN NOT PRI-RATE-SHOWN
                   MOVE "NO PRIOR" TO WS-TREND
               WHEN OTHER
                   COMPUTE WS-RATE-CHANGE = WS-CUR-RATE - WS-PRI-RATE
                   MOVE WS-RATE-CHANGE TO WS-EDIT-CHANGE
                   EVALUATE TRUE
                       WHEN WS-RATE-CHANGE < 0
                           MOVE "IMPROVED" TO WS-TREND
                       WHEN WS-RATE-CHANGE > 0
                           MOVE "WORSE" TO WS-TREND
                       WHEN OTHER
                           MOVE "SAME" TO WS-TREND
                   END-EVALUATE
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RATE-LABEL " " WS-EDIT-RATE "  " WS-EDIT-PRI-RATE
               " " WS-EDIT-CHANGE "  " WS-TREND
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * one failure reason's batches this month and last.
       WRITE-FAILURE-REASON.
           MOVE SC-REASON TO WS-REASON-GROUP.
           MOVE 0 TO WS-REASON-CUR-COUNT.
           MOVE 0 TO WS-REASON-PRI-COUNT.
           PERFORM ADD-FAILURE-REASON
               UNTIL WS-SCORE-KEY NOT = WS-SOURCE-GROUP
                  OR SC-SECTION NOT = '2'
                  OR SC-REASON NOT = WS-REASON-GROUP.
           MOVE WS-REASON-CUR-COUNT TO WS-EDIT-COUNT.
           MOVE WS-REASON-PRI-COUNT TO WS-EDIT-PRI-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " WS-REASON-GROUP WS-EDIT-COUNT " "
               WS-EDIT-PRI-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       ADD-FAILURE-REASON.
           IF SC-SLOT = 'C'
               ADD 1 TO WS-REASON-CUR-COUNT
           ELSE
               ADD 1 TO WS-REASON-PRI-COUNT
           END-IF.
           PERFORM READ-SORTED-SCORE.

      * one reject reason code's items this month, the days it was
      * raised on, and its items last month.
       WRITE-REJECT-REASON.
           MOVE SC-REASON TO WS-REASON-GROUP.
           MOVE SC-REASON-TEXT TO WS-REASON-TEXT.
           MOVE 0 TO WS-REASON-CUR-COUNT.
           MOVE 0 TO WS-REASON-CUR-DAYS.
           MOVE 0 TO WS-REASON-PRI-COUNT.
           PERFORM ADD-REJECT-REASON
               UNTIL WS-SCORE-KEY NOT = WS-SOURCE-GROUP
                  OR SC-SECTION NOT = '3'
                  OR SC-REASON NOT = WS-REASON-GROUP.
           MOVE SPACES TO WS-FLAG.
           IF WS-REASON-CUR-DAYS NOT < WS-RECUR-DAYS
               MOVE "RECURRING" TO WS-FLAG
               ADD 1 TO WS-RECURRING-COUNT
           END-IF.
           MOVE WS-REASON-CUR-COUNT TO WS-EDIT-COUNT.
           MOVE WS-REASON-CUR-DAYS TO WS-EDIT-DAYS.
           MOVE WS-REASON-PRI-COUNT TO WS-EDIT-PRI-COUNT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REASON-GROUP TO WS-REASON-CODE.
           MOVE WS-REASON-TEXT TO WS-REASON-SHORT-TEXT.
           STRING "    " WS-REASON-CODE " " WS-REASON-SHORT-TEXT
               WS-EDIT-COUNT "  " WS-EDIT-DAYS " " WS-EDIT-PRI-COUNT
               "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       ADD-REJECT-REASON.
           IF SC-SLOT = 'C'
               ADD SC-ITEM-COUNT TO WS-REASON-CUR-COUNT
               ADD 1 TO WS-REASON-CUR-DAYS
           ELSE
               ADD SC-ITEM-COUNT TO WS-REASON-PRI-COUNT
           END-IF.
           PERFORM READ-SORTED-SCORE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCE SYSTEM DATA-QUALITY SCORECARD FOR PERIOD "
               WS-CUR-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECUR-DAYS TO WS-EDIT-RECUR.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRIOR MONTH " WS-PRIOR-PERIOD
               " - REJECT REASONS ON " WS-EDIT-RECUR
               " OR MORE DAYS MARKED RECURRING"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * all sources scored together, then the run's counts.
       WRITE-REPORT-TOTALS.
           MOVE WS-ALL-CUR-FIGURES TO WS-CUR-FIGURES.
           MOVE WS-ALL-PRI-FIGURES TO WS-PRI-FIGURES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL SOURCES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-SCORE-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SOURCE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCES SCORED          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECURRING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECURRING REASONS       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SOURCE-COUNT = 0
               DISPLAY "NO SOURCE HISTORY FOR PERIOD " WS-CUR-PERIOD
                   " OR " WS-PRIOR-PERIOD
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-FILES.
           CLOSE SORTED-SCORE-FILE.
           CLOSE REPORT-FILE.

      * sort input procedure - reads the source history and releases
      * the records of the period asked for and the prior month, each
      * tagged with its slot and section.
       SELECT-SCORE-HISTORY SECTION.
       SSH-START.
           OPEN INPUT HISTORY-FILE.
           PERFORM SELECT-NEXT-HISTORY UNTIL HISTORY-EOF.
           CLOSE HISTORY-FILE.
           GO TO SSH-EXIT.

       SELECT-NEXT-HISTORY.
           READ HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END PERFORM SELECT-HISTORY-RECORD
           END-READ.

       SELECT-HISTORY-RECORD.
           MOVE SH-RUN-DATE TO WS-HIST-DATE.
           INITIALIZE SORT-SCORE-RECORD.
           EVALUATE WS-HIST-PERIOD
               WHEN WS-CUR-PERIOD
                   MOVE 'C' TO SQ-SLOT
               WHEN WS-PRIOR-PERIOD
                   MOVE 'P' TO SQ-SLOT
           END-EVALUATE.
           IF SQ-SLOT NOT = SPACES
               MOVE SH-SOURCE-SYSTEM TO SQ-SOURCE-SYSTEM
               MOVE SH-RUN-DATE TO SQ-RUN-DATE
               PERFORM RELEASE-HISTORY-RECORD
           END-IF.

       RELEASE-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN SH-SOURCE-DAY
                   MOVE '1' TO SQ-SECTION
                   MOVE SH-BATCHES-RECEIVED TO SQ-RECEIVED
                   MOVE SH-BATCHES-FAILED TO SQ-FAILED
                   MOVE SH-RECORDS-READ TO SQ-READ
                   MOVE SH-RECORDS-ACCEPTED TO SQ-ACCEPTED
                   MOVE SH-RECORDS-REJECTED TO SQ-REJECTED
                   RELEASE SORT-SCORE-RECORD
               WHEN SH-FAILED-BATCH
                   MOVE '2' TO SQ-SECTION
                   MOVE SH-FAIL-REASON TO SQ-REASON
                   MOVE SH-FAIL-REC-COUNT TO SQ-READ
                   RELEASE SORT-SCORE-RECORD
               WHEN SH-REJECT-REASON
                   MOVE '3' TO SQ-SECTION
                   MOVE SH-REASON-CODE TO SQ-REASON
                   MOVE SH-REASON-TEXT TO SQ-REASON-TEXT
                   MOVE SH-REASON-COUNT TO SQ-ITEM-COUNT
                   RELEASE SORT-SCORE-RECORD
           END-EVALUATE.

       SSH-EXIT.
           EXIT.

       EXIT PROGRAM.
