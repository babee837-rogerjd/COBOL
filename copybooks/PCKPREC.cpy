      ******************************************************************
      * PCKPREC - posting run commit checkpoint - rewritten every
      *           commit interval with the last customer key whose
      *           posting is committed, the running totals as they
      *           stood at that key, and the number of history
      *           records written to HISTOUT up to it. The over-limit
      *           hold figures and the number of held items written to
      *           HELDOUT are carried the same way, as is the number
      *           of records written to the day's booked file
      *           TRANBOOK and the number of lines written to the
      *           posting report POSTRPT and the over-limit exception
      *           report OVLMRPT. A rerun for the same date resumes
      *           after PCK-LAST-KEY.
      ******************************************************************
       01  POST-CHECKPOINT-RECORD.
           05  PCK-RUN-DATE            PIC X(8).
           05  PCK-STATUS              PIC X.
               88  PCK-IN-PROGRESS         VALUE 'P'.
               88  PCK-COMPLETE            VALUE 'C'.
           05  PCK-LAST-KEY            PIC X(6).
           05  PCK-POSTED-COUNT        PIC 9(7).
           05  PCK-POSTED-AMOUNT       PIC 9(7)V99.
           05  PCK-CREDIT-COUNT        PIC 9(7).
           05  PCK-CREDIT-AMOUNT       PIC 9(7)V99.
           05  PCK-UNMATCHED-COUNT     PIC 9(7).
           05  PCK-UNMATCHED-AMOUNT    PIC 9(7)V99.
           05  PCK-CUST-UPDATED-COUNT  PIC 9(7).
           05  PCK-HIST-COUNT          PIC 9(7).
           05  PCK-HELD-COUNT          PIC 9(7).
           05  PCK-HELD-AMOUNT         PIC 9(7)V99.
           05  PCK-RELEASED-COUNT      PIC 9(7).
           05  PCK-RELEASED-AMOUNT     PIC 9(7)V99.
           05  PCK-CARRIED-COUNT       PIC 9(7).
           05  PCK-CARRIED-AMOUNT      PIC 9(7)V99.
           05  PCK-AGED-COUNT          PIC 9(7).
           05  PCK-HELD-UNMATCHED-COUNT PIC 9(7).
           05  PCK-HELD-UNMATCHED-AMOUNT PIC 9(7)V99.
           05  PCK-REL-UNAPPLIED-COUNT PIC 9(7).
           05  PCK-HELD-OUT-COUNT      PIC 9(7).
           05  PCK-BOOK-COUNT          PIC 9(7).
           05  PCK-RPT-LINE-COUNT      PIC 9(7).
           05  PCK-EXC-LINE-COUNT      PIC 9(7).
