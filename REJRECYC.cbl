               10  WS-CT-ALPHA-FIELD   PIC XX.
               10  WS-CT-AMOUNT        PIC 9(5)V99.
               10  WS-CT-PRODUCT-CODE  PIC X(6).
               10  WS-CT-TRAN-TYPE     PIC X.
               10  WS-CT-USED-FLAG     PIC X.
                   88  WS-CT-USED          VALUE 'Y'.
       01  WS-CORR-COUNT PIC 9(3) VALUE 0.
               MOVE CORR-AMOUNT TO WS-CT-AMOUNT (WS-CORR-COUNT)
               MOVE CORR-PRODUCT-CODE TO
                   WS-CT-PRODUCT-CODE (WS-CORR-COUNT)
               MOVE CORR-TRAN-TYPE TO WS-CT-TRAN-TYPE (WS-CORR-COUNT)
               MOVE 'N' TO WS-CT-USED-FLAG (WS-CORR-COUNT)
           ELSE
               DISPLAY "CORRECTION TABLE FULL - KEY " CORR-KEY
               MOVE WS-CT-AMOUNT (WS-CORR-SUB) TO TR-AMOUNT
               MOVE WS-CT-PRODUCT-CODE (WS-CORR-SUB) TO
                   TR-PRODUCT-CODE
               MOVE WS-CT-TRAN-TYPE (WS-CORR-SUB) TO TR-TRAN-TYPE
               WRITE TRANS-RECORD
               MOVE 'Y' TO WS-CT-USED-FLAG (WS-CORR-SUB)
           END-IF.
