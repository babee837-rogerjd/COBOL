           05  WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
           05  WS-DORMANT-COUNT        PIC 9(7) VALUE 0.
           05  WS-NEVER-ACTIVE-COUNT   PIC 9(7) VALUE 0.
       01  WS-DORMANT-BALANCE PIC S9(9)V99 VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
