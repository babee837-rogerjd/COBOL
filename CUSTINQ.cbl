           05  WS-FOUND-COUNT          PIC 9(7) VALUE 0.
           05  WS-NOT-FOUND-COUNT      PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
