      ******************************************************************
      * Author:
      * Date:
      * Purpose: keyed product master load - rebuilds the indexed
      *          product file PRODKEY, keyed on PROD-CODE, from the
      *          line sequential PRODMAST that the product maintenance
      *          run keeps. The daily edit looks every transaction's
      *          product code up on PRODKEY, so the catalogue is no
      *          longer held in a table of fixed size; the load runs
      *          after each maintenance run's PRDMSTO has been swapped
      *          over PRODMAST and ahead of the next edit. PRODMAST
      *          must be in PROD-CODE sequence, as the maintenance run
      *          keeps it; a duplicate or out-of-sequence code stops
      *          the load so a half-built file is never handed to the
      *          nightly cycle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO PRODMAST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-FILE ASSIGN TO PRODKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE.
       DATA  DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD PIC X(43).
       FD  PRODUCT-FILE.
           COPY PRODMAST.
       WORKING-STORAGE SECTION.
       01  WS-OLD-EOF PIC X VALUE 'N'.
           88  OLD-EOF VALUE 'Y'.
       01  WS-PREV-KEY PIC X(6) VALUE LOW-VALUES.
       01  WS-LOADED-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT OLD-MASTER-FILE.
           OPEN OUTPUT PRODUCT-FILE.
           PERFORM LOAD-NEXT-PRODUCT UNTIL OLD-EOF.
           PERFORM CLOSE-FILES.
           DISPLAY "KEYED PRODUCT MASTER LOAD: " WS-LOADED-COUNT
               " RECORDS LOADED".
           STOP RUN.

       LOAD-NEXT-PRODUCT.
           READ OLD-MASTER-FILE
               AT END SET OLD-EOF TO TRUE
               NOT AT END PERFORM LOAD-PRODUCT-RECORD
           END-READ.

       LOAD-PRODUCT-RECORD.
           MOVE OLD-MASTER-RECORD TO PRODUCT-RECORD.
           IF PROD-CODE NOT > WS-PREV-KEY
               PERFORM FAIL-SEQUENCE-CHECK
           END-IF.
           MOVE PROD-CODE TO WS-PREV-KEY.
           WRITE PRODUCT-RECORD
               INVALID KEY
                   PERFORM FAIL-SEQUENCE-CHECK
           END-WRITE.
           ADD 1 TO WS-LOADED-COUNT.

      * a sequential indexed load only accepts ascending unique keys -
      * anything else means PRODMAST was not the sorted file the
      * maintenance run writes, and the run dies rather than hand the
      * nightly cycle a half-built product file.
       FAIL-SEQUENCE-CHECK.
           DISPLAY "RUN STOPPED - PRODMAST OUT OF SEQUENCE OR"
               " DUPLICATE AT CODE " PROD-CODE.
           PERFORM CLOSE-FILES.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CLOSE-FILES.
           CLOSE OLD-MASTER-FILE.
           CLOSE PRODUCT-FILE.

       EXIT PROGRAM.
