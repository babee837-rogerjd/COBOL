       FD  TRANS-FILE.
           COPY TRANREC.
       FD  SORTED-FILE.
       01  SORTED-TRANS-RECORD PIC X(24).
       SD  SORT-WORK.
       01  SORT-TRANS-RECORD.
           05  ST-KEY              PIC X(6).
           05  FILLER              PIC X(18).
       WORKING-STORAGE SECTION.

       PROCEDURE DIVISION.
