      *          the next day's extract, so this step runs first and
      *          appends every sales line, stamped with the business
      *          date, to the permanent sales-history ledger
      *          (data/SALESHIS.DAT) together with the price it sold
      *          at and the revenue it took. "How many did store
      *          000002 sell last week" - and for how much - becomes
      *          a ledger scan instead of a hand-typed spreadsheet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SALES-STORE-ID PIC X(006).
           05 SALES-NAME PIC X(041).
           05 SALES-UNITS-SOLD PIC 9(005).
           05 SALES-SOLD-PRICE PIC 9(005)V99.
           05 SALES-REVENUE PIC 9(007)V99.

      * Permanent, append-only sales-history ledger: the SALES.DAT
      * line plus the business date it sold on. Trimmed by nothing -
           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
             ELSE
                 MOVE 0 TO SH-UNITS-SOLD
             END-IF
             IF SALES-SOLD-PRICE IS NUMERIC
                 AND SALES-REVENUE IS NUMERIC
                 MOVE SALES-SOLD-PRICE TO SH-SOLD-PRICE
                 MOVE SALES-REVENUE TO SH-REVENUE
             ELSE
                 MOVE 0 TO SH-SOLD-PRICE
                 MOVE 0 TO SH-REVENUE
             END-IF
             WRITE SALES-HISTORY-RECORD
             ADD 1 TO WS-LEDGER-COUNT
           EXIT.
