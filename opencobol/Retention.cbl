      *          nothing - so this job rolls records older than the
      *          cutoff (data/RETCUTOF.DAT, days, default 365) out
      *          of the price history, run log, sales history,
      *          receipts, shrinkage, master journal, step duration,
      *          transfer, customer-return and forecast-accuracy
      *          ledgers into dated yearly archive files (e.g.
      *          data/PHIS2025.DAT), with record-count balancing:
      *          input must equal kept plus archived or the ledger is
      *          left untouched and the job fails.
      *          PriceHist follows a query into the rolled files
      *          when its date range reaches back that far. The
      *          per-run logs (QTYADJ.LOG and the maintenance logs)
               "data/MSTRJRNL.DAT             001data/JRNL".
           05 FILLER PIC X(045) VALUE
               "data/STEPHIS.DAT              001data/STEP".
           05 FILLER PIC X(045) VALUE
               "data/XFERHIS.DAT              001data/XHIS".
           05 FILLER PIC X(045) VALUE
               "data/CRETHIS.DAT              001data/CHIS".
           05 FILLER PIC X(045) VALUE
               "data/FCSTACC.DAT              001data/FACC".
       01 WS-LEDGER-TABLE REDEFINES WS-LEDGER-TABLE-DATA.
           05 WS-LEDGER-ENTRY OCCURS 10 TIMES.
               10 WS-LEDGER-FILE-PATH PIC X(030).
               10 WS-LEDGER-DATE-POS PIC 9(003).
               10 WS-LEDGER-ARCH-PREFIX PIC X(012).
       01 WS-LEDGER-IDX PIC 9(002).
       01 WS-DATE-POS PIC 9(003).
       01 WS-RECORD-DATE PIC X(008).

           WRITE RETENTION-REPORT-RECORD

           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > 10
               PERFORM ROLL-ONE-LEDGER
           END-PERFORM

