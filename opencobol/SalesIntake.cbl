      * Purpose: Per-store POS polling intake. Reads one register
      *          polling file per open store on the store master
      *          (data/POLLnnnnnn.DAT, a HDR record, the store's
      *          sales lines with the price each sold at, and a TRL
      *          record carrying the register's declared line count,
      *          unit total, sales total and tender totals by tender
      *          type), verifies each store balances in units and in
      *          dollars, and assembles the merged data/SALES.DAT the
      *          nightly depletion consumes. A store that did not
      *          poll, or whose file does not balance, is named on
      *          the operator report (data/POLLBAL.RPT) and the chain
      *          halts - a missing store is loud, not silently
      *          undepleted. Every balanced store's tenders are set
      *          against its sales on the daily cash over/short
      *          report (data/CASHOS.RPT) for the store auditors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "data/POLLBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-REPORT-FILE ASSIGN TO "data/CASHOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * One register polling file per store: HDR names the store,
      * each detail line is a SALES.DAT sales line plus the unit
      * price it rang up at, TRL declares the register's own line
      * count, unit total and sales total for balancing, and what
      * the drawer took in under each tender type (CASH, CARD,
      * CHEQ, GIFT - an unused slot is left blank).
       FD  POLLING-FILE
           LABEL RECORDS ARE STANDARD.
       01  POLLING-RECORD.
           05 POLL-RECORD-TYPE PIC X(003).
               88 POLL-IS-HEADER VALUE "HDR".
               88 POLL-IS-TRAILER VALUE "TRL".
           05 POLL-RECORD-BODY PIC X(083).
       01  POLLING-DETAIL REDEFINES POLLING-RECORD.
           05 PDET-STORE-ID PIC X(006).
           05 PDET-NAME PIC X(041).
           05 PDET-UNITS-SOLD PIC 9(005).
           05 PDET-SOLD-PRICE PIC 9(005)V99.
           05 FILLER PIC X(027).
       01  POLLING-TRAILER REDEFINES POLLING-RECORD.
           05 PTRL-RECORD-TYPE PIC X(003).
           05 PTRL-LINE-COUNT PIC 9(005).
           05 PTRL-UNIT-TOTAL PIC 9(007).
           05 PTRL-SALES-TOTAL PIC 9(009)V99.
           05 PTRL-TENDER OCCURS 4 TIMES.
               10 PTRL-TENDER-TYPE PIC X(004).
               10 PTRL-TENDER-AMOUNT PIC 9(009)V99.

       FD  DAILY-SALES-FILE
           LABEL RECORDS ARE STANDARD.
           05 SALES-STORE-ID PIC X(006).
           05 SALES-NAME PIC X(041).
           05 SALES-UNITS-SOLD PIC 9(005).
           05 SALES-SOLD-PRICE PIC 9(005)V99.
           05 SALES-REVENUE PIC 9(007)V99.

       FD  BALANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REPORT-RECORD PIC X(120).

       FD  CASH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASH-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-POLLING-STATUS PIC X(002).
      * against the register's declared figures.
       01 WS-SEEN-LINES PIC 9(005).
       01 WS-SEEN-UNITS PIC 9(007).
       01 WS-SEEN-SALES PIC 9(009)V99.
       01 WS-DECLARED-LINES PIC 9(005).
       01 WS-DECLARED-UNITS PIC 9(007).
       01 WS-DECLARED-SALES PIC 9(009)V99.
       01 WS-LINE-REVENUE PIC 9(007)V99.

      * The register's declared takings by tender type, kept off the
      * trailer for the cash over/short report.
       01 WS-TENDER-TABLE.
           05 WS-TENDER-ENTRY OCCURS 4 TIMES.
               10 WS-TENDER-TYPE PIC X(004).
               10 WS-TENDER-AMOUNT PIC 9(009)V99.
       01 WS-TENDER-IDX PIC 9(001).
       01 WS-TENDER-TOTAL PIC 9(009)V99.
       01 WS-OVER-SHORT PIC S9(009)V99.
       01 WS-TRAILER-SEEN PIC X(001).
           88 TRAILER-WAS-SEEN VALUE "Y".
       01 WS-STORE-BALANCED PIC X(001).
               10 WS-STAGE-STORE-ID PIC X(006).
               10 WS-STAGE-NAME PIC X(041).
               10 WS-STAGE-UNITS PIC 9(005).
               10 WS-STAGE-PRICE PIC 9(005)V99.
               10 WS-STAGE-REVENUE PIC 9(007)V99.
       01 WS-STAGE-IDX PIC 9(005).

       01 WS-STORES-POLLED PIC 9(003) VALUE 0.
       01 WS-STORES-FAILED PIC 9(003) VALUE 0.
       01 WS-LINES-MERGED PIC 9(007) VALUE 0.
       01 WS-CHAIN-SALES PIC 9(011)V99 VALUE 0.
       01 WS-CHAIN-TENDERED PIC 9(011)V99 VALUE 0.
       01 WS-CHAIN-OVER-SHORT PIC S9(011)V99 VALUE 0.
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-DECLARED-ED PIC Z(6)9.
       01 WS-SEEN-ED PIC Z(6)9.
       01 WS-MONEY-ED PIC Z(10)9.99.
       01 WS-MONEY2-ED PIC Z(10)9.99.
       01 WS-SIGNED-MONEY-ED PIC -(10)9.99.

      * Run-status stamp handed to the shared RunStatus subprogram -
      * the intake begins the night, so it begins the status file.
               INTO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD

           OPEN OUTPUT CASH-REPORT-FILE
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "DAILY CASH OVER/SHORT - REGISTER TENDERS AGAINST"
               " POLLED SALES, BALANCED STORES ONLY"
               INTO CASH-REPORT-RECORD
           WRITE CASH-REPORT-RECORD

           OPEN OUTPUT DAILY-SALES-FILE

           OPEN INPUT STORE-MASTER-FILE
           CLOSE DAILY-SALES-FILE
           PERFORM WRITE-BALANCE-TRAILER
           CLOSE BALANCE-REPORT-FILE
           PERFORM WRITE-CASH-TRAILER
           CLOSE CASH-REPORT-FILE

           IF WS-STORES-FAILED > 0
               DISPLAY "SALESINTAKE HALTED - " WS-STORES-FAILED
             MOVE 0 TO WS-SEEN-UNITS
             MOVE 0 TO WS-DECLARED-LINES
             MOVE 0 TO WS-DECLARED-UNITS
             MOVE 0 TO WS-SEEN-SALES
             MOVE 0 TO WS-DECLARED-SALES
             MOVE SPACES TO WS-TENDER-TABLE
             PERFORM VARYING WS-TENDER-IDX FROM 1 BY 1
                 UNTIL WS-TENDER-IDX > 4
                 MOVE 0 TO WS-TENDER-AMOUNT(WS-TENDER-IDX)
             END-PERFORM
             MOVE 0 TO WS-STAGE-COUNT
             MOVE "N" TO WS-TRAILER-SEEN
             MOVE "N" TO WS-STORE-BALANCED
                         MOVE PTRL-UNIT-TOTAL
                             TO WS-DECLARED-UNITS
                     END-IF
                     IF PTRL-SALES-TOTAL IS NUMERIC
                         MOVE PTRL-SALES-TOTAL
                             TO WS-DECLARED-SALES
                     END-IF
                     PERFORM VARYING WS-TENDER-IDX FROM 1 BY 1
                         UNTIL WS-TENDER-IDX > 4
                         MOVE PTRL-TENDER-TYPE(WS-TENDER-IDX)
                             TO WS-TENDER-TYPE(WS-TENDER-IDX)
                         IF PTRL-TENDER-AMOUNT(WS-TENDER-IDX)
                             IS NUMERIC
                             MOVE PTRL-TENDER-AMOUNT(WS-TENDER-IDX)
                                 TO WS-TENDER-AMOUNT(WS-TENDER-IDX)
                         END-IF
                     END-PERFORM
                 WHEN OTHER
                     ADD 1 TO WS-SEEN-LINES
                     MOVE 0 TO WS-LINE-REVENUE
                     IF PDET-UNITS-SOLD IS NUMERIC
                         ADD PDET-UNITS-SOLD TO WS-SEEN-UNITS
                         IF PDET-SOLD-PRICE IS NUMERIC
                             COMPUTE WS-LINE-REVENUE
                                 = PDET-UNITS-SOLD * PDET-SOLD-PRICE
                         END-IF
                     END-IF
                     ADD WS-LINE-REVENUE TO WS-SEEN-SALES
                     IF WS-STAGE-COUNT < WS-MAX-STAGE-CAPACITY
                         ADD 1 TO WS-STAGE-COUNT
                         MOVE STM-STORE-ID
                             MOVE 0
                                 TO WS-STAGE-UNITS(WS-STAGE-COUNT)
                         END-IF
                         IF PDET-SOLD-PRICE IS NUMERIC
                             MOVE PDET-SOLD-PRICE
                                 TO WS-STAGE-PRICE(WS-STAGE-COUNT)
                         ELSE
                             MOVE 0
                                 TO WS-STAGE-PRICE(WS-STAGE-COUNT)
                         END-IF
                         MOVE WS-LINE-REVENUE
                             TO WS-STAGE-REVENUE(WS-STAGE-COUNT)
                     END-IF
             END-EVALUATE
           EXIT.
             IF TRAILER-WAS-SEEN
                 AND WS-SEEN-LINES = WS-DECLARED-LINES
                 AND WS-SEEN-UNITS = WS-DECLARED-UNITS
                 AND WS-SEEN-SALES = WS-DECLARED-SALES
                 SET STORE-POLL-BALANCED TO TRUE
             END-IF
             IF STORE-POLL-BALANCED
                 ADD 1 TO WS-STORES-POLLED
                 PERFORM MERGE-STAGED-LINES
                 PERFORM WRITE-STORE-CASH-LINES
                 MOVE WS-SEEN-LINES TO WS-SEEN-ED
                 MOVE SPACES TO BALANCE-REPORT-RECORD
                 STRING "STORE " DELIMITED BY SIZE
                 MOVE WS-DECLARED-LINES TO WS-DECLARED-ED
                 MOVE WS-SEEN-LINES TO WS-SEEN-ED
                 MOVE SPACES TO BALANCE-REPORT-RECORD
                 EVALUATE TRUE
                     WHEN NOT TRAILER-WAS-SEEN
                         STRING "STORE " DELIMITED BY SIZE
                             FUNCTION TRIM(STM-STORE-ID)
                                 DELIMITED BY SIZE
                             " OUT OF BALANCE - NO TRAILER, FILE"
                             " TRUNCATED? NOTHING MERGED"
                                 DELIMITED BY SIZE
                             INTO BALANCE-REPORT-RECORD
                     WHEN WS-SEEN-LINES = WS-DECLARED-LINES
                         AND WS-SEEN-UNITS = WS-DECLARED-UNITS
                         MOVE WS-DECLARED-SALES TO WS-MONEY-ED
                         MOVE WS-SEEN-SALES TO WS-MONEY2-ED
                         STRING "STORE " DELIMITED BY SIZE
                             FUNCTION TRIM(STM-STORE-ID)
                                 DELIMITED BY SIZE
                             " OUT OF BALANCE - DECLARED SALES "
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(WS-MONEY-ED)
                                 DELIMITED BY SIZE
                             ", LINES PRICE TO " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-MONEY2-ED)
                                 DELIMITED BY SIZE
                             " - NOTHING MERGED" DELIMITED BY SIZE
                             INTO BALANCE-REPORT-RECORD
                     WHEN OTHER
                         STRING "STORE " DELIMITED BY SIZE
                             FUNCTION TRIM(STM-STORE-ID)
                                 DELIMITED BY SIZE
                             " OUT OF BALANCE - DECLARED "
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(WS-DECLARED-ED)
                                 DELIMITED BY SIZE
                             " LINE(S), READ " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-SEEN-ED)
                                 DELIMITED BY SIZE
                             " - NOTHING MERGED" DELIMITED BY SIZE
                             INTO BALANCE-REPORT-RECORD
                 END-EVALUATE
                 WRITE BALANCE-REPORT-RECORD
             END-IF
           EXIT.
                 MOVE WS-STAGE-NAME(WS-STAGE-IDX) TO SALES-NAME
                 MOVE WS-STAGE-UNITS(WS-STAGE-IDX)
                     TO SALES-UNITS-SOLD
                 MOVE WS-STAGE-PRICE(WS-STAGE-IDX)
                     TO SALES-SOLD-PRICE
                 MOVE WS-STAGE-REVENUE(WS-STAGE-IDX)
                     TO SALES-REVENUE
                 WRITE DAILY-SALES-RECORD
                 ADD 1 TO WS-LINES-MERGED
             END-PERFORM
             WRITE BALANCE-REPORT-RECORD
           EXIT.

      * One line per tender type the register declared, then the
      * store's over/short: what the drawer took in less what the
      * lines rang up. Over is positive, short is negative.
           WRITE-STORE-CASH-LINES SECTION.
             MOVE 0 TO WS-TENDER-TOTAL
             MOVE WS-SEEN-SALES TO WS-MONEY-ED
             MOVE SPACES TO CASH-REPORT-RECORD
             STRING "STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(STM-STORE-ID) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(STM-NAME) DELIMITED BY SIZE
                 ") SALES " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                 INTO CASH-REPORT-RECORD
             WRITE CASH-REPORT-RECORD
             PERFORM VARYING WS-TENDER-IDX FROM 1 BY 1
                 UNTIL WS-TENDER-IDX > 4
                 IF WS-TENDER-TYPE(WS-TENDER-IDX) NOT = SPACES
                     ADD WS-TENDER-AMOUNT(WS-TENDER-IDX)
                         TO WS-TENDER-TOTAL
                     MOVE WS-TENDER-AMOUNT(WS-TENDER-IDX)
                         TO WS-MONEY-ED
                     MOVE SPACES TO CASH-REPORT-RECORD
                     STRING "  TENDER " DELIMITED BY SIZE
                         WS-TENDER-TYPE(WS-TENDER-IDX)
                             DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MONEY-ED)
                             DELIMITED BY SIZE
                         INTO CASH-REPORT-RECORD
                     WRITE CASH-REPORT-RECORD
                 END-IF
             END-PERFORM
             COMPUTE WS-OVER-SHORT = WS-TENDER-TOTAL - WS-SEEN-SALES
             ADD WS-SEEN-SALES TO WS-CHAIN-SALES
             ADD WS-TENDER-TOTAL TO WS-CHAIN-TENDERED
             ADD WS-OVER-SHORT TO WS-CHAIN-OVER-SHORT
             MOVE WS-TENDER-TOTAL TO WS-MONEY-ED
             MOVE WS-OVER-SHORT TO WS-SIGNED-MONEY-ED
             MOVE SPACES TO CASH-REPORT-RECORD
             EVALUATE TRUE
                 WHEN WS-OVER-SHORT > 0
                     STRING "  TENDERED " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                         " - CASH OVER " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SIGNED-MONEY-ED)
                             DELIMITED BY SIZE
                         INTO CASH-REPORT-RECORD
                 WHEN WS-OVER-SHORT < 0
                     STRING "  TENDERED " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                         " - CASH SHORT " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-SIGNED-MONEY-ED)
                             DELIMITED BY SIZE
                         INTO CASH-REPORT-RECORD
                 WHEN OTHER
                     STRING "  TENDERED " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                         " - DRAWER EVEN" DELIMITED BY SIZE
                         INTO CASH-REPORT-RECORD
             END-EVALUATE
             WRITE CASH-REPORT-RECORD
           EXIT.

           WRITE-CASH-TRAILER SECTION.
             MOVE WS-CHAIN-SALES TO WS-MONEY-ED
             MOVE WS-CHAIN-TENDERED TO WS-MONEY2-ED
             MOVE WS-CHAIN-OVER-SHORT TO WS-SIGNED-MONEY-ED
             MOVE SPACES TO CASH-REPORT-RECORD
             STRING "CHAIN TOTAL - SALES " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                 ", TENDERED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MONEY2-ED) DELIMITED BY SIZE
                 ", OVER/SHORT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SIGNED-MONEY-ED) DELIMITED BY SIZE
                 INTO CASH-REPORT-RECORD
             WRITE CASH-REPORT-RECORD
           EXIT.

       END PROGRAM SALES-INTAKE.
