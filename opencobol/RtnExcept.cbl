      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly returns-exception report for loss prevention.
      *          Covers the seven business days ending on BUSDATE's
      *          current date and lists, from the return check
      *          ledger CustReturns keeps (data/CRETCHK.DAT), every
      *          return that failed the sales check - no sale of the
      *          item at the store in the return window (NOSL) or
      *          more units back than sold (OVER) - with what became
      *          of it, and every return whose receipt reference had
      *          already been used on an earlier return. Then sets
      *          each store's returned units (data/CRETHIS.DAT)
      *          against its units sold (data/SALESHIS.DAT) for the
      *          week and flags as UNUSUAL any store whose return-
      *          to-sales ratio is above the limit on data/CRETCTL.DAT
      *          (per cent of units, default 10.00), or which took
      *          returns without selling a unit. Prints to
      *          data/RTNEXCP.RPT. Runs weekly off the job schedule
      *          (a W row on data/JOBSCHED.DAT); it only reports, so
      *          it always ends with condition code 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTN-EXCEPT as "RtnExcept".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RETURN-CONTROL-FILE ASSIGN TO "data/CRETCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRETCTL-STATUS.
           SELECT RETURN-CHECK-FILE ASSIGN TO "data/CRETCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRETCHK-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "data/CRETHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIS-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "data/SALESHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIS-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "data/RTNEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  RETURN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-CONTROL-RECORD.
           05 CRC-WINDOW-DAYS PIC 9(003).
           05 CRC-RATIO-PCT PIC 9(003)V99.

      * Same layout CustReturns appends: one line per check outcome.
       FD  RETURN-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-CHECK-RECORD.
           05 CCK-DATE PIC X(008).
           05 CCK-EVENT PIC X(008).
           05 CCK-REASON PIC X(004).
           05 CCK-REPEAT PIC X(001).
           05 CCK-HOLD-NUMBER PIC 9(006).
           05 CCK-SOLD-UNITS PIC 9(007).
           05 CCK-RETURNED-UNITS PIC 9(007).
           05 CCK-MANAGER PIC X(008).
           05 CCK-RETURN.
               10 CCK-STORE-ID PIC X(006).
               10 CCK-NAME PIC X(041).
               10 CCK-QTY PIC 9(005).
               10 CCK-DISPOSITION PIC X(001).
               10 CCK-RECEIPT-REF PIC X(010).

       FD  RETURN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-HISTORY-RECORD.
           05 CRH-DATE PIC X(008).
           05 CRH-STORE-ID PIC X(006).
           05 CRH-NAME PIC X(041).
           05 CRH-QTY PIC 9(005).
           05 CRH-DISPOSITION PIC X(001).
           05 CRH-RECEIPT-REF PIC X(010).

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-HISTORY-RECORD.
           05 SH-DATE PIC X(008).
           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

       FD  EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-CRETCTL-STATUS PIC X(002).
       01 WS-CRETCHK-STATUS PIC X(002).
       01 WS-RETHIS-STATUS PIC X(002).
       01 WS-SALESHIS-STATUS PIC X(002).
       01 WS-SCAN-EOF PIC X(001) VALUE "N".
           88 END-OF-SCAN VALUE "Y".

       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-WEEK-START-DATE PIC X(008).
       01 WS-DATE-INT PIC 9(008).

      * Return-to-sales limit, per cent of units sold.
       01 WS-RATIO-LIMIT PIC 9(003)V99 VALUE 10.00.
       01 WS-RATIO PIC 9(005)V99.
       01 WS-RATIO-ED PIC ZZZZ9.99.
       01 WS-RATIO-LIMIT-ED PIC ZZ9.99.

      * Week's units sold and returned by store.
       01 WS-MAX-STORE-CAPACITY PIC 9(003) VALUE 100.
       01 WS-STORE-COUNT PIC 9(003) VALUE 0.
       01 WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 100 TIMES.
               10 WS-ST-STORE-ID PIC X(006).
               10 WS-ST-SOLD-UNITS PIC 9(009).
               10 WS-ST-RETURNED-UNITS PIC 9(009).
       01 WS-STORE-IDX PIC 9(003).
       01 WS-STORE-FOUND PIC 9(003).
       01 WS-STORE-OVERFLOW PIC X(001) VALUE "N".
           88 STORE-TABLE-OVERFLOWED VALUE "Y".
       01 WS-LOOKUP-STORE-ID PIC X(006).
       01 WS-RATIO-LINE-KIND PIC X(001).
           88 RATIO-LINE-IS-CHAIN VALUE "C".

       01 WS-CHAIN-SOLD-UNITS PIC 9(009) VALUE 0.
       01 WS-CHAIN-RETURNED-UNITS PIC 9(009) VALUE 0.
       01 WS-SOLD-UNITS PIC 9(009).
       01 WS-RETURNED-UNITS PIC 9(009).

       01 WS-FAILED-CHECK-COUNT PIC 9(005) VALUE 0.
       01 WS-REPEAT-COUNT PIC 9(005) VALUE 0.
       01 WS-UNUSUAL-COUNT PIC 9(005) VALUE 0.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-QTY-ED PIC Z(4)9.
       01 WS-SOLD-ED PIC Z(8)9.
       01 WS-RETURNED-ED PIC Z(8)9.
       01 WS-HOLD-NUMBER-ED PIC 9(006).
       01 WS-LINE-PTR PIC 9(003).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-RETURN-CONTROLS

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING "WEEKLY RETURNS-EXCEPTION REPORT - "
               DELIMITED BY SIZE
               WS-WEEK-START-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           PERFORM WRITE-FAILED-CHECKS
           PERFORM WRITE-REPEAT-RECEIPTS
           PERFORM TALLY-STORE-SALES
           PERFORM TALLY-STORE-RETURNS
           PERFORM WRITE-STORE-RATIOS
           PERFORM WRITE-REPORT-TOTALS

           CLOSE EXCEPTION-REPORT-FILE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           LOAD-BUSINESS-DATE SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-CURRENT-DATE IS NUMERIC
                           AND BUS-CURRENT-DATE NOT = 0
                           MOVE BUS-CURRENT-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE)) - 6
             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-WEEK-START-DATE
           EXIT.

           LOAD-RETURN-CONTROLS SECTION.
             OPEN INPUT RETURN-CONTROL-FILE
             IF WS-CRETCTL-STATUS = "00"
                 READ RETURN-CONTROL-FILE
                     NOT AT END
                       IF CRC-RATIO-PCT IS NUMERIC
                           AND CRC-RATIO-PCT NOT = 0
                           MOVE CRC-RATIO-PCT TO WS-RATIO-LIMIT
                       END-IF
                 END-READ
                 CLOSE RETURN-CONTROL-FILE
             END-IF
           EXIT.

      * Every failed check in the week - the hold, and the manager's
      * accept or refuse when it came - so a return that was held
      * on one day and accepted on another shows both.
           WRITE-FAILED-CHECKS SECTION.
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             STRING "RETURNS WITH NO MATCHING SALE (NOSL) OR MORE"
                 " UNITS BACK THAN SOLD (OVER)" DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             OPEN INPUT RETURN-CHECK-FILE
             IF WS-CRETCHK-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ RETURN-CHECK-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF CCK-DATE NOT < WS-WEEK-START-DATE
                               AND CCK-DATE NOT > WS-BUSINESS-DATE
                               AND CCK-REASON NOT = SPACES
                               PERFORM WRITE-ONE-FAILED-CHECK
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-CHECK-FILE
             END-IF
             IF WS-FAILED-CHECK-COUNT = 0
                 MOVE "  NONE" TO EXCEPTION-REPORT-RECORD
                 WRITE EXCEPTION-REPORT-RECORD
             END-IF
           EXIT.

           WRITE-ONE-FAILED-CHECK SECTION.
             ADD 1 TO WS-FAILED-CHECK-COUNT
             MOVE CCK-HOLD-NUMBER TO WS-HOLD-NUMBER-ED
             MOVE CCK-QTY TO WS-QTY-ED
             MOVE CCK-SOLD-UNITS TO WS-SOLD-ED
             MOVE CCK-RETURNED-UNITS TO WS-RETURNED-ED
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             MOVE 1 TO WS-LINE-PTR
             STRING "  " DELIMITED BY SIZE
                 CCK-DATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CCK-EVENT DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CCK-REASON DELIMITED BY SIZE
                 " HOLD " DELIMITED BY SIZE
                 WS-HOLD-NUMBER-ED DELIMITED BY SIZE
                 " STORE " DELIMITED BY SIZE
                 CCK-STORE-ID DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(CCK-NAME) DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", RECEIPT " DELIMITED BY SIZE
                 FUNCTION TRIM(CCK-RECEIPT-REF) DELIMITED BY SIZE
                 " (SOLD " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SOLD-ED) DELIMITED BY SIZE
                 ", BACK " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RETURNED-ED) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
                 WITH POINTER WS-LINE-PTR
             IF CCK-MANAGER NOT = SPACES
                 STRING " BY " DELIMITED BY SIZE
                     FUNCTION TRIM(CCK-MANAGER) DELIMITED BY SIZE
                     INTO EXCEPTION-REPORT-RECORD
                     WITH POINTER WS-LINE-PTR
             END-IF
             WRITE EXCEPTION-REPORT-RECORD
           EXIT.

      * A receipt reference reused at the same store, taken from the
      * first check of each return (posted or held) so an accepted
      * hold is not counted twice.
           WRITE-REPEAT-RECEIPTS SECTION.
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             MOVE "REPEAT RECEIPT REFERENCES"
                 TO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             OPEN INPUT RETURN-CHECK-FILE
             IF WS-CRETCHK-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ RETURN-CHECK-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF CCK-DATE NOT < WS-WEEK-START-DATE
                               AND CCK-DATE NOT > WS-BUSINESS-DATE
                               AND CCK-REPEAT = "Y"
                               AND (CCK-EVENT = "POSTED"
                                   OR CCK-EVENT = "HELD")
                               PERFORM WRITE-ONE-REPEAT-RECEIPT
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-CHECK-FILE
             END-IF
             IF WS-REPEAT-COUNT = 0
                 MOVE "  NONE" TO EXCEPTION-REPORT-RECORD
                 WRITE EXCEPTION-REPORT-RECORD
             END-IF
           EXIT.

           WRITE-ONE-REPEAT-RECEIPT SECTION.
             ADD 1 TO WS-REPEAT-COUNT
             MOVE CCK-QTY TO WS-QTY-ED
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             STRING "  " DELIMITED BY SIZE
                 CCK-DATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CCK-EVENT DELIMITED BY SIZE
                 " STORE " DELIMITED BY SIZE
                 CCK-STORE-ID DELIMITED BY SIZE
                 " RECEIPT " DELIMITED BY SIZE
                 CCK-RECEIPT-REF DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(CCK-NAME) DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CCK-DISPOSITION DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
           EXIT.

           TALLY-STORE-SALES SECTION.
             OPEN INPUT SALES-HISTORY-FILE
             IF WS-SALESHIS-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ SALES-HISTORY-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF SH-DATE NOT < WS-WEEK-START-DATE
                               AND SH-DATE NOT > WS-BUSINESS-DATE
                               AND SH-UNITS-SOLD IS NUMERIC
                               MOVE SH-STORE-ID TO WS-LOOKUP-STORE-ID
                               PERFORM FIND-STORE-SLOT
                               IF WS-STORE-FOUND > 0
                                   ADD SH-UNITS-SOLD TO
                                       WS-ST-SOLD-UNITS(WS-STORE-FOUND)
                               END-IF
                               ADD SH-UNITS-SOLD
                                   TO WS-CHAIN-SOLD-UNITS
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SALES-HISTORY-FILE
             END-IF
           EXIT.

      * Every return that posted in the week, saleable or damaged -
      * a return that never posted (held, or refused) took no units.
           TALLY-STORE-RETURNS SECTION.
             OPEN INPUT RETURN-HISTORY-FILE
             IF WS-RETHIS-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ RETURN-HISTORY-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF CRH-DATE NOT < WS-WEEK-START-DATE
                               AND CRH-DATE NOT > WS-BUSINESS-DATE
                               AND CRH-QTY IS NUMERIC
                               MOVE CRH-STORE-ID TO WS-LOOKUP-STORE-ID
                               PERFORM FIND-STORE-SLOT
                               IF WS-STORE-FOUND > 0
                                   ADD CRH-QTY TO WS-ST-RETURNED-UNITS
                                       (WS-STORE-FOUND)
                               END-IF
                               ADD CRH-QTY TO WS-CHAIN-RETURNED-UNITS
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-HISTORY-FILE
             END-IF
           EXIT.

      * Finds the store's slot, opening one on first sight; a store
      * past the table's capacity is left out of the store lines but
      * still counts in the chain totals.
           FIND-STORE-SLOT SECTION.
             MOVE 0 TO WS-STORE-FOUND
             PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
                     OR WS-STORE-FOUND > 0
                 IF WS-ST-STORE-ID(WS-STORE-IDX) = WS-LOOKUP-STORE-ID
                     MOVE WS-STORE-IDX TO WS-STORE-FOUND
                 END-IF
             END-PERFORM
             IF WS-STORE-FOUND = 0
                 IF WS-STORE-COUNT >= WS-MAX-STORE-CAPACITY
                     SET STORE-TABLE-OVERFLOWED TO TRUE
                 ELSE
                     ADD 1 TO WS-STORE-COUNT
                     MOVE WS-STORE-COUNT TO WS-STORE-FOUND
                     MOVE WS-LOOKUP-STORE-ID
                         TO WS-ST-STORE-ID(WS-STORE-FOUND)
                     MOVE 0 TO WS-ST-SOLD-UNITS(WS-STORE-FOUND)
                     MOVE 0 TO WS-ST-RETURNED-UNITS(WS-STORE-FOUND)
                 END-IF
             END-IF
           EXIT.

           WRITE-STORE-RATIOS SECTION.
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             MOVE WS-RATIO-LIMIT TO WS-RATIO-LIMIT-ED
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             STRING "RETURN-TO-SALES RATIO BY STORE (UNITS, UNUSUAL"
                 " ABOVE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RATIO-LIMIT-ED) DELIMITED BY SIZE
                 "%)" DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             IF STORE-TABLE-OVERFLOWED
                 MOVE SPACES TO EXCEPTION-REPORT-RECORD
                 STRING "  EXCEPTION: MORE STORES THAN THE TABLE"
                     " HOLDS - ONLY THE FIRST ARE LISTED"
                     DELIMITED BY SIZE
                     INTO EXCEPTION-REPORT-RECORD
                 WRITE EXCEPTION-REPORT-RECORD
             END-IF
             PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
                 MOVE WS-ST-SOLD-UNITS(WS-STORE-IDX) TO WS-SOLD-UNITS
                 MOVE WS-ST-RETURNED-UNITS(WS-STORE-IDX)
                     TO WS-RETURNED-UNITS
                 MOVE "S" TO WS-RATIO-LINE-KIND
                 MOVE SPACES TO EXCEPTION-REPORT-RECORD
                 STRING "  STORE " DELIMITED BY SIZE
                     WS-ST-STORE-ID(WS-STORE-IDX) DELIMITED BY SIZE
                     INTO EXCEPTION-REPORT-RECORD
                 PERFORM WRITE-ONE-RATIO-LINE
             END-PERFORM
             MOVE WS-CHAIN-SOLD-UNITS TO WS-SOLD-UNITS
             MOVE WS-CHAIN-RETURNED-UNITS TO WS-RETURNED-UNITS
             MOVE "C" TO WS-RATIO-LINE-KIND
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             MOVE "  CHAIN" TO EXCEPTION-REPORT-RECORD
             PERFORM WRITE-ONE-RATIO-LINE
           EXIT.

      * The caller has put the store (or CHAIN) in columns 1-14.
           WRITE-ONE-RATIO-LINE SECTION.
             MOVE WS-SOLD-UNITS TO WS-SOLD-ED
             MOVE WS-RETURNED-UNITS TO WS-RETURNED-ED
             MOVE 15 TO WS-LINE-PTR
             STRING " SOLD " DELIMITED BY SIZE
                 WS-SOLD-ED DELIMITED BY SIZE
                 "  RETURNED " DELIMITED BY SIZE
                 WS-RETURNED-ED DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
                 WITH POINTER WS-LINE-PTR
             IF WS-SOLD-UNITS = 0
                 IF WS-RETURNED-UNITS > 0
                     STRING "  RATIO      N/A  UNUSUAL - RETURNS"
                         " WITH NO SALES" DELIMITED BY SIZE
                         INTO EXCEPTION-REPORT-RECORD
                         WITH POINTER WS-LINE-PTR
                     PERFORM COUNT-UNUSUAL-STORE
                 END-IF
             ELSE
                 COMPUTE WS-RATIO ROUNDED =
                     WS-RETURNED-UNITS * 100 / WS-SOLD-UNITS
                     ON SIZE ERROR
                         MOVE 99999.99 TO WS-RATIO
                 END-COMPUTE
                 MOVE WS-RATIO TO WS-RATIO-ED
                 STRING "  RATIO " DELIMITED BY SIZE
                     WS-RATIO-ED DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO EXCEPTION-REPORT-RECORD
                     WITH POINTER WS-LINE-PTR
                 IF WS-RATIO > WS-RATIO-LIMIT
                     STRING "  UNUSUAL" DELIMITED BY SIZE
                         INTO EXCEPTION-REPORT-RECORD
                         WITH POINTER WS-LINE-PTR
                     PERFORM COUNT-UNUSUAL-STORE
                 END-IF
             END-IF
             WRITE EXCEPTION-REPORT-RECORD
           EXIT.

      * The chain line is flagged like a store but is not a store.
           COUNT-UNUSUAL-STORE SECTION.
             IF NOT RATIO-LINE-IS-CHAIN
                 ADD 1 TO WS-UNUSUAL-COUNT
             END-IF
           EXIT.

           WRITE-REPORT-TOTALS SECTION.
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             MOVE WS-FAILED-CHECK-COUNT TO WS-COUNT-ED
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             STRING "FAILED SALES CHECKS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             MOVE WS-REPEAT-COUNT TO WS-COUNT-ED
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             STRING "REPEAT RECEIPTS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
             MOVE WS-UNUSUAL-COUNT TO WS-COUNT-ED
             MOVE SPACES TO EXCEPTION-REPORT-RECORD
             STRING "STORES WITH AN UNUSUAL RETURN RATIO: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO EXCEPTION-REPORT-RECORD
             WRITE EXCEPTION-REPORT-RECORD
           EXIT.

       END PROGRAM RTN-EXCEPT.
