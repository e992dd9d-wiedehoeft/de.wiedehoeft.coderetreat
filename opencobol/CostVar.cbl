      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vendor cost-variance report. Prices every receipt on
      *          the receipts ledger (data/RECVHIS.DAT) for the month
      *          in data/VARMON.DAT (YYYYMM, default the current
      *          month) against the contract cost in effect on its
      *          delivery date in the vendor cost book
      *          (data/COSTBOOK.DAT, see CostMaint), lists each one
      *          billed above contract with the value over, and
      *          totals that value by vendor. It then lists the cost
      *          increases the book already holds for a future date,
      *          with the margin each stocked row would lose at its
      *          current UNIT-PRICE, so the buyer can re-price or push
      *          back before the new cost lands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-VAR as "CostVar".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "data/VENDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMSTR-STATUS.
           SELECT VARIANCE-MONTH-FILE ASSIGN TO "data/VARMON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT COST-BOOK-FILE ASSIGN TO "data/COSTBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "data/RECVHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "data/COSTVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASTER-RECORD.
           05 VEND-ID PIC X(006).
           05 VEND-NAME PIC X(030).
           05 VEND-RETURN-TERMS PIC X(020).

       FD  VARIANCE-MONTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  VARIANCE-MONTH-RECORD PIC X(006).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  COST-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-BOOK-RECORD.
           05 CB-VENDOR-ID PIC X(006).
           05 CB-NAME PIC X(041).
           05 CB-EFF-FROM PIC X(008).
           05 CB-EFF-TO PIC X(008).
           05 CB-UNIT-COST PIC 9(006)V99.

       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-HISTORY-RECORD.
           05 RH-DATE PIC X(008).
           05 RH-STORE-ID PIC X(006).
           05 RH-NAME PIC X(041).
           05 RH-VENDOR-ID PIC X(006).
           05 RH-QTY PIC 9(005).
           05 RH-UNIT-COST PIC 9(006)V99.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VARIANCE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VENDMSTR-STATUS PIC X(002).
       01 WS-MONTH-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-BOOK-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-REVIEW-MONTH PIC X(006) VALUE SPACES.
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-CURRENT-DATE-TIME PIC X(021).

      * One total slot per vendor, in vendor-master order.
       01 WS-MAX-VENDOR-CAPACITY PIC 9(003) VALUE 500.
       01 WS-VENDOR-COUNT PIC 9(003) VALUE 0.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 500 TIMES.
               10 WS-VENDOR-ID PIC X(006).
               10 WS-VENDOR-NAME PIC X(030).
               10 WS-VEND-OVER-LINES PIC 9(005).
               10 WS-VEND-OVER-UNITS PIC 9(007).
               10 WS-VEND-OVER-VALUE PIC 9(011)V99.
       01 WS-VENDOR-IDX PIC 9(003).
       01 WS-VENDOR-MATCH PIC X(001).
           88 VENDOR-SLOT-FOUND VALUE "Y".
       01 WS-LOOKUP-VENDOR-ID PIC X(006).

       01 WS-MAX-BOOK-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-BOOK-COUNT PIC 9(005) VALUE 0.
       01 WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 5000 TIMES.
               10 WS-BOOK-VENDOR-ID PIC X(006).
               10 WS-BOOK-NAME PIC X(041).
               10 WS-BOOK-EFF-FROM PIC X(008).
               10 WS-BOOK-EFF-TO PIC X(008).
               10 WS-BOOK-UNIT-COST PIC 9(006)V99.
       01 WS-BOOK-IDX PIC 9(005).
       01 WS-CONTRACT-MATCH PIC X(001).
           88 CONTRACT-FOUND VALUE "Y".
       01 WS-LOOKUP-NAME PIC X(041).
       01 WS-LOOKUP-DATE PIC X(008).
       01 WS-CONTRACT-COST PIC 9(006)V99.

      * Future-dated increases: a book period starting after the
      * business date at a cost above the one in effect today.
       01 WS-MAX-INCREASE-CAPACITY PIC 9(004) VALUE 1000.
       01 WS-INCREASE-COUNT PIC 9(004) VALUE 0.
       01 WS-INCREASE-TABLE.
           05 WS-INCREASE-ENTRY OCCURS 1000 TIMES.
               10 WS-INCR-VENDOR-ID PIC X(006).
               10 WS-INCR-NAME PIC X(041).
               10 WS-INCR-EFF-FROM PIC X(008).
               10 WS-INCR-OLD-COST PIC 9(006)V99.
               10 WS-INCR-NEW-COST PIC 9(006)V99.
               10 WS-INCR-STOCKED PIC X(001).
       01 WS-INCREASE-IDX PIC 9(004).
       01 WS-INCREASE-OVERFLOW PIC X(001) VALUE "N".
           88 INCREASE-CAPACITY-EXCEEDED VALUE "Y".

       01 WS-OVER-PER-UNIT PIC 9(006)V99.
       01 WS-OVER-VALUE PIC 9(011)V99.
       01 WS-TOTAL-OVER-LINES PIC 9(005) VALUE 0.
       01 WS-TOTAL-OVER-VALUE PIC 9(011)V99 VALUE 0.
       01 WS-RECEIPTS-PRICED PIC 9(007) VALUE 0.
       01 WS-RECEIPTS-NO-CONTRACT PIC 9(007) VALUE 0.
       01 WS-MARGIN-NOW PIC S9(006)V99.
       01 WS-MARGIN-AFTER PIC S9(006)V99.
       01 WS-MARGIN-PCT-NOW PIC S9(007)V9.
       01 WS-MARGIN-PCT-AFTER PIC S9(007)V9.
       01 WS-ROWS-AFFECTED PIC 9(005) VALUE 0.

       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-COUNT2-ED PIC Z(6)9.
       01 WS-QTY-ED PIC Z(4)9.
       01 WS-COST-ED PIC Z(5)9.99.
       01 WS-COST2-ED PIC Z(5)9.99.
       01 WS-PRICE-ED PIC Z(4)9.99.
       01 WS-VALUE-ED PIC Z(10)9.99.
       01 WS-MARGIN-ED PIC -(6)9.99.
       01 WS-MARGIN2-ED PIC -(6)9.99.
       01 WS-PCT-ED PIC -(7)9.9.
       01 WS-PCT2-ED PIC -(7)9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT VARIANCE-REPORT-FILE

           PERFORM LOAD-REVIEW-MONTH
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-COST-BOOK
           PERFORM WRITE-REPORT-HEADER
           IF WS-BOOK-COUNT = 0
               MOVE SPACES TO VARIANCE-REPORT-RECORD
               STRING "NO COST BOOK ON FILE (data/COSTBOOK.DAT) -"
                   " NOTHING TO PRICE AGAINST" DELIMITED BY SIZE
                   INTO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
           ELSE
               PERFORM LIST-ABOVE-CONTRACT
               PERFORM WRITE-VENDOR-TOTALS
               PERFORM COLLECT-UPCOMING-INCREASES
               PERFORM LIST-UPCOMING-INCREASES
           END-IF

           CLOSE VARIANCE-REPORT-FILE

           STOP RUN.

      * The month under review: an explicit YYYYMM in VARMON.DAT,
      * otherwise the current calendar month.
           LOAD-REVIEW-MONTH SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             OPEN INPUT VARIANCE-MONTH-FILE
             IF WS-MONTH-STATUS = "00"
                 READ VARIANCE-MONTH-FILE
                     NOT AT END
                       IF VARIANCE-MONTH-RECORD NOT = SPACES
                           AND VARIANCE-MONTH-RECORD IS NUMERIC
                           MOVE VARIANCE-MONTH-RECORD
                               TO WS-REVIEW-MONTH
                       END-IF
                 END-READ
                 CLOSE VARIANCE-MONTH-FILE
             END-IF
             IF WS-REVIEW-MONTH = SPACES
                 MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-REVIEW-MONTH
             END-IF
           EXIT.

      * "Upcoming" is measured from the business date, falling back
      * to the calendar date when no business date is on file.
           LOAD-BUSINESS-DATE SECTION.
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-CURRENT-DATE IS NUMERIC
                           AND BUS-CURRENT-DATE NOT = 0
                           MOVE BUS-CURRENT-DATE TO WS-BUSINESS-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
           EXIT.

           LOAD-VENDOR-MASTER SECTION.
             MOVE 0 TO WS-VENDOR-COUNT
             OPEN INPUT VENDOR-MASTER-FILE
             IF WS-VENDMSTR-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ VENDOR-MASTER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-VENDOR-COUNT < WS-MAX-VENDOR-CAPACITY
                               ADD 1 TO WS-VENDOR-COUNT
                               MOVE VEND-ID
                                   TO WS-VENDOR-ID(WS-VENDOR-COUNT)
                               MOVE VEND-NAME
                                   TO WS-VENDOR-NAME(WS-VENDOR-COUNT)
                               MOVE 0 TO
                                   WS-VEND-OVER-LINES(WS-VENDOR-COUNT)
                                   WS-VEND-OVER-UNITS(WS-VENDOR-COUNT)
                                   WS-VEND-OVER-VALUE(WS-VENDOR-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE VENDOR-MASTER-FILE
             END-IF
           EXIT.

           LOAD-COST-BOOK SECTION.
             MOVE 0 TO WS-BOOK-COUNT
             OPEN INPUT COST-BOOK-FILE
             IF WS-BOOK-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ COST-BOOK-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-BOOK-COUNT < WS-MAX-BOOK-CAPACITY
                               ADD 1 TO WS-BOOK-COUNT
                               MOVE CB-VENDOR-ID
                                   TO WS-BOOK-VENDOR-ID(WS-BOOK-COUNT)
                               MOVE CB-NAME
                                   TO WS-BOOK-NAME(WS-BOOK-COUNT)
                               MOVE CB-EFF-FROM
                                   TO WS-BOOK-EFF-FROM(WS-BOOK-COUNT)
                               MOVE CB-EFF-TO
                                   TO WS-BOOK-EFF-TO(WS-BOOK-COUNT)
                               MOVE CB-UNIT-COST
                                   TO WS-BOOK-UNIT-COST(WS-BOOK-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE COST-BOOK-FILE
             END-IF
           EXIT.

           FIND-VENDOR-SLOT SECTION.
             MOVE "N" TO WS-VENDOR-MATCH
             PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                 UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                         OR VENDOR-SLOT-FOUND
                 IF WS-VENDOR-ID(WS-VENDOR-IDX)
                     = WS-LOOKUP-VENDOR-ID
                     SET VENDOR-SLOT-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF VENDOR-SLOT-FOUND
                 SUBTRACT 1 FROM WS-VENDOR-IDX
             END-IF
           EXIT.

      * The contract for WS-LOOKUP-VENDOR-ID / WS-LOOKUP-NAME whose
      * period spans WS-LOOKUP-DATE.
           FIND-CONTRACT SECTION.
             MOVE "N" TO WS-CONTRACT-MATCH
             PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                 UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                         OR CONTRACT-FOUND
                 IF WS-BOOK-VENDOR-ID(WS-BOOK-IDX)
                         = WS-LOOKUP-VENDOR-ID
                     AND WS-BOOK-NAME(WS-BOOK-IDX) = WS-LOOKUP-NAME
                     AND WS-BOOK-EFF-FROM(WS-BOOK-IDX)
                         <= WS-LOOKUP-DATE
                     AND WS-BOOK-EFF-TO(WS-BOOK-IDX)
                         >= WS-LOOKUP-DATE
                     SET CONTRACT-FOUND TO TRUE
                     MOVE WS-BOOK-UNIT-COST(WS-BOOK-IDX)
                         TO WS-CONTRACT-COST
                 END-IF
             END-PERFORM
           EXIT.

           WRITE-REPORT-HEADER SECTION.
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             STRING "VENDOR COST VARIANCE - RECEIPTS FOR MONTH "
                 DELIMITED BY SIZE
                 WS-REVIEW-MONTH DELIMITED BY SIZE
                 ", INCREASES AFTER " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
           EXIT.

      * A receipt carrying no billed cost, or one from a vendor with
      * no contract for the item on that date, has nothing to be
      * measured against and is only counted.
           LIST-ABOVE-CONTRACT SECTION.
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             MOVE "=== RECEIPTS BILLED ABOVE CONTRACT ==="
                 TO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
             OPEN INPUT RECEIPT-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RECEIPT-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF RH-DATE(1:6) = WS-REVIEW-MONTH
                               AND RH-UNIT-COST > 0
                               PERFORM PRICE-ONE-RECEIPT
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RECEIPT-HISTORY-FILE
             END-IF
             MOVE WS-RECEIPTS-PRICED TO WS-COUNT-ED
             MOVE WS-RECEIPTS-NO-CONTRACT TO WS-COUNT2-ED
             MOVE WS-TOTAL-OVER-LINES TO WS-QTY-ED
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             STRING "RECEIPTS PRICED AGAINST CONTRACT: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", BILLED ABOVE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", NO CONTRACT IN EFFECT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
           EXIT.

           PRICE-ONE-RECEIPT SECTION.
             MOVE RH-VENDOR-ID TO WS-LOOKUP-VENDOR-ID
             MOVE RH-NAME TO WS-LOOKUP-NAME
             MOVE RH-DATE TO WS-LOOKUP-DATE
             PERFORM FIND-CONTRACT
             IF NOT CONTRACT-FOUND
                 ADD 1 TO WS-RECEIPTS-NO-CONTRACT
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-RECEIPTS-PRICED
             IF RH-UNIT-COST <= WS-CONTRACT-COST
                 EXIT SECTION
             END-IF
             SUBTRACT WS-CONTRACT-COST FROM RH-UNIT-COST
                 GIVING WS-OVER-PER-UNIT
             MULTIPLY WS-OVER-PER-UNIT BY RH-QTY
                 GIVING WS-OVER-VALUE
             ADD 1 TO WS-TOTAL-OVER-LINES
             ADD WS-OVER-VALUE TO WS-TOTAL-OVER-VALUE
             PERFORM FIND-VENDOR-SLOT
             IF VENDOR-SLOT-FOUND
                 ADD 1 TO WS-VEND-OVER-LINES(WS-VENDOR-IDX)
                 ADD RH-QTY TO WS-VEND-OVER-UNITS(WS-VENDOR-IDX)
                 ADD WS-OVER-VALUE TO WS-VEND-OVER-VALUE(WS-VENDOR-IDX)
             END-IF
             MOVE RH-QTY TO WS-QTY-ED
             MOVE RH-UNIT-COST TO WS-COST-ED
             MOVE WS-CONTRACT-COST TO WS-COST2-ED
             MOVE WS-OVER-VALUE TO WS-VALUE-ED
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             STRING RH-DATE DELIMITED BY SIZE
                 " VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(RH-VENDOR-ID) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(RH-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RH-STORE-ID) DELIMITED BY SIZE
                 " - QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", BILLED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 ", CONTRACT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST2-ED) DELIMITED BY SIZE
                 ", OVER " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
           EXIT.

           WRITE-VENDOR-TOTALS SECTION.
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             MOVE "=== VALUE BILLED ABOVE CONTRACT BY VENDOR ==="
                 TO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
             PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                 UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                 IF WS-VEND-OVER-LINES(WS-VENDOR-IDX) > 0
                     MOVE WS-VEND-OVER-LINES(WS-VENDOR-IDX)
                         TO WS-COUNT-ED
                     MOVE WS-VEND-OVER-UNITS(WS-VENDOR-IDX)
                         TO WS-COUNT2-ED
                     MOVE WS-VEND-OVER-VALUE(WS-VENDOR-IDX)
                         TO WS-VALUE-ED
                     MOVE SPACES TO VARIANCE-REPORT-RECORD
                     STRING "VENDOR " DELIMITED BY SIZE
                         WS-VENDOR-ID(WS-VENDOR-IDX) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-VENDOR-NAME(WS-VENDOR-IDX)
                             DELIMITED BY SIZE
                         " RECEIPTS " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                         ", UNITS " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                         ", VALUE OVER CONTRACT " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                         INTO VARIANCE-REPORT-RECORD
                     WRITE VARIANCE-REPORT-RECORD
                 END-IF
             END-PERFORM
             MOVE WS-TOTAL-OVER-VALUE TO WS-VALUE-ED
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             STRING "TOTAL VALUE BILLED ABOVE CONTRACT: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
           EXIT.

      * A period that starts after the business date is an increase
      * when the contract in effect today for the same vendor and
      * item costs less.
           COLLECT-UPCOMING-INCREASES SECTION.
             MOVE 0 TO WS-INCREASE-COUNT
             PERFORM VARYING WS-INCREASE-IDX FROM 1 BY 1
                 UNTIL WS-INCREASE-IDX > WS-BOOK-COUNT
                 IF WS-BOOK-EFF-FROM(WS-INCREASE-IDX)
                         > WS-BUSINESS-DATE
                     MOVE WS-BOOK-VENDOR-ID(WS-INCREASE-IDX)
                         TO WS-LOOKUP-VENDOR-ID
                     MOVE WS-BOOK-NAME(WS-INCREASE-IDX)
                         TO WS-LOOKUP-NAME
                     MOVE WS-BUSINESS-DATE TO WS-LOOKUP-DATE
                     PERFORM FIND-CONTRACT
                     IF CONTRACT-FOUND
                         AND WS-BOOK-UNIT-COST(WS-INCREASE-IDX)
                             > WS-CONTRACT-COST
                         IF WS-INCREASE-COUNT
                                 < WS-MAX-INCREASE-CAPACITY
                             ADD 1 TO WS-INCREASE-COUNT
                             MOVE WS-LOOKUP-VENDOR-ID TO
                                 WS-INCR-VENDOR-ID(WS-INCREASE-COUNT)
                             MOVE WS-LOOKUP-NAME TO
                                 WS-INCR-NAME(WS-INCREASE-COUNT)
                             MOVE WS-BOOK-EFF-FROM(WS-INCREASE-IDX) TO
                                 WS-INCR-EFF-FROM(WS-INCREASE-COUNT)
                             MOVE WS-CONTRACT-COST TO
                                 WS-INCR-OLD-COST(WS-INCREASE-COUNT)
                             MOVE WS-BOOK-UNIT-COST(WS-INCREASE-IDX)
                                 TO WS-INCR-NEW-COST(WS-INCREASE-COUNT)
                             MOVE "N" TO
                                 WS-INCR-STOCKED(WS-INCREASE-COUNT)
                         ELSE
                             SET INCREASE-CAPACITY-EXCEEDED TO TRUE
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

      * One pass of the Item Master prices every stocked row of an
      * increased item at its current shelf price; an increase on an
      * item no store stocks from that vendor is listed with no
      * margin impact.
           LIST-UPCOMING-INCREASES SECTION.
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             STRING "=== UPCOMING COST INCREASES - MARGIN AT CURRENT"
                 " PRICE ===" DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
             IF WS-INCREASE-COUNT > 0
                 OPEN INPUT ITEM-MASTER-FILE
                 IF WS-MASTER-STATUS = "00"
                     MOVE "N" TO WS-INPUT-EOF
                     PERFORM UNTIL END-OF-INPUT
                         READ ITEM-MASTER-FILE NEXT
                             AT END SET END-OF-INPUT TO TRUE
                             NOT AT END
                               PERFORM MATCH-ROW-TO-INCREASES
                         END-READ
                     END-PERFORM
                     CLOSE ITEM-MASTER-FILE
                 END-IF
             END-IF
             PERFORM VARYING WS-INCREASE-IDX FROM 1 BY 1
                 UNTIL WS-INCREASE-IDX > WS-INCREASE-COUNT
                 IF WS-INCR-STOCKED(WS-INCREASE-IDX) = "N"
                     MOVE WS-INCR-OLD-COST(WS-INCREASE-IDX)
                         TO WS-COST-ED
                     MOVE WS-INCR-NEW-COST(WS-INCREASE-IDX)
                         TO WS-COST2-ED
                     MOVE SPACES TO VARIANCE-REPORT-RECORD
                     STRING WS-INCR-EFF-FROM(WS-INCREASE-IDX)
                             DELIMITED BY SIZE
                         " VENDOR " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-INCR-VENDOR-ID
                             (WS-INCREASE-IDX)) DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-INCR-NAME(WS-INCREASE-IDX))
                             DELIMITED BY SIZE
                         " - COST " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                         " -> " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-COST2-ED) DELIMITED BY SIZE
                         ", NOT STOCKED - NO MARGIN IMPACT"
                             DELIMITED BY SIZE
                         INTO VARIANCE-REPORT-RECORD
                     WRITE VARIANCE-REPORT-RECORD
                 END-IF
             END-PERFORM
             MOVE WS-INCREASE-COUNT TO WS-COUNT-ED
             MOVE WS-ROWS-AFFECTED TO WS-COUNT2-ED
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             STRING "UPCOMING INCREASES: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", STOCKED ROWS AFFECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
             IF INCREASE-CAPACITY-EXCEEDED
                 MOVE SPACES TO VARIANCE-REPORT-RECORD
                 STRING "EXCEPTION: MORE UPCOMING INCREASES THAN TABLE"
                     " CAPACITY - LIST IS INCOMPLETE" DELIMITED BY SIZE
                     INTO VARIANCE-REPORT-RECORD
                 WRITE VARIANCE-REPORT-RECORD
             END-IF
           EXIT.

           MATCH-ROW-TO-INCREASES SECTION.
             PERFORM VARYING WS-INCREASE-IDX FROM 1 BY 1
                 UNTIL WS-INCREASE-IDX > WS-INCREASE-COUNT
                 IF WS-INCR-VENDOR-ID(WS-INCREASE-IDX)
                         = VENDOR-ID OF ITEM-MASTER-RECORD
                     AND WS-INCR-NAME(WS-INCREASE-IDX)
                         = NAME OF ITEM-MASTER-RECORD
                     MOVE "Y" TO WS-INCR-STOCKED(WS-INCREASE-IDX)
                     PERFORM WRITE-INCREASE-LINE
                 END-IF
             END-PERFORM
           EXIT.

           WRITE-INCREASE-LINE SECTION.
             ADD 1 TO WS-ROWS-AFFECTED
             COMPUTE WS-MARGIN-NOW = UNIT-PRICE OF ITEM-MASTER-RECORD
                 - WS-INCR-OLD-COST(WS-INCREASE-IDX)
             COMPUTE WS-MARGIN-AFTER = UNIT-PRICE OF ITEM-MASTER-RECORD
                 - WS-INCR-NEW-COST(WS-INCREASE-IDX)
             IF UNIT-PRICE OF ITEM-MASTER-RECORD > 0
                 COMPUTE WS-MARGIN-PCT-NOW ROUNDED = WS-MARGIN-NOW
                     * 100 / UNIT-PRICE OF ITEM-MASTER-RECORD
                 COMPUTE WS-MARGIN-PCT-AFTER ROUNDED = WS-MARGIN-AFTER
                     * 100 / UNIT-PRICE OF ITEM-MASTER-RECORD
             ELSE
                 MOVE 0 TO WS-MARGIN-PCT-NOW WS-MARGIN-PCT-AFTER
             END-IF
             MOVE WS-INCR-OLD-COST(WS-INCREASE-IDX) TO WS-COST-ED
             MOVE WS-INCR-NEW-COST(WS-INCREASE-IDX) TO WS-COST2-ED
             MOVE UNIT-PRICE OF ITEM-MASTER-RECORD TO WS-PRICE-ED
             MOVE WS-MARGIN-NOW TO WS-MARGIN-ED
             MOVE WS-MARGIN-AFTER TO WS-MARGIN2-ED
             MOVE WS-MARGIN-PCT-NOW TO WS-PCT-ED
             MOVE WS-MARGIN-PCT-AFTER TO WS-PCT2-ED
             MOVE SPACES TO VARIANCE-REPORT-RECORD
             STRING WS-INCR-EFF-FROM(WS-INCREASE-IDX) DELIMITED BY SIZE
                 " VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INCR-VENDOR-ID(WS-INCREASE-IDX))
                     DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME OF ITEM-MASTER-RECORD)
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(STORE-ID OF ITEM-MASTER-RECORD)
                     DELIMITED BY SIZE
                 " - COST " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 " -> " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST2-ED) DELIMITED BY SIZE
                 ", PRICE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PRICE-ED) DELIMITED BY SIZE
                 ", MARGIN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MARGIN-ED) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
                 "%) -> " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MARGIN2-ED) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PCT2-ED) DELIMITED BY SIZE
                 "%)" DELIMITED BY SIZE
                 INTO VARIANCE-REPORT-RECORD
             WRITE VARIANCE-REPORT-RECORD
           EXIT.

       END PROGRAM COST-VAR.
