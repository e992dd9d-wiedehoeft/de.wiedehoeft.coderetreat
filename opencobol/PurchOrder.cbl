      *          vendor chose to ship. Prints a PO register grouped
      *          by vendor (data/PO.RPT) with an exception line for
      *          any approval naming an item the master does not
      *          carry. Each approval is valued at held cost
      *          (data/ITEMCOST.DAT) and checked against the month's
      *          open-to-buy budget for its vendor and category
      *          (data/OTBBUDG.DAT); one that would overspend is held
      *          on the open-to-buy exception section of PO.RPT
      *          instead of being issued, and data/OTB.RPT shows
      *          budget, committed, received and remaining
      *          month-to-date for every vendor and category.
      *          Where the item pack master (data/PACKMSTR.DAT) says
      *          how the vendor cases the item, the approved quantity
      *          is rounded up to whole cases before it is valued and
      *          ordered, and the register shows cases and units.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PO-CONTROL-FILE ASSIGN TO "data/POCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-PO-FILE ASSIGN TO "data/POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "data/VENDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PO-REGISTER-FILE ASSIGN TO "data/PO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-COST-FILE ASSIGN TO "data/ITEMCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-STATUS.
           SELECT OTB-BUDGET-FILE ASSIGN TO "data/OTBBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT OTB-REPORT-FILE ASSIGN TO "data/OTB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACK-MASTER-FILE ASSIGN TO "data/PACKMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PO-REGISTER-RECORD PIC X(120).

       FD  ITEM-COST-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-COST-RECORD.
           05 COST-STORE-ID PIC X(006).
           05 COST-NAME PIC X(041).
           05 COST-LAST PIC 9(006)V99.
           05 COST-AVG PIC 9(006)V99.
           05 COST-UNITS PIC 9(007).

      * One open-to-buy budget per month, vendor and category code,
      * in held-cost dollars, as merchandising plans the month.
       FD  OTB-BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  OTB-BUDGET-RECORD.
           05 OTB-MONTH PIC X(006).
           05 OTB-VENDOR-ID PIC X(006).
           05 OTB-CATEGORY-CODE PIC X(001).
           05 OTB-BUDGET-AMT PIC 9(007)V99.

       FD  OTB-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OTB-REPORT-RECORD PIC X(120).

      * Item pack master: how a vendor packs an item - the units in
      * a case, and the units in an inner pack (zero when the vendor
      * ships no inners).
       FD  PACK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PACK-MASTER-RECORD.
           05 PACK-VENDOR-ID PIC X(006).
           05 PACK-NAME PIC X(041).
           05 PACK-UNITS-PER-CASE PIC 9(005).
           05 PACK-UNITS-PER-INNER PIC 9(005).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-APPROVAL-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-OPEN-PO-STATUS PIC X(002).
       01 WS-COST-STATUS PIC X(002).
       01 WS-BUDGET-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-APPROVAL-EOF PIC X(001) VALUE "N".
           88 END-OF-APPROVALS VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
               10 WS-ORDER-STORE-ID PIC X(006).
               10 WS-ORDER-NAME PIC X(041).
               10 WS-ORDER-QTY PIC 9(005).
               10 WS-ORDER-CASES PIC 9(005).
               10 WS-ORDER-CASE-UNITS PIC 9(005).
       01 WS-ORDER-IDX PIC 9(005).
       01 WS-CURRENT-VENDOR-ID PIC X(006).

       01 WS-VENDOR-MATCH PIC X(001) VALUE "N".
           88 VENDOR-MASTER-FOUND VALUE "Y".

      * Held cost by store and item - average cost, or last cost
      * where no average has been struck yet.
       01 WS-MAX-COST-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-COST-COUNT PIC 9(005) VALUE 0.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 10000 TIMES.
               10 WS-COST-STORE-ID PIC X(006).
               10 WS-COST-NAME PIC X(041).
               10 WS-COST-HELD PIC 9(006)V99.
       01 WS-COST-IDX PIC 9(005).
       01 WS-COST-MATCH PIC X(001).
           88 COST-FOUND VALUE "Y".
       01 WS-COST-KEY-STORE-ID PIC X(006).
       01 WS-COST-KEY-NAME PIC X(041).
       01 WS-HELD-COST PIC 9(006)V99.

      * Open-to-buy for the business month, one row per vendor and
      * category. A pair with no budget row is not controlled - it
      * is issued as before and shows on OTB.RPT as unbudgeted.
      * Committed is the unreceived value of this month's open PO
      * lines, received the received value of this month's lines;
      * both include tonight's issues.
       01 WS-OTB-MONTH PIC X(006).
       01 WS-MAX-OTB-CAPACITY PIC 9(004) VALUE 500.
       01 WS-OTB-COUNT PIC 9(004) VALUE 0.
       01 WS-OTB-TABLE.
           05 WS-OTB-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-OTB-COUNT.
               10 WS-OTB-VENDOR-ID PIC X(006).
               10 WS-OTB-CATEGORY PIC X(001).
               10 WS-OTB-BUDGETED PIC X(001).
                   88 OTB-HAS-BUDGET VALUE "Y".
               10 WS-OTB-BUDGET PIC 9(009)V99.
               10 WS-OTB-COMMITTED PIC 9(009)V99.
               10 WS-OTB-RECEIVED PIC 9(009)V99.
               10 WS-OTB-HELD PIC 9(009)V99.
       01 WS-OTB-IDX PIC 9(004).
       01 WS-OTB-MATCH PIC X(001).
           88 OTB-ROW-FOUND VALUE "Y".
       01 WS-OTB-KEY-VENDOR-ID PIC X(006).
       01 WS-OTB-KEY-CATEGORY PIC X(001).
       01 WS-OTB-FULL-LOGGED PIC X(001) VALUE "N".
           88 OTB-CAPACITY-LOGGED VALUE "Y".
       01 WS-OTB-REMAINING PIC S9(009)V99.
       01 WS-LINE-VALUE PIC 9(009)V99.
       01 WS-OUTSTANDING-QTY PIC S9(005).

      * Approvals held for open-to-buy, printed after the register.
       01 WS-MAX-HELD-CAPACITY PIC 9(005) VALUE 1000.
       01 WS-HELD-COUNT PIC 9(005) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 1000 TIMES.
               10 WS-HELD-VENDOR-ID PIC X(006).
               10 WS-HELD-CATEGORY PIC X(001).
               10 WS-HELD-STORE-ID PIC X(006).
               10 WS-HELD-NAME PIC X(041).
               10 WS-HELD-QTY PIC 9(005).
               10 WS-HELD-VALUE PIC 9(009)V99.
               10 WS-HELD-REMAINING PIC S9(009)V99.
               10 WS-HELD-REASON PIC X(001).
                   88 HELD-OVER-BUDGET VALUE "O".
                   88 HELD-NO-COST VALUE "C".
       01 WS-HELD-IDX PIC 9(005).
       01 WS-ORDER-VENDOR-KEY PIC X(006).

      * Case packs by vendor and item (see PACK-MASTER-FILE above).
      * An approval for an item with no pack row orders the units as
      * keyed.
       01 WS-PACK-STATUS PIC X(002).
       01 WS-MAX-PACK-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-PACK-COUNT PIC 9(005) VALUE 0.
       01 WS-PACK-TABLE.
           05 WS-PACK-ENTRY OCCURS 5000 TIMES.
               10 WS-PACK-VENDOR-ID PIC X(006).
               10 WS-PACK-NAME PIC X(041).
               10 WS-PACK-CASE-UNITS PIC 9(005).
               10 WS-PACK-INNER-UNITS PIC 9(005).
       01 WS-PACK-IDX PIC 9(005).
       01 WS-PACK-MATCH PIC X(001).
           88 PACK-FOUND VALUE "Y".
       01 WS-APPR-CASES PIC 9(005).
       01 WS-APPR-CASE-UNITS PIC 9(005).
       01 WS-ROUNDED-QTY PIC 9(009).
       01 WS-CASES-ED PIC Z(4)9.
       01 WS-CASE-UNITS-ED PIC Z(4)9.

       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 WS-REMAINING-ED PIC -(8)9.99.
       01 WS-BUDGET-ED PIC Z(8)9.99.
       01 WS-COMMITTED-ED PIC Z(8)9.99.
       01 WS-RECEIVED-ED PIC Z(8)9.99.
       01 WS-HELD-ED PIC Z(8)9.99.

       01 WS-APPR-HELD-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-HELD-ED PIC Z(4)9.
       01 WS-APPR-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-ORDERED-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-EXCEPT-COUNT PIC 9(005) VALUE 0.
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-PO-CONTROL
           PERFORM WRITE-REGISTER-HEADER
           PERFORM LOAD-HELD-COSTS
           PERFORM LOAD-PACK-MASTER
           PERFORM LOAD-OTB-BUDGETS
           PERFORM LOAD-MONTH-COMMITMENTS
           PERFORM STAGE-APPROVED-ORDERS
           PERFORM SORT-ORDERS-BY-VENDOR
           PERFORM APPEND-OPEN-PO-LINES
           PERFORM WRITE-VENDOR-GROUPED-REGISTER
           PERFORM WRITE-OTB-EXCEPTIONS
           PERFORM SAVE-PO-CONTROL
           PERFORM WRITE-REGISTER-TRAILER
           PERFORM WRITE-OTB-REPORT

           CLOSE ITEM-MASTER-FILE
           CLOSE PO-REGISTER-FILE
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             MOVE WS-BUSINESS-DATE(1:6) TO WS-OTB-MONTH
           EXIT.

           LOAD-VENDOR-MASTER SECTION.
                 WRITE PO-REGISTER-RECORD
                 EXIT SECTION
             END-IF
             IF VENDOR-ID OF ITEM-MASTER-RECORD = SPACES
                 MOVE "UNASGN" TO WS-ORDER-VENDOR-KEY
             ELSE
                 MOVE VENDOR-ID OF ITEM-MASTER-RECORD
                     TO WS-ORDER-VENDOR-KEY
             END-IF
             PERFORM ROUND-UP-TO-CASES
             IF WS-ROUNDED-QTY > 99999
                 ADD 1 TO WS-APPR-EXCEPT-COUNT
                 MOVE SPACES TO PO-REGISTER-RECORD
                 STRING "REJECTED - QUANTITY IN WHOLE CASES EXCEEDS A"
                     " PO LINE: " DELIMITED BY SIZE
                     FUNCTION TRIM(APPR-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(APPR-STORE-ID) DELIMITED BY SIZE
                     INTO PO-REGISTER-RECORD
                 WRITE PO-REGISTER-RECORD
                 EXIT SECTION
             END-IF
             MOVE WS-ROUNDED-QTY TO APPR-QTY
             PERFORM CHECK-OPEN-TO-BUY
             IF WS-HELD-IDX > 0
                 EXIT SECTION
             END-IF
             IF WS-ORDER-COUNT >= WS-MAX-ORDER-CAPACITY
                 ADD 1 TO WS-APPR-EXCEPT-COUNT
                 MOVE SPACES TO PO-REGISTER-RECORD
                 ADD 1 TO WS-ORDER-COUNT
                 ADD 1 TO WS-APPR-ORDERED-COUNT
                 ADD 1 TO WS-NEXT-PO-NUMBER
                 MOVE WS-ORDER-VENDOR-KEY
                     TO WS-ORDER-VENDOR-ID(WS-ORDER-COUNT)
                 IF WS-OTB-IDX > 0
                     ADD WS-LINE-VALUE TO WS-OTB-COMMITTED(WS-OTB-IDX)
                 END-IF
                 MOVE WS-NEXT-PO-NUMBER
                     TO WS-ORDER-PO-NUMBER(WS-ORDER-COUNT)
                     TO WS-ORDER-STORE-ID(WS-ORDER-COUNT)
                 MOVE APPR-NAME TO WS-ORDER-NAME(WS-ORDER-COUNT)
                 MOVE APPR-QTY TO WS-ORDER-QTY(WS-ORDER-COUNT)
                 MOVE WS-APPR-CASES TO WS-ORDER-CASES(WS-ORDER-COUNT)
                 MOVE WS-APPR-CASE-UNITS
                     TO WS-ORDER-CASE-UNITS(WS-ORDER-COUNT)
             END-IF
           EXIT.

      * Vendors sell in whole cases: an approval for a cased item is
      * rounded up to the next whole case, so the buyer's 30 of a
      * 12-pack goes out as 3 cases, 36 units. WS-APPR-CASES comes
      * back zero for an item with no pack row.
           ROUND-UP-TO-CASES SECTION.
             MOVE APPR-QTY TO WS-ROUNDED-QTY
             MOVE 0 TO WS-APPR-CASES
             MOVE 0 TO WS-APPR-CASE-UNITS
             MOVE "N" TO WS-PACK-MATCH
             PERFORM VARYING WS-PACK-IDX FROM 1 BY 1
                 UNTIL WS-PACK-IDX > WS-PACK-COUNT
                         OR PACK-FOUND
                 IF WS-PACK-VENDOR-ID(WS-PACK-IDX)
                         = WS-ORDER-VENDOR-KEY
                     AND WS-PACK-NAME(WS-PACK-IDX) = APPR-NAME
                     SET PACK-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF NOT PACK-FOUND
                 EXIT SECTION
             END-IF
             SUBTRACT 1 FROM WS-PACK-IDX
             IF WS-PACK-CASE-UNITS(WS-PACK-IDX) = 0
                 EXIT SECTION
             END-IF
             MOVE WS-PACK-CASE-UNITS(WS-PACK-IDX) TO WS-APPR-CASE-UNITS
             COMPUTE WS-APPR-CASES =
                 (APPR-QTY + WS-APPR-CASE-UNITS - 1)
                     / WS-APPR-CASE-UNITS
             COMPUTE WS-ROUNDED-QTY = WS-APPR-CASES * WS-APPR-CASE-UNITS
           EXIT.

           LOAD-PACK-MASTER SECTION.
             MOVE 0 TO WS-PACK-COUNT
             OPEN INPUT PACK-MASTER-FILE
             IF WS-PACK-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ PACK-MASTER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-PACK-COUNT < WS-MAX-PACK-CAPACITY
                               AND PACK-UNITS-PER-CASE IS NUMERIC
                               AND PACK-UNITS-PER-INNER IS NUMERIC
                               ADD 1 TO WS-PACK-COUNT
                               MOVE PACK-VENDOR-ID
                                   TO WS-PACK-VENDOR-ID(WS-PACK-COUNT)
                               MOVE PACK-NAME
                                   TO WS-PACK-NAME(WS-PACK-COUNT)
                               MOVE PACK-UNITS-PER-CASE
                                   TO WS-PACK-CASE-UNITS(WS-PACK-COUNT)
                               MOVE PACK-UNITS-PER-INNER
                                   TO WS-PACK-INNER-UNITS(WS-PACK-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PACK-MASTER-FILE
             END-IF
           EXIT.

      * Values the approval at held cost and sets it against what
      * is left of the month's budget for its vendor and category.
      * WS-HELD-IDX comes back nonzero when the approval is held -
      * over budget, or with no held cost to value it by against a
      * budgeted pair.
           CHECK-OPEN-TO-BUY SECTION.
             MOVE 0 TO WS-HELD-IDX
             MOVE APPR-STORE-ID TO WS-COST-KEY-STORE-ID
             MOVE APPR-NAME TO WS-COST-KEY-NAME
             PERFORM FIND-HELD-COST
             COMPUTE WS-LINE-VALUE = APPR-QTY * WS-HELD-COST
             MOVE WS-ORDER-VENDOR-KEY TO WS-OTB-KEY-VENDOR-ID
             MOVE CATEGORY-CODE OF ITEM-MASTER-RECORD
                 TO WS-OTB-KEY-CATEGORY
             PERFORM FIND-OTB-ROW
             IF WS-OTB-IDX = 0
                 EXIT SECTION
             END-IF
             IF NOT OTB-HAS-BUDGET(WS-OTB-IDX)
                 EXIT SECTION
             END-IF
             COMPUTE WS-OTB-REMAINING = WS-OTB-BUDGET(WS-OTB-IDX)
                 - WS-OTB-COMMITTED(WS-OTB-IDX)
                 - WS-OTB-RECEIVED(WS-OTB-IDX)
             IF COST-FOUND AND WS-LINE-VALUE <= WS-OTB-REMAINING
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-APPR-HELD-COUNT
             ADD WS-LINE-VALUE TO WS-OTB-HELD(WS-OTB-IDX)
             IF WS-HELD-COUNT >= WS-MAX-HELD-CAPACITY
                 MOVE SPACES TO PO-REGISTER-RECORD
                 STRING "EXCEPTION: OPEN-TO-BUY HOLD TABLE FULL - "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(APPR-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(APPR-STORE-ID) DELIMITED BY SIZE
                     " HELD, NOT ORDERED" DELIMITED BY SIZE
                     INTO PO-REGISTER-RECORD
                 WRITE PO-REGISTER-RECORD
                 MOVE WS-HELD-COUNT TO WS-HELD-IDX
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-HELD-COUNT
             MOVE WS-HELD-COUNT TO WS-HELD-IDX
             MOVE WS-ORDER-VENDOR-KEY TO WS-HELD-VENDOR-ID(WS-HELD-IDX)
             MOVE WS-OTB-KEY-CATEGORY TO WS-HELD-CATEGORY(WS-HELD-IDX)
             MOVE APPR-STORE-ID TO WS-HELD-STORE-ID(WS-HELD-IDX)
             MOVE APPR-NAME TO WS-HELD-NAME(WS-HELD-IDX)
             MOVE APPR-QTY TO WS-HELD-QTY(WS-HELD-IDX)
             MOVE WS-LINE-VALUE TO WS-HELD-VALUE(WS-HELD-IDX)
             MOVE WS-OTB-REMAINING TO WS-HELD-REMAINING(WS-HELD-IDX)
             IF COST-FOUND
                 MOVE "O" TO WS-HELD-REASON(WS-HELD-IDX)
             ELSE
                 MOVE "C" TO WS-HELD-REASON(WS-HELD-IDX)
             END-IF
           EXIT.

           FIND-HELD-COST SECTION.
             MOVE 0 TO WS-HELD-COST
             MOVE "N" TO WS-COST-MATCH
             PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                 UNTIL WS-COST-IDX > WS-COST-COUNT
                         OR COST-FOUND
                 IF WS-COST-STORE-ID(WS-COST-IDX)
                     = WS-COST-KEY-STORE-ID
                     AND WS-COST-NAME(WS-COST-IDX) = WS-COST-KEY-NAME
                     SET COST-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF COST-FOUND
                 SUBTRACT 1 FROM WS-COST-IDX
                 MOVE WS-COST-HELD(WS-COST-IDX) TO WS-HELD-COST
                 IF WS-HELD-COST = 0
                     MOVE "N" TO WS-COST-MATCH
                 END-IF
             END-IF
           EXIT.

      * Finds the row for WS-OTB-KEY-VENDOR-ID and -CATEGORY, adding
      * an unbudgeted row the first time a pair is seen. WS-OTB-IDX
      * is zero only when the table is full.
           FIND-OTB-ROW SECTION.
             MOVE "N" TO WS-OTB-MATCH
             PERFORM VARYING WS-OTB-IDX FROM 1 BY 1
                 UNTIL WS-OTB-IDX > WS-OTB-COUNT
                         OR OTB-ROW-FOUND
                 IF WS-OTB-VENDOR-ID(WS-OTB-IDX)
                     = WS-OTB-KEY-VENDOR-ID
                     AND WS-OTB-CATEGORY(WS-OTB-IDX)
                         = WS-OTB-KEY-CATEGORY
                     SET OTB-ROW-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF OTB-ROW-FOUND
                 SUBTRACT 1 FROM WS-OTB-IDX
                 EXIT SECTION
             END-IF
             IF WS-OTB-COUNT >= WS-MAX-OTB-CAPACITY
                 MOVE 0 TO WS-OTB-IDX
                 IF NOT OTB-CAPACITY-LOGGED
                     MOVE SPACES TO PO-REGISTER-RECORD
                     STRING "EXCEPTION: OPEN-TO-BUY CAPACITY "
                         "EXCEEDED - LATER VENDOR/CATEGORY PAIRS NOT "
                         "CONTROLLED" DELIMITED BY SIZE
                         INTO PO-REGISTER-RECORD
                     WRITE PO-REGISTER-RECORD
                     SET OTB-CAPACITY-LOGGED TO TRUE
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-OTB-COUNT
             MOVE WS-OTB-COUNT TO WS-OTB-IDX
             MOVE WS-OTB-KEY-VENDOR-ID TO WS-OTB-VENDOR-ID(WS-OTB-IDX)
             MOVE WS-OTB-KEY-CATEGORY TO WS-OTB-CATEGORY(WS-OTB-IDX)
             MOVE "N" TO WS-OTB-BUDGETED(WS-OTB-IDX)
             MOVE 0 TO WS-OTB-BUDGET(WS-OTB-IDX)
             MOVE 0 TO WS-OTB-COMMITTED(WS-OTB-IDX)
             MOVE 0 TO WS-OTB-RECEIVED(WS-OTB-IDX)
             MOVE 0 TO WS-OTB-HELD(WS-OTB-IDX)
           EXIT.

           LOAD-HELD-COSTS SECTION.
             OPEN INPUT ITEM-COST-FILE
             IF WS-COST-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ITEM-COST-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-COST-COUNT >= WS-MAX-COST-CAPACITY
                               MOVE SPACES TO PO-REGISTER-RECORD
                               STRING "EXCEPTION: ITEM COST CAPACITY "
                                   "EXCEEDED - REMAINING ITEMS HAVE NO "
                                   "HELD COST" DELIMITED BY SIZE
                                   INTO PO-REGISTER-RECORD
                               WRITE PO-REGISTER-RECORD
                               SET END-OF-INPUT TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-COST-ROW
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ITEM-COST-FILE
             END-IF
           EXIT.

           TAKE-ONE-COST-ROW SECTION.
             ADD 1 TO WS-COST-COUNT
             MOVE COST-STORE-ID TO WS-COST-STORE-ID(WS-COST-COUNT)
             MOVE COST-NAME TO WS-COST-NAME(WS-COST-COUNT)
             MOVE 0 TO WS-COST-HELD(WS-COST-COUNT)
             IF COST-AVG IS NUMERIC AND COST-AVG > 0
                 MOVE COST-AVG TO WS-COST-HELD(WS-COST-COUNT)
             ELSE
                 IF COST-LAST IS NUMERIC
                     MOVE COST-LAST TO WS-COST-HELD(WS-COST-COUNT)
                 END-IF
             END-IF
           EXIT.

      * Only this business month's rows count; a second row for the
      * same vendor and category adds to the first.
           LOAD-OTB-BUDGETS SECTION.
             OPEN INPUT OTB-BUDGET-FILE
             IF WS-BUDGET-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ OTB-BUDGET-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF OTB-MONTH = WS-OTB-MONTH
                               AND OTB-BUDGET-AMT IS NUMERIC
                               MOVE OTB-VENDOR-ID
                                   TO WS-OTB-KEY-VENDOR-ID
                               MOVE OTB-CATEGORY-CODE
                                   TO WS-OTB-KEY-CATEGORY
                               PERFORM FIND-OTB-ROW
                               IF WS-OTB-IDX > 0
                                   MOVE "Y"
                                     TO WS-OTB-BUDGETED(WS-OTB-IDX)
                                   ADD OTB-BUDGET-AMT
                                     TO WS-OTB-BUDGET(WS-OTB-IDX)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE OTB-BUDGET-FILE
             END-IF
           EXIT.

      * The month's PO lines already raised, valued at today's held
      * cost. The category comes off the master row, as it does for
      * an approval.
           LOAD-MONTH-COMMITMENTS SECTION.
             OPEN INPUT OPEN-PO-FILE
             IF WS-OPEN-PO-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ OPEN-PO-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF PO-ORDER-DATE(1:6) = WS-OTB-MONTH
                               PERFORM TALLY-ONE-PO-LINE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE OPEN-PO-FILE
             END-IF
           EXIT.

           TALLY-ONE-PO-LINE SECTION.
             MOVE PO-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE PO-NAME TO NAME OF ITEM-MASTER-RECORD
             MOVE SPACE TO WS-OTB-KEY-CATEGORY
             READ ITEM-MASTER-FILE
                 NOT INVALID KEY
                     MOVE CATEGORY-CODE OF ITEM-MASTER-RECORD
                         TO WS-OTB-KEY-CATEGORY
             END-READ
             MOVE PO-VENDOR-ID TO WS-OTB-KEY-VENDOR-ID
             PERFORM FIND-OTB-ROW
             IF WS-OTB-IDX = 0
                 EXIT SECTION
             END-IF
             MOVE PO-STORE-ID TO WS-COST-KEY-STORE-ID
             MOVE PO-NAME TO WS-COST-KEY-NAME
             PERFORM FIND-HELD-COST
             IF PO-RECEIVED-QTY IS NUMERIC
                 COMPUTE WS-LINE-VALUE =
                     PO-RECEIVED-QTY * WS-HELD-COST
                 ADD WS-LINE-VALUE TO WS-OTB-RECEIVED(WS-OTB-IDX)
             END-IF
             IF PO-LINE-OPEN
                 AND PO-ORDER-QTY IS NUMERIC
                 AND PO-RECEIVED-QTY IS NUMERIC
                 COMPUTE WS-OUTSTANDING-QTY =
                     PO-ORDER-QTY - PO-RECEIVED-QTY
                 IF WS-OUTSTANDING-QTY > 0
                     COMPUTE WS-LINE-VALUE =
                         WS-OUTSTANDING-QTY * WS-HELD-COST
                     ADD WS-LINE-VALUE
                         TO WS-OTB-COMMITTED(WS-OTB-IDX)
                 END-IF
             END-IF
           EXIT.

             MOVE WS-ORDER-PO-NUMBER(WS-ORDER-IDX)
                 TO WS-PO-NUMBER-ED
             MOVE SPACES TO PO-REGISTER-RECORD
             IF WS-ORDER-CASES(WS-ORDER-IDX) > 0
                 MOVE WS-ORDER-CASES(WS-ORDER-IDX) TO WS-CASES-ED
                 MOVE WS-ORDER-CASE-UNITS(WS-ORDER-IDX)
                     TO WS-CASE-UNITS-ED
                 STRING "PO " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-NAME(WS-ORDER-IDX))
                         DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-STORE-ID(WS-ORDER-IDX))
                         DELIMITED BY SIZE
                     ", QTY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CASES-ED) DELIMITED BY SIZE
                     " CASES OF " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CASE-UNITS-ED) DELIMITED BY SIZE
                     " = " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-QTY-ED) DELIMITED BY SIZE
                     " UNITS, ORDERED " DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     INTO PO-REGISTER-RECORD
             ELSE
                 STRING "PO " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-NAME(WS-ORDER-IDX))
                         DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-STORE-ID(WS-ORDER-IDX))
                         DELIMITED BY SIZE
                     ", QTY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-QTY-ED) DELIMITED BY SIZE
                     ", ORDERED " DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     INTO PO-REGISTER-RECORD
             END-IF
             WRITE PO-REGISTER-RECORD
           EXIT.

           WRITE-OTB-EXCEPTIONS SECTION.
             IF WS-HELD-COUNT = 0
                 EXIT SECTION
             END-IF
             MOVE SPACES TO PO-REGISTER-RECORD
             STRING "=== OPEN-TO-BUY EXCEPTIONS - APPROVALS HELD, "
                 "NOT ISSUED ===" DELIMITED BY SIZE
                 INTO PO-REGISTER-RECORD
             WRITE PO-REGISTER-RECORD
             PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                 UNTIL WS-HELD-IDX > WS-HELD-COUNT
                 PERFORM WRITE-ONE-HELD-LINE
             END-PERFORM
           EXIT.

           WRITE-ONE-HELD-LINE SECTION.
             MOVE WS-HELD-QTY(WS-HELD-IDX) TO WS-ORDER-QTY-ED
             MOVE WS-HELD-VALUE(WS-HELD-IDX) TO WS-AMOUNT-ED
             MOVE WS-HELD-REMAINING(WS-HELD-IDX) TO WS-REMAINING-ED
             MOVE SPACES TO PO-REGISTER-RECORD
             IF HELD-OVER-BUDGET(WS-HELD-IDX)
                 STRING "HELD - OVER BUDGET: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HELD-NAME(WS-HELD-IDX))
                         DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HELD-STORE-ID(WS-HELD-IDX))
                         DELIMITED BY SIZE
                     ", QTY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-QTY-ED) DELIMITED BY SIZE
                     ", VENDOR " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HELD-VENDOR-ID(WS-HELD-IDX))
                         DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WS-HELD-CATEGORY(WS-HELD-IDX) DELIMITED BY SIZE
                     ", VALUE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                     ", REMAINING " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REMAINING-ED) DELIMITED BY SIZE
                     INTO PO-REGISTER-RECORD
             ELSE
                 STRING "HELD - NO HELD COST TO VALUE IT: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HELD-NAME(WS-HELD-IDX))
                         DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HELD-STORE-ID(WS-HELD-IDX))
                         DELIMITED BY SIZE
                     ", QTY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ORDER-QTY-ED) DELIMITED BY SIZE
                     ", VENDOR " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-HELD-VENDOR-ID(WS-HELD-IDX))
                         DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WS-HELD-CATEGORY(WS-HELD-IDX) DELIMITED BY SIZE
                     INTO PO-REGISTER-RECORD
             END-IF
             WRITE PO-REGISTER-RECORD
           EXIT.

      * Month-to-date open-to-buy by vendor and category, tonight's
      * issues included.
           WRITE-OTB-REPORT SECTION.
             OPEN OUTPUT OTB-REPORT-FILE
             MOVE SPACES TO OTB-REPORT-RECORD
             STRING "OPEN-TO-BUY MONTH-TO-DATE FOR " DELIMITED BY SIZE
                 WS-OTB-MONTH DELIMITED BY SIZE
                 " AS OF " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 " - HELD COST" DELIMITED BY SIZE
                 INTO OTB-REPORT-RECORD
             WRITE OTB-REPORT-RECORD
             MOVE SPACES TO OTB-REPORT-RECORD
             MOVE "VENDOR CAT       BUDGET    COMMITTED     RECEIVED"
                 TO OTB-REPORT-RECORD(1:51)
             MOVE "    REMAINING         HELD"
                 TO OTB-REPORT-RECORD(51:26)
             WRITE OTB-REPORT-RECORD
             IF WS-OTB-COUNT > 0
                 SORT WS-OTB-ENTRY
                     ASCENDING KEY WS-OTB-VENDOR-ID
                                   WS-OTB-CATEGORY
             END-IF
             PERFORM VARYING WS-OTB-IDX FROM 1 BY 1
                 UNTIL WS-OTB-IDX > WS-OTB-COUNT
                 PERFORM WRITE-ONE-OTB-LINE
             END-PERFORM
             CLOSE OTB-REPORT-FILE
           EXIT.

           WRITE-ONE-OTB-LINE SECTION.
             MOVE WS-OTB-BUDGET(WS-OTB-IDX) TO WS-BUDGET-ED
             MOVE WS-OTB-COMMITTED(WS-OTB-IDX) TO WS-COMMITTED-ED
             MOVE WS-OTB-RECEIVED(WS-OTB-IDX) TO WS-RECEIVED-ED
             MOVE WS-OTB-HELD(WS-OTB-IDX) TO WS-HELD-ED
             COMPUTE WS-OTB-REMAINING = WS-OTB-BUDGET(WS-OTB-IDX)
                 - WS-OTB-COMMITTED(WS-OTB-IDX)
                 - WS-OTB-RECEIVED(WS-OTB-IDX)
             MOVE WS-OTB-REMAINING TO WS-REMAINING-ED
             MOVE SPACES TO OTB-REPORT-RECORD
             MOVE WS-OTB-VENDOR-ID(WS-OTB-IDX)
                 TO OTB-REPORT-RECORD(1:6)
             MOVE WS-OTB-CATEGORY(WS-OTB-IDX)
                 TO OTB-REPORT-RECORD(9:1)
             IF OTB-HAS-BUDGET(WS-OTB-IDX)
                 MOVE WS-BUDGET-ED TO OTB-REPORT-RECORD(12:12)
                 MOVE WS-REMAINING-ED TO OTB-REPORT-RECORD(51:13)
             ELSE
                 MOVE "   NO BUDGET" TO OTB-REPORT-RECORD(12:12)
                 MOVE "  UNCONTROLLED" TO OTB-REPORT-RECORD(50:14)
             END-IF
             MOVE WS-COMMITTED-ED TO OTB-REPORT-RECORD(25:12)
             MOVE WS-RECEIVED-ED TO OTB-REPORT-RECORD(38:12)
             MOVE WS-HELD-ED TO OTB-REPORT-RECORD(65:12)
             WRITE OTB-REPORT-RECORD
           EXIT.

           WRITE-REGISTER-HEADER SECTION.
             MOVE WS-APPR-READ-COUNT TO WS-APPR-READ-ED
             MOVE WS-APPR-ORDERED-COUNT TO WS-APPR-ORDERED-ED
             MOVE WS-APPR-EXCEPT-COUNT TO WS-APPR-EXCEPT-ED
             MOVE WS-APPR-HELD-COUNT TO WS-APPR-HELD-ED
             MOVE SPACES TO PO-REGISTER-RECORD
             STRING "PO RUN - APPROVALS READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-READ-ED) DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-ORDERED-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-EXCEPT-ED) DELIMITED BY SIZE
                 ", HELD FOR OPEN-TO-BUY: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-HELD-ED) DELIMITED BY SIZE
                 INTO PO-REGISTER-RECORD
             WRITE PO-REGISTER-RECORD
           EXIT.
