      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vendor-invoice intake and three-way match. Each
      *          billed line on data/VINVOICE.DAT is matched to its
      *          open-PO line on data/POFILE.DAT (what we ordered and
      *          what GoodsReceive says arrived) and to the costed
      *          receipts on the receipts ledger (data/RECVHIS.DAT).
      *          Every line whose billed quantity or unit cost
      *          disagrees with ordered/received is listed on the
      *          match report (data/INVMATCH.RPT); a line out of
      *          tolerance (data/INVTOL.DAT) is held on the payables
      *          hold report (data/APHOLD.RPT) instead of paid, and
      *          matched lines are released to the pay file
      *          (data/APPAY.DAT) and the invoiced-quantity ledger
      *          (data/INVHIS.DAT). Finally every PO line received
      *          but not yet invoiced is listed as a month-end
      *          accrual (data/ACCRUAL.RPT, with the machine copy
      *          data/ACCRUAL.DAT GlExtract posts on the last
      *          business day of the month).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-MATCH as "InvMatch".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "data/VINVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "data/INVTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "data/POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "data/RECVHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "data/VENDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMSTR-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "data/INVHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVHIS-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT MATCH-REPORT-FILE ASSIGN TO "data/INVMATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-REPORT-FILE ASSIGN TO "data/APHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-FILE ASSIGN TO "data/APPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "data/ACCRUAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-FILE ASSIGN TO "data/ACCRUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One billed line per record as accounts payable keys it off
      * the vendor's invoice: the invoice identity, the PO it bills
      * against, the store and item, and the billed quantity and
      * unit cost (pennies implied in the last two digits).
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-RECORD.
           05 INV-NUMBER PIC X(010).
           05 INV-VENDOR-ID PIC X(006).
           05 INV-DATE PIC X(008).
           05 INV-PO-NUMBER PIC X(006).
           05 INV-STORE-ID PIC X(006).
           05 INV-NAME PIC X(041).
           05 INV-QTY PIC X(005).
           05 INV-UNIT-COST PIC X(008).

      * Match tolerances: billed units allowed beyond received, and
      * the percentage a billed unit cost may run above the received
      * cost, before a line is held. Missing file - zero units, 2%.
       FD  TOLERANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TOLERANCE-RECORD.
           05 TOL-QTY-UNITS PIC 9(003).
           05 TOL-COST-PCT PIC 9(003).

       FD  OPEN-PO-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPEN-PO-RECORD.
           05 PO-NUMBER PIC 9(006).
           05 PO-VENDOR-ID PIC X(006).
           05 PO-STORE-ID PIC X(006).
           05 PO-NAME PIC X(041).
           05 PO-ORDER-QTY PIC 9(005).
           05 PO-RECEIVED-QTY PIC 9(005).
           05 PO-STATUS PIC X(001).
               88 PO-LINE-OPEN VALUE "O".
               88 PO-LINE-CLOSED VALUE "C".
           05 PO-ORDER-DATE PIC X(008).

       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-HISTORY-RECORD.
           05 RH-DATE PIC X(008).
           05 RH-STORE-ID PIC X(006).
           05 RH-NAME PIC X(041).
           05 RH-VENDOR-ID PIC X(006).
           05 RH-QTY PIC 9(005).
           05 RH-UNIT-COST PIC 9(006)V99.

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASTER-RECORD.
           05 VEND-ID PIC X(006).
           05 VEND-NAME PIC X(030).
           05 VEND-RETURN-TERMS PIC X(020).

      * Permanent, append-only ledger of invoice lines released for
      * payment - the invoiced-to-date quantity per PO line the
      * match and the accrual are both measured against.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-HISTORY-RECORD.
           05 IH-DATE PIC X(008).
           05 IH-INV-NUMBER PIC X(010).
           05 IH-VENDOR-ID PIC X(006).
           05 IH-PO-NUMBER PIC 9(006).
           05 IH-STORE-ID PIC X(006).
           05 IH-NAME PIC X(041).
           05 IH-QTY PIC 9(005).
           05 IH-UNIT-COST PIC 9(006)V99.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  MATCH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MATCH-REPORT-RECORD PIC X(132).

       FD  HOLD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-REPORT-RECORD PIC X(132).

      * One released line per record for the payables run: who to
      * pay, against which invoice and PO, and how much.
       FD  PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-RECORD.
           05 PAY-VENDOR-ID PIC X(006).
           05 PAY-INV-NUMBER PIC X(010).
           05 PAY-INV-DATE PIC X(008).
           05 PAY-PO-NUMBER PIC 9(006).
           05 PAY-STORE-ID PIC X(006).
           05 PAY-NAME PIC X(041).
           05 PAY-QTY PIC 9(005).
           05 PAY-UNIT-COST PIC 9(006)V99.
           05 PAY-AMOUNT PIC 9(009)V99.

       FD  ACCRUAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-REPORT-RECORD PIC X(132).

      * Received-not-invoiced, one PO line per record, rewritten in
      * full each run; GlExtract posts it at month end.
       FD  ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-RECORD.
           05 ACR-DATE PIC X(008).
           05 ACR-VENDOR-ID PIC X(006).
           05 ACR-PO-NUMBER PIC 9(006).
           05 ACR-STORE-ID PIC X(006).
           05 ACR-NAME PIC X(041).
           05 ACR-QTY PIC 9(005).
           05 ACR-VALUE PIC 9(009)V99.

       WORKING-STORAGE SECTION.
       01 WS-INVOICE-STATUS PIC X(002).
       01 WS-TOL-STATUS PIC X(002).
       01 WS-PO-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-VENDMSTR-STATUS PIC X(002).
       01 WS-INVHIS-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).

       01 WS-TOL-QTY-UNITS PIC 9(003) VALUE 0.
       01 WS-TOL-COST-PCT PIC 9(003) VALUE 2.

      * Open-PO lines, read only here - GoodsReceive owns the file.
      * WS-PO-INVOICED-QTY carries the released invoiced-to-date
      * quantity, seeded from the ledger and grown by this run.
       01 WS-MAX-PO-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-PO-COUNT PIC 9(005) VALUE 0.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 10000 TIMES.
               10 WS-PO-NUMBER PIC 9(006).
               10 WS-PO-VENDOR-ID PIC X(006).
               10 WS-PO-STORE-ID PIC X(006).
               10 WS-PO-NAME PIC X(041).
               10 WS-PO-ORDER-QTY PIC 9(005).
               10 WS-PO-RECEIVED-QTY PIC 9(005).
               10 WS-PO-ORDER-DATE PIC X(008).
               10 WS-PO-INVOICED-QTY PIC 9(007).
       01 WS-PO-IDX PIC 9(005).
       01 WS-KEY-STORE-ID PIC X(006).
       01 WS-KEY-NAME PIC X(041).
       01 WS-PO-MATCH PIC X(001).
           88 PO-LINE-FOUND VALUE "Y".
       01 WS-PO-OVERFLOW PIC X(001) VALUE "N".
           88 PO-CAPACITY-EXCEEDED VALUE "Y".

      * Costed receipts off the ledger, the basis for what a unit
      * actually cost us when it came off the truck.
       01 WS-MAX-RCPT-CAPACITY PIC 9(005) VALUE 20000.
       01 WS-RCPT-COUNT PIC 9(005) VALUE 0.
       01 WS-RCPT-TABLE.
           05 WS-RCPT-ENTRY OCCURS 20000 TIMES.
               10 WS-RCPT-DATE PIC X(008).
               10 WS-RCPT-STORE-ID PIC X(006).
               10 WS-RCPT-NAME PIC X(041).
               10 WS-RCPT-VENDOR-ID PIC X(006).
               10 WS-RCPT-QTY PIC 9(005).
               10 WS-RCPT-UNIT-COST PIC 9(006)V99.
       01 WS-RCPT-IDX PIC 9(005).
       01 WS-BASIS-UNITS PIC 9(009).
       01 WS-BASIS-VALUE PIC 9(011)V99.
       01 WS-BASIS-COST PIC 9(006)V99.

      * Vendor master, for validating the billing vendor.
       01 WS-MAX-VENDOR-CAPACITY PIC 9(003) VALUE 500.
       01 WS-VENDOR-COUNT PIC 9(003) VALUE 0.
       01 WS-VENDOR-OVERFLOW PIC X(001) VALUE "N".
           88 VENDOR-CAPACITY-EXCEEDED VALUE "Y".
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 500 TIMES.
               10 WS-VENDOR-ID PIC X(006).
               10 WS-VENDOR-NAME PIC X(030).
       01 WS-VENDOR-IDX PIC 9(003).
       01 WS-VENDOR-MATCH PIC X(001).
           88 VENDOR-ON-MASTER VALUE "Y".

      * Invoice lines already released, on a previous run or
      * earlier in this one - the same vendor invoice line (invoice,
      * PO, store and item) billed again is a duplicate, not a
      * second delivery. The other lines of a partly released
      * invoice stay free to be released once they match.
       01 WS-MAX-PAID-CAPACITY PIC 9(005) VALUE 50000.
       01 WS-PAID-COUNT PIC 9(005) VALUE 0.
       01 WS-PAID-TABLE.
           05 WS-PAID-ENTRY OCCURS 50000 TIMES.
               10 WS-PAID-VENDOR-ID PIC X(006).
               10 WS-PAID-INV-NUMBER PIC X(010).
               10 WS-PAID-PO-NUMBER PIC 9(006).
               10 WS-PAID-STORE-ID PIC X(006).
               10 WS-PAID-NAME PIC X(041).
       01 WS-PAID-IDX PIC 9(005).
       01 WS-KEY-VENDOR-ID PIC X(006).
       01 WS-KEY-INV-NUMBER PIC X(010).
       01 WS-PAID-MATCH PIC X(001).
           88 INVOICE-ALREADY-PAID VALUE "Y".
       01 WS-PAID-OVERFLOW PIC X(001) VALUE "N".
           88 PAID-CAPACITY-EXCEEDED VALUE "Y".

      * The line under match.
       01 WS-LINE-QTY PIC 9(005).
       01 WS-LINE-COST PIC 9(006)V99.
       01 WS-COST-IMAGE PIC 9(006)V99.
       01 WS-COST-IMAGE-X REDEFINES WS-COST-IMAGE PIC X(008).
       01 WS-PO-NUMBER-IN PIC 9(006).
       01 WS-BILLED-TO-DATE PIC 9(007).
       01 WS-UNBILLED-QTY PIC S9(007).
       01 WS-QTY-VARIANCE PIC S9(007).
       01 WS-COST-VARIANCE PIC S9(006)V99.
       01 WS-COST-VAR-PCT PIC S9(005)V9.
       01 WS-LINE-AMOUNT PIC 9(009)V99.
       01 WS-LINE-VERDICT PIC X(001).
           88 LINE-IS-MATCHED VALUE "M".
           88 LINE-IS-HELD VALUE "H".
           88 LINE-IS-REJECTED VALUE "R".
       01 WS-LINE-REASON PIC X(040).
       01 WS-VARIANCE-NOTED PIC X(001).
           88 LINE-HAS-VARIANCE VALUE "Y".

      * Hold report grouping - a header is printed the first time a
      * given invoice puts a line on hold.
       01 WS-LAST-HELD-INVOICE PIC X(016) VALUE SPACES.
       01 WS-THIS-INVOICE PIC X(016).

       01 WS-LINES-READ PIC 9(005) VALUE 0.
       01 WS-LINES-MATCHED PIC 9(005) VALUE 0.
       01 WS-LINES-VARIANCE PIC 9(005) VALUE 0.
       01 WS-LINES-HELD PIC 9(005) VALUE 0.
       01 WS-LINES-REJECTED PIC 9(005) VALUE 0.
       01 WS-RELEASED-VALUE PIC 9(011)V99 VALUE 0.
       01 WS-HELD-VALUE PIC 9(011)V99 VALUE 0.
       01 WS-ACCRUAL-LINES PIC 9(005) VALUE 0.
       01 WS-ACCRUAL-UNITS PIC 9(009) VALUE 0.
       01 WS-ACCRUAL-VALUE PIC 9(011)V99 VALUE 0.
       01 WS-ACCRUAL-QTY PIC 9(007).
       01 WS-ACCRUAL-LINE-VALUE PIC 9(009)V99.

       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-QTY-ED PIC Z(4)9.
       01 WS-QTY2-ED PIC Z(4)9.
       01 WS-QTY3-ED PIC Z(4)9.
       01 WS-SIGNED-ED PIC -(6)9.
       01 WS-COST-ED PIC Z(5)9.99.
       01 WS-COST2-ED PIC Z(5)9.99.
       01 WS-PCT-ED PIC -(4)9.9.
       01 WS-VALUE-ED PIC Z(10)9.99.
       01 WS-PO-NUMBER-ED PIC Z(5)9.

      * Run-status stamp handed to the shared RunStatus subprogram.
       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "INVMATCH".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-TOLERANCES
           PERFORM LOAD-OPEN-PO-LINES
           PERFORM LOAD-RECEIPT-COSTS
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-INVOICE-HISTORY

           OPEN OUTPUT MATCH-REPORT-FILE
           OPEN OUTPUT HOLD-REPORT-FILE
           OPEN OUTPUT PAY-FILE
           PERFORM WRITE-REPORT-HEADERS
           IF PO-CAPACITY-EXCEEDED
               OR PAID-CAPACITY-EXCEEDED
               PERFORM WRITE-CAPACITY-EXCEPTIONS
           ELSE
               PERFORM MATCH-INVOICE-LINES
               PERFORM WRITE-MATCH-TRAILER
           END-IF
           CLOSE PAY-FILE
           CLOSE HOLD-REPORT-FILE
           CLOSE MATCH-REPORT-FILE

           OPEN OUTPUT ACCRUAL-REPORT-FILE
           OPEN OUTPUT ACCRUAL-FILE
           IF PO-CAPACITY-EXCEEDED
               OR PAID-CAPACITY-EXCEEDED
               MOVE SPACES TO ACCRUAL-REPORT-RECORD
               STRING "EXCEPTION: NO ACCRUAL LISTING - A TABLE WAS"
                   " OVER CAPACITY, SEE data/INVMATCH.RPT"
                   DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-RECORD
               WRITE ACCRUAL-REPORT-RECORD
           ELSE
               PERFORM WRITE-ACCRUAL-LISTING
           END-IF
           CLOSE ACCRUAL-FILE
           CLOSE ACCRUAL-REPORT-FILE

           MOVE "E" TO WS-RS-ACTION
           MOVE RETURN-CODE TO WS-RS-COND-CODE
           MOVE WS-LINES-READ TO WS-RS-ROW-COUNT
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL
           MOVE WS-RS-COND-CODE TO RETURN-CODE

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
           EXIT.

           LOAD-TOLERANCES SECTION.
             OPEN INPUT TOLERANCE-FILE
             IF WS-TOL-STATUS = "00"
                 READ TOLERANCE-FILE
                     NOT AT END
                       IF TOL-QTY-UNITS IS NUMERIC
                           MOVE TOL-QTY-UNITS TO WS-TOL-QTY-UNITS
                       END-IF
                       IF TOL-COST-PCT IS NUMERIC
                           MOVE TOL-COST-PCT TO WS-TOL-COST-PCT
                       END-IF
                 END-READ
                 CLOSE TOLERANCE-FILE
             END-IF
           EXIT.

           LOAD-OPEN-PO-LINES SECTION.
             MOVE 0 TO WS-PO-COUNT
             OPEN INPUT OPEN-PO-FILE
             IF WS-PO-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ OPEN-PO-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-PO-COUNT < WS-MAX-PO-CAPACITY
                               ADD 1 TO WS-PO-COUNT
                               MOVE PO-NUMBER
                                   TO WS-PO-NUMBER(WS-PO-COUNT)
                               MOVE PO-VENDOR-ID
                                   TO WS-PO-VENDOR-ID(WS-PO-COUNT)
                               MOVE PO-STORE-ID
                                   TO WS-PO-STORE-ID(WS-PO-COUNT)
                               MOVE PO-NAME
                                   TO WS-PO-NAME(WS-PO-COUNT)
                               MOVE PO-ORDER-QTY
                                   TO WS-PO-ORDER-QTY(WS-PO-COUNT)
                               MOVE PO-RECEIVED-QTY
                                   TO WS-PO-RECEIVED-QTY
                                       (WS-PO-COUNT)
                               MOVE PO-ORDER-DATE
                                   TO WS-PO-ORDER-DATE(WS-PO-COUNT)
                               MOVE 0
                                   TO WS-PO-INVOICED-QTY
                                       (WS-PO-COUNT)
                           ELSE
                               SET PO-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-INPUT TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE OPEN-PO-FILE
             END-IF
           EXIT.

      * Only costed receipts count toward the cost basis - a legacy
      * delivery keyed without a unit cost tells us nothing about
      * what a unit should be billed at.
           LOAD-RECEIPT-COSTS SECTION.
             MOVE 0 TO WS-RCPT-COUNT
             OPEN INPUT RECEIPT-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RECEIPT-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF RH-UNIT-COST IS NUMERIC
                               AND RH-UNIT-COST > 0
                               AND WS-RCPT-COUNT
                                   < WS-MAX-RCPT-CAPACITY
                               ADD 1 TO WS-RCPT-COUNT
                               MOVE RH-DATE
                                   TO WS-RCPT-DATE(WS-RCPT-COUNT)
                               MOVE RH-STORE-ID
                                   TO WS-RCPT-STORE-ID(WS-RCPT-COUNT)
                               MOVE RH-NAME
                                   TO WS-RCPT-NAME(WS-RCPT-COUNT)
                               MOVE RH-VENDOR-ID
                                   TO WS-RCPT-VENDOR-ID
                                       (WS-RCPT-COUNT)
                               MOVE RH-QTY
                                   TO WS-RCPT-QTY(WS-RCPT-COUNT)
                               MOVE RH-UNIT-COST
                                   TO WS-RCPT-UNIT-COST
                                       (WS-RCPT-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RECEIPT-HISTORY-FILE
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
                           ELSE
                               SET VENDOR-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-INPUT TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE VENDOR-MASTER-FILE
             END-IF
           EXIT.

      * The released ledger seeds the invoiced-to-date quantity on
      * each PO line and the list of invoices already paid.
           LOAD-INVOICE-HISTORY SECTION.
             MOVE 0 TO WS-PAID-COUNT
             OPEN INPUT INVOICE-HISTORY-FILE
             IF WS-INVHIS-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ INVOICE-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                             PERFORM TALLY-ONE-HISTORY-LINE
                     END-READ
                 END-PERFORM
                 CLOSE INVOICE-HISTORY-FILE
             END-IF
           EXIT.

           TALLY-ONE-HISTORY-LINE SECTION.
             MOVE IH-PO-NUMBER TO WS-PO-NUMBER-IN
             MOVE IH-STORE-ID TO WS-KEY-STORE-ID
             MOVE IH-NAME TO WS-KEY-NAME
             PERFORM FIND-PO-LINE
             IF PO-LINE-FOUND
                 ADD IH-QTY TO WS-PO-INVOICED-QTY(WS-PO-IDX)
             END-IF
             MOVE IH-VENDOR-ID TO WS-KEY-VENDOR-ID
             MOVE IH-INV-NUMBER TO WS-KEY-INV-NUMBER
             PERFORM FIND-PAID-INVOICE
             IF NOT INVOICE-ALREADY-PAID
                 PERFORM ADD-PAID-LINE
             END-IF
           EXIT.

      * Keyed from WS-KEY-VENDOR-ID, WS-KEY-INV-NUMBER,
      * WS-PO-NUMBER-IN, WS-KEY-STORE-ID and WS-KEY-NAME. A ledger
      * too big for the table stops the run rather than let a
      * re-billed line through unchecked.
           ADD-PAID-LINE SECTION.
             IF WS-PAID-COUNT >= WS-MAX-PAID-CAPACITY
                 SET PAID-CAPACITY-EXCEEDED TO TRUE
                 SET END-OF-INPUT TO TRUE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-PAID-COUNT
             MOVE WS-KEY-VENDOR-ID TO WS-PAID-VENDOR-ID(WS-PAID-COUNT)
             MOVE WS-KEY-INV-NUMBER
                 TO WS-PAID-INV-NUMBER(WS-PAID-COUNT)
             MOVE WS-PO-NUMBER-IN TO WS-PAID-PO-NUMBER(WS-PAID-COUNT)
             MOVE WS-KEY-STORE-ID TO WS-PAID-STORE-ID(WS-PAID-COUNT)
             MOVE WS-KEY-NAME TO WS-PAID-NAME(WS-PAID-COUNT)
           EXIT.

           FIND-PO-LINE SECTION.
             MOVE "N" TO WS-PO-MATCH
             PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
                         OR PO-LINE-FOUND
                 IF WS-PO-NUMBER(WS-PO-IDX) = WS-PO-NUMBER-IN
                     AND WS-PO-STORE-ID(WS-PO-IDX) = WS-KEY-STORE-ID
                     AND WS-PO-NAME(WS-PO-IDX) = WS-KEY-NAME
                     SET PO-LINE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF PO-LINE-FOUND
                 SUBTRACT 1 FROM WS-PO-IDX
             END-IF
           EXIT.

           FIND-PAID-INVOICE SECTION.
             MOVE "N" TO WS-PAID-MATCH
             PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                 UNTIL WS-PAID-IDX > WS-PAID-COUNT
                         OR INVOICE-ALREADY-PAID
                 IF WS-PAID-VENDOR-ID(WS-PAID-IDX) = WS-KEY-VENDOR-ID
                     AND WS-PAID-INV-NUMBER(WS-PAID-IDX)
                         = WS-KEY-INV-NUMBER
                     AND WS-PAID-PO-NUMBER(WS-PAID-IDX)
                         = WS-PO-NUMBER-IN
                     AND WS-PAID-STORE-ID(WS-PAID-IDX)
                         = WS-KEY-STORE-ID
                     AND WS-PAID-NAME(WS-PAID-IDX) = WS-KEY-NAME
                     SET INVOICE-ALREADY-PAID TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           FIND-VENDOR SECTION.
             MOVE "N" TO WS-VENDOR-MATCH
             IF WS-VENDOR-COUNT = 0
                 SET VENDOR-ON-MASTER TO TRUE
             END-IF
             PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                 UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                         OR VENDOR-ON-MASTER
                 IF WS-VENDOR-ID(WS-VENDOR-IDX) = INV-VENDOR-ID
                     SET VENDOR-ON-MASTER TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           MATCH-INVOICE-LINES SECTION.
             OPEN INPUT INVOICE-FILE
             IF WS-INVOICE-STATUS NOT = "00"
                 MOVE SPACES TO MATCH-REPORT-RECORD
                 STRING "NO VENDOR INVOICES ON data/VINVOICE.DAT"
                     " - NOTHING TO MATCH"
                     INTO MATCH-REPORT-RECORD
                 WRITE MATCH-REPORT-RECORD
                 EXIT SECTION
             END-IF
             OPEN EXTEND INVOICE-HISTORY-FILE
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ INVOICE-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF INVOICE-RECORD NOT = SPACES
                           ADD 1 TO WS-LINES-READ
                           PERFORM MATCH-ONE-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE INVOICE-HISTORY-FILE
             CLOSE INVOICE-FILE
           EXIT.

      * Rejected lines cannot be matched at all (bad keying, unknown
      * vendor or PO line, a duplicate of a paid invoice); held lines
      * matched but fall outside tolerance; everything else pays.
           MATCH-ONE-LINE SECTION.
             MOVE "M" TO WS-LINE-VERDICT
             MOVE "N" TO WS-VARIANCE-NOTED
             MOVE SPACES TO WS-LINE-REASON
             MOVE 0 TO WS-LINE-AMOUNT
             PERFORM EDIT-INVOICE-LINE
             IF NOT LINE-IS-REJECTED
                 PERFORM CHECK-BILLED-QUANTITY
                 PERFORM CHECK-BILLED-COST
             END-IF
             EVALUATE TRUE
                 WHEN LINE-IS-REJECTED
                     ADD 1 TO WS-LINES-REJECTED
                     PERFORM WRITE-HELD-LINE
                 WHEN LINE-IS-HELD
                     ADD 1 TO WS-LINES-HELD
                     ADD WS-LINE-AMOUNT TO WS-HELD-VALUE
                     PERFORM WRITE-HELD-LINE
                 WHEN OTHER
                     ADD 1 TO WS-LINES-MATCHED
                     PERFORM RELEASE-LINE-FOR-PAYMENT
             END-EVALUATE
           EXIT.

           EDIT-INVOICE-LINE SECTION.
             EVALUATE TRUE
                 WHEN INV-QTY IS NOT NUMERIC
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "BILLED QUANTITY NOT NUMERIC"
                         TO WS-LINE-REASON
                 WHEN INV-UNIT-COST IS NOT NUMERIC
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "BILLED UNIT COST NOT NUMERIC"
                         TO WS-LINE-REASON
                 WHEN INV-PO-NUMBER IS NOT NUMERIC
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "NO PURCHASE ORDER NUMBER QUOTED"
                         TO WS-LINE-REASON
             END-EVALUATE
             IF LINE-IS-REJECTED
                 MOVE 0 TO WS-LINE-QTY
                 MOVE 0 TO WS-LINE-COST
                 EXIT SECTION
             END-IF
             MOVE INV-QTY TO WS-LINE-QTY
             MOVE INV-UNIT-COST TO WS-COST-IMAGE-X
             MOVE WS-COST-IMAGE TO WS-LINE-COST
             MOVE INV-PO-NUMBER TO WS-PO-NUMBER-IN
             MOVE INV-STORE-ID TO WS-KEY-STORE-ID
             MOVE INV-NAME TO WS-KEY-NAME
             MOVE INV-VENDOR-ID TO WS-KEY-VENDOR-ID
             MOVE INV-NUMBER TO WS-KEY-INV-NUMBER
             COMPUTE WS-LINE-AMOUNT ROUNDED
                 = WS-LINE-QTY * WS-LINE-COST
             PERFORM FIND-VENDOR
             PERFORM FIND-PO-LINE
             PERFORM FIND-PAID-INVOICE
             EVALUATE TRUE
                 WHEN NOT VENDOR-ON-MASTER
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "VENDOR NOT ON VENDOR MASTER"
                         TO WS-LINE-REASON
                 WHEN NOT PO-LINE-FOUND
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "NO PO LINE FOR THIS STORE AND ITEM"
                         TO WS-LINE-REASON
                 WHEN WS-PO-VENDOR-ID(WS-PO-IDX) NOT = INV-VENDOR-ID
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "PO WAS RAISED ON A DIFFERENT VENDOR"
                         TO WS-LINE-REASON
                 WHEN INVOICE-ALREADY-PAID
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "DUPLICATE - LINE ALREADY RELEASED"
                         TO WS-LINE-REASON
                 WHEN WS-PAID-COUNT >= WS-MAX-PAID-CAPACITY
                     MOVE "R" TO WS-LINE-VERDICT
                     MOVE "RELEASED-LINE TABLE FULL - NOT CHECKED"
                         TO WS-LINE-REASON
             END-EVALUATE
           EXIT.

      * Billed-to-date against what actually arrived: billing beyond
      * received units (plus tolerance) holds the line, and any line
      * that does not simply bill the remaining received units is a
      * variance worth printing. Billing beyond the order is called
      * out even when the dock took the extra.
           CHECK-BILLED-QUANTITY SECTION.
             COMPUTE WS-BILLED-TO-DATE
                 = WS-PO-INVOICED-QTY(WS-PO-IDX) + WS-LINE-QTY
             COMPUTE WS-UNBILLED-QTY
                 = WS-PO-RECEIVED-QTY(WS-PO-IDX)
                     - WS-PO-INVOICED-QTY(WS-PO-IDX)
             COMPUTE WS-QTY-VARIANCE
                 = WS-LINE-QTY - WS-UNBILLED-QTY
             IF WS-QTY-VARIANCE NOT = 0
                 SET LINE-HAS-VARIANCE TO TRUE
                 PERFORM WRITE-QTY-VARIANCE-LINE
             END-IF
             IF WS-QTY-VARIANCE > WS-TOL-QTY-UNITS
                 MOVE "H" TO WS-LINE-VERDICT
                 MOVE "BILLED QUANTITY EXCEEDS RECEIVED"
                     TO WS-LINE-REASON
             END-IF
             IF WS-BILLED-TO-DATE > WS-PO-ORDER-QTY(WS-PO-IDX)
                 + WS-TOL-QTY-UNITS
                 MOVE "H" TO WS-LINE-VERDICT
                 MOVE "BILLED QUANTITY EXCEEDS ORDERED"
                     TO WS-LINE-REASON
             END-IF
           EXIT.

      * The cost basis is the receipt-weighted unit cost of this
      * vendor's costed deliveries of the item to the store since
      * the PO was raised. No costed receipt means the billed cost
      * cannot be verified, and an unverified cost is not paid.
           CHECK-BILLED-COST SECTION.
             PERFORM COMPUTE-COST-BASIS
             IF WS-BASIS-UNITS = 0
                 SET LINE-HAS-VARIANCE TO TRUE
                 IF NOT LINE-IS-HELD
                     MOVE "H" TO WS-LINE-VERDICT
                     MOVE "NO COSTED RECEIPT TO VERIFY COST"
                         TO WS-LINE-REASON
                 END-IF
                 PERFORM WRITE-NO-BASIS-LINE
                 EXIT SECTION
             END-IF
             COMPUTE WS-COST-VARIANCE = WS-LINE-COST - WS-BASIS-COST
             IF WS-COST-VARIANCE = 0
                 EXIT SECTION
             END-IF
             SET LINE-HAS-VARIANCE TO TRUE
             COMPUTE WS-COST-VAR-PCT ROUNDED
                 = WS-COST-VARIANCE * 100 / WS-BASIS-COST
             PERFORM WRITE-COST-VARIANCE-LINE
             IF WS-COST-VAR-PCT > WS-TOL-COST-PCT
                 AND NOT LINE-IS-HELD
                 MOVE "H" TO WS-LINE-VERDICT
                 MOVE "BILLED UNIT COST ABOVE RECEIVED COST"
                     TO WS-LINE-REASON
             END-IF
           EXIT.

           COMPUTE-COST-BASIS SECTION.
             MOVE 0 TO WS-BASIS-UNITS
             MOVE 0 TO WS-BASIS-VALUE
             MOVE 0 TO WS-BASIS-COST
             PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                 UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
                 IF WS-RCPT-STORE-ID(WS-RCPT-IDX)
                         = WS-PO-STORE-ID(WS-PO-IDX)
                     AND WS-RCPT-NAME(WS-RCPT-IDX)
                         = WS-PO-NAME(WS-PO-IDX)
                     AND WS-RCPT-VENDOR-ID(WS-RCPT-IDX)
                         = WS-PO-VENDOR-ID(WS-PO-IDX)
                     AND WS-RCPT-DATE(WS-RCPT-IDX)
                         >= WS-PO-ORDER-DATE(WS-PO-IDX)
                     ADD WS-RCPT-QTY(WS-RCPT-IDX) TO WS-BASIS-UNITS
                     COMPUTE WS-BASIS-VALUE = WS-BASIS-VALUE
                         + WS-RCPT-QTY(WS-RCPT-IDX)
                             * WS-RCPT-UNIT-COST(WS-RCPT-IDX)
                 END-IF
             END-PERFORM
             IF WS-BASIS-UNITS > 0
                 COMPUTE WS-BASIS-COST ROUNDED
                     = WS-BASIS-VALUE / WS-BASIS-UNITS
             END-IF
           EXIT.

           RELEASE-LINE-FOR-PAYMENT SECTION.
             PERFORM ADD-PAID-LINE
             ADD WS-LINE-QTY TO WS-PO-INVOICED-QTY(WS-PO-IDX)
             ADD WS-LINE-AMOUNT TO WS-RELEASED-VALUE
             MOVE INV-VENDOR-ID TO PAY-VENDOR-ID
             MOVE INV-NUMBER TO PAY-INV-NUMBER
             MOVE INV-DATE TO PAY-INV-DATE
             MOVE WS-PO-NUMBER-IN TO PAY-PO-NUMBER
             MOVE INV-STORE-ID TO PAY-STORE-ID
             MOVE INV-NAME TO PAY-NAME
             MOVE WS-LINE-QTY TO PAY-QTY
             MOVE WS-LINE-COST TO PAY-UNIT-COST
             MOVE WS-LINE-AMOUNT TO PAY-AMOUNT
             WRITE PAY-RECORD
             MOVE WS-BUSINESS-DATE TO IH-DATE
             MOVE INV-NUMBER TO IH-INV-NUMBER
             MOVE INV-VENDOR-ID TO IH-VENDOR-ID
             MOVE WS-PO-NUMBER-IN TO IH-PO-NUMBER
             MOVE INV-STORE-ID TO IH-STORE-ID
             MOVE INV-NAME TO IH-NAME
             MOVE WS-LINE-QTY TO IH-QTY
             MOVE WS-LINE-COST TO IH-UNIT-COST
             WRITE INVOICE-HISTORY-RECORD
             IF LINE-HAS-VARIANCE
                 ADD 1 TO WS-LINES-VARIANCE
                 MOVE SPACES TO MATCH-REPORT-RECORD
                 STRING "  RELEASED WITHIN TOLERANCE - INVOICE "
                         DELIMITED BY SIZE
                     FUNCTION TRIM(INV-NUMBER) DELIMITED BY SIZE
                     INTO MATCH-REPORT-RECORD
                 WRITE MATCH-REPORT-RECORD
             END-IF
           EXIT.

           WRITE-QTY-VARIANCE-LINE SECTION.
             MOVE WS-LINE-QTY TO WS-QTY-ED
             MOVE WS-PO-ORDER-QTY(WS-PO-IDX) TO WS-QTY2-ED
             MOVE WS-PO-RECEIVED-QTY(WS-PO-IDX) TO WS-QTY3-ED
             MOVE WS-QTY-VARIANCE TO WS-SIGNED-ED
             MOVE WS-PO-NUMBER-IN TO WS-PO-NUMBER-ED
             MOVE SPACES TO MATCH-REPORT-RECORD
             STRING "QTY VARIANCE - INVOICE " DELIMITED BY SIZE
                 FUNCTION TRIM(INV-NUMBER) DELIMITED BY SIZE
                 " PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(INV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 INV-STORE-ID DELIMITED BY SIZE
                 ": BILLED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", ORDERED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY2-ED) DELIMITED BY SIZE
                 ", RECEIVED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY3-ED) DELIMITED BY SIZE
                 ", VARIANCE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SIGNED-ED) DELIMITED BY SIZE
                 INTO MATCH-REPORT-RECORD
             WRITE MATCH-REPORT-RECORD
           EXIT.

           WRITE-COST-VARIANCE-LINE SECTION.
             MOVE WS-LINE-COST TO WS-COST-ED
             MOVE WS-BASIS-COST TO WS-COST2-ED
             MOVE WS-COST-VAR-PCT TO WS-PCT-ED
             MOVE WS-PO-NUMBER-IN TO WS-PO-NUMBER-ED
             MOVE SPACES TO MATCH-REPORT-RECORD
             STRING "COST VARIANCE - INVOICE " DELIMITED BY SIZE
                 FUNCTION TRIM(INV-NUMBER) DELIMITED BY SIZE
                 " PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(INV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 INV-STORE-ID DELIMITED BY SIZE
                 ": BILLED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 ", RECEIVED AT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST2-ED) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
                 "%)" DELIMITED BY SIZE
                 INTO MATCH-REPORT-RECORD
             WRITE MATCH-REPORT-RECORD
           EXIT.

           WRITE-NO-BASIS-LINE SECTION.
             MOVE WS-LINE-COST TO WS-COST-ED
             MOVE WS-PO-NUMBER-IN TO WS-PO-NUMBER-ED
             MOVE SPACES TO MATCH-REPORT-RECORD
             STRING "COST UNVERIFIED - INVOICE " DELIMITED BY SIZE
                 FUNCTION TRIM(INV-NUMBER) DELIMITED BY SIZE
                 " PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(INV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 INV-STORE-ID DELIMITED BY SIZE
                 ": BILLED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 ", NO COSTED RECEIPT ON THE LEDGER"
                     DELIMITED BY SIZE
                 INTO MATCH-REPORT-RECORD
             WRITE MATCH-REPORT-RECORD
           EXIT.

           WRITE-HELD-LINE SECTION.
             MOVE SPACES TO WS-THIS-INVOICE
             STRING INV-VENDOR-ID DELIMITED BY SIZE
                 INV-NUMBER DELIMITED BY SIZE
                 INTO WS-THIS-INVOICE
             IF WS-THIS-INVOICE NOT = WS-LAST-HELD-INVOICE
                 MOVE WS-THIS-INVOICE TO WS-LAST-HELD-INVOICE
                 MOVE SPACES TO HOLD-REPORT-RECORD
                 STRING "INVOICE " DELIMITED BY SIZE
                     FUNCTION TRIM(INV-NUMBER) DELIMITED BY SIZE
                     " VENDOR " DELIMITED BY SIZE
                     INV-VENDOR-ID DELIMITED BY SIZE
                     " DATED " DELIMITED BY SIZE
                     INV-DATE DELIMITED BY SIZE
                     INTO HOLD-REPORT-RECORD
                 WRITE HOLD-REPORT-RECORD
             END-IF
             MOVE WS-LINE-QTY TO WS-QTY-ED
             MOVE WS-LINE-COST TO WS-COST-ED
             MOVE WS-LINE-AMOUNT TO WS-VALUE-ED
             MOVE SPACES TO HOLD-REPORT-RECORD
             IF LINE-IS-REJECTED
                 STRING "  REJECTED: " DELIMITED BY SIZE
                     INV-PO-NUMBER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(INV-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     INV-STORE-ID DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LINE-REASON) DELIMITED BY SIZE
                     INTO HOLD-REPORT-RECORD
             ELSE
                 STRING "  HELD: PO " DELIMITED BY SIZE
                     INV-PO-NUMBER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(INV-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     INV-STORE-ID DELIMITED BY SIZE
                     ", QTY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     " @ " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                     " = " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LINE-REASON) DELIMITED BY SIZE
                     INTO HOLD-REPORT-RECORD
             END-IF
             WRITE HOLD-REPORT-RECORD
           EXIT.

      * A PO or released-line table too small for its file would
      * hold good invoices as having no PO or let a re-billed line
      * be paid twice, so nothing is matched, released or accrued.
           WRITE-CAPACITY-EXCEPTIONS SECTION.
             IF PO-CAPACITY-EXCEEDED
                 MOVE SPACES TO MATCH-REPORT-RECORD
                 STRING "EXCEPTION: data/POFILE.DAT EXCEEDS PO TABLE"
                     " CAPACITY - NO INVOICE MATCHED, NOTHING RELEASED"
                     DELIMITED BY SIZE
                     INTO MATCH-REPORT-RECORD
                 WRITE MATCH-REPORT-RECORD
             END-IF
             IF PAID-CAPACITY-EXCEEDED
                 MOVE SPACES TO MATCH-REPORT-RECORD
                 STRING "EXCEPTION: data/INVHIS.DAT EXCEEDS RELEASED-"
                     "LINE TABLE CAPACITY - NO INVOICE MATCHED, NOTHING"
                     " RELEASED" DELIMITED BY SIZE
                     INTO MATCH-REPORT-RECORD
                 WRITE MATCH-REPORT-RECORD
             END-IF
             MOVE SPACES TO HOLD-REPORT-RECORD
             STRING "EXCEPTION: MATCH RUN STOPPED AT TABLE CAPACITY,"
                 " SEE data/INVMATCH.RPT - NO PAY FILE WRITTEN"
                 DELIMITED BY SIZE
                 INTO HOLD-REPORT-RECORD
             WRITE HOLD-REPORT-RECORD
             MOVE 8 TO RETURN-CODE
           EXIT.

           WRITE-REPORT-HEADERS SECTION.
             MOVE WS-TOL-QTY-UNITS TO WS-QTY-ED
             MOVE WS-TOL-COST-PCT TO WS-COUNT-ED
             MOVE SPACES TO MATCH-REPORT-RECORD
             STRING "VENDOR INVOICE THREE-WAY MATCH FOR "
                     DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 " - TOLERANCE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNIT(S), " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 "% ON COST" DELIMITED BY SIZE
                 INTO MATCH-REPORT-RECORD
             WRITE MATCH-REPORT-RECORD
             MOVE SPACES TO HOLD-REPORT-RECORD
             STRING "PAYABLES HOLD REPORT FOR " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 " - INVOICE LINES NOT RELEASED FOR PAYMENT"
                     DELIMITED BY SIZE
                 INTO HOLD-REPORT-RECORD
             WRITE HOLD-REPORT-RECORD
             IF VENDOR-CAPACITY-EXCEEDED
                 MOVE SPACES TO MATCH-REPORT-RECORD
                 STRING "EXCEPTION: VENDOR MASTER EXCEEDS TABLE"
                     " CAPACITY - LINES FROM LATER VENDORS ARE REJECTED"
                     " AS NOT ON THE VENDOR MASTER" DELIMITED BY SIZE
                     INTO MATCH-REPORT-RECORD
                 WRITE MATCH-REPORT-RECORD
                 MOVE 4 TO RETURN-CODE
             END-IF
           EXIT.

           WRITE-MATCH-TRAILER SECTION.
             MOVE WS-LINES-READ TO WS-COUNT-ED
             MOVE WS-LINES-MATCHED TO WS-QTY-ED
             MOVE WS-LINES-HELD TO WS-QTY2-ED
             MOVE WS-LINES-REJECTED TO WS-QTY3-ED
             MOVE SPACES TO MATCH-REPORT-RECORD
             STRING "MATCH RUN - LINES READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", RELEASED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", HELD: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY2-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY3-ED) DELIMITED BY SIZE
                 INTO MATCH-REPORT-RECORD
             WRITE MATCH-REPORT-RECORD
             MOVE WS-LINES-VARIANCE TO WS-COUNT-ED
             MOVE WS-RELEASED-VALUE TO WS-VALUE-ED
             MOVE SPACES TO MATCH-REPORT-RECORD
             STRING "RELEASED WITH A VARIANCE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", VALUE RELEASED TO PAY FILE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO MATCH-REPORT-RECORD
             WRITE MATCH-REPORT-RECORD
             COMPUTE WS-COUNT-ED = WS-LINES-HELD + WS-LINES-REJECTED
             MOVE WS-HELD-VALUE TO WS-VALUE-ED
             MOVE SPACES TO HOLD-REPORT-RECORD
             STRING "LINES ON HOLD OR REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", VALUE HELD: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO HOLD-REPORT-RECORD
             WRITE HOLD-REPORT-RECORD
           EXIT.

      * Every PO line with more received than invoiced-to-date is a
      * liability nobody has billed yet, valued at the received cost
      * basis (zero, and flagged, when no costed receipt exists).
           WRITE-ACCRUAL-LISTING SECTION.
             MOVE SPACES TO ACCRUAL-REPORT-RECORD
             STRING "RECEIVED BUT NOT INVOICED - ACCRUAL LISTING AS"
                 " OF " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO ACCRUAL-REPORT-RECORD
             WRITE ACCRUAL-REPORT-RECORD
             PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
                 IF WS-PO-RECEIVED-QTY(WS-PO-IDX)
                     > WS-PO-INVOICED-QTY(WS-PO-IDX)
                     PERFORM WRITE-ONE-ACCRUAL-LINE
                 END-IF
             END-PERFORM
             MOVE WS-ACCRUAL-LINES TO WS-COUNT-ED
             MOVE WS-ACCRUAL-VALUE TO WS-VALUE-ED
             MOVE SPACES TO ACCRUAL-REPORT-RECORD
             STRING "ACCRUAL TOTAL - PO LINES: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", VALUE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO ACCRUAL-REPORT-RECORD
             WRITE ACCRUAL-REPORT-RECORD
           EXIT.

           WRITE-ONE-ACCRUAL-LINE SECTION.
             COMPUTE WS-ACCRUAL-QTY
                 = WS-PO-RECEIVED-QTY(WS-PO-IDX)
                     - WS-PO-INVOICED-QTY(WS-PO-IDX)
             PERFORM COMPUTE-COST-BASIS
             COMPUTE WS-ACCRUAL-LINE-VALUE ROUNDED
                 = WS-ACCRUAL-QTY * WS-BASIS-COST
             ADD 1 TO WS-ACCRUAL-LINES
             ADD WS-ACCRUAL-QTY TO WS-ACCRUAL-UNITS
             ADD WS-ACCRUAL-LINE-VALUE TO WS-ACCRUAL-VALUE
             MOVE WS-BUSINESS-DATE TO ACR-DATE
             MOVE WS-PO-VENDOR-ID(WS-PO-IDX) TO ACR-VENDOR-ID
             MOVE WS-PO-NUMBER(WS-PO-IDX) TO ACR-PO-NUMBER
             MOVE WS-PO-STORE-ID(WS-PO-IDX) TO ACR-STORE-ID
             MOVE WS-PO-NAME(WS-PO-IDX) TO ACR-NAME
             MOVE WS-ACCRUAL-QTY TO ACR-QTY
             MOVE WS-ACCRUAL-LINE-VALUE TO ACR-VALUE
             WRITE ACCRUAL-RECORD
             MOVE WS-PO-NUMBER(WS-PO-IDX) TO WS-PO-NUMBER-ED
             MOVE WS-ACCRUAL-QTY TO WS-QTY-ED
             MOVE WS-BASIS-COST TO WS-COST-ED
             MOVE WS-ACCRUAL-LINE-VALUE TO WS-VALUE-ED
             MOVE SPACES TO ACCRUAL-REPORT-RECORD
             STRING "VENDOR " DELIMITED BY SIZE
                 WS-PO-VENDOR-ID(WS-PO-IDX) DELIMITED BY SIZE
                 " PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NAME(WS-PO-IDX))
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 WS-PO-STORE-ID(WS-PO-IDX) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNINVOICED @ " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 " = " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO ACCRUAL-REPORT-RECORD
             IF WS-BASIS-UNITS = 0
                 MOVE "  NO COST" TO ACCRUAL-REPORT-RECORD(120:9)
             END-IF
             WRITE ACCRUAL-REPORT-RECORD
           EXIT.

       END PROGRAM INV-MATCH.
