      ******************************************************************
      * Author:
      * Date:
      * Purpose: Perpetual stock-ledger roll-forward. For the period
      *          starting on the date in data/STKPER.DAT (YYYYMMDD,
      *          default a week before the last aged business date)
      *          every store/item row is proved unit by unit: the
      *          opening on-hand from that date's section of
      *          data/ARCHIVE.DAT, plus receipts (data/RECVHIS.DAT),
      *          transfers in and out (data/XFERHIS.DAT) and saleable
      *          customer returns (data/CRETHIS.DAT), less sales
      *          (data/SALESHIS.DAT), write-offs (data/SHRNKHIS.DAT)
      *          and vendor returns (data/RMAFILE.DAT), all dated
      *          after the opening date. The computed closing figure
      *          is set against the Item Master's ON-HAND-QTY and
      *          every row that does not tie out is listed with its
      *          movements on data/STKLEDG.RPT - so a PhysCount
      *          variance can be traced to the movement behind it,
      *          or to a shelf the book never heard about. A bundle
      *          has no row of its own: its sales are proved against
      *          its components, each charged the bundle units times
      *          the component quantity on data/BUNDLE.DAT, exactly
      *          as the aging run took them off the shelf.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-LEDGER as "StockLedger".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "data/STKPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "data/ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "data/RECVHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT TRANSFER-HISTORY-FILE ASSIGN TO "data/XFERHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "data/CRETHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "data/SALESHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SHRINK-HISTORY-FILE ASSIGN TO "data/SHRNKHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT RMA-FILE ASSIGN TO "data/RMAFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT BUNDLE-BOM-FILE ASSIGN TO "data/BUNDLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LEDGER-REPORT-FILE ASSIGN TO "data/STKLEDG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-RECORD PIC X(008).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(100).

       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-HISTORY-RECORD.
           05 RH-DATE PIC X(008).
           05 RH-STORE-ID PIC X(006).
           05 RH-NAME PIC X(041).
           05 RH-VENDOR-ID PIC X(006).
           05 RH-QTY PIC 9(005).
           05 RH-UNIT-COST PIC 9(006)V99.

       FD  TRANSFER-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-HISTORY-RECORD.
           05 XH-DATE PIC X(008).
           05 XH-FROM-STORE PIC X(006).
           05 XH-TO-STORE PIC X(006).
           05 XH-NAME PIC X(041).
           05 XH-QTY PIC 9(005).

       FD  RETURN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-HISTORY-RECORD.
           05 CRH-DATE PIC X(008).
           05 CRH-STORE-ID PIC X(006).
           05 CRH-NAME PIC X(041).
           05 CRH-QTY PIC 9(005).
           05 CRH-DISPOSITION PIC X(001).
               88 CRH-WAS-SALEABLE VALUE "S".
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

       FD  SHRINK-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHRINK-HISTORY-RECORD.
           05 WH-DATE PIC X(008).
           05 WH-STORE-ID PIC X(006).
           05 WH-NAME PIC X(041).
           05 WH-VENDOR-ID PIC X(006).
           05 WH-QTY PIC 9(005).
           05 WH-VALUE PIC 9(007)V99.
           05 WH-REASON-CODE PIC X(003).

       FD  RMA-FILE
           LABEL RECORDS ARE STANDARD.
       01  RMA-RECORD.
           05 RMA-NUMBER PIC 9(006).
           05 RMA-VENDOR-ID PIC X(006).
           05 RMA-STORE-ID PIC X(006).
           05 RMA-NAME PIC X(041).
           05 RMA-UNITS PIC 9(005).
           05 RMA-VALUE PIC 9(009)V99.
           05 RMA-RAISED-DATE PIC X(008).
           05 RMA-STATUS PIC X(001).
           05 RMA-CREDIT-DATE PIC X(008).
           05 RMA-CREDIT-AMOUNT PIC 9(009)V99.

      * Same bill of materials the aging run explodes bundle sales
      * with (see GuildedRose).
       FD  BUNDLE-BOM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUNDLE-BOM-RECORD.
           05 BOM-BUNDLE-NAME PIC X(041).
           05 BOM-COMPONENT-NAME PIC X(041).
           05 BOM-COMPONENT-QTY PIC 9(003).

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  LEDGER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-LAST-AGED-DATE PIC X(008).
       01 WS-START-DATE PIC X(008).
       01 WS-DATE-INT PIC 9(008).

      * Opening position: the archive section for the start date.
       01 WS-ARCHIVE-MARKER PIC X(017) VALUE "=== ARCHIVE DATE:".
       01 WS-IN-WANTED-SECTION PIC X(001) VALUE "N".
           88 SECTION-IS-WANTED VALUE "Y".
       01 WS-OPENING-FOUND PIC X(001) VALUE "N".
           88 OPENING-SECTION-FOUND VALUE "Y".
       01 WS-LINE-LEFT PIC X(100).
       01 WS-LINE-REST PIC X(100).
       01 WS-ONHAND-TEXT PIC X(020).
       01 WS-PRICE-TEXT PIC X(020).
       01 WS-STORE-TEXT PIC X(020).
       01 WS-NAME-POINTER PIC 9(003).

      * One roll-forward row per store/item seen anywhere - in the
      * opening section, on any movement ledger, or on the master.
       01 WS-MAX-ROW-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-ROW-COUNT PIC 9(005) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 10000 TIMES.
               10 WS-ROW-STORE-ID PIC X(006).
               10 WS-ROW-NAME PIC X(041).
               10 WS-ROW-OPENING PIC 9(007).
               10 WS-ROW-RECEIVED PIC 9(007).
               10 WS-ROW-XFER-IN PIC 9(007).
               10 WS-ROW-XFER-OUT PIC 9(007).
               10 WS-ROW-RETURNED PIC 9(007).
               10 WS-ROW-SOLD PIC 9(007).
               10 WS-ROW-WRITTEN-OFF PIC 9(007).
               10 WS-ROW-VENDOR-RET PIC 9(007).
               10 WS-ROW-BOOK PIC 9(007).
               10 WS-ROW-ON-MASTER PIC X(001).
       01 WS-ROW-IDX PIC 9(005).
       01 WS-ROW-MATCH PIC X(001).
           88 ROW-FOUND VALUE "Y".
       01 WS-ROW-FULL-LOGGED PIC X(001) VALUE "N".
           88 ROW-CAPACITY-LOGGED VALUE "Y".
       01 WS-KEY-STORE-ID PIC X(006).
       01 WS-KEY-NAME PIC X(041).

      * Bundle components, so a bundle sale is charged to the rows
      * it actually came off.
       01 WS-MAX-BOM-CAPACITY PIC 9(003) VALUE 500.
       01 WS-BOM-COUNT PIC 9(003) VALUE 0.
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 500 TIMES.
               10 WS-BOM-BUNDLE-NAME PIC X(041).
               10 WS-BOM-COMPONENT-NAME PIC X(041).
               10 WS-BOM-COMPONENT-QTY PIC 9(003).
       01 WS-BOM-IDX PIC 9(003).
       01 WS-SALE-WAS-BUNDLE PIC X(001).
           88 SALE-WAS-BUNDLE VALUE "Y".
       01 WS-COMPONENT-UNITS PIC 9(007).

       01 WS-ROW-LABEL PIC X(021).
       01 WS-COMPUTED-CLOSING PIC S9(009).
       01 WS-CLOSING-DIFF PIC S9(009).
       01 WS-ROWS-TIED PIC 9(005) VALUE 0.
       01 WS-ROWS-NOT-TIED PIC 9(005) VALUE 0.
       01 WS-BOOK-OVER PIC 9(009) VALUE 0.
       01 WS-BOOK-SHORT PIC 9(009) VALUE 0.

       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-OPEN-ED PIC Z(6)9.
       01 WS-RECV-ED PIC Z(6)9.
       01 WS-XIN-ED PIC Z(6)9.
       01 WS-XOUT-ED PIC Z(6)9.
       01 WS-RET-ED PIC Z(6)9.
       01 WS-SOLD-ED PIC Z(6)9.
       01 WS-WOFF-ED PIC Z(6)9.
       01 WS-VRET-ED PIC Z(6)9.
       01 WS-CLOSE-ED PIC -(8)9.
       01 WS-BOOK-ED PIC Z(6)9.
       01 WS-DIFF-ED PIC -(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT LEDGER-REPORT-FILE

           PERFORM LOAD-PERIOD
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-OPENING-POSITION
           PERFORM TALLY-RECEIPTS
           PERFORM TALLY-TRANSFERS
           PERFORM TALLY-CUSTOMER-RETURNS
           PERFORM LOAD-BUNDLE-BOM
           PERFORM TALLY-SALES
           PERFORM TALLY-WRITE-OFFS
           PERFORM TALLY-VENDOR-RETURNS
           PERFORM LOAD-BOOK-ON-HAND
           PERFORM PROVE-EVERY-ROW
           PERFORM WRITE-REPORT-TRAILER

           CLOSE LEDGER-REPORT-FILE

           STOP RUN.

      * The period runs from the close of the start date to the
      * master as it stands now; without a period control it is the
      * week ending on the last aged business date.
           LOAD-PERIOD SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-LAST-AGED-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-LAST-AGED-DATE IS NUMERIC
                           AND BUS-LAST-AGED-DATE NOT = 0
                           MOVE BUS-LAST-AGED-DATE
                               TO WS-LAST-AGED-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-LAST-AGED-DATE)) - 7
             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-START-DATE
             OPEN INPUT PERIOD-FILE
             IF WS-PERIOD-STATUS = "00"
                 READ PERIOD-FILE
                     NOT AT END
                       IF PERIOD-RECORD IS NUMERIC
                           MOVE PERIOD-RECORD TO WS-START-DATE
                       END-IF
                 END-READ
                 CLOSE PERIOD-FILE
             END-IF
           EXIT.

      * A date re-aged after a rerun appears twice in the archive;
      * the later section is the one that stood, so each wanted
      * marker starts the opening figures over.
           LOAD-OPENING-POSITION SECTION.
             OPEN INPUT ARCHIVE-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ARCHIVE-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                             PERFORM SCAN-ONE-ARCHIVE-RECORD
                     END-READ
                 END-PERFORM
                 CLOSE ARCHIVE-FILE
             END-IF
             IF NOT OPENING-SECTION-FOUND
                 MOVE SPACES TO LEDGER-REPORT-RECORD
                 STRING "EXCEPTION: NO ARCHIVE SECTION FOR "
                     DELIMITED BY SIZE
                     WS-START-DATE DELIMITED BY SIZE
                     " - EVERY ROW OPENS AT ZERO, CHOOSE A DATE"
                     " INSIDE THE ARCHIVE WINDOW" DELIMITED BY SIZE
                     INTO LEDGER-REPORT-RECORD
                 WRITE LEDGER-REPORT-RECORD
                 MOVE 4 TO RETURN-CODE
             END-IF
           EXIT.

           SCAN-ONE-ARCHIVE-RECORD SECTION.
             IF ARCHIVE-RECORD(1:17) = WS-ARCHIVE-MARKER
                 IF ARCHIVE-RECORD(19:8) = WS-START-DATE
                     SET SECTION-IS-WANTED TO TRUE
                     SET OPENING-SECTION-FOUND TO TRUE
                     PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                         UNTIL WS-ROW-IDX > WS-ROW-COUNT
                         MOVE 0 TO WS-ROW-OPENING(WS-ROW-IDX)
                     END-PERFORM
                 ELSE
                     MOVE "N" TO WS-IN-WANTED-SECTION
                 END-IF
             ELSE
                 IF SECTION-IS-WANTED
                     PERFORM TAKE-ONE-OPENING-LINE
                 END-IF
             END-IF
           EXIT.

           TAKE-ONE-OPENING-LINE SECTION.
             MOVE SPACES TO WS-LINE-LEFT WS-LINE-REST
             MOVE SPACES TO WS-ONHAND-TEXT WS-PRICE-TEXT
             MOVE SPACES TO WS-STORE-TEXT WS-KEY-NAME
             UNSTRING ARCHIVE-RECORD
                 DELIMITED BY ", SELL-IN: "
                 INTO WS-LINE-LEFT WS-LINE-REST
             END-UNSTRING
             UNSTRING WS-LINE-REST
                 DELIMITED BY ", ON-HAND: "
                 INTO WS-PRICE-TEXT WS-LINE-REST
             END-UNSTRING
             MOVE SPACES TO WS-PRICE-TEXT
             UNSTRING WS-LINE-REST
                 DELIMITED BY ", PRICE: "
                 INTO WS-ONHAND-TEXT WS-PRICE-TEXT
             END-UNSTRING
             MOVE 1 TO WS-NAME-POINTER
             UNSTRING WS-LINE-LEFT DELIMITED BY ", "
                 INTO WS-STORE-TEXT
                 WITH POINTER WS-NAME-POINTER
             END-UNSTRING
             IF WS-NAME-POINTER <= 100
                 MOVE WS-LINE-LEFT(WS-NAME-POINTER:) TO WS-KEY-NAME
             END-IF
             IF WS-PRICE-TEXT NOT = SPACES
                 AND WS-KEY-NAME NOT = SPACES
                 MOVE WS-STORE-TEXT(1:6) TO WS-KEY-STORE-ID
                 PERFORM FIND-OR-ADD-ROW
                 IF ROW-FOUND
                     COMPUTE WS-ROW-OPENING(WS-ROW-IDX)
                         = FUNCTION NUMVAL(WS-ONHAND-TEXT)
                 END-IF
             END-IF
           EXIT.

           TALLY-RECEIPTS SECTION.
             OPEN INPUT RECEIPT-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RECEIPT-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF RH-DATE > WS-START-DATE
                               AND RH-QTY IS NUMERIC
                               MOVE RH-STORE-ID TO WS-KEY-STORE-ID
                               MOVE RH-NAME TO WS-KEY-NAME
                               PERFORM FIND-OR-ADD-ROW
                               IF ROW-FOUND
                                   ADD RH-QTY
                                       TO WS-ROW-RECEIVED(WS-ROW-IDX)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RECEIPT-HISTORY-FILE
             END-IF
           EXIT.

      * One ledger line moves units out of one row and into another.
           TALLY-TRANSFERS SECTION.
             OPEN INPUT TRANSFER-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ TRANSFER-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF XH-DATE > WS-START-DATE
                               AND XH-QTY IS NUMERIC
                               PERFORM TALLY-ONE-TRANSFER
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE TRANSFER-HISTORY-FILE
             END-IF
           EXIT.

           TALLY-ONE-TRANSFER SECTION.
             MOVE XH-FROM-STORE TO WS-KEY-STORE-ID
             MOVE XH-NAME TO WS-KEY-NAME
             PERFORM FIND-OR-ADD-ROW
             IF ROW-FOUND
                 ADD XH-QTY TO WS-ROW-XFER-OUT(WS-ROW-IDX)
             END-IF
             MOVE XH-TO-STORE TO WS-KEY-STORE-ID
             PERFORM FIND-OR-ADD-ROW
             IF ROW-FOUND
                 ADD XH-QTY TO WS-ROW-XFER-IN(WS-ROW-IDX)
             END-IF
           EXIT.

      * Only saleable returns went back on the shelf; a damaged one
      * reaches the book as a write-off, not as a return.
           TALLY-CUSTOMER-RETURNS SECTION.
             OPEN INPUT RETURN-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RETURN-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF CRH-DATE > WS-START-DATE
                               AND CRH-WAS-SALEABLE
                               AND CRH-QTY IS NUMERIC
                               MOVE CRH-STORE-ID TO WS-KEY-STORE-ID
                               MOVE CRH-NAME TO WS-KEY-NAME
                               PERFORM FIND-OR-ADD-ROW
                               IF ROW-FOUND
                                   ADD CRH-QTY
                                       TO WS-ROW-RETURNED(WS-ROW-IDX)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-HISTORY-FILE
             END-IF
           EXIT.

           TALLY-SALES SECTION.
             OPEN INPUT SALES-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SALES-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF SH-DATE > WS-START-DATE
                               AND SH-UNITS-SOLD IS NUMERIC
                               PERFORM TALLY-ONE-SALE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SALES-HISTORY-FILE
             END-IF
           EXIT.

      * SALESHIS carries a bundle sale under the bundle's name; each
      * of its components is charged instead.
           TALLY-ONE-SALE SECTION.
             MOVE "N" TO WS-SALE-WAS-BUNDLE
             MOVE SH-STORE-ID TO WS-KEY-STORE-ID
             PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                 UNTIL WS-BOM-IDX > WS-BOM-COUNT
                 IF WS-BOM-BUNDLE-NAME(WS-BOM-IDX) = SH-NAME
                     SET SALE-WAS-BUNDLE TO TRUE
                     MOVE WS-BOM-COMPONENT-NAME(WS-BOM-IDX)
                         TO WS-KEY-NAME
                     COMPUTE WS-COMPONENT-UNITS
                         = SH-UNITS-SOLD
                             * WS-BOM-COMPONENT-QTY(WS-BOM-IDX)
                     PERFORM FIND-OR-ADD-ROW
                     IF ROW-FOUND
                         ADD WS-COMPONENT-UNITS
                             TO WS-ROW-SOLD(WS-ROW-IDX)
                     END-IF
                 END-IF
             END-PERFORM
             IF SALE-WAS-BUNDLE
                 EXIT SECTION
             END-IF
             MOVE SH-NAME TO WS-KEY-NAME
             PERFORM FIND-OR-ADD-ROW
             IF ROW-FOUND
                 ADD SH-UNITS-SOLD TO WS-ROW-SOLD(WS-ROW-IDX)
             END-IF
           EXIT.

      * Malformed component lines are skipped, as the aging run
      * skips them.
           LOAD-BUNDLE-BOM SECTION.
             MOVE 0 TO WS-BOM-COUNT
             OPEN INPUT BUNDLE-BOM-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ BUNDLE-BOM-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF BOM-COMPONENT-QTY IS NUMERIC
                               AND BOM-COMPONENT-QTY > 0
                               AND BOM-BUNDLE-NAME NOT = SPACES
                               AND BOM-COMPONENT-NAME NOT = SPACES
                               PERFORM TAKE-ONE-BOM-LINE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE BUNDLE-BOM-FILE
             END-IF
           EXIT.

           TAKE-ONE-BOM-LINE SECTION.
             IF WS-BOM-COUNT >= WS-MAX-BOM-CAPACITY
                 MOVE SPACES TO LEDGER-REPORT-RECORD
                 STRING "EXCEPTION: BUNDLE TABLE FULL - "
                     "BUNDLES BEYOND THE TABLE ARE NOT EXPLODED"
                     DELIMITED BY SIZE
                     INTO LEDGER-REPORT-RECORD
                 WRITE LEDGER-REPORT-RECORD
                 SET END-OF-INPUT TO TRUE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-BOM-COUNT
             MOVE BOM-BUNDLE-NAME TO WS-BOM-BUNDLE-NAME(WS-BOM-COUNT)
             MOVE BOM-COMPONENT-NAME
                 TO WS-BOM-COMPONENT-NAME(WS-BOM-COUNT)
             MOVE BOM-COMPONENT-QTY
                 TO WS-BOM-COMPONENT-QTY(WS-BOM-COUNT)
           EXIT.

           TALLY-WRITE-OFFS SECTION.
             OPEN INPUT SHRINK-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SHRINK-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WH-DATE > WS-START-DATE
                               AND WH-QTY IS NUMERIC
                               MOVE WH-STORE-ID TO WS-KEY-STORE-ID
                               MOVE WH-NAME TO WS-KEY-NAME
                               PERFORM FIND-OR-ADD-ROW
                               IF ROW-FOUND
                                   ADD WH-QTY
                                       TO WS-ROW-WRITTEN-OFF
                                           (WS-ROW-IDX)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SHRINK-HISTORY-FILE
             END-IF
           EXIT.

      * Vendor returns leave the building on the day the RMA is
      * raised.
           TALLY-VENDOR-RETURNS SECTION.
             OPEN INPUT RMA-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RMA-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF RMA-RAISED-DATE > WS-START-DATE
                               AND RMA-UNITS IS NUMERIC
                               MOVE RMA-STORE-ID TO WS-KEY-STORE-ID
                               MOVE RMA-NAME TO WS-KEY-NAME
                               PERFORM FIND-OR-ADD-ROW
                               IF ROW-FOUND
                                   ADD RMA-UNITS
                                       TO WS-ROW-VENDOR-RET
                                           (WS-ROW-IDX)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RMA-FILE
             END-IF
           EXIT.

           LOAD-BOOK-ON-HAND SECTION.
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 MOVE SPACES TO LEDGER-REPORT-RECORD
                 STRING "EXCEPTION: ITEM MASTER OPEN FAILED, STATUS "
                     DELIMITED BY SIZE
                     WS-MASTER-STATUS DELIMITED BY SIZE
                     " - BOOK ON-HAND TAKEN AS ZERO" DELIMITED BY SIZE
                     INTO LEDGER-REPORT-RECORD
                 WRITE LEDGER-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE STORE-ID OF ITEM-MASTER-RECORD
                           TO WS-KEY-STORE-ID
                       MOVE NAME OF ITEM-MASTER-RECORD
                           TO WS-KEY-NAME
                       PERFORM FIND-OR-ADD-ROW
                       IF ROW-FOUND
                           IF ON-HAND-QTY OF ITEM-MASTER-RECORD
                               IS NUMERIC
                               MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                                   TO WS-ROW-BOOK(WS-ROW-IDX)
                           END-IF
                           MOVE "Y" TO WS-ROW-ON-MASTER(WS-ROW-IDX)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
           EXIT.

           FIND-OR-ADD-ROW SECTION.
             MOVE "N" TO WS-ROW-MATCH
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
                         OR ROW-FOUND
                 IF WS-ROW-STORE-ID(WS-ROW-IDX) = WS-KEY-STORE-ID
                     AND WS-ROW-NAME(WS-ROW-IDX) = WS-KEY-NAME
                     SET ROW-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF ROW-FOUND
                 SUBTRACT 1 FROM WS-ROW-IDX
                 EXIT SECTION
             END-IF
             IF WS-ROW-COUNT >= WS-MAX-ROW-CAPACITY
                 IF NOT ROW-CAPACITY-LOGGED
                     SET ROW-CAPACITY-LOGGED TO TRUE
                     MOVE SPACES TO LEDGER-REPORT-RECORD
                     STRING "EXCEPTION: ROW CAPACITY EXCEEDED - "
                         "ROWS BEYOND THE TABLE ARE NOT PROVED"
                         DELIMITED BY SIZE
                         INTO LEDGER-REPORT-RECORD
                     WRITE LEDGER-REPORT-RECORD
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-ROW-COUNT
             MOVE WS-ROW-COUNT TO WS-ROW-IDX
             MOVE WS-KEY-STORE-ID TO WS-ROW-STORE-ID(WS-ROW-IDX)
             MOVE WS-KEY-NAME TO WS-ROW-NAME(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-OPENING(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-RECEIVED(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-XFER-IN(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-XFER-OUT(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-RETURNED(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-SOLD(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-WRITTEN-OFF(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-VENDOR-RET(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-BOOK(WS-ROW-IDX)
             MOVE "N" TO WS-ROW-ON-MASTER(WS-ROW-IDX)
             SET ROW-FOUND TO TRUE
           EXIT.

           PROVE-EVERY-ROW SECTION.
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
                 COMPUTE WS-COMPUTED-CLOSING
                     = WS-ROW-OPENING(WS-ROW-IDX)
                     + WS-ROW-RECEIVED(WS-ROW-IDX)
                     + WS-ROW-XFER-IN(WS-ROW-IDX)
                     - WS-ROW-XFER-OUT(WS-ROW-IDX)
                     + WS-ROW-RETURNED(WS-ROW-IDX)
                     - WS-ROW-SOLD(WS-ROW-IDX)
                     - WS-ROW-WRITTEN-OFF(WS-ROW-IDX)
                     - WS-ROW-VENDOR-RET(WS-ROW-IDX)
                 COMPUTE WS-CLOSING-DIFF
                     = WS-ROW-BOOK(WS-ROW-IDX) - WS-COMPUTED-CLOSING
                 IF WS-CLOSING-DIFF = 0
                     ADD 1 TO WS-ROWS-TIED
                 ELSE
                     ADD 1 TO WS-ROWS-NOT-TIED
                     IF WS-CLOSING-DIFF > 0
                         ADD WS-CLOSING-DIFF TO WS-BOOK-OVER
                     ELSE
                         SUBTRACT WS-CLOSING-DIFF FROM WS-BOOK-SHORT
                     END-IF
                     PERFORM WRITE-UNTIED-ROW
                 END-IF
             END-PERFORM
           EXIT.

      * Two lines per row that does not tie out: the row and its
      * closing figures, then the movements that built the computed
      * figure, so the clerk can see which one to chase.
           WRITE-UNTIED-ROW SECTION.
             MOVE WS-COMPUTED-CLOSING TO WS-CLOSE-ED
             MOVE WS-ROW-BOOK(WS-ROW-IDX) TO WS-BOOK-ED
             MOVE WS-CLOSING-DIFF TO WS-DIFF-ED
             MOVE SPACES TO LEDGER-REPORT-RECORD
             IF WS-ROW-ON-MASTER(WS-ROW-IDX) = "Y"
                 MOVE "NOT TIED: STORE " TO WS-ROW-LABEL
             ELSE
                 MOVE "NOT ON MASTER: STORE " TO WS-ROW-LABEL
             END-IF
             STRING FUNCTION TRIM(WS-ROW-LABEL) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-ROW-STORE-ID(WS-ROW-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ROW-NAME(WS-ROW-IDX))
                     DELIMITED BY SIZE
                 " - COMPUTED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLOSE-ED) DELIMITED BY SIZE
                 ", BOOK " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BOOK-ED) DELIMITED BY SIZE
                 ", BOOK LESS COMPUTED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DIFF-ED) DELIMITED BY SIZE
                 INTO LEDGER-REPORT-RECORD
             WRITE LEDGER-REPORT-RECORD
             MOVE WS-ROW-OPENING(WS-ROW-IDX) TO WS-OPEN-ED
             MOVE WS-ROW-RECEIVED(WS-ROW-IDX) TO WS-RECV-ED
             MOVE WS-ROW-XFER-IN(WS-ROW-IDX) TO WS-XIN-ED
             MOVE WS-ROW-XFER-OUT(WS-ROW-IDX) TO WS-XOUT-ED
             MOVE WS-ROW-RETURNED(WS-ROW-IDX) TO WS-RET-ED
             MOVE WS-ROW-SOLD(WS-ROW-IDX) TO WS-SOLD-ED
             MOVE WS-ROW-WRITTEN-OFF(WS-ROW-IDX) TO WS-WOFF-ED
             MOVE WS-ROW-VENDOR-RET(WS-ROW-IDX) TO WS-VRET-ED
             MOVE SPACES TO LEDGER-REPORT-RECORD
             STRING "    OPENING " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-OPEN-ED) DELIMITED BY SIZE
                 " +RECEIVED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECV-ED) DELIMITED BY SIZE
                 " +XFER IN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-XIN-ED) DELIMITED BY SIZE
                 " -XFER OUT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-XOUT-ED) DELIMITED BY SIZE
                 " +RETURNED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-ED) DELIMITED BY SIZE
                 " -SOLD " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SOLD-ED) DELIMITED BY SIZE
                 " -WRITTEN OFF " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-WOFF-ED) DELIMITED BY SIZE
                 " -VENDOR RETURNS " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VRET-ED) DELIMITED BY SIZE
                 INTO LEDGER-REPORT-RECORD
             WRITE LEDGER-REPORT-RECORD
           EXIT.

           WRITE-REPORT-HEADER SECTION.
             MOVE SPACES TO LEDGER-REPORT-RECORD
             STRING "STOCK-LEDGER ROLL-FORWARD - OPENING AT CLOSE OF "
                 DELIMITED BY SIZE
                 WS-START-DATE DELIMITED BY SIZE
                 ", MOVEMENTS AFTER IT, AGAINST THE ITEM MASTER"
                     DELIMITED BY SIZE
                 " AFTER " DELIMITED BY SIZE
                 WS-LAST-AGED-DATE DELIMITED BY SIZE
                 INTO LEDGER-REPORT-RECORD
             WRITE LEDGER-REPORT-RECORD
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE WS-ROW-COUNT TO WS-COUNT-ED
             MOVE SPACES TO LEDGER-REPORT-RECORD
             STRING "ROLL-FORWARD - ROWS PROVED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO LEDGER-REPORT-RECORD
             WRITE LEDGER-REPORT-RECORD
             MOVE WS-ROWS-TIED TO WS-COUNT-ED
             MOVE SPACES TO LEDGER-REPORT-RECORD
             STRING "ROLL-FORWARD - ROWS TIED OUT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO LEDGER-REPORT-RECORD
             WRITE LEDGER-REPORT-RECORD
             MOVE WS-ROWS-NOT-TIED TO WS-COUNT-ED
             MOVE WS-BOOK-OVER TO WS-OPEN-ED
             MOVE WS-BOOK-SHORT TO WS-RECV-ED
             MOVE SPACES TO LEDGER-REPORT-RECORD
             STRING "ROLL-FORWARD - ROWS NOT TIED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", BOOK OVER COMPUTED BY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-OPEN-ED) DELIMITED BY SIZE
                 " UNIT(S), UNDER BY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECV-ED) DELIMITED BY SIZE
                 " UNIT(S)" DELIMITED BY SIZE
                 INTO LEDGER-REPORT-RECORD
             WRITE LEDGER-REPORT-RECORD
           EXIT.

       END PROGRAM STOCK-LEDGER.
