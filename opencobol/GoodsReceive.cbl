      * Author:
      * Date:
      * Purpose: Posts vendor deliveries (data/RECVTRAN.DAT) into the
      *          Item Master, adding received units to ON-HAND-QTY -
      *          and to BACKROOM-QTY, since a delivery goes into the
      *          back until ShelfFill pulls it out to the floor - and
      *          creating the row when the delivery is a new SKU, so
      *          stock arriving at the dock is an auditable receiving
      *          transaction instead of a hand-keyed ItemMaint change
      *          (data/POFILE.DAT), oldest open line first, so the
      *          register calls out over-shipments, short-shipments
      *          and deliveries nobody ever ordered instead of letting
      *          a vendor ship us anything unquestioned. A delivery is
      *          also matched to the advance ship notice AsnIntake
      *          staged for it (data/ASNSTAGE.DAT), so the register
      *          sets what was ordered, notified and received side by
      *          side; notices whose truck never came age onto the
      *          exception report data/ASNEXCP.RPT. Each receipt is
      *          priced at the contract cost in effect on its delivery
      *          date in the vendor cost book (data/COSTBOOK.DAT), and
      *          a delivery keyed in cases or inner packs is converted
      *          to units off the item pack master (data/PACKMSTR.DAT)
      *          before it posts. A legendary item (data/PROTECT.DAT)
      *          is refused - its units are taken into custody by
      *          serial through LegendMove. Every short, over, unordered
      *          or late receipt is also written to the receiving
      *          exception ledger (data/RECVEXCP.DAT) Chargeback bills
      *          the vendor from; a PO line is late once its delivery
      *          comes more days after PO-ORDER-DATE than the vendor's
      *          LATE row on the penalty schedule (data/CBPENALT.DAT)
      *          allows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SKU-XREF-FILE ASSIGN TO "data/SKUXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ASN-STAGE-FILE ASSIGN TO "data/ASNSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-STATUS.
           SELECT ASN-EXCEPTION-FILE ASSIGN TO "data/ASNEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-BOOK-FILE ASSIGN TO "data/COSTBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT PACK-MASTER-FILE ASSIGN TO "data/PACKMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.
           SELECT RECEIVING-EXCEPTION-FILE
               ASSIGN TO "data/RECVEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENALTY-SCHEDULE-FILE ASSIGN TO "data/CBPENALT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENALTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the last two digits); spaces on an old-format line leave the
      * item's held cost untouched.
           05 RECV-UNIT-COST PIC X(008).
      * What RECV-QTY counts: U (or spaces on an old-format line)
      * single units, C cases, I inner packs - converted to units off
      * the item pack master before the line posts.
           05 RECV-QTY-UOM PIC X(001).
               88 RECV-IN-UNITS VALUE "U" " ".
               88 RECV-IN-CASES VALUE "C".
               88 RECV-IN-INNERS VALUE "I".

       FD  RECEIVING-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * Posting checkpoint: the controlled batch being applied and
      * the last transaction ordinal already posted, rewritten after
           05 SKU-NUMBER PIC 9(006).
           05 SKU-NAME PIC X(041).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

      * Advance ship notices staged by AsnIntake: O while the truck
      * is still due, R once a delivery posted here has been matched
      * to it. Rewritten in full at end of job.
       FD  ASN-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASN-STAGE-RECORD.
           05 ASNS-ASN-REF PIC X(010).
           05 ASNS-VENDOR-ID PIC X(006).
           05 ASNS-PO-NUMBER PIC 9(006).
           05 ASNS-STORE-ID PIC X(006).
           05 ASNS-NAME PIC X(041).
           05 ASNS-NOTIFIED-QTY PIC 9(005).
           05 ASNS-SHIP-DATE PIC X(008).
           05 ASNS-EXPECTED-DATE PIC X(008).
           05 ASNS-RECEIVED-QTY PIC 9(005).
           05 ASNS-STATUS PIC X(001).
           05 ASNS-RECEIVED-DATE PIC X(008).

       FD  ASN-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASN-EXCEPTION-RECORD PIC X(132).

      * Vendor cost book (see CostMaint): the unit cost contracted
      * with each vendor for an item over an effective-dated period.
       FD  COST-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-BOOK-RECORD.
           05 CB-VENDOR-ID PIC X(006).
           05 CB-NAME PIC X(041).
           05 CB-EFF-FROM PIC X(008).
           05 CB-EFF-TO PIC X(008).
           05 CB-UNIT-COST PIC 9(006)V99.

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

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

      * Permanent receiving-exception ledger - one line per short,
      * over, unordered or late receipt, appended here pending and
      * turned into numbered vendor chargebacks by Chargeback. QTY is
      * the units short, over or unordered, or for a late line the
      * days past the vendor's allowance.
       FD  RECEIVING-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIVING-EXCEPTION-RECORD.
           05 RX-DATE PIC X(008).
           05 RX-STORE-ID PIC X(006).
           05 RX-NAME PIC X(041).
           05 RX-VENDOR-ID PIC X(006).
           05 RX-PO-NUMBER PIC 9(006).
           05 RX-TYPE PIC X(004).
           05 RX-QTY PIC 9(005).
           05 RX-UNIT-COST PIC 9(006)V99.
           05 RX-VENDOR-REF PIC X(010).
           05 RX-STATUS PIC X(001).
           05 RX-CLAIM-NUMBER PIC 9(006).

      * Vendor chargeback penalty schedule (see Chargeback). Only the
      * LATE rows matter here - their grace days are how long after
      * PO-ORDER-DATE the vendor has to deliver.
       FD  PENALTY-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENALTY-SCHEDULE-RECORD.
           05 CBP-VENDOR-ID PIC X(006).
           05 CBP-TYPE PIC X(004).
           05 CBP-GRACE-DAYS PIC 9(003).
           05 CBP-TOLERANCE PIC 9(005).
           05 CBP-FLAT-FEE PIC 9(005)V99.
           05 CBP-UNIT-RATE PIC 9(005)V99.
           05 CBP-VALUE-PCT PIC 9(003)V99.

       WORKING-STORAGE SECTION.
      * Item Master interlock request handed to the shared MasterLock
      * subprogram - claimed before the first master I-O, released at
       01 WS-PO-NUMBER-ED PIC Z(5)9.
       01 WS-PO-QTY-ED PIC Z(4)9.

      * Delivery allowances off the penalty schedule's LATE rows: a
      * vendor's own row, else the "*" row for every vendor. No row
      * at all leaves the vendor's deliveries unjudged for lateness.
       01 WS-PENALTY-STATUS PIC X(002).
       01 WS-MAX-ALLOWANCE-CAPACITY PIC 9(003) VALUE 100.
       01 WS-ALLOWANCE-COUNT PIC 9(003) VALUE 0.
       01 WS-ALLOWANCE-TABLE.
           05 WS-ALLOWANCE-ENTRY OCCURS 100 TIMES.
               10 WS-ALLOW-VENDOR-ID PIC X(006).
               10 WS-ALLOW-GRACE-DAYS PIC 9(003).
       01 WS-ALLOWANCE-EOF PIC X(001) VALUE "N".
           88 END-OF-ALLOWANCES VALUE "Y".
       01 WS-ALLOWANCE-IDX PIC 9(003).
       01 WS-ALLOWANCE-MATCH PIC X(001).
           88 ALLOWANCE-FOUND VALUE "Y".
       01 WS-GRACE-DAYS PIC 9(003).
       01 WS-DELIVERY-DATE PIC X(008).
       01 WS-DAYS-SINCE-ORDER PIC S9(005).
       01 WS-DAYS-LATE PIC 9(005).
       01 WS-DAYS-LATE-ED PIC Z(4)9.
       01 WS-GRACE-DAYS-ED PIC ZZ9.

      * One receiving exception on its way to the ledger.
       01 WS-RXCP-TYPE PIC X(004).
       01 WS-RXCP-VENDOR-ID PIC X(006).
       01 WS-RXCP-PO-NUMBER PIC 9(006).
       01 WS-RXCP-QTY PIC 9(005).
       01 WS-RXCP-LOGGED-COUNT PIC 9(005) VALUE 0.
       01 WS-RXCP-LOGGED-ED PIC Z(4)9.

      * Sell-in the receipt lot is opened with (see RECV-SELL-IN).
       01 WS-LOT-SELL-IN PIC S9(004).

       01 WS-COST-IMAGE-X REDEFINES WS-COST-IMAGE PIC X(008).
       01 WS-COST-ED PIC Z(5)9.99.

      * Legendary names (the protected list) - their on-hand belongs
      * to the custody register and is moved only by LegendMove.
       01 WS-PROTECTED-STATUS PIC X(002).
       01 WS-MAX-PROTECTED-CAPACITY PIC 9(003) VALUE 100.
       01 WS-PROTECTED-COUNT PIC 9(003) VALUE 0.
       01 WS-PROTECTED-TABLE.
           05 WS-PROTECTED-ENTRY PIC X(041) OCCURS 100 TIMES.
       01 WS-PROTECTED-EOF PIC X(001) VALUE "N".
           88 END-OF-PROTECTED VALUE "Y".
       01 WS-PROTECTED-MATCH PIC X(001) VALUE "N".
           88 ITEM-IS-PROTECTED VALUE "Y".
       01 WS-PROTECTED-IDX PIC 9(003).

       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-BUSINESS-INT PIC 9(008).
       01 WS-EXPECTED-INT PIC 9(008).

      * Staged ship notices (see ASN-STAGE-FILE above). No staging
      * file at all leaves notice matching off, so a night with no
      * notices on file prints the register exactly as before; a
      * staging file too big for the table is left untouched.
       01 WS-ASN-STATUS PIC X(002).
       01 WS-ASN-LOADED PIC X(001) VALUE "N".
           88 ASN-STAGE-LOADED VALUE "Y".
       01 WS-ASN-OVERFLOW PIC X(001) VALUE "N".
           88 ASN-CAPACITY-EXCEEDED VALUE "Y".
       01 WS-MAX-ASN-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-ASN-COUNT PIC 9(005) VALUE 0.
       01 WS-ASN-TABLE.
           05 WS-ASN-ENTRY OCCURS 5000 TIMES.
               10 WS-ASN-REF PIC X(010).
               10 WS-ASN-VENDOR-ID PIC X(006).
               10 WS-ASN-PO-NUMBER PIC 9(006).
               10 WS-ASN-STORE-ID PIC X(006).
               10 WS-ASN-NAME PIC X(041).
               10 WS-ASN-NOTIFIED-QTY PIC 9(005).
               10 WS-ASN-SHIP-DATE PIC X(008).
               10 WS-ASN-EXPECTED-DATE PIC X(008).
               10 WS-ASN-RECEIVED-QTY PIC 9(005).
               10 WS-ASN-LINE-STATUS PIC X(001).
               10 WS-ASN-RECEIVED-DATE PIC X(008).
       01 WS-ASN-EOF PIC X(001) VALUE "N".
           88 END-OF-ASN-FILE VALUE "Y".
       01 WS-ASN-IDX PIC 9(005).
       01 WS-ASN-MATCH-IDX PIC 9(005).
       01 WS-ASN-ORDERED-QTY PIC 9(005).
       01 WS-ASN-DIFF-QTY PIC 9(005).
       01 WS-ASN-DIFF-NOTE PIC X(030).
       01 WS-ASN-MATCHED-COUNT PIC 9(005) VALUE 0.
       01 WS-ASN-UNNOTIFIED-COUNT PIC 9(005) VALUE 0.
       01 WS-ASN-OVERDUE-COUNT PIC 9(005) VALUE 0.
       01 WS-ASN-DAYS-LATE PIC 9(005).
       01 WS-ASN-NOTIFIED-ED PIC Z(4)9.
       01 WS-ASN-ORDERED-ED PIC Z(4)9.
       01 WS-ASN-DIFF-ED PIC Z(4)9.
       01 WS-ASN-DAYS-ED PIC Z(4)9.
       01 WS-ASN-COUNT-ED PIC Z(4)9.
       01 WS-ASN-UNNOTIFIED-ED PIC Z(4)9.

      * Contract costs (see COST-BOOK-FILE above). A receipt is priced
      * at the contract in effect on its delivery date for the vendor
      * supplying it - the master row's vendor, or for a SKU the
      * master has not seen yet, the vendor on its open PO line. With
      * no cost book, or no contract covering the receipt, the keyed
      * cost stands as before.
       01 WS-BOOK-STATUS PIC X(002).
       01 WS-MAX-BOOK-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-BOOK-COUNT PIC 9(005) VALUE 0.
       01 WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 5000 TIMES.
               10 WS-BOOK-VENDOR-ID PIC X(006).
               10 WS-BOOK-NAME PIC X(041).
               10 WS-BOOK-EFF-FROM PIC X(008).
               10 WS-BOOK-EFF-TO PIC X(008).
               10 WS-BOOK-UNIT-COST PIC 9(006)V99.
       01 WS-BOOK-EOF PIC X(001) VALUE "N".
           88 END-OF-BOOK-FILE VALUE "Y".
       01 WS-BOOK-IDX PIC 9(005).
       01 WS-BOOK-LOADED PIC X(001) VALUE "N".
           88 COST-BOOK-LOADED VALUE "Y".
       01 WS-CONTRACT-MATCH PIC X(001).
           88 CONTRACT-FOUND VALUE "Y".
       01 WS-RECV-VENDOR-ID PIC X(006).
       01 WS-CONTRACT-DATE PIC X(008).
       01 WS-CONTRACT-COST PIC 9(006)V99.
       01 WS-BILLED-COST PIC 9(006)V99.
       01 WS-COST-OVER PIC 9(006)V99.
       01 WS-CONTRACT-ED PIC Z(5)9.99.
       01 WS-COST-OVER-ED PIC Z(5)9.99.
       01 WS-COST-SOURCE PIC X(011).
       01 WS-CONTRACT-PRICED-COUNT PIC 9(005) VALUE 0.
       01 WS-ABOVE-CONTRACT-COUNT PIC 9(005) VALUE 0.
       01 WS-CONTRACT-PRICED-ED PIC Z(4)9.
       01 WS-ABOVE-CONTRACT-ED PIC Z(4)9.

      * Case packs by vendor and item (see PACK-MASTER-FILE above),
      * and the working fields for turning one delivery line into
      * units.
       01 WS-PACK-STATUS PIC X(002).
       01 WS-MAX-PACK-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-PACK-COUNT PIC 9(005) VALUE 0.
       01 WS-PACK-TABLE.
           05 WS-PACK-ENTRY OCCURS 5000 TIMES.
               10 WS-PACK-VENDOR-ID PIC X(006).
               10 WS-PACK-NAME PIC X(041).
               10 WS-PACK-CASE-UNITS PIC 9(005).
               10 WS-PACK-INNER-UNITS PIC 9(005).
       01 WS-PACK-EOF PIC X(001) VALUE "N".
           88 END-OF-PACK-FILE VALUE "Y".
       01 WS-PACK-IDX PIC 9(005).
       01 WS-PACK-MATCH PIC X(001).
           88 PACK-FOUND VALUE "Y".
       01 WS-PACK-UNITS PIC 9(005).
       01 WS-PACK-CONVERTED-QTY PIC 9(010).
       01 WS-PACK-WHOLE PIC 9(005).
       01 WS-PACK-REMAINDER PIC 9(005).
       01 WS-PACK-REJECT-TEXT PIC X(040).
       01 WS-PACK-UOM-TEXT PIC X(006).
       01 WS-PACK-UNITS-ED PIC Z(4)9.
       01 WS-PACK-CONVERTED-ED PIC Z(4)9.
       01 WS-ROW-ON-MASTER PIC X(001).
           88 ROW-IS-ON-MASTER VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-SKU-XREF
           PERFORM LOAD-OPEN-PO-LINES
           PERFORM LOAD-ITEM-COSTS
           PERFORM LOAD-COST-BOOK
           PERFORM LOAD-PACK-MASTER
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM LOAD-DELIVERY-ALLOWANCES
           PERFORM LOAD-BUSINESS-DATE
           PERFORM WRITE-REGISTER-HEADER
           PERFORM LOAD-ASN-STAGE
           PERFORM VERIFY-BATCH-CONTROLS
           PERFORM WRITE-BATCH-CONTROL-LINES
           IF BATCH-HAS-FAILED
           END-IF
           PERFORM REWRITE-OPEN-PO-FILE
           PERFORM REWRITE-ITEM-COSTS
           PERFORM REWRITE-ASN-STAGE
           PERFORM WRITE-REGISTER-TRAILER
           PERFORM WRITE-ASN-EXCEPTIONS

           CLOSE ITEM-MASTER-FILE
           CLOSE RECEIVING-REGISTER-FILE
           APPLY-DELIVERIES SECTION.
             OPEN EXTEND ITEM-LOT-FILE
             OPEN EXTEND RECEIPT-HISTORY-FILE
             OPEN EXTEND RECEIVING-EXCEPTION-FILE
             OPEN INPUT DELIVERY-FILE
             MOVE "N" TO WS-DELIVERY-EOF
             PERFORM UNTIL END-OF-DELIVERIES
                 END-READ
             END-PERFORM
             CLOSE DELIVERY-FILE
             CLOSE RECEIVING-EXCEPTION-FILE
             CLOSE RECEIPT-HISTORY-FILE
             CLOSE ITEM-LOT-FILE
           EXIT.
             MOVE RECV-DATE TO RH-DATE
             MOVE RECV-STORE-ID TO RH-STORE-ID
             MOVE RECV-NAME TO RH-NAME
             MOVE WS-RECV-VENDOR-ID TO RH-VENDOR-ID
             MOVE RECV-QTY TO RH-QTY
             IF RECV-UNIT-COST IS NUMERIC
                 MOVE RECV-UNIT-COST TO WS-COST-IMAGE-X
                 PERFORM WRITE-BAD-STORE-LINE
                 EXIT SECTION
             END-IF
             PERFORM CHECK-PROTECTED-ITEM
             IF ITEM-IS-PROTECTED
                 ADD 1 TO WS-RECV-EXCEPT-COUNT
                 PERFORM WRITE-LEGENDARY-LINE
                 EXIT SECTION
             END-IF
             PERFORM CHECK-CATALOG-MATCH
             IF NOT CATALOG-MATCH-FOUND
                 ADD 1 TO WS-RECV-EXCEPT-COUNT
                 MOVE RECV-NAME TO NAME OF ITEM-MASTER-RECORD
                 READ ITEM-MASTER-FILE
                     INVALID KEY
                         MOVE "N" TO WS-ROW-ON-MASTER
                         MOVE SPACES TO WS-RECV-VENDOR-ID
                     NOT INVALID KEY
                         MOVE "Y" TO WS-ROW-ON-MASTER
                         MOVE VENDOR-ID OF ITEM-MASTER-RECORD
                             TO WS-RECV-VENDOR-ID
                 END-READ
                 PERFORM RESOLVE-RECV-VENDOR
                 PERFORM CONVERT-DELIVERY-PACKS
                 IF WS-PACK-REJECT-TEXT NOT = SPACES
                     ADD 1 TO WS-RECV-EXCEPT-COUNT
                     PERFORM WRITE-PACK-MISMATCH-LINE
                     EXIT SECTION
                 END-IF
                 IF ROW-IS-ON-MASTER
                     PERFORM POST-DELIVERY-TO-ITEM
                 ELSE
                     PERFORM CREATE-ITEM-FROM-DELIVERY
                 END-IF
             END-IF
           EXIT.

      * The supplying vendor is the master row's, falling back to the
      * vendor of the first open PO line for the store and item (a
      * SKU the master has not seen yet has no vendor of its own).
           RESOLVE-RECV-VENDOR SECTION.
             IF WS-RECV-VENDOR-ID = SPACES
                 PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                     UNTIL WS-PO-IDX > WS-PO-COUNT
                             OR WS-RECV-VENDOR-ID NOT = SPACES
                     IF WS-PO-STORE-ID(WS-PO-IDX) = RECV-STORE-ID
                         AND WS-PO-NAME(WS-PO-IDX) = RECV-NAME
                         AND WS-PO-LINE-STATUS(WS-PO-IDX) = "O"
                         MOVE WS-PO-VENDOR-ID(WS-PO-IDX)
                             TO WS-RECV-VENDOR-ID
                     END-IF
                 END-PERFORM
             END-IF
           EXIT.

      * A line keyed in cases or inner packs is turned into units off
      * the supplying vendor's pack row; a line keyed in units for a
      * packed item must come to whole inner packs (whole cases when
      * the vendor ships no inners). Either mismatch leaves
      * WS-PACK-REJECT-TEXT set and nothing is posted. A converted
      * line is rewritten as units, so should it bounce later it
      * requeues as units and is not converted twice.
           CONVERT-DELIVERY-PACKS SECTION.
             MOVE SPACES TO WS-PACK-REJECT-TEXT
             MOVE "N" TO WS-PACK-MATCH
             PERFORM VARYING WS-PACK-IDX FROM 1 BY 1
                 UNTIL WS-PACK-IDX > WS-PACK-COUNT
                         OR PACK-FOUND
                 IF WS-PACK-VENDOR-ID(WS-PACK-IDX) = WS-RECV-VENDOR-ID
                     AND WS-PACK-NAME(WS-PACK-IDX) = RECV-NAME
                     SET PACK-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF PACK-FOUND
                 SUBTRACT 1 FROM WS-PACK-IDX
             END-IF
             EVALUATE TRUE
                 WHEN RECV-IN-UNITS
                     IF NOT PACK-FOUND
                         EXIT SECTION
                     END-IF
                     IF WS-PACK-INNER-UNITS(WS-PACK-IDX) > 0
                         MOVE WS-PACK-INNER-UNITS(WS-PACK-IDX)
                             TO WS-PACK-UNITS
                     ELSE
                         MOVE WS-PACK-CASE-UNITS(WS-PACK-IDX)
                             TO WS-PACK-UNITS
                     END-IF
                     IF WS-PACK-UNITS = 0
                         EXIT SECTION
                     END-IF
                     DIVIDE RECV-QTY BY WS-PACK-UNITS
                         GIVING WS-PACK-WHOLE
                         REMAINDER WS-PACK-REMAINDER
                     IF WS-PACK-REMAINDER NOT = 0
                         MOVE WS-PACK-UNITS TO WS-PACK-UNITS-ED
                         STRING "UNITS NOT WHOLE PACKS OF "
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(WS-PACK-UNITS-ED)
                                 DELIMITED BY SIZE
                             INTO WS-PACK-REJECT-TEXT
                     END-IF
                     EXIT SECTION
                 WHEN RECV-IN-CASES
                     MOVE "CASES" TO WS-PACK-UOM-TEXT
                     IF PACK-FOUND
                         MOVE WS-PACK-CASE-UNITS(WS-PACK-IDX)
                             TO WS-PACK-UNITS
                     ELSE
                         MOVE 0 TO WS-PACK-UNITS
                     END-IF
                     IF WS-PACK-UNITS = 0
                         MOVE "KEYED IN CASES, NO CASE PACK DEFINED"
                             TO WS-PACK-REJECT-TEXT
                         EXIT SECTION
                     END-IF
                 WHEN RECV-IN-INNERS
                     MOVE "INNERS" TO WS-PACK-UOM-TEXT
                     IF PACK-FOUND
                         MOVE WS-PACK-INNER-UNITS(WS-PACK-IDX)
                             TO WS-PACK-UNITS
                     ELSE
                         MOVE 0 TO WS-PACK-UNITS
                     END-IF
                     IF WS-PACK-UNITS = 0
                         MOVE "KEYED IN INNERS, NO INNER PACK DEFINED"
                             TO WS-PACK-REJECT-TEXT
                         EXIT SECTION
                     END-IF
                 WHEN OTHER
                     MOVE "UNIT OF MEASURE NOT U, C OR I"
                         TO WS-PACK-REJECT-TEXT
                     EXIT SECTION
             END-EVALUATE
             COMPUTE WS-PACK-CONVERTED-QTY = RECV-QTY * WS-PACK-UNITS
             IF WS-PACK-CONVERTED-QTY > 99999
                 MOVE "CONVERTED UNITS EXCEED A DELIVERY LINE"
                     TO WS-PACK-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE RECV-QTY TO WS-RECV-QTY-ED
             MOVE WS-PACK-UNITS TO WS-PACK-UNITS-ED
             MOVE WS-PACK-CONVERTED-QTY TO RECV-QTY
             MOVE "U" TO RECV-QTY-UOM
             MOVE RECV-QTY TO WS-PACK-CONVERTED-ED
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
             STRING "PACK CONVERSION: " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECV-QTY-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-UOM-TEXT) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-UNITS-ED) DELIMITED BY SIZE
                 " = " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-CONVERTED-ED) DELIMITED BY SIZE
                 " UNITS" DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
           EXIT.

           WRITE-PACK-MISMATCH-LINE SECTION.
             MOVE "PACK" TO WS-REJECT-REASON-CODE
             PERFORM APPEND-COMMON-REJECT
             MOVE RECV-QTY TO WS-RECV-QTY-ED
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
             STRING "REJECTED - PACK MISMATCH, " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-REJECT-TEXT) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECV-QTY-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RECV-QTY-UOM DELIMITED BY SIZE
                 ", VENDOR REF " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-VENDOR-REF) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
           EXIT.

           LOAD-PACK-MASTER SECTION.
             MOVE 0 TO WS-PACK-COUNT
             OPEN INPUT PACK-MASTER-FILE
             IF WS-PACK-STATUS = "00"
                 MOVE "N" TO WS-PACK-EOF
                 PERFORM UNTIL END-OF-PACK-FILE
                     READ PACK-MASTER-FILE
                         AT END SET END-OF-PACK-FILE TO TRUE
                         NOT AT END
                           IF WS-PACK-COUNT < WS-MAX-PACK-CAPACITY
                               AND PACK-UNITS-PER-CASE IS NUMERIC
                               AND PACK-UNITS-PER-INNER IS NUMERIC
                               ADD 1 TO WS-PACK-COUNT
                               MOVE PACK-VENDOR-ID TO
                                   WS-PACK-VENDOR-ID(WS-PACK-COUNT)
                               MOVE PACK-NAME TO
                                   WS-PACK-NAME(WS-PACK-COUNT)
                               MOVE PACK-UNITS-PER-CASE TO
                                   WS-PACK-CASE-UNITS(WS-PACK-COUNT)
                               MOVE PACK-UNITS-PER-INNER TO
                                   WS-PACK-INNER-UNITS(WS-PACK-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PACK-MASTER-FILE
             END-IF
           EXIT.

             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                 TO WS-OLD-ON-HAND-ED
             ADD RECV-QTY TO ON-HAND-QTY OF ITEM-MASTER-RECORD
             IF BACKROOM-QTY OF ITEM-MASTER-RECORD IS NOT NUMERIC
                 MOVE 0 TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             END-IF
             ADD RECV-QTY TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                 TO WS-NEW-ON-HAND-ED
             IF ON-HAND-QTY OF ITEM-MASTER-RECORD > 0
             WRITE RECEIVING-REGISTER-RECORD
             PERFORM APPEND-RECEIPT-HISTORY
             PERFORM MATCH-DELIVERY-TO-PO
             PERFORM MATCH-DELIVERY-TO-ASN
           EXIT.

      * A delivery for a catalogued item the master has no row for yet
      * opens the SKU at this store: the received units become the
      * opening on-hand, all of it in the backroom, and the
      * merchandising fields (sell-in, quality, category, price) start
      * at their empty defaults until ItemMaint dresses the row.
           CREATE-ITEM-FROM-DELIVERY SECTION.
             IF RECV-SELL-IN IS NUMERIC
                 MOVE RECV-SELL-IN TO WS-LOT-SELL-IN
             MOVE SPACES TO VENDOR-ID OF ITEM-MASTER-RECORD
             MOVE 0 TO DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
             MOVE "A" TO ITEM-STATUS OF ITEM-MASTER-RECORD
             MOVE RECV-QTY TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             WRITE ITEM-MASTER-RECORD
             END-WRITE
             MOVE "W" TO WS-MJ-ACTION
             WRITE RECEIVING-REGISTER-RECORD
             PERFORM APPEND-RECEIPT-HISTORY
             PERFORM MATCH-DELIVERY-TO-PO
             PERFORM MATCH-DELIVERY-TO-ASN
           EXIT.


             WRITE RECEIVING-REGISTER-RECORD
           EXIT.

      * A legendary unit arrives with a serial of its own and is
      * taken into custody by LegendMove, which moves the on-hand.
           WRITE-LEGENDARY-LINE SECTION.
             MOVE "LGND" TO WS-REJECT-REASON-CODE
             PERFORM APPEND-COMMON-REJECT
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
             STRING "REJECTED - LEGENDARY ITEM, TAKE INTO CUSTODY"
                 " BY SERIAL: " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-NAME) DELIMITED BY SIZE
                 " STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
           EXIT.

           LOAD-ITEM-COSTS SECTION.
             MOVE 0 TO WS-COST-COUNT
             OPEN INPUT ITEM-COST-FILE
      * A costed delivery moves the item's held cost: the invoiced
      * cost becomes the last cost, and the average re-weights by the
      * units received, so finance stops re-keying invoices into a
      * spreadsheet to approximate it. Where the cost book holds a
      * contract for the receipt, the contract cost is what is held,
      * whatever was keyed; a bill above it is flagged on the
      * register for the cost-variance report to value.
           CAPTURE-DELIVERY-COST SECTION.
             PERFORM RESOLVE-CONTRACT-COST
             IF CONTRACT-FOUND
                 ADD 1 TO WS-CONTRACT-PRICED-COUNT
                 IF RECV-UNIT-COST IS NUMERIC
                     MOVE RECV-UNIT-COST TO WS-COST-IMAGE-X
                     MOVE WS-COST-IMAGE TO WS-BILLED-COST
                     IF WS-BILLED-COST > WS-CONTRACT-COST
                         PERFORM WRITE-ABOVE-CONTRACT-LINE
                     END-IF
                 END-IF
             END-IF
             IF RECV-UNIT-COST IS NOT NUMERIC
                 AND NOT CONTRACT-FOUND
                 CONTINUE
             ELSE
                 IF CONTRACT-FOUND
                     MOVE WS-CONTRACT-COST TO WS-RECV-COST
                     MOVE " (CONTRACT)" TO WS-COST-SOURCE
                 ELSE
                     MOVE RECV-UNIT-COST TO WS-COST-IMAGE-X
                     MOVE WS-COST-IMAGE TO WS-RECV-COST
                     MOVE SPACES TO WS-COST-SOURCE
                 END-IF
                 MOVE "N" TO WS-COST-MATCH
                 PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                     UNTIL WS-COST-IDX > WS-COST-COUNT
                     FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                     ", UNIT COST " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                     WS-COST-SOURCE DELIMITED BY SIZE
                     INTO RECEIVING-REGISTER-RECORD
                 WRITE RECEIVING-REGISTER-RECORD
             END-IF
           EXIT.

      * The contract for the supplying vendor (see RESOLVE-RECV-VENDOR)
      * is the one whose period spans the delivery date (the business
      * date when the delivery carries none).
           RESOLVE-CONTRACT-COST SECTION.
             MOVE "N" TO WS-CONTRACT-MATCH
             IF NOT COST-BOOK-LOADED
                 OR WS-RECV-VENDOR-ID = SPACES
                 EXIT SECTION
             END-IF
             IF RECV-DATE IS NUMERIC
                 MOVE RECV-DATE TO WS-CONTRACT-DATE
             ELSE
                 MOVE WS-BUSINESS-DATE TO WS-CONTRACT-DATE
             END-IF
             PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                 UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                         OR CONTRACT-FOUND
                 IF WS-BOOK-VENDOR-ID(WS-BOOK-IDX) = WS-RECV-VENDOR-ID
                     AND WS-BOOK-NAME(WS-BOOK-IDX) = RECV-NAME
                     AND WS-BOOK-EFF-FROM(WS-BOOK-IDX)
                         <= WS-CONTRACT-DATE
                     AND WS-BOOK-EFF-TO(WS-BOOK-IDX)
                         >= WS-CONTRACT-DATE
                     SET CONTRACT-FOUND TO TRUE
                     MOVE WS-BOOK-UNIT-COST(WS-BOOK-IDX)
                         TO WS-CONTRACT-COST
                 END-IF
             END-PERFORM
           EXIT.

           WRITE-ABOVE-CONTRACT-LINE SECTION.
             ADD 1 TO WS-ABOVE-CONTRACT-COUNT
             SUBTRACT WS-CONTRACT-COST FROM WS-BILLED-COST
                 GIVING WS-COST-OVER
             MOVE WS-BILLED-COST TO WS-COST-ED
             MOVE WS-CONTRACT-COST TO WS-CONTRACT-ED
             MOVE WS-COST-OVER TO WS-COST-OVER-ED
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
             STRING "ABOVE CONTRACT: " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                 ", VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECV-VENDOR-ID) DELIMITED BY SIZE
                 " - BILLED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 ", CONTRACT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CONTRACT-ED) DELIMITED BY SIZE
                 ", OVER " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-OVER-ED) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
           EXIT.

           LOAD-COST-BOOK SECTION.
             MOVE 0 TO WS-BOOK-COUNT
             OPEN INPUT COST-BOOK-FILE
             IF WS-BOOK-STATUS = "00"
                 SET COST-BOOK-LOADED TO TRUE
                 MOVE "N" TO WS-BOOK-EOF
                 PERFORM UNTIL END-OF-BOOK-FILE
                     READ COST-BOOK-FILE
                         AT END SET END-OF-BOOK-FILE TO TRUE
                         NOT AT END
                           IF WS-BOOK-COUNT < WS-MAX-BOOK-CAPACITY
                               ADD 1 TO WS-BOOK-COUNT
                               MOVE CB-VENDOR-ID TO
                                   WS-BOOK-VENDOR-ID(WS-BOOK-COUNT)
                               MOVE CB-NAME TO
                                   WS-BOOK-NAME(WS-BOOK-COUNT)
                               MOVE CB-EFF-FROM TO
                                   WS-BOOK-EFF-FROM(WS-BOOK-COUNT)
                               MOVE CB-EFF-TO TO
                                   WS-BOOK-EFF-TO(WS-BOOK-COUNT)
                               MOVE CB-UNIT-COST TO
                                   WS-BOOK-UNIT-COST(WS-BOOK-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE COST-BOOK-FILE
             END-IF
           EXIT.

           REWRITE-ITEM-COSTS SECTION.
             OPEN OUTPUT ITEM-COST-FILE
             PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                     FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                     INTO RECEIVING-REGISTER-RECORD
                 WRITE RECEIVING-REGISTER-RECORD
                 MOVE "SHRT" TO WS-RXCP-TYPE
                 MOVE WS-PO-VENDOR-ID(WS-PO-IDX) TO WS-RXCP-VENDOR-ID
                 MOVE WS-PO-NUMBER(WS-PO-IDX) TO WS-RXCP-PO-NUMBER
                 MOVE WS-PO-REMAINING-QTY TO WS-RXCP-QTY
                 PERFORM APPEND-RECEIVING-EXCEPTION
             END-IF
             PERFORM CHECK-PO-LINE-LATE
           EXIT.

      * A PO line is late when the delivery against it comes more
      * days after PO-ORDER-DATE than the vendor's allowance. The
      * days past the allowance go on the exception ledger, where
      * Chargeback bills them at the vendor's per-day rate.
           CHECK-PO-LINE-LATE SECTION.
             IF WS-PO-ORDER-DATE(WS-PO-IDX) IS NOT NUMERIC
                 EXIT SECTION
             END-IF
             PERFORM FIND-DELIVERY-ALLOWANCE
             IF NOT ALLOWANCE-FOUND
                 EXIT SECTION
             END-IF
             PERFORM RESOLVE-DELIVERY-DATE
             COMPUTE WS-DAYS-SINCE-ORDER =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-DELIVERY-DATE))
                 - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-PO-ORDER-DATE(WS-PO-IDX)))
             IF WS-DAYS-SINCE-ORDER <= WS-GRACE-DAYS
                 EXIT SECTION
             END-IF
             COMPUTE WS-DAYS-LATE = WS-DAYS-SINCE-ORDER - WS-GRACE-DAYS
             MOVE WS-DAYS-LATE TO WS-DAYS-LATE-ED
             MOVE WS-GRACE-DAYS TO WS-GRACE-DAYS-ED
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
             STRING "LATE DELIVERY - PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DAYS-LATE-ED) DELIMITED BY SIZE
                 " DAY(S) PAST THE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRACE-DAYS-ED) DELIMITED BY SIZE
                 " ALLOWED: " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
             MOVE "LATE" TO WS-RXCP-TYPE
             MOVE WS-PO-VENDOR-ID(WS-PO-IDX) TO WS-RXCP-VENDOR-ID
             MOVE WS-PO-NUMBER(WS-PO-IDX) TO WS-RXCP-PO-NUMBER
             MOVE WS-DAYS-LATE TO WS-RXCP-QTY
             PERFORM APPEND-RECEIVING-EXCEPTION
           EXIT.

      * The vendor's own LATE allowance, else the one for every
      * vendor.
           FIND-DELIVERY-ALLOWANCE SECTION.
             MOVE "N" TO WS-ALLOWANCE-MATCH
             PERFORM VARYING WS-ALLOWANCE-IDX FROM 1 BY 1
                 UNTIL WS-ALLOWANCE-IDX > WS-ALLOWANCE-COUNT
                         OR ALLOWANCE-FOUND
                 IF WS-ALLOW-VENDOR-ID(WS-ALLOWANCE-IDX)
                     = WS-PO-VENDOR-ID(WS-PO-IDX)
                     SET ALLOWANCE-FOUND TO TRUE
                     MOVE WS-ALLOW-GRACE-DAYS(WS-ALLOWANCE-IDX)
                         TO WS-GRACE-DAYS
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-ALLOWANCE-IDX FROM 1 BY 1
                 UNTIL WS-ALLOWANCE-IDX > WS-ALLOWANCE-COUNT
                         OR ALLOWANCE-FOUND
                 IF WS-ALLOW-VENDOR-ID(WS-ALLOWANCE-IDX) = "*"
                     SET ALLOWANCE-FOUND TO TRUE
                     MOVE WS-ALLOW-GRACE-DAYS(WS-ALLOWANCE-IDX)
                         TO WS-GRACE-DAYS
                 END-IF
             END-PERFORM
           EXIT.

      * The delivery note's date, or the business date when the
      * line carries none.
           RESOLVE-DELIVERY-DATE SECTION.
             IF RECV-DATE IS NUMERIC
                 MOVE RECV-DATE TO WS-DELIVERY-DATE
             ELSE
                 MOVE WS-BUSINESS-DATE TO WS-DELIVERY-DATE
             END-IF
           EXIT.

      * One pending line on the exception ledger, the units priced at
      * the cost the receipt was taken in at - the contract cost when
      * the cost book covered it, else the keyed cost.
           APPEND-RECEIVING-EXCEPTION SECTION.
             PERFORM RESOLVE-DELIVERY-DATE
             MOVE WS-DELIVERY-DATE TO RX-DATE
             MOVE RECV-STORE-ID TO RX-STORE-ID
             MOVE RECV-NAME TO RX-NAME
             MOVE WS-RXCP-VENDOR-ID TO RX-VENDOR-ID
             MOVE WS-RXCP-PO-NUMBER TO RX-PO-NUMBER
             MOVE WS-RXCP-TYPE TO RX-TYPE
             MOVE WS-RXCP-QTY TO RX-QTY
             IF CONTRACT-FOUND
                 MOVE WS-CONTRACT-COST TO RX-UNIT-COST
             ELSE
                 IF RECV-UNIT-COST IS NUMERIC
                     MOVE RECV-UNIT-COST TO WS-COST-IMAGE-X
                     MOVE WS-COST-IMAGE TO RX-UNIT-COST
                 ELSE
                     MOVE 0 TO RX-UNIT-COST
                 END-IF
             END-IF
             MOVE RECV-VENDOR-REF TO RX-VENDOR-REF
             MOVE "P" TO RX-STATUS
             MOVE 0 TO RX-CLAIM-NUMBER
             WRITE RECEIVING-EXCEPTION-RECORD
             ADD 1 TO WS-RXCP-LOGGED-COUNT
           EXIT.

           WRITE-NEVER-ORDERED-LINE SECTION.
             MOVE RECV-QTY TO WS-PO-QTY-ED
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
                 FUNCTION TRIM(RECV-VENDOR-REF) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
             MOVE "UNOR" TO WS-RXCP-TYPE
             MOVE WS-RECV-VENDOR-ID TO WS-RXCP-VENDOR-ID
             MOVE 0 TO WS-RXCP-PO-NUMBER
             MOVE RECV-QTY TO WS-RXCP-QTY
             PERFORM APPEND-RECEIVING-EXCEPTION
           EXIT.

           WRITE-OVER-SHIPMENT-LINE SECTION.
                 FUNCTION TRIM(RECV-VENDOR-REF) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
             MOVE "OVER" TO WS-RXCP-TYPE
             MOVE WS-RECV-VENDOR-ID TO WS-RXCP-VENDOR-ID
             MOVE 0 TO WS-RXCP-PO-NUMBER
             MOVE WS-PO-UNMATCHED-QTY TO WS-RXCP-QTY
             PERFORM APPEND-RECEIVING-EXCEPTION
           EXIT.

      * Finds the open ship notice for the delivery's store and
      * item - the one due earliest when the vendor has several
      * trucks notified - and sets ordered, notified and received
      * side by side on the register. The notice is closed by the
      * delivery whatever arrived: a short truck is a short truck.
           MATCH-DELIVERY-TO-ASN SECTION.
             IF NOT ASN-STAGE-LOADED
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-ASN-MATCH-IDX
             PERFORM VARYING WS-ASN-IDX FROM 1 BY 1
                 UNTIL WS-ASN-IDX > WS-ASN-COUNT
                 IF WS-ASN-LINE-STATUS(WS-ASN-IDX) = "O"
                     AND WS-ASN-STORE-ID(WS-ASN-IDX) = RECV-STORE-ID
                     AND WS-ASN-NAME(WS-ASN-IDX) = RECV-NAME
                     IF WS-ASN-MATCH-IDX = 0
                         MOVE WS-ASN-IDX TO WS-ASN-MATCH-IDX
                     ELSE
                         IF WS-ASN-EXPECTED-DATE(WS-ASN-IDX)
                             < WS-ASN-EXPECTED-DATE(WS-ASN-MATCH-IDX)
                             MOVE WS-ASN-IDX TO WS-ASN-MATCH-IDX
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
             IF WS-ASN-MATCH-IDX = 0
                 ADD 1 TO WS-ASN-UNNOTIFIED-COUNT
                 PERFORM WRITE-NO-ASN-LINE
                 EXIT SECTION
             END-IF
             MOVE WS-ASN-MATCH-IDX TO WS-ASN-IDX
             ADD 1 TO WS-ASN-MATCHED-COUNT
             MOVE "R" TO WS-ASN-LINE-STATUS(WS-ASN-IDX)
             MOVE RECV-QTY TO WS-ASN-RECEIVED-QTY(WS-ASN-IDX)
             IF RECV-DATE = SPACES
                 MOVE WS-BUSINESS-DATE
                     TO WS-ASN-RECEIVED-DATE(WS-ASN-IDX)
             ELSE
                 MOVE RECV-DATE TO WS-ASN-RECEIVED-DATE(WS-ASN-IDX)
             END-IF
             MOVE 0 TO WS-ASN-ORDERED-QTY
             PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
                 IF WS-PO-NUMBER(WS-PO-IDX)
                     = WS-ASN-PO-NUMBER(WS-ASN-IDX)
                     AND WS-PO-STORE-ID(WS-PO-IDX) = RECV-STORE-ID
                     AND WS-PO-NAME(WS-PO-IDX) = RECV-NAME
                     MOVE WS-PO-ORDER-QTY(WS-PO-IDX)
                         TO WS-ASN-ORDERED-QTY
                 END-IF
             END-PERFORM
             PERFORM WRITE-ASN-MATCH-LINE
           EXIT.

           WRITE-ASN-MATCH-LINE SECTION.
             MOVE SPACES TO WS-ASN-DIFF-NOTE
             EVALUATE TRUE
                 WHEN RECV-QTY = WS-ASN-NOTIFIED-QTY(WS-ASN-IDX)
                     MOVE " - RECEIVED AS NOTIFIED"
                         TO WS-ASN-DIFF-NOTE
                 WHEN RECV-QTY < WS-ASN-NOTIFIED-QTY(WS-ASN-IDX)
                     COMPUTE WS-ASN-DIFF-QTY
                         = WS-ASN-NOTIFIED-QTY(WS-ASN-IDX) - RECV-QTY
                     MOVE WS-ASN-DIFF-QTY TO WS-ASN-DIFF-ED
                     STRING " - SHORT OF NOTICE BY "
                             DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ASN-DIFF-ED)
                             DELIMITED BY SIZE
                         INTO WS-ASN-DIFF-NOTE
                 WHEN OTHER
                     COMPUTE WS-ASN-DIFF-QTY
                         = RECV-QTY - WS-ASN-NOTIFIED-QTY(WS-ASN-IDX)
                     MOVE WS-ASN-DIFF-QTY TO WS-ASN-DIFF-ED
                     STRING " - OVER NOTICE BY " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ASN-DIFF-ED)
                             DELIMITED BY SIZE
                         INTO WS-ASN-DIFF-NOTE
             END-EVALUATE
             MOVE WS-ASN-PO-NUMBER(WS-ASN-IDX) TO WS-PO-NUMBER-ED
             MOVE WS-ASN-ORDERED-QTY TO WS-ASN-ORDERED-ED
             MOVE WS-ASN-NOTIFIED-QTY(WS-ASN-IDX)
                 TO WS-ASN-NOTIFIED-ED
             MOVE RECV-QTY TO WS-RECV-QTY-ED
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
             STRING "ASN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-REF(WS-ASN-IDX))
                     DELIMITED BY SIZE
                 ", PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                 " - ORDERED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-ORDERED-ED) DELIMITED BY SIZE
                 ", NOTIFIED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-NOTIFIED-ED) DELIMITED BY SIZE
                 ", RECEIVED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECV-QTY-ED) DELIMITED BY SIZE
                 WS-ASN-DIFF-NOTE DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
           EXIT.

           WRITE-NO-ASN-LINE SECTION.
             MOVE RECV-QTY TO WS-RECV-QTY-ED
             MOVE SPACES TO RECEIVING-REGISTER-RECORD
             STRING "NO ASN - DELIVERY ARRIVED UNNOTIFIED: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-STORE-ID) DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECV-QTY-ED) DELIMITED BY SIZE
                 ", VENDOR REF " DELIMITED BY SIZE
                 FUNCTION TRIM(RECV-VENDOR-REF) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
           EXIT.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF RECV-NAME
                     = WS-PROTECTED-ENTRY(WS-PROTECTED-IDX)
                     SET ITEM-IS-PROTECTED TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           LOAD-PROTECTED-ITEMS SECTION.
             MOVE 0 TO WS-PROTECTED-COUNT
             OPEN INPUT PROTECTED-FILE
             IF WS-PROTECTED-STATUS = "00"
                 MOVE "N" TO WS-PROTECTED-EOF
                 PERFORM UNTIL END-OF-PROTECTED
                     READ PROTECTED-FILE
                         AT END SET END-OF-PROTECTED TO TRUE
                         NOT AT END
                           IF WS-PROTECTED-COUNT
                               < WS-MAX-PROTECTED-CAPACITY
                               ADD 1 TO WS-PROTECTED-COUNT
                               MOVE PROTECTED-RECORD TO
                                 WS-PROTECTED-ENTRY(WS-PROTECTED-COUNT)
                           ELSE
                               SET END-OF-PROTECTED TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PROTECTED-FILE
             END-IF
           EXIT.

           LOAD-DELIVERY-ALLOWANCES SECTION.
             MOVE 0 TO WS-ALLOWANCE-COUNT
             OPEN INPUT PENALTY-SCHEDULE-FILE
             IF WS-PENALTY-STATUS = "00"
                 MOVE "N" TO WS-ALLOWANCE-EOF
                 PERFORM UNTIL END-OF-ALLOWANCES
                     READ PENALTY-SCHEDULE-FILE
                         AT END SET END-OF-ALLOWANCES TO TRUE
                         NOT AT END
                           IF CBP-TYPE = "LATE"
                               AND CBP-GRACE-DAYS IS NUMERIC
                               IF WS-ALLOWANCE-COUNT
                                   < WS-MAX-ALLOWANCE-CAPACITY
                                   ADD 1 TO WS-ALLOWANCE-COUNT
                                   MOVE CBP-VENDOR-ID TO
                                     WS-ALLOW-VENDOR-ID
                                         (WS-ALLOWANCE-COUNT)
                                   MOVE CBP-GRACE-DAYS TO
                                     WS-ALLOW-GRACE-DAYS
                                         (WS-ALLOWANCE-COUNT)
                               ELSE
                                   SET END-OF-ALLOWANCES TO TRUE
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PENALTY-SCHEDULE-FILE
             END-IF
           EXIT.

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
             COMPUTE WS-BUSINESS-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE))
           EXIT.

           LOAD-ASN-STAGE SECTION.
             MOVE 0 TO WS-ASN-COUNT
             MOVE "N" TO WS-ASN-EOF
             OPEN INPUT ASN-STAGE-FILE
             IF WS-ASN-STATUS = "00"
                 SET ASN-STAGE-LOADED TO TRUE
                 PERFORM UNTIL END-OF-ASN-FILE
                     READ ASN-STAGE-FILE
                         AT END SET END-OF-ASN-FILE TO TRUE
                         NOT AT END
                           IF WS-ASN-COUNT >= WS-MAX-ASN-CAPACITY
                               SET ASN-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-ASN-FILE TO TRUE
                           ELSE
                               ADD 1 TO WS-ASN-COUNT
                               PERFORM TAKE-ONE-ASN-ROW
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ASN-STAGE-FILE
             END-IF
             IF ASN-CAPACITY-EXCEEDED
                 MOVE "N" TO WS-ASN-LOADED
                 MOVE SPACES TO RECEIVING-REGISTER-RECORD
                 STRING "EXCEPTION: STAGED SHIP NOTICE COUNT EXCEEDS"
                     " TABLE CAPACITY - DELIVERIES NOT MATCHED TO"
                     " NOTICES" DELIMITED BY SIZE
                     INTO RECEIVING-REGISTER-RECORD
                 WRITE RECEIVING-REGISTER-RECORD
             END-IF
           EXIT.

           TAKE-ONE-ASN-ROW SECTION.
             MOVE ASNS-ASN-REF TO WS-ASN-REF(WS-ASN-COUNT)
             MOVE ASNS-VENDOR-ID TO WS-ASN-VENDOR-ID(WS-ASN-COUNT)
             MOVE ASNS-PO-NUMBER TO WS-ASN-PO-NUMBER(WS-ASN-COUNT)
             MOVE ASNS-STORE-ID TO WS-ASN-STORE-ID(WS-ASN-COUNT)
             MOVE ASNS-NAME TO WS-ASN-NAME(WS-ASN-COUNT)
             MOVE ASNS-NOTIFIED-QTY
                 TO WS-ASN-NOTIFIED-QTY(WS-ASN-COUNT)
             MOVE ASNS-SHIP-DATE TO WS-ASN-SHIP-DATE(WS-ASN-COUNT)
             MOVE ASNS-EXPECTED-DATE
                 TO WS-ASN-EXPECTED-DATE(WS-ASN-COUNT)
             MOVE ASNS-RECEIVED-QTY
                 TO WS-ASN-RECEIVED-QTY(WS-ASN-COUNT)
             MOVE ASNS-STATUS TO WS-ASN-LINE-STATUS(WS-ASN-COUNT)
             MOVE ASNS-RECEIVED-DATE
                 TO WS-ASN-RECEIVED-DATE(WS-ASN-COUNT)
           EXIT.

           REWRITE-ASN-STAGE SECTION.
             IF NOT ASN-STAGE-LOADED
                 EXIT SECTION
             END-IF
             OPEN OUTPUT ASN-STAGE-FILE
             PERFORM VARYING WS-ASN-IDX FROM 1 BY 1
                 UNTIL WS-ASN-IDX > WS-ASN-COUNT
                 MOVE WS-ASN-REF(WS-ASN-IDX) TO ASNS-ASN-REF
                 MOVE WS-ASN-VENDOR-ID(WS-ASN-IDX) TO ASNS-VENDOR-ID
                 MOVE WS-ASN-PO-NUMBER(WS-ASN-IDX) TO ASNS-PO-NUMBER
                 MOVE WS-ASN-STORE-ID(WS-ASN-IDX) TO ASNS-STORE-ID
                 MOVE WS-ASN-NAME(WS-ASN-IDX) TO ASNS-NAME
                 MOVE WS-ASN-NOTIFIED-QTY(WS-ASN-IDX)
                     TO ASNS-NOTIFIED-QTY
                 MOVE WS-ASN-SHIP-DATE(WS-ASN-IDX) TO ASNS-SHIP-DATE
                 MOVE WS-ASN-EXPECTED-DATE(WS-ASN-IDX)
                     TO ASNS-EXPECTED-DATE
                 MOVE WS-ASN-RECEIVED-QTY(WS-ASN-IDX)
                     TO ASNS-RECEIVED-QTY
                 MOVE WS-ASN-LINE-STATUS(WS-ASN-IDX) TO ASNS-STATUS
                 MOVE WS-ASN-RECEIVED-DATE(WS-ASN-IDX)
                     TO ASNS-RECEIVED-DATE
                 WRITE ASN-STAGE-RECORD
             END-PERFORM
             CLOSE ASN-STAGE-FILE
           EXIT.

      * Every notice still open once tonight's deliveries have
      * posted and already past its due date is a truck that never
      * came; it stays on this report, a day older each night,
      * until the delivery turns up or the vendor is chased.
           WRITE-ASN-EXCEPTIONS SECTION.
             OPEN OUTPUT ASN-EXCEPTION-FILE
             MOVE SPACES TO ASN-EXCEPTION-RECORD
             STRING "ASN EXCEPTIONS - NOTIFIED DELIVERIES NOT ARRIVED"
                 " AS OF " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO ASN-EXCEPTION-RECORD
             WRITE ASN-EXCEPTION-RECORD
             IF ASN-STAGE-LOADED
                 PERFORM VARYING WS-ASN-IDX FROM 1 BY 1
                     UNTIL WS-ASN-IDX > WS-ASN-COUNT
                     IF WS-ASN-LINE-STATUS(WS-ASN-IDX) = "O"
                         AND WS-ASN-EXPECTED-DATE(WS-ASN-IDX)
                             IS NUMERIC
                         AND WS-ASN-EXPECTED-DATE(WS-ASN-IDX)
                             < WS-BUSINESS-DATE
                         PERFORM WRITE-ONE-OVERDUE-ASN
                     END-IF
                 END-PERFORM
             END-IF
             MOVE WS-ASN-OVERDUE-COUNT TO WS-ASN-COUNT-ED
             MOVE SPACES TO ASN-EXCEPTION-RECORD
             STRING "NOTICES OVERDUE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-COUNT-ED) DELIMITED BY SIZE
                 INTO ASN-EXCEPTION-RECORD
             WRITE ASN-EXCEPTION-RECORD
             CLOSE ASN-EXCEPTION-FILE
           EXIT.

           WRITE-ONE-OVERDUE-ASN SECTION.
             ADD 1 TO WS-ASN-OVERDUE-COUNT
             COMPUTE WS-EXPECTED-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-ASN-EXPECTED-DATE(WS-ASN-IDX)))
             COMPUTE WS-ASN-DAYS-LATE
                 = WS-BUSINESS-INT - WS-EXPECTED-INT
             MOVE WS-ASN-DAYS-LATE TO WS-ASN-DAYS-ED
             MOVE WS-ASN-PO-NUMBER(WS-ASN-IDX) TO WS-PO-NUMBER-ED
             MOVE WS-ASN-NOTIFIED-QTY(WS-ASN-IDX)
                 TO WS-ASN-NOTIFIED-ED
             MOVE SPACES TO ASN-EXCEPTION-RECORD
             STRING "NOT ARRIVED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-DAYS-ED) DELIMITED BY SIZE
                 " DAYS PAST DUE: ASN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-REF(WS-ASN-IDX))
                     DELIMITED BY SIZE
                 ", VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-VENDOR-ID(WS-ASN-IDX))
                     DELIMITED BY SIZE
                 ", PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-NAME(WS-ASN-IDX))
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-STORE-ID(WS-ASN-IDX))
                     DELIMITED BY SIZE
                 ", NOTIFIED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ASN-NOTIFIED-ED) DELIMITED BY SIZE
                 ", DUE " DELIMITED BY SIZE
                 WS-ASN-EXPECTED-DATE(WS-ASN-IDX) DELIMITED BY SIZE
                 INTO ASN-EXCEPTION-RECORD
             WRITE ASN-EXCEPTION-RECORD
           EXIT.

      * PurchOrder appends in PO-number order, so the loaded table is
                 FUNCTION TRIM(WS-RECV-EXCEPT-ED) DELIMITED BY SIZE
                 INTO RECEIVING-REGISTER-RECORD
             WRITE RECEIVING-REGISTER-RECORD
             IF WS-RXCP-LOGGED-COUNT > 0
                 MOVE WS-RXCP-LOGGED-COUNT TO WS-RXCP-LOGGED-ED
                 MOVE SPACES TO RECEIVING-REGISTER-RECORD
                 STRING "RECEIVING EXCEPTIONS LOGGED FOR CHARGEBACK: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RXCP-LOGGED-ED)
                         DELIMITED BY SIZE
                     INTO RECEIVING-REGISTER-RECORD
                 WRITE RECEIVING-REGISTER-RECORD
             END-IF
             IF ASN-STAGE-LOADED
                 MOVE WS-ASN-MATCHED-COUNT TO WS-ASN-COUNT-ED
                 MOVE WS-ASN-UNNOTIFIED-COUNT TO WS-ASN-UNNOTIFIED-ED
                 MOVE SPACES TO RECEIVING-REGISTER-RECORD
                 STRING "SHIP NOTICES - DELIVERIES MATCHED TO A"
                     " NOTICE: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ASN-COUNT-ED) DELIMITED BY SIZE
                     ", ARRIVED UNNOTIFIED: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ASN-UNNOTIFIED-ED)
                         DELIMITED BY SIZE
                     INTO RECEIVING-REGISTER-RECORD
                 WRITE RECEIVING-REGISTER-RECORD
             END-IF
             IF COST-BOOK-LOADED
                 MOVE WS-CONTRACT-PRICED-COUNT TO WS-CONTRACT-PRICED-ED
                 MOVE WS-ABOVE-CONTRACT-COUNT TO WS-ABOVE-CONTRACT-ED
                 MOVE SPACES TO RECEIVING-REGISTER-RECORD
                 STRING "CONTRACT COSTS - RECEIPTS PRICED FROM THE COST"
                     " BOOK: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CONTRACT-PRICED-ED)
                         DELIMITED BY SIZE
                     ", BILLED ABOVE CONTRACT: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ABOVE-CONTRACT-ED)
                         DELIMITED BY SIZE
                     INTO RECEIVING-REGISTER-RECORD
                 WRITE RECEIVING-REGISTER-RECORD
             END-IF
           EXIT.

       END PROGRAM GOODS-RECEIVE.
