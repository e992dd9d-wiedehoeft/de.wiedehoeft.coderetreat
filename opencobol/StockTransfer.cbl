      *          (creating the row from the source row's merchandising
      *          fields when the destination does not carry the SKU
      *          yet), and writes a transfer manifest with a rejection
      *          line when the source has insufficient on-hand. Every
      *          shipped transfer is also appended, stamped with the
      *          business date, to the permanent transfer ledger
      *          (data/XFERHIS.DAT) the stock-ledger roll-forward
      *          reads. Stock rebalancing stops being a pair of
      *          hand-faked ItemMaint changes with the units
      *          invisible in between. A transfer keyed in cases or
      *          inner packs is turned into units off the source
      *          row's vendor pack (data/PACKMSTR.DAT) before it is
      *          judged against the shelf. A legendary item
      *          (data/PROTECT.DAT) is refused - it moves between
      *          stores by serial on a LegendMove transfer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SKU-XREF-FILE ASSIGN TO "data/SKUXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT TRANSFER-HISTORY-FILE ASSIGN TO "data/XFERHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACK-MASTER-FILE ASSIGN TO "data/PACKMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One transfer per line: pull the quantity off the from-store's
      * shelf and put it on the to-store's shelf in the same nightly
      * pass, so the units are never invisible between two stores'
      * maintenance runs. XFER-ORIGIN is A on a line the DC
      * allocation run generated (see DcAlloc), C on one a store
      * closure generated (see StoreClose), blank on a keyed one;
      * all post alike. XFER-QTY-UOM says whether XFER-QTY is
      * units (U or blank), cases (C) or inner packs (I).
       FD  TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-RECORD.
           05 XFER-TO-STORE PIC X(006).
           05 XFER-NAME PIC X(041).
           05 XFER-QTY PIC 9(005).
           05 XFER-ORIGIN PIC X(001).
           05 XFER-QTY-UOM PIC X(001).
               88 XFER-IN-UNITS VALUE "U" " ".
               88 XFER-IN-CASES VALUE "C".
               88 XFER-IN-INNERS VALUE "I".

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * Posting checkpoint: the controlled batch being applied and
      * the last transaction ordinal already posted, rewritten after
           05 SKU-NUMBER PIC 9(006).
           05 SKU-NAME PIC X(041).

      * Permanent, append-only transfer ledger: one line per shipped
      * transfer with the business date it moved on - the manifest
      * is rewritten nightly, this is what a period can be rolled
      * forward from.
       FD  TRANSFER-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-HISTORY-RECORD.
           05 XH-DATE PIC X(008).
           05 XH-FROM-STORE PIC X(006).
           05 XH-TO-STORE PIC X(006).
           05 XH-NAME PIC X(041).
           05 XH-QTY PIC 9(005).

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

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

       WORKING-STORAGE SECTION.
      * Item Master interlock request handed to the shared MasterLock
      * subprogram - claimed before the first master I-O, released at
       01 WS-XFER-QTY-ED PIC Z(4)9.
       01 WS-XFER-ONHAND-ED PIC Z(4)9.

      * Case packs by vendor and item (see PACK-MASTER-FILE above),
      * and the working fields for turning one transfer into units.
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
       01 WS-PACK-REJECT-TEXT PIC X(040).
       01 WS-PACK-UOM-TEXT PIC X(006).
       01 WS-PACK-UNITS-ED PIC Z(4)9.
       01 WS-PACK-CONVERTED-ED PIC Z(4)9.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               STOP RUN
           END-IF

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-RESERVATIONS
           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-SKU-XREF
           PERFORM LOAD-PACK-MASTER
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM WRITE-MANIFEST-HEADER
           PERFORM VERIFY-BATCH-CONTROLS
           PERFORM WRITE-BATCH-CONTROL-LINES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-POSTING-CHECKPOINT
                   OPEN EXTEND TRANSFER-HISTORY-FILE
                   PERFORM APPLY-TRANSFERS
                   CLOSE TRANSFER-HISTORY-FILE
                   PERFORM RETIRE-POSTING-CHECKPOINT
               END-IF
           END-IF
                 PERFORM WRITE-REJECT-BAD-STORE
                 EXIT SECTION
             END-IF
             PERFORM CHECK-PROTECTED-ITEM
             IF ITEM-IS-PROTECTED
                 ADD 1 TO WS-XFER-REJECT-COUNT
                 PERFORM WRITE-REJECT-LEGENDARY
                 EXIT SECTION
             END-IF
             MOVE XFER-FROM-STORE TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE XFER-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                     ADD 1 TO WS-XFER-REJECT-COUNT
                     PERFORM WRITE-REJECT-NOT-CARRIED
                 NOT INVALID KEY
                     PERFORM CONVERT-TRANSFER-PACKS
                     PERFORM SUM-RESERVED-FOR-SOURCE
                     COMPUTE WS-AVAILABLE
                         = ON-HAND-QTY OF ITEM-MASTER-RECORD
                             - WS-RESERVED-TOTAL
                     EVALUATE TRUE
                         WHEN WS-PACK-REJECT-TEXT NOT = SPACES
                             ADD 1 TO WS-XFER-REJECT-COUNT
                             PERFORM WRITE-REJECT-PACK-MISMATCH
                         WHEN ON-HAND-QTY OF ITEM-MASTER-RECORD
                                 IS LESS THAN XFER-QTY
                             ADD 1 TO WS-XFER-REJECT-COUNT
             END-READ
           EXIT.

      * A transfer keyed in cases or inner packs is turned into units
      * off the source row's vendor pack; one that cannot be leaves
      * WS-PACK-REJECT-TEXT set. Units move between stores loose, so
      * a line keyed in units is not held to whole packs. The
      * converted line is rewritten as units, so should it bounce
      * later it requeues as units and is not converted twice.
           CONVERT-TRANSFER-PACKS SECTION.
             MOVE SPACES TO WS-PACK-REJECT-TEXT
             IF XFER-IN-UNITS
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-PACK-MATCH
             PERFORM VARYING WS-PACK-IDX FROM 1 BY 1
                 UNTIL WS-PACK-IDX > WS-PACK-COUNT
                         OR PACK-FOUND
                 IF WS-PACK-VENDOR-ID(WS-PACK-IDX)
                     = VENDOR-ID OF ITEM-MASTER-RECORD
                     AND WS-PACK-NAME(WS-PACK-IDX) = XFER-NAME
                     SET PACK-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF PACK-FOUND
                 SUBTRACT 1 FROM WS-PACK-IDX
             END-IF
             EVALUATE TRUE
                 WHEN XFER-IN-CASES
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
                 WHEN XFER-IN-INNERS
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
             COMPUTE WS-PACK-CONVERTED-QTY = XFER-QTY * WS-PACK-UNITS
             IF WS-PACK-CONVERTED-QTY > 99999
                 MOVE "CONVERTED UNITS EXCEED A TRANSFER LINE"
                     TO WS-PACK-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE XFER-QTY TO WS-XFER-QTY-ED
             MOVE WS-PACK-UNITS TO WS-PACK-UNITS-ED
             MOVE WS-PACK-CONVERTED-QTY TO XFER-QTY
             MOVE "U" TO XFER-QTY-UOM
             MOVE XFER-QTY TO WS-PACK-CONVERTED-ED
             MOVE SPACES TO MANIFEST-RECORD
             STRING "PACK CONVERSION: " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-FROM-STORE) DELIMITED BY SIZE
                 " -> STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-TO-STORE) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-XFER-QTY-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-UOM-TEXT) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-UNITS-ED) DELIMITED BY SIZE
                 " = " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-CONVERTED-ED) DELIMITED BY SIZE
                 " UNITS" DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
             WRITE MANIFEST-RECORD
           EXIT.

           WRITE-REJECT-PACK-MISMATCH SECTION.
             MOVE "PACK" TO WS-REJECT-REASON-CODE
             PERFORM APPEND-COMMON-REJECT
             MOVE XFER-QTY TO WS-XFER-QTY-ED
             MOVE SPACES TO MANIFEST-RECORD
             STRING "REJECTED - PACK MISMATCH, " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PACK-REJECT-TEXT) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-FROM-STORE) DELIMITED BY SIZE
                 " -> STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-TO-STORE) DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-XFER-QTY-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 XFER-QTY-UOM DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
             WRITE MANIFEST-RECORD
           EXIT.


           WRITE-UNKNOWN-SKU-LINE SECTION.
             MOVE "SKUX" TO WS-REJECT-REASON-CODE
             END-IF
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

           RESOLVE-SKU-TO-NAME SECTION.
             MOVE "N" TO WS-SKU-RESULT
             IF WS-SKU-INPUT-NAME(1:6) IS NUMERIC
             WRITE MANIFEST-RECORD
           EXIT.

      * Legendary units go store to store by serial, on a LegendMove
      * transfer, so the custody register moves with the on-hand.
           WRITE-REJECT-LEGENDARY SECTION.
             MOVE "LGND" TO WS-REJECT-REASON-CODE
             PERFORM APPEND-COMMON-REJECT
             MOVE SPACES TO MANIFEST-RECORD
             STRING "REJECTED - LEGENDARY ITEM, TRANSFER BY CUSTODY"
                 " MOVE: " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-FROM-STORE) DELIMITED BY SIZE
                 " -> STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(XFER-TO-STORE) DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
             WRITE MANIFEST-RECORD
           EXIT.

           LOAD-RESERVATIONS SECTION.
             MOVE 0 TO WS-RESV-COUNT
             OPEN INPUT RESERVATION-FILE
                     PERFORM JOURNAL-DEST-REWRITE
             END-READ
             ADD 1 TO WS-XFER-SHIPPED-COUNT
             PERFORM APPEND-TRANSFER-HISTORY
             PERFORM WRITE-MANIFEST-LINE
           EXIT.

           APPEND-TRANSFER-HISTORY SECTION.
             MOVE WS-BUSINESS-DATE TO XH-DATE
             MOVE XFER-FROM-STORE TO XH-FROM-STORE
             MOVE XFER-TO-STORE TO XH-TO-STORE
             MOVE XFER-NAME TO XH-NAME
             MOVE XFER-QTY TO XH-QTY
             WRITE TRANSFER-HISTORY-RECORD
           EXIT.

      * The destination row opens with the source row's merchandising
      * fields - same condition and shelf price, only the store and
      * the transferred quantity differ.
             MOVE XFER-TO-STORE TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE XFER-QTY TO ON-HAND-QTY OF ITEM-MASTER-RECORD
             MOVE 0 TO DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
             MOVE 0 TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             WRITE ITEM-MASTER-RECORD
             END-WRITE
             MOVE "W" TO WS-MJ-ACTION
             WRITE MANIFEST-RECORD
           EXIT.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF XFER-NAME
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

           WRITE-MANIFEST-HEADER SECTION.
             MOVE SPACES TO MANIFEST-RECORD
             STRING "TRANSFER MANIFEST - INTER-STORE STOCK MOVEMENTS"
