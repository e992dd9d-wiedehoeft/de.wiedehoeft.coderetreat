      ******************************************************************
      * Author:
      * Date:
      * Purpose: New-store assortment cloning. Each transaction on
      *          data/OPENSTOR.DAT names a new store (already added
      *          to the store master through StoreMaint) and a model
      *          store whose assortment it opens with. The model's
      *          Item Master rows are copied to the new store with
      *          the model's category, vendor, price and status but
      *          zero on-hand, no hold and no days out of stock;
      *          delisted rows and anything on the assortment
      *          exclusion list (data/OPENEXCL.DAT - by item name or
      *          by whole category, for one new store or for all)
      *          are left out. The model's shelf locations, reorder
      *          points, cycle-count schedule and held costs are
      *          copied for every cloned row, and an opening order -
      *          each active row's reorder point plus reorder
      *          quantity at the model - is added to the purchasing
      *          approvals file (data/POAPPRV.DAT) for the buyer to
      *          confirm before PurchOrder issues it. Everything is
      *          listed on data/STOREOPN.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-OPEN as "StoreOpen".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENING-TRANS-FILE ASSIGN TO "data/OPENSTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT EXCLUSION-FILE ASSIGN TO "data/OPENEXCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "data/STORMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORMSTR-STATUS.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CONTROL-SCRATCH-FILE ASSIGN TO "data/STOREOPN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-FILE ASSIGN TO "data/POAPPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT OPENING-REPORT-FILE ASSIGN TO "data/STOREOPN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENING-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPENING-TRANS-RECORD.
           05 OPN-STORE-ID PIC X(006).
           05 OPN-MODEL-STORE-ID PIC X(006).

      * Items a new store is not to carry: a named item, or with the
      * name blank every item of EXCL-CATEGORY. A blank EXCL-STORE-ID
      * applies the line to every opening in the run.
       FD  EXCLUSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCLUSION-RECORD.
           05 EXCL-STORE-ID PIC X(006).
           05 EXCL-NAME PIC X(041).
           05 EXCL-CATEGORY PIC X(001).

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-MASTER-RECORD.
           05 STM-STORE-ID PIC X(006).
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * One SELECT serves every store-keyed file the model's lines
      * are copied from - the path is swapped per file.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD PIC X(132).

       FD  CONTROL-SCRATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-SCRATCH-RECORD PIC X(132).

      * Purchasing's approvals, in PurchOrder's layout.
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-RECORD.
           05 APPR-STORE-ID PIC X(006).
           05 APPR-NAME PIC X(041).
           05 APPR-QTY PIC 9(005).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  OPENING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPENING-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC X(002).
       01 WS-EXCL-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-CONTROL-STATUS PIC X(002).
       01 WS-APPROVAL-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-CONTROL-PATH PIC X(030).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-TRANS-EOF PIC X(001).
           88 END-OF-TRANSACTIONS VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-REJECT-TEXT PIC X(050).

      * Item Master interlock request handed to the shared MasterLock
      * subprogram - an opening writes new rows, so it takes the same
      * claim/release every other master writer does.
       01 WS-LOCK-REQUEST.
           05 WS-LOCK-ACTION PIC X(001).
           05 WS-LOCK-OWNER-NAME PIC X(012) VALUE "STOREOPEN".
           05 WS-LOCK-RESULT PIC X(001).
               88 WS-LOCK-GRANTED VALUE "Y".
           05 WS-LOCK-HELD-BY PIC X(012).

      * Before/after journal request handed to the shared
      * MasterJournal subprogram - every master WRITE here leaves one
      * image-pair record on data/MSTRJRNL.DAT.
       01 WS-JOURNAL-REQ.
           05 WS-MJ-ACTION PIC X(001).
           05 WS-MJ-PROGRAM PIC X(012) VALUE "STOREOPEN".
           05 WS-MJ-RUN-ID PIC 9(006) VALUE 0.
           05 WS-MJ-BEFORE PIC X(100).
           05 WS-MJ-AFTER PIC X(100).

       01 WS-MAX-SM-CAPACITY PIC 9(003) VALUE 100.
       01 WS-SM-COUNT PIC 9(003) VALUE 0.
       01 WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 100 TIMES.
               10 WS-SM-ID PIC X(006).
               10 WS-SM-NAME PIC X(030).
               10 WS-SM-STATUS PIC X(001).
       01 WS-SM-IDX PIC 9(003).
       01 WS-SM-MATCH PIC X(001).
           88 STORE-FOUND VALUE "Y".
       01 WS-SM-CHECK-ID PIC X(006).
       01 WS-SM-FOUND-NAME PIC X(030).
       01 WS-SM-FOUND-STATUS PIC X(001).
           88 FOUND-STORE-IS-OPEN VALUE "O".
       01 WS-NEW-STORE-NAME PIC X(030).
       01 WS-MODEL-STORE-NAME PIC X(030).

       01 WS-MAX-EXCL-CAPACITY PIC 9(005) VALUE 2000.
       01 WS-EXCL-COUNT PIC 9(005) VALUE 0.
       01 WS-EXCL-TABLE.
           05 WS-EXCL-ENTRY OCCURS 2000 TIMES.
               10 WS-EXCL-STORE-ID PIC X(006).
               10 WS-EXCL-NAME PIC X(041).
               10 WS-EXCL-CATEGORY PIC X(001).
       01 WS-EXCL-IDX PIC 9(005).
       01 WS-EXCL-MATCH PIC X(001).
           88 ROW-IS-EXCLUDED VALUE "Y".

      * The model store's rows being cloned, with which of the
      * store-keyed files the new store already has a line in for
      * the item (so a rerun or a hand-keyed location is not copied
      * over twice) and the model's reorder levels for the opening
      * order.
       01 WS-MAX-CLONE-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-CLONE-COUNT PIC 9(005) VALUE 0.
       01 WS-CLONE-TABLE.
           05 WS-CLONE-ENTRY OCCURS 5000 TIMES.
               10 WS-CLONE-ITEM PIC X(100).
               10 WS-CLONE-HAS-LINE PIC X(001) OCCURS 4 TIMES.
               10 WS-CLONE-ORDER-QTY PIC 9(006).
       01 WS-CLONE-IDX PIC 9(005).
       01 WS-CLONE-MATCH PIC X(001).
           88 CLONE-FOUND VALUE "Y".
       01 WS-CLONE-CHECK-NAME PIC X(041).
       01 WS-CLONED-ITEM. COPY ITEMS
           REPLACING ==ITEM-KEY== BY ==CLN-KEY==.

      * The store-keyed files copied from the model. Every one
      * carries the store id in 1-6 and the item name in 7-47.
       01 WS-CONTROL-TABLE-DATA.
           05 FILLER PIC X(030) VALUE "data/SHELFLOC.DAT".
           05 FILLER PIC X(030) VALUE "data/REORDER.DAT".
           05 FILLER PIC X(030) VALUE "data/CYCSCHED.DAT".
           05 FILLER PIC X(030) VALUE "data/ITEMCOST.DAT".
       01 WS-CONTROL-TABLE REDEFINES WS-CONTROL-TABLE-DATA.
           05 WS-CONTROL-FILE-PATH PIC X(030) OCCURS 4 TIMES.
       01 WS-CONTROL-IDX PIC 9(002).
       01 WS-CONTROL-COPIED PIC 9(005) OCCURS 4 TIMES.
       01 WS-COPY-RECORD PIC X(132).

      * Reorder line, cycle-count line and held-cost line views of a
      * copied record, for the fields that are reset rather than
      * copied.
       01 WS-REORDER-LINE.
           05 FILLER PIC X(047).
           05 WS-REORD-POINT PIC 9(005).
           05 WS-REORD-QTY PIC 9(005).
       01 WS-CYCLE-LINE.
           05 FILLER PIC X(047).
           05 WS-CYC-CLASS PIC X(001).
           05 WS-CYC-LAST-COUNT-DATE PIC X(008).
       01 WS-COST-LINE.
           05 FILLER PIC X(047).
           05 WS-COST-LAST PIC 9(006)V99.
           05 WS-COST-AVG PIC 9(006)V99.
           05 WS-COST-UNITS PIC 9(007).

       01 WS-ROWS-CLONED PIC 9(005).
       01 WS-ROWS-EXCLUDED PIC 9(005).
       01 WS-ROWS-DELISTED PIC 9(005).
       01 WS-ORDER-LINES PIC 9(005).
       01 WS-ORDER-UNITS PIC 9(007).
       01 WS-NEW-STORE-ROWS PIC 9(005).
       01 WS-TRANS-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-APPLIED-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-REJECT-COUNT PIC 9(005) VALUE 0.
       01 WS-QTY-ED PIC Z(5)9.
       01 WS-PRICE-ED PIC Z(4)9.99.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-COUNT2-ED PIC Z(4)9.
       01 WS-COUNT3-ED PIC Z(4)9.
       01 WS-COUNT4-ED PIC Z(4)9.
       01 WS-UNITS-ED PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT OPENING-REPORT-FILE
           PERFORM LOAD-BUSINESS-DATE

           MOVE "C" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL
           IF NOT WS-LOCK-GRANTED
               DISPLAY "STOREOPEN HALTED - ITEM MASTER LOCKED BY "
                   FUNCTION TRIM(WS-LOCK-HELD-BY)
                   " - SET data/LOCKOVR.DAT TO Y TO BREAK A"
                   " CRASHED LOCK"
               MOVE 8 TO RETURN-CODE
               CLOSE OPENING-REPORT-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-EXCLUSIONS
           MOVE SPACES TO OPENING-REPORT-RECORD
           STRING "STORE OPENING RUN FOR " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO OPENING-REPORT-RECORD
           WRITE OPENING-REPORT-RECORD

           OPEN INPUT OPENING-TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE "N" TO WS-TRANS-EOF
               PERFORM UNTIL END-OF-TRANSACTIONS
                   READ OPENING-TRANS-FILE
                       AT END SET END-OF-TRANSACTIONS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM APPLY-ONE-OPENING
                   END-READ
               END-PERFORM
               CLOSE OPENING-TRANS-FILE
           END-IF

           PERFORM WRITE-REPORT-TRAILER

           MOVE "R" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL

           CLOSE OPENING-REPORT-FILE

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

           LOAD-STORE-MASTER SECTION.
             MOVE 0 TO WS-SM-COUNT
             OPEN INPUT STORE-MASTER-FILE
             IF WS-STORMSTR-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ STORE-MASTER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-SM-COUNT < WS-MAX-SM-CAPACITY
                               ADD 1 TO WS-SM-COUNT
                               MOVE STM-STORE-ID
                                   TO WS-SM-ID(WS-SM-COUNT)
                               MOVE STM-NAME
                                   TO WS-SM-NAME(WS-SM-COUNT)
                               MOVE STM-STATUS
                                   TO WS-SM-STATUS(WS-SM-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE STORE-MASTER-FILE
             END-IF
           EXIT.

           FIND-STORE SECTION.
             MOVE "N" TO WS-SM-MATCH
             MOVE SPACES TO WS-SM-FOUND-NAME
             MOVE SPACE TO WS-SM-FOUND-STATUS
             PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                 UNTIL WS-SM-IDX > WS-SM-COUNT
                         OR STORE-FOUND
                 IF WS-SM-ID(WS-SM-IDX) = WS-SM-CHECK-ID
                     SET STORE-FOUND TO TRUE
                     MOVE WS-SM-NAME(WS-SM-IDX) TO WS-SM-FOUND-NAME
                     MOVE WS-SM-STATUS(WS-SM-IDX)
                         TO WS-SM-FOUND-STATUS
                 END-IF
             END-PERFORM
           EXIT.

           LOAD-EXCLUSIONS SECTION.
             MOVE 0 TO WS-EXCL-COUNT
             OPEN INPUT EXCLUSION-FILE
             IF WS-EXCL-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ EXCLUSION-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-EXCL-COUNT < WS-MAX-EXCL-CAPACITY
                               AND (EXCL-NAME NOT = SPACES
                                   OR EXCL-CATEGORY NOT = SPACE)
                               ADD 1 TO WS-EXCL-COUNT
                               MOVE EXCL-STORE-ID
                                   TO WS-EXCL-STORE-ID(WS-EXCL-COUNT)
                               MOVE EXCL-NAME
                                   TO WS-EXCL-NAME(WS-EXCL-COUNT)
                               MOVE EXCL-CATEGORY
                                   TO WS-EXCL-CATEGORY(WS-EXCL-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE EXCLUSION-FILE
             END-IF
           EXIT.

           APPLY-ONE-OPENING SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             MOVE OPN-STORE-ID TO WS-SM-CHECK-ID
             PERFORM FIND-STORE
             MOVE WS-SM-FOUND-NAME TO WS-NEW-STORE-NAME
             EVALUATE TRUE
                 WHEN OPN-STORE-ID = SPACES
                     MOVE "BLANK NEW STORE" TO WS-REJECT-TEXT
                 WHEN NOT STORE-FOUND
                     MOVE "NEW STORE NOT ON STORE MASTER"
                         TO WS-REJECT-TEXT
                 WHEN NOT FOUND-STORE-IS-OPEN
                     MOVE "NEW STORE IS CLOSED ON STORE MASTER"
                         TO WS-REJECT-TEXT
                 WHEN OPN-MODEL-STORE-ID = OPN-STORE-ID
                     MOVE "MODEL STORE IS THE NEW STORE"
                         TO WS-REJECT-TEXT
             END-EVALUATE
             IF WS-REJECT-TEXT = SPACES
                 MOVE OPN-MODEL-STORE-ID TO WS-SM-CHECK-ID
                 PERFORM FIND-STORE
                 MOVE WS-SM-FOUND-NAME TO WS-MODEL-STORE-NAME
                 IF NOT STORE-FOUND
                     MOVE "MODEL STORE NOT ON STORE MASTER"
                         TO WS-REJECT-TEXT
                 END-IF
             END-IF
             MOVE SPACES TO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
             IF WS-REJECT-TEXT = SPACES
                 MOVE SPACES TO OPENING-REPORT-RECORD
                 STRING "OPENING: STORE " DELIMITED BY SIZE
                     OPN-STORE-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NEW-STORE-NAME) DELIMITED BY SIZE
                     " MODELLED ON STORE " DELIMITED BY SIZE
                     OPN-MODEL-STORE-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MODEL-STORE-NAME)
                         DELIMITED BY SIZE
                     INTO OPENING-REPORT-RECORD
                 WRITE OPENING-REPORT-RECORD
                 PERFORM STAGE-MODEL-ROWS
                 EVALUATE TRUE
                     WHEN WS-NEW-STORE-ROWS > 0
                         MOVE "NEW STORE ALREADY HAS ITEM MASTER ROWS"
                             TO WS-REJECT-TEXT
                     WHEN WS-CLONE-COUNT = 0
                         MOVE "MODEL STORE HAS NO ROWS TO CLONE"
                             TO WS-REJECT-TEXT
                     WHEN WS-CLONE-COUNT >= WS-MAX-CLONE-CAPACITY
                         MOVE "MODEL ASSORTMENT EXCEEDS TABLE CAPACITY"
                             TO WS-REJECT-TEXT
                 END-EVALUATE
             END-IF
             IF WS-REJECT-TEXT NOT = SPACES
                 ADD 1 TO WS-TRANS-REJECT-COUNT
                 MOVE SPACES TO OPENING-REPORT-RECORD
                 STRING "REJECTED - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                     ": NEW STORE " DELIMITED BY SIZE
                     OPN-STORE-ID DELIMITED BY SIZE
                     ", MODEL STORE " DELIMITED BY SIZE
                     OPN-MODEL-STORE-ID DELIMITED BY SIZE
                     INTO OPENING-REPORT-RECORD
                 WRITE OPENING-REPORT-RECORD
                 EXIT SECTION
             END-IF
             PERFORM WRITE-CLONED-ROWS
             PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                 UNTIL WS-CONTROL-IDX > 4
                 PERFORM COPY-ONE-STORE-FILE
             END-PERFORM
             PERFORM WRITE-OPENING-ORDER
             PERFORM WRITE-OPENING-SUMMARY
             ADD 1 TO WS-TRANS-APPLIED-COUNT
           EXIT.

      * The model's rows, less delisted SKUs and the exclusions; the
      * same pass counts any rows the new store already carries.
           STAGE-MODEL-ROWS SECTION.
             MOVE 0 TO WS-CLONE-COUNT
             MOVE 0 TO WS-NEW-STORE-ROWS
             MOVE 0 TO WS-ROWS-EXCLUDED
             MOVE 0 TO WS-ROWS-DELISTED
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       EVALUATE TRUE
                           WHEN STORE-ID OF ITEM-MASTER-RECORD
                               = OPN-STORE-ID
                               ADD 1 TO WS-NEW-STORE-ROWS
                           WHEN STORE-ID OF ITEM-MASTER-RECORD
                               NOT = OPN-MODEL-STORE-ID
                               CONTINUE
                           WHEN ITEM-IS-DELISTED OF ITEM-MASTER-RECORD
                               ADD 1 TO WS-ROWS-DELISTED
                           WHEN OTHER
                               PERFORM STAGE-ONE-MODEL-ROW
                       END-EVALUATE
                 END-READ
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
           EXIT.

           STAGE-ONE-MODEL-ROW SECTION.
             MOVE "N" TO WS-EXCL-MATCH
             PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
                 UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
                         OR ROW-IS-EXCLUDED
                 IF (WS-EXCL-STORE-ID(WS-EXCL-IDX) = SPACES
                     OR WS-EXCL-STORE-ID(WS-EXCL-IDX) = OPN-STORE-ID)
                     AND ((WS-EXCL-NAME(WS-EXCL-IDX) NOT = SPACES
                             AND WS-EXCL-NAME(WS-EXCL-IDX)
                                 = NAME OF ITEM-MASTER-RECORD)
                         OR (WS-EXCL-NAME(WS-EXCL-IDX) = SPACES
                             AND WS-EXCL-CATEGORY(WS-EXCL-IDX)
                                 = CATEGORY-CODE OF ITEM-MASTER-RECORD))
                     SET ROW-IS-EXCLUDED TO TRUE
                 END-IF
             END-PERFORM
             IF ROW-IS-EXCLUDED
                 ADD 1 TO WS-ROWS-EXCLUDED
                 MOVE SPACES TO OPENING-REPORT-RECORD
                 STRING "  EXCLUDED: " DELIMITED BY SIZE
                     FUNCTION TRIM(NAME OF ITEM-MASTER-RECORD)
                         DELIMITED BY SIZE
                     ", CATEGORY " DELIMITED BY SIZE
                     CATEGORY-CODE OF ITEM-MASTER-RECORD
                         DELIMITED BY SIZE
                     INTO OPENING-REPORT-RECORD
                 WRITE OPENING-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF WS-CLONE-COUNT >= WS-MAX-CLONE-CAPACITY
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-CLONE-COUNT
             MOVE ITEM-MASTER-RECORD TO WS-CLONE-ITEM(WS-CLONE-COUNT)
             MOVE "N" TO WS-CLONE-HAS-LINE(WS-CLONE-COUNT, 1)
             MOVE "N" TO WS-CLONE-HAS-LINE(WS-CLONE-COUNT, 2)
             MOVE "N" TO WS-CLONE-HAS-LINE(WS-CLONE-COUNT, 3)
             MOVE "N" TO WS-CLONE-HAS-LINE(WS-CLONE-COUNT, 4)
             MOVE 0 TO WS-CLONE-ORDER-QTY(WS-CLONE-COUNT)
           EXIT.

      * A cloned row starts empty and clean: the model's category,
      * vendor, price, status and aging position, with no stock, no
      * hold and no stock-out history.
           WRITE-CLONED-ROWS SECTION.
             MOVE 0 TO WS-ROWS-CLONED
             OPEN I-O ITEM-MASTER-FILE
             PERFORM VARYING WS-CLONE-IDX FROM 1 BY 1
                 UNTIL WS-CLONE-IDX > WS-CLONE-COUNT
                 MOVE WS-CLONE-ITEM(WS-CLONE-IDX) TO WS-CLONED-ITEM
                 MOVE OPN-STORE-ID TO STORE-ID OF WS-CLONED-ITEM
                 MOVE 0 TO ON-HAND-QTY OF WS-CLONED-ITEM
                 MOVE 0 TO BACKROOM-QTY OF WS-CLONED-ITEM
                 MOVE SPACE TO HOLD-STATUS OF WS-CLONED-ITEM
                 MOVE 0 TO DAYS-OUT-OF-STOCK OF WS-CLONED-ITEM
                 MOVE WS-CLONED-ITEM TO ITEM-MASTER-RECORD
                 WRITE ITEM-MASTER-RECORD
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         MOVE "W" TO WS-MJ-ACTION
                         MOVE SPACES TO WS-MJ-BEFORE
                         MOVE ITEM-MASTER-RECORD TO WS-MJ-AFTER
                         CALL "MasterJournal" USING WS-JOURNAL-REQ
                         END-CALL
                         ADD 1 TO WS-ROWS-CLONED
                         PERFORM WRITE-CLONED-ROW-LINE
                 END-WRITE
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
           EXIT.

           WRITE-CLONED-ROW-LINE SECTION.
             MOVE UNIT-PRICE OF WS-CLONED-ITEM TO WS-PRICE-ED
             MOVE SPACES TO OPENING-REPORT-RECORD
             STRING "  CLONED: " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME OF WS-CLONED-ITEM)
                     DELIMITED BY SIZE
                 ", CATEGORY " DELIMITED BY SIZE
                 CATEGORY-CODE OF WS-CLONED-ITEM DELIMITED BY SIZE
                 ", VENDOR " DELIMITED BY SIZE
                 VENDOR-ID OF WS-CLONED-ITEM DELIMITED BY SIZE
                 ", PRICE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PRICE-ED) DELIMITED BY SIZE
                 ", STATUS " DELIMITED BY SIZE
                 ITEM-STATUS OF WS-CLONED-ITEM DELIMITED BY SIZE
                 INTO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
           EXIT.

           FIND-CLONE SECTION.
             MOVE "N" TO WS-CLONE-MATCH
             PERFORM VARYING WS-CLONE-IDX FROM 1 BY 1
                 UNTIL WS-CLONE-IDX > WS-CLONE-COUNT
                         OR CLONE-FOUND
                 IF WS-CLONE-ITEM(WS-CLONE-IDX)(7:41)
                     = WS-CLONE-CHECK-NAME
                     SET CLONE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF CLONE-FOUND
                 SUBTRACT 1 FROM WS-CLONE-IDX
             END-IF
           EXIT.

      * First pass notes what the new store already has in the file
      * and picks up the model's reorder levels; the scratch pass
      * then writes each model line followed by its copy for the new
      * store.
           COPY-ONE-STORE-FILE SECTION.
             MOVE 0 TO WS-CONTROL-COPIED(WS-CONTROL-IDX)
             MOVE WS-CONTROL-FILE-PATH(WS-CONTROL-IDX)
                 TO WS-CONTROL-PATH
             OPEN INPUT CONTROL-FILE
             IF WS-CONTROL-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ CONTROL-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         PERFORM NOTE-ONE-CONTROL-LINE
                 END-READ
             END-PERFORM
             CLOSE CONTROL-FILE
             OPEN INPUT CONTROL-FILE
             OPEN OUTPUT CONTROL-SCRATCH-FILE
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ CONTROL-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE CONTROL-RECORD TO CONTROL-SCRATCH-RECORD
                       WRITE CONTROL-SCRATCH-RECORD
                       IF CONTROL-RECORD(1:6) = OPN-MODEL-STORE-ID
                           PERFORM COPY-ONE-CONTROL-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE CONTROL-FILE
             CLOSE CONTROL-SCRATCH-FILE
             MOVE "N" TO WS-INPUT-EOF
             OPEN INPUT CONTROL-SCRATCH-FILE
             OPEN OUTPUT CONTROL-FILE
             PERFORM UNTIL END-OF-INPUT
                 READ CONTROL-SCRATCH-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         MOVE CONTROL-SCRATCH-RECORD
                             TO CONTROL-RECORD
                         WRITE CONTROL-RECORD
                 END-READ
             END-PERFORM
             CLOSE CONTROL-SCRATCH-FILE
             CLOSE CONTROL-FILE
           EXIT.

           NOTE-ONE-CONTROL-LINE SECTION.
             IF CONTROL-RECORD(1:6) NOT = OPN-STORE-ID
                 AND CONTROL-RECORD(1:6) NOT = OPN-MODEL-STORE-ID
                 EXIT SECTION
             END-IF
             MOVE CONTROL-RECORD(7:41) TO WS-CLONE-CHECK-NAME
             PERFORM FIND-CLONE
             IF NOT CLONE-FOUND
                 EXIT SECTION
             END-IF
             IF CONTROL-RECORD(1:6) = OPN-STORE-ID
                 MOVE "Y"
                     TO WS-CLONE-HAS-LINE(WS-CLONE-IDX, WS-CONTROL-IDX)
                 EXIT SECTION
             END-IF
             IF WS-CONTROL-IDX = 2
                 MOVE CONTROL-RECORD TO WS-REORDER-LINE
                 IF WS-REORD-POINT IS NUMERIC
                     AND WS-REORD-QTY IS NUMERIC
                     COMPUTE WS-CLONE-ORDER-QTY(WS-CLONE-IDX)
                         = WS-REORD-POINT + WS-REORD-QTY
                 END-IF
             END-IF
           EXIT.

      * The copy carries the model's settings; a cycle-count line
      * starts its cycle from the opening date, and a held-cost line
      * carries the model's cost with no units behind it, so the
      * first receipt's cost takes over the average outright.
           COPY-ONE-CONTROL-LINE SECTION.
             MOVE CONTROL-RECORD(7:41) TO WS-CLONE-CHECK-NAME
             PERFORM FIND-CLONE
             IF NOT CLONE-FOUND
                 EXIT SECTION
             END-IF
             IF WS-CLONE-HAS-LINE(WS-CLONE-IDX, WS-CONTROL-IDX) = "Y"
                 EXIT SECTION
             END-IF
             MOVE CONTROL-RECORD TO WS-COPY-RECORD
             MOVE OPN-STORE-ID TO WS-COPY-RECORD(1:6)
             EVALUATE WS-CONTROL-IDX
                 WHEN 3
                     MOVE WS-COPY-RECORD TO WS-CYCLE-LINE
                     MOVE WS-BUSINESS-DATE TO WS-CYC-LAST-COUNT-DATE
                     MOVE WS-CYCLE-LINE TO WS-COPY-RECORD
                 WHEN 4
                     MOVE WS-COPY-RECORD TO WS-COST-LINE
                     MOVE 0 TO WS-COST-UNITS
                     MOVE WS-COST-LINE TO WS-COPY-RECORD
             END-EVALUATE
             MOVE WS-COPY-RECORD TO CONTROL-SCRATCH-RECORD
             WRITE CONTROL-SCRATCH-RECORD
             MOVE "Y" TO WS-CLONE-HAS-LINE(WS-CLONE-IDX, WS-CONTROL-IDX)
             ADD 1 TO WS-CONTROL-COPIED(WS-CONTROL-IDX)
           EXIT.

      * A discontinued row is carried but never re-bought, the same
      * rule PurchOrder's reorder suggestions follow.
           WRITE-OPENING-ORDER SECTION.
             MOVE 0 TO WS-ORDER-LINES
             MOVE 0 TO WS-ORDER-UNITS
             OPEN EXTEND APPROVAL-FILE
             IF WS-APPROVAL-STATUS = "35"
                 OPEN OUTPUT APPROVAL-FILE
             END-IF
             PERFORM VARYING WS-CLONE-IDX FROM 1 BY 1
                 UNTIL WS-CLONE-IDX > WS-CLONE-COUNT
                 MOVE WS-CLONE-ITEM(WS-CLONE-IDX) TO WS-CLONED-ITEM
                 IF WS-CLONE-ORDER-QTY(WS-CLONE-IDX) > 0
                     AND ITEM-IS-ACTIVE OF WS-CLONED-ITEM
                     PERFORM WRITE-ONE-OPENING-LINE
                 END-IF
             END-PERFORM
             CLOSE APPROVAL-FILE
           EXIT.

           WRITE-ONE-OPENING-LINE SECTION.
             IF WS-CLONE-ORDER-QTY(WS-CLONE-IDX) > 99999
                 MOVE 99999 TO WS-CLONE-ORDER-QTY(WS-CLONE-IDX)
             END-IF
             MOVE OPN-STORE-ID TO APPR-STORE-ID
             MOVE NAME OF WS-CLONED-ITEM TO APPR-NAME
             MOVE WS-CLONE-ORDER-QTY(WS-CLONE-IDX) TO APPR-QTY
             WRITE APPROVAL-RECORD
             ADD 1 TO WS-ORDER-LINES
             ADD APPR-QTY TO WS-ORDER-UNITS
             MOVE APPR-QTY TO WS-QTY-ED
             MOVE SPACES TO OPENING-REPORT-RECORD
             STRING "  OPENING ORDER PROPOSED: " DELIMITED BY SIZE
                 FUNCTION TRIM(APPR-NAME) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNITS FROM VENDOR " DELIMITED BY SIZE
                 VENDOR-ID OF WS-CLONED-ITEM DELIMITED BY SIZE
                 INTO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
           EXIT.

           WRITE-OPENING-SUMMARY SECTION.
             MOVE WS-ROWS-CLONED TO WS-COUNT-ED
             MOVE WS-ROWS-EXCLUDED TO WS-COUNT2-ED
             MOVE WS-ROWS-DELISTED TO WS-COUNT3-ED
             MOVE SPACES TO OPENING-REPORT-RECORD
             STRING "  ROWS CLONED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", EXCLUDED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 ", DELISTED AT MODEL: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                 INTO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
             MOVE WS-CONTROL-COPIED(1) TO WS-COUNT-ED
             MOVE WS-CONTROL-COPIED(2) TO WS-COUNT2-ED
             MOVE WS-CONTROL-COPIED(3) TO WS-COUNT3-ED
             MOVE WS-CONTROL-COPIED(4) TO WS-COUNT4-ED
             MOVE SPACES TO OPENING-REPORT-RECORD
             STRING "  COPIED - SHELF LOCATIONS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", REORDER POINTS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 ", CYCLE-COUNT SCHEDULE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                 ", HELD COSTS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT4-ED) DELIMITED BY SIZE
                 INTO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
             MOVE WS-ORDER-LINES TO WS-COUNT-ED
             MOVE WS-ORDER-UNITS TO WS-UNITS-ED
             MOVE SPACES TO OPENING-REPORT-RECORD
             STRING "  OPENING ORDER: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 " LINE(S), " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 " UNITS ON data/POAPPRV.DAT FOR THE BUYER TO CONFIRM"
                     DELIMITED BY SIZE
                 INTO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE SPACES TO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
             MOVE WS-TRANS-READ-COUNT TO WS-COUNT-ED
             MOVE WS-TRANS-APPLIED-COUNT TO WS-COUNT2-ED
             MOVE WS-TRANS-REJECT-COUNT TO WS-COUNT3-ED
             MOVE SPACES TO OPENING-REPORT-RECORD
             STRING "STORE OPENING RUN - READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", OPENED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                 INTO OPENING-REPORT-RECORD
             WRITE OPENING-REPORT-RECORD
           EXIT.

       END PROGRAM STORE-OPEN.
