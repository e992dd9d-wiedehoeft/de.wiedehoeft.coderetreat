      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly distribution-center allocation. Finds every
      *          open store's row at or below its reorder point on
      *          data/REORDER.DAT - the rows WRITE-REORDER-SUGGESTIONS
      *          flags - and fills them from the central warehouse
      *          (the one store typed W on data/STORMSTR.DAT) before
      *          anyone reorders from the vendor. Warehouse on-hand,
      *          less its customer reservations and any transfer
      *          already keyed out of it, is shared by need,
      *          pro-rated when there is not enough to go round. The
      *          result is written as one controlled batch onto
      *          data/XFER.DAT for StockTransfer to post, carrying
      *          any transfers the clerks keyed for tonight; the
      *          stores and items the warehouse could not cover are
      *          named on the shortfall section of data/DCALLOC.RPT
      *          so purchasing knows what to buy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DC-ALLOC as "DcAlloc".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "data/STORMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORMSTR-STATUS.
           SELECT REORDER-CONTROL-FILE ASSIGN TO "data/REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "data/RESERV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT PACK-MASTER-FILE ASSIGN TO "data/PACKMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
           SELECT APPLIED-BATCH-FILE ASSIGN TO "data/APLDBTCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLD-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO "data/XFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ALLOCATION-REPORT-FILE ASSIGN TO "data/DCALLOC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-MASTER-RECORD.
           05 STM-STORE-ID PIC X(006).
           05 STM-STORE-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
               88 STM-IS-OPEN VALUE "O".
           05 STM-STORE-TYPE PIC X(001).
               88 STM-IS-WAREHOUSE VALUE "W".

       FD  REORDER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REORDER-CONTROL-RECORD.
           05 REORD-STORE-ID PIC X(006).
           05 REORD-NAME PIC X(041).
           05 REORD-POINT PIC 9(005).
           05 REORD-QTY PIC 9(005).

       FD  RESERVATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESERVATION-RECORD.
           05 RESV-STORE-ID PIC X(006).
           05 RESV-NAME PIC X(041).
           05 RESV-QTY PIC 9(005).
           05 RESV-CUSTOMER-REF PIC X(015).
           05 RESV-EXPIRY-DATE PIC X(008).

       FD  APPLIED-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPLIED-BATCH-RECORD.
           05 APLD-PROGRAM PIC X(012).
           05 APLD-BATCH-ID PIC X(010).
           05 APLD-TIMESTAMP PIC X(014).

      * StockTransfer's intake, in its layout. XFER-ORIGIN is A on
      * a line this run generated and blank on one the clerks keyed,
      * so a rerun replaces its own lines and keeps theirs.
      * XFER-QTY-UOM is the unit the clerk keyed the quantity in;
      * this run always writes units.
       FD  TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-RECORD.
           05 XFER-FROM-STORE PIC X(006).
           05 XFER-TO-STORE PIC X(006).
           05 XFER-NAME PIC X(041).
           05 XFER-QTY PIC 9(005).
           05 XFER-ORIGIN PIC X(001).
               88 XFER-IS-ALLOCATION VALUE "A".
           05 XFER-QTY-UOM PIC X(001).
               88 XFER-IN-UNITS VALUE "U" " ".
               88 XFER-IN-CASES VALUE "C".
               88 XFER-IN-INNERS VALUE "I".

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

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  ALLOCATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOCATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-APLD-STATUS PIC X(002).
       01 WS-XFER-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).

      * The central warehouse, and the open stores it may ship to -
      * StockTransfer refuses a transfer touching a closed store.
       01 WS-WAREHOUSE-ID PIC X(006) VALUE SPACES.
       01 WS-WAREHOUSE-MATCH PIC X(001) VALUE "N".
           88 WAREHOUSE-FOUND VALUE "Y".
       01 WS-MAX-STORE-CAPACITY PIC 9(003) VALUE 100.
       01 WS-STORE-COUNT PIC 9(003) VALUE 0.
       01 WS-STORE-TABLE.
           05 WS-STORE-ID PIC X(006) OCCURS 100 TIMES.
       01 WS-STORE-IDX PIC 9(003).
       01 WS-STORE-MATCH PIC X(001).
           88 STORE-IS-OPEN VALUE "Y".

       01 WS-MAX-REORDER-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-REORDER-COUNT PIC 9(005) VALUE 0.
       01 WS-REORDER-TABLE.
           05 WS-REORDER-ENTRY OCCURS 5000 TIMES.
               10 WS-REORDER-STORE-ID PIC X(006).
               10 WS-REORDER-NAME PIC X(041).
               10 WS-REORDER-POINT PIC 9(005).
               10 WS-REORDER-QTY PIC 9(005).
       01 WS-REORDER-IDX PIC 9(005).
       01 WS-REORDER-MATCH PIC X(001).
           88 REORDER-POINT-FOUND VALUE "Y".

      * Units customers are holding at the warehouse, by item.
       01 WS-MAX-RESV-CAPACITY PIC 9(005) VALUE 2000.
       01 WS-RESV-COUNT PIC 9(005) VALUE 0.
       01 WS-RESV-TABLE.
           05 WS-RESV-ENTRY OCCURS 2000 TIMES.
               10 WS-RESV-NAME PIC X(041).
               10 WS-RESV-QTY PIC 9(007).
       01 WS-RESV-IDX PIC 9(005).
       01 WS-RESV-MATCH PIC X(001).
           88 RESERVATION-FOUND VALUE "Y".

      * What is already sitting on XFER.DAT. A controlled batch
      * StockTransfer has registered as applied is yesterday's and
      * is dropped whole; otherwise the keyed lines are carried into
      * tonight's batch and the previous allocation lines are
      * regenerated. A keyed controlled batch that does not balance
      * is left exactly as it is for StockTransfer to refuse.
       01 WS-OLD-BATCH-ID PIC X(010) VALUE SPACES.
       01 WS-OLD-BATCH-RESULT PIC X(001) VALUE "U".
           88 OLD-BATCH-IS-UNCONTROLLED VALUE "U".
           88 OLD-BATCH-IS-BALANCED VALUE "B".
           88 OLD-BATCH-HAS-FAILED VALUE "F".
           88 OLD-BATCH-ALREADY-APPLIED VALUE "P".
       01 WS-OLD-FIRST PIC X(001).
           88 OLD-FIRST-RECORD VALUE "Y".
       01 WS-OLD-TRAILER PIC X(001).
           88 OLD-TRAILER-SEEN VALUE "Y".
       01 WS-OLD-DETAIL-COUNT PIC 9(005).
       01 WS-OLD-QTY-TOTAL PIC 9(007).
       01 WS-OLD-DECL-COUNT PIC 9(005).
       01 WS-OLD-DECL-QTY PIC 9(007).
       01 WS-OLD-DROPPED-COUNT PIC 9(005) VALUE 0.
       01 WS-MAX-KEPT-CAPACITY PIC 9(005) VALUE 2000.
       01 WS-KEPT-COUNT PIC 9(005) VALUE 0.
       01 WS-KEPT-TABLE.
           05 WS-KEPT-ENTRY OCCURS 2000 TIMES.
               10 WS-KEPT-FROM-STORE PIC X(006).
               10 WS-KEPT-TO-STORE PIC X(006).
               10 WS-KEPT-NAME PIC X(041).
               10 WS-KEPT-QTY PIC 9(005).
               10 WS-KEPT-UOM PIC X(001).
       01 WS-KEPT-IDX PIC 9(005).
       01 WS-KEPT-FULL-LOGGED PIC X(001) VALUE "N".
           88 KEPT-CAPACITY-LOGGED VALUE "Y".

      * Warehouse stock free to ship, by item.
       01 WS-MAX-STOCK-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-STOCK-COUNT PIC 9(005) VALUE 0.
       01 WS-STOCK-TABLE.
           05 WS-STOCK-ENTRY OCCURS 5000 TIMES.
               10 WS-STOCK-NAME PIC X(041).
               10 WS-STOCK-VENDOR-ID PIC X(006).
               10 WS-STOCK-AVAILABLE PIC S9(007).
               10 WS-STOCK-TOTAL-NEED PIC 9(007).
               10 WS-STOCK-REMAINING PIC S9(007).
       01 WS-STOCK-IDX PIC 9(005).
       01 WS-STOCK-MATCH PIC X(001).
           88 STOCK-FOUND VALUE "Y".

      * Case packs by vendor and item, for netting a keyed transfer
      * the clerks entered in cases or inner packs.
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
       01 WS-KEPT-UNITS PIC 9(010).

      * One row per store item at or below its reorder point.
       01 WS-MAX-NEED-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-NEED-COUNT PIC 9(005) VALUE 0.
       01 WS-NEED-TABLE.
           05 WS-NEED-ENTRY OCCURS 5000 TIMES.
               10 WS-NEED-STORE-ID PIC X(006).
               10 WS-NEED-NAME PIC X(041).
               10 WS-NEED-ON-HAND PIC 9(005).
               10 WS-NEED-POINT PIC 9(005).
               10 WS-NEED-QTY PIC 9(005).
               10 WS-NEED-ALLOCATED PIC 9(005).
               10 WS-NEED-STOCK-IDX PIC 9(005).
       01 WS-NEED-IDX PIC 9(005).
       01 WS-NEED-FULL-LOGGED PIC X(001) VALUE "N".
           88 NEED-CAPACITY-LOGGED VALUE "Y".

      * Tonight's batch id: DC, the business date as YYMMDD and a
      * two-digit run number, so a rerun after StockTransfer has
      * already posted tonight's batch is not refused as a
      * resubmission.
       01 WS-NEW-BATCH-ID.
           05 FILLER PIC X(002) VALUE "DC".
           05 WS-NEW-BATCH-DATE PIC X(006).
           05 WS-NEW-BATCH-SEQ PIC 9(002).
       01 WS-HIGH-BATCH-SEQ PIC 9(002) VALUE 0.
       01 WS-BATCH-RECORDS PIC 9(005) VALUE 0.
       01 WS-BATCH-QTY PIC 9(007) VALUE 0.
       01 WS-BATCH-TRAILER.
           05 FILLER PIC X(003) VALUE "TRL".
           05 WS-TRL-COUNT PIC 9(005).
           05 WS-TRL-QTY PIC 9(007).

       01 WS-WORK-QTY PIC S9(007).
       01 WS-SHORT-QTY PIC 9(005).
       01 WS-SHORT-NOTE PIC X(031).
       01 WS-ALLOC-ROWS PIC 9(005) VALUE 0.
       01 WS-ALLOC-UNITS PIC 9(007) VALUE 0.
       01 WS-SHORT-ROWS PIC 9(005) VALUE 0.
       01 WS-SHORT-UNITS PIC 9(007) VALUE 0.

       01 WS-QTY-ED PIC Z(4)9.
       01 WS-ON-HAND-ED PIC Z(4)9.
       01 WS-POINT-ED PIC Z(4)9.
       01 WS-NEED-ED PIC Z(4)9.
       01 WS-SHORT-ED PIC Z(4)9.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-UNITS-ED PIC Z(6)9.

      * Run-status stamp for the shared chain-status file (see
      * RunStatus).
       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "DCALLOC".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           OPEN OUTPUT ALLOCATION-REPORT-FILE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-STORE-MASTER
           PERFORM WRITE-REPORT-HEADER
           IF WAREHOUSE-FOUND
               PERFORM LOAD-EXISTING-TRANSFERS
               EVALUATE TRUE
                   WHEN OLD-BATCH-HAS-FAILED
                       PERFORM WRITE-UNBALANCED-LINE
                   WHEN KEPT-CAPACITY-LOGGED
                       CONTINUE
                   WHEN OTHER
                       PERFORM ALLOCATE-AND-WRITE-BATCH
               END-EVALUATE
           END-IF

           CLOSE ALLOCATION-REPORT-FILE

           MOVE "E" TO WS-RS-ACTION
           MOVE RETURN-CODE TO WS-RS-COND-CODE
           MOVE WS-NEED-COUNT TO WS-RS-ROW-COUNT
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           STOP RUN.

           ALLOCATE-AND-WRITE-BATCH SECTION.
             PERFORM LOAD-REORDER-POINTS
             PERFORM LOAD-WAREHOUSE-RESERVATIONS
             PERFORM LOAD-PACK-MASTER
             PERFORM SCAN-ITEM-MASTER
             IF RETURN-CODE NOT = 0
                 EXIT SECTION
             END-IF
             PERFORM APPLY-KEYED-TRANSFERS
             PERFORM ALLOCATE-WAREHOUSE-STOCK
             PERFORM ASSIGN-BATCH-ID
             PERFORM WRITE-TRANSFER-BATCH
             PERFORM WRITE-ALLOCATION-LINES
             PERFORM WRITE-SHORTFALL-SECTION
             PERFORM WRITE-REPORT-TRAILER
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
             MOVE WS-BUSINESS-DATE(3:6) TO WS-NEW-BATCH-DATE
           EXIT.

      * Only an open warehouse can ship - StockTransfer refuses a
      * transfer out of a closed store.
           LOAD-STORE-MASTER SECTION.
             OPEN INPUT STORE-MASTER-FILE
             IF WS-STORMSTR-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ STORE-MASTER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF STM-IS-OPEN
                               IF STM-IS-WAREHOUSE
                                   MOVE STM-STORE-ID
                                       TO WS-WAREHOUSE-ID
                                   SET WAREHOUSE-FOUND TO TRUE
                               ELSE
                                   IF WS-STORE-COUNT
                                       < WS-MAX-STORE-CAPACITY
                                       ADD 1 TO WS-STORE-COUNT
                                       MOVE STM-STORE-ID TO
                                       WS-STORE-ID(WS-STORE-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE STORE-MASTER-FILE
             END-IF
           EXIT.

           LOAD-REORDER-POINTS SECTION.
             OPEN INPUT REORDER-CONTROL-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ REORDER-CONTROL-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-REORDER-COUNT
                               >= WS-MAX-REORDER-CAPACITY
                               MOVE SPACES
                                   TO ALLOCATION-REPORT-RECORD
                               STRING "EXCEPTION: REORDER POINT "
                                   "CAPACITY EXCEEDED - LATER "
                                   "POINTS NOT ALLOCATED"
                                   DELIMITED BY SIZE
                                   INTO ALLOCATION-REPORT-RECORD
                               WRITE ALLOCATION-REPORT-RECORD
                               SET END-OF-INPUT TO TRUE
                           ELSE
                               IF REORD-POINT IS NUMERIC
                                   AND REORD-QTY IS NUMERIC
                                   ADD 1 TO WS-REORDER-COUNT
                                   MOVE REORD-STORE-ID TO
                                   WS-REORDER-STORE-ID(WS-REORDER-COUNT)
                                   MOVE REORD-NAME TO
                                   WS-REORDER-NAME(WS-REORDER-COUNT)
                                   MOVE REORD-POINT TO
                                   WS-REORDER-POINT(WS-REORDER-COUNT)
                                   MOVE REORD-QTY TO
                                   WS-REORDER-QTY(WS-REORDER-COUNT)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE REORDER-CONTROL-FILE
             END-IF
           EXIT.

           LOAD-WAREHOUSE-RESERVATIONS SECTION.
             OPEN INPUT RESERVATION-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RESERVATION-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF RESV-STORE-ID = WS-WAREHOUSE-ID
                               AND RESV-QTY IS NUMERIC
                               PERFORM ADD-ONE-RESERVATION
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RESERVATION-FILE
             END-IF
           EXIT.

           ADD-ONE-RESERVATION SECTION.
             MOVE "N" TO WS-RESV-MATCH
             PERFORM VARYING WS-RESV-IDX FROM 1 BY 1
                 UNTIL WS-RESV-IDX > WS-RESV-COUNT
                         OR RESERVATION-FOUND
                 IF WS-RESV-NAME(WS-RESV-IDX) = RESV-NAME
                     SET RESERVATION-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF RESERVATION-FOUND
                 SUBTRACT 1 FROM WS-RESV-IDX
                 ADD RESV-QTY TO WS-RESV-QTY(WS-RESV-IDX)
             ELSE
                 IF WS-RESV-COUNT < WS-MAX-RESV-CAPACITY
                     ADD 1 TO WS-RESV-COUNT
                     MOVE RESV-NAME TO WS-RESV-NAME(WS-RESV-COUNT)
                     MOVE RESV-QTY TO WS-RESV-QTY(WS-RESV-COUNT)
                 END-IF
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

      * Two passes over XFER.DAT: the first balances any batch
      * controls the same way StockTransfer will, the second keeps
      * the keyed lines once the batch is known to be tonight's.
           LOAD-EXISTING-TRANSFERS SECTION.
             MOVE "U" TO WS-OLD-BATCH-RESULT
             MOVE SPACES TO WS-OLD-BATCH-ID
             MOVE 0 TO WS-OLD-DETAIL-COUNT
             MOVE 0 TO WS-OLD-QTY-TOTAL
             MOVE 0 TO WS-OLD-DECL-COUNT
             MOVE 0 TO WS-OLD-DECL-QTY
             MOVE "Y" TO WS-OLD-FIRST
             MOVE "N" TO WS-OLD-TRAILER
             OPEN INPUT TRANSFER-FILE
             IF WS-XFER-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ TRANSFER-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         PERFORM TALLY-OLD-BATCH-RECORD
                 END-READ
             END-PERFORM
             CLOSE TRANSFER-FILE
             IF WS-OLD-BATCH-ID NOT = SPACES
                 IF OLD-TRAILER-SEEN
                     AND WS-OLD-DETAIL-COUNT = WS-OLD-DECL-COUNT
                     AND WS-OLD-QTY-TOTAL = WS-OLD-DECL-QTY
                     MOVE "B" TO WS-OLD-BATCH-RESULT
                     PERFORM CHECK-OLD-BATCH-APPLIED
                 ELSE
                     MOVE "F" TO WS-OLD-BATCH-RESULT
                 END-IF
             END-IF
             IF OLD-BATCH-HAS-FAILED
                 EXIT SECTION
             END-IF
             IF OLD-BATCH-ALREADY-APPLIED
                 MOVE SPACES TO ALLOCATION-REPORT-RECORD
                 STRING "BATCH " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-OLD-BATCH-ID) DELIMITED BY SIZE
                     " ON XFER.DAT WAS ALREADY POSTED - REPLACED"
                         DELIMITED BY SIZE
                     INTO ALLOCATION-REPORT-RECORD
                 WRITE ALLOCATION-REPORT-RECORD
                 EXIT SECTION
             END-IF
             OPEN INPUT TRANSFER-FILE
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ TRANSFER-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF TRANSFER-RECORD(1:3) NOT = "HDR"
                           AND TRANSFER-RECORD(1:3) NOT = "TRL"
                           PERFORM KEEP-ONE-KEYED-TRANSFER
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TRANSFER-FILE
             IF WS-OLD-BATCH-ID NOT = SPACES
                 AND WS-OLD-BATCH-ID(1:2) NOT = "DC"
                 MOVE SPACES TO ALLOCATION-REPORT-RECORD
                 STRING "KEYED BATCH " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-OLD-BATCH-ID) DELIMITED BY SIZE
                     " BALANCED - CARRIED INTO TONIGHT'S BATCH"
                         DELIMITED BY SIZE
                     INTO ALLOCATION-REPORT-RECORD
                 WRITE ALLOCATION-REPORT-RECORD
             END-IF
           EXIT.

           TALLY-OLD-BATCH-RECORD SECTION.
             IF OLD-FIRST-RECORD
                 AND TRANSFER-RECORD(1:3) = "HDR"
                 MOVE TRANSFER-RECORD(4:10) TO WS-OLD-BATCH-ID
             ELSE
                 IF TRANSFER-RECORD(1:3) = "TRL"
                     SET OLD-TRAILER-SEEN TO TRUE
                     IF TRANSFER-RECORD(4:5) IS NUMERIC
                         MOVE TRANSFER-RECORD(4:5)
                             TO WS-OLD-DECL-COUNT
                     END-IF
                     IF TRANSFER-RECORD(9:7) IS NUMERIC
                         MOVE TRANSFER-RECORD(9:7)
                             TO WS-OLD-DECL-QTY
                     END-IF
                 ELSE
                     ADD 1 TO WS-OLD-DETAIL-COUNT
                     IF XFER-QTY IS NUMERIC
                         ADD XFER-QTY TO WS-OLD-QTY-TOTAL
                     END-IF
                 END-IF
             END-IF
             MOVE "N" TO WS-OLD-FIRST
           EXIT.

           CHECK-OLD-BATCH-APPLIED SECTION.
             OPEN INPUT APPLIED-BATCH-FILE
             IF WS-APLD-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ APPLIED-BATCH-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF APLD-PROGRAM = "STOCKXFER"
                               AND APLD-BATCH-ID = WS-OLD-BATCH-ID
                               SET OLD-BATCH-ALREADY-APPLIED TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE APPLIED-BATCH-FILE
             END-IF
           EXIT.

      * A previous allocation line is regenerated from tonight's
      * stock, not carried; a keyed line goes through untouched and
      * StockTransfer edits it as it always has.
           KEEP-ONE-KEYED-TRANSFER SECTION.
             IF XFER-IS-ALLOCATION
                 ADD 1 TO WS-OLD-DROPPED-COUNT
                 EXIT SECTION
             END-IF
             IF WS-KEPT-COUNT >= WS-MAX-KEPT-CAPACITY
                 IF NOT KEPT-CAPACITY-LOGGED
                     MOVE SPACES TO ALLOCATION-REPORT-RECORD
                     STRING "EXCEPTION: KEYED TRANSFER CAPACITY "
                         "EXCEEDED - XFER.DAT LEFT AS KEYED, "
                         "NOTHING ALLOCATED" DELIMITED BY SIZE
                         INTO ALLOCATION-REPORT-RECORD
                     WRITE ALLOCATION-REPORT-RECORD
                     SET KEPT-CAPACITY-LOGGED TO TRUE
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-KEPT-COUNT
             MOVE XFER-FROM-STORE TO WS-KEPT-FROM-STORE(WS-KEPT-COUNT)
             MOVE XFER-TO-STORE TO WS-KEPT-TO-STORE(WS-KEPT-COUNT)
             MOVE XFER-NAME TO WS-KEPT-NAME(WS-KEPT-COUNT)
             IF XFER-QTY IS NUMERIC
                 MOVE XFER-QTY TO WS-KEPT-QTY(WS-KEPT-COUNT)
             ELSE
                 MOVE 0 TO WS-KEPT-QTY(WS-KEPT-COUNT)
             END-IF
             MOVE XFER-QTY-UOM TO WS-KEPT-UOM(WS-KEPT-COUNT)
           EXIT.

           WRITE-UNBALANCED-LINE SECTION.
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             STRING "KEYED BATCH " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-OLD-BATCH-ID) DELIMITED BY SIZE
                 " ON XFER.DAT DOES NOT BALANCE - LEFT FOR "
                 "STOCKTRANSFER TO REFUSE, NOTHING ALLOCATED"
                     DELIMITED BY SIZE
                 INTO ALLOCATION-REPORT-RECORD
             WRITE ALLOCATION-REPORT-RECORD
           EXIT.

      * The warehouse's own rows set what it can ship; every other
      * open store's active row at or below its reorder point is a
      * need for the reorder quantity.
           SCAN-ITEM-MASTER SECTION.
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "DCALLOC HALTED - ITEM MASTER OPEN FAILED,"
                     " STATUS " WS-MASTER-STATUS
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF ITEM-IS-ACTIVE OF ITEM-MASTER-RECORD
                           AND NOT ITEM-ON-HOLD OF ITEM-MASTER-RECORD
                           AND ON-HAND-QTY OF ITEM-MASTER-RECORD
                               IS NUMERIC
                           IF STORE-ID OF ITEM-MASTER-RECORD
                               = WS-WAREHOUSE-ID
                               PERFORM ADD-WAREHOUSE-STOCK
                           ELSE
                               PERFORM CHECK-ONE-STORE-ROW
                           END-IF
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
           EXIT.

           ADD-WAREHOUSE-STOCK SECTION.
             IF WS-STOCK-COUNT >= WS-MAX-STOCK-CAPACITY
                 MOVE SPACES TO ALLOCATION-REPORT-RECORD
                 STRING "EXCEPTION: WAREHOUSE STOCK CAPACITY "
                     "EXCEEDED - NOT ALLOCATED: " DELIMITED BY SIZE
                     FUNCTION TRIM(NAME OF ITEM-MASTER-RECORD)
                         DELIMITED BY SIZE
                     INTO ALLOCATION-REPORT-RECORD
                 WRITE ALLOCATION-REPORT-RECORD
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-STOCK-COUNT
             MOVE NAME OF ITEM-MASTER-RECORD
                 TO WS-STOCK-NAME(WS-STOCK-COUNT)
             MOVE VENDOR-ID OF ITEM-MASTER-RECORD
                 TO WS-STOCK-VENDOR-ID(WS-STOCK-COUNT)
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                 TO WS-STOCK-AVAILABLE(WS-STOCK-COUNT)
             MOVE 0 TO WS-STOCK-TOTAL-NEED(WS-STOCK-COUNT)
             MOVE "N" TO WS-RESV-MATCH
             PERFORM VARYING WS-RESV-IDX FROM 1 BY 1
                 UNTIL WS-RESV-IDX > WS-RESV-COUNT
                         OR RESERVATION-FOUND
                 IF WS-RESV-NAME(WS-RESV-IDX)
                     = NAME OF ITEM-MASTER-RECORD
                     SET RESERVATION-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF RESERVATION-FOUND
                 SUBTRACT 1 FROM WS-RESV-IDX
                 SUBTRACT WS-RESV-QTY(WS-RESV-IDX)
                     FROM WS-STOCK-AVAILABLE(WS-STOCK-COUNT)
             END-IF
           EXIT.

           CHECK-ONE-STORE-ROW SECTION.
             MOVE "N" TO WS-STORE-MATCH
             PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
                         OR STORE-IS-OPEN
                 IF WS-STORE-ID(WS-STORE-IDX)
                     = STORE-ID OF ITEM-MASTER-RECORD
                     SET STORE-IS-OPEN TO TRUE
                 END-IF
             END-PERFORM
             IF NOT STORE-IS-OPEN
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-REORDER-MATCH
             PERFORM VARYING WS-REORDER-IDX FROM 1 BY 1
                 UNTIL WS-REORDER-IDX > WS-REORDER-COUNT
                         OR REORDER-POINT-FOUND
                 IF WS-REORDER-STORE-ID(WS-REORDER-IDX)
                     = STORE-ID OF ITEM-MASTER-RECORD
                     AND WS-REORDER-NAME(WS-REORDER-IDX)
                         = NAME OF ITEM-MASTER-RECORD
                     SET REORDER-POINT-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF NOT REORDER-POINT-FOUND
                 EXIT SECTION
             END-IF
             SUBTRACT 1 FROM WS-REORDER-IDX
             IF ON-HAND-QTY OF ITEM-MASTER-RECORD
                 > WS-REORDER-POINT(WS-REORDER-IDX)
                 OR WS-REORDER-QTY(WS-REORDER-IDX) = 0
                 EXIT SECTION
             END-IF
             IF WS-NEED-COUNT >= WS-MAX-NEED-CAPACITY
                 IF NOT NEED-CAPACITY-LOGGED
                     MOVE SPACES TO ALLOCATION-REPORT-RECORD
                     STRING "EXCEPTION: STORE NEED CAPACITY "
                         "EXCEEDED - LATER ROWS NOT ALLOCATED"
                         DELIMITED BY SIZE
                         INTO ALLOCATION-REPORT-RECORD
                     WRITE ALLOCATION-REPORT-RECORD
                     SET NEED-CAPACITY-LOGGED TO TRUE
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-NEED-COUNT
             MOVE STORE-ID OF ITEM-MASTER-RECORD
                 TO WS-NEED-STORE-ID(WS-NEED-COUNT)
             MOVE NAME OF ITEM-MASTER-RECORD
                 TO WS-NEED-NAME(WS-NEED-COUNT)
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                 TO WS-NEED-ON-HAND(WS-NEED-COUNT)
             MOVE WS-REORDER-POINT(WS-REORDER-IDX)
                 TO WS-NEED-POINT(WS-NEED-COUNT)
             MOVE WS-REORDER-QTY(WS-REORDER-IDX)
                 TO WS-NEED-QTY(WS-NEED-COUNT)
             MOVE 0 TO WS-NEED-ALLOCATED(WS-NEED-COUNT)
             MOVE 0 TO WS-NEED-STOCK-IDX(WS-NEED-COUNT)
           EXIT.

      * A keyed transfer out of the warehouse spends its stock, and
      * one into a store that needs the item covers that much of the
      * need - the clerks' moves are honoured before anything is
      * allocated on top of them. A move keyed in cases or inner
      * packs counts at the units it will post as, off the
      * warehouse vendor's pack row; one StockTransfer cannot
      * convert counts as nothing, since it will not ship.
           APPLY-KEYED-TRANSFERS SECTION.
             PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                 UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
                 IF WS-KEPT-FROM-STORE(WS-KEPT-IDX) = WS-WAREHOUSE-ID
                     PERFORM APPLY-ONE-KEYED-TRANSFER
                 END-IF
             END-PERFORM
           EXIT.

           APPLY-ONE-KEYED-TRANSFER SECTION.
             MOVE WS-KEPT-QTY(WS-KEPT-IDX) TO WS-KEPT-UNITS
             IF WS-KEPT-UOM(WS-KEPT-IDX) NOT = "U"
                 AND WS-KEPT-UOM(WS-KEPT-IDX) NOT = SPACE
                 MOVE 0 TO WS-KEPT-UNITS
             END-IF
             PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                 UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                 IF WS-STOCK-NAME(WS-STOCK-IDX)
                     = WS-KEPT-NAME(WS-KEPT-IDX)
                     PERFORM CONVERT-KEPT-TO-UNITS
                     SUBTRACT WS-KEPT-UNITS
                         FROM WS-STOCK-AVAILABLE(WS-STOCK-IDX)
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                 UNTIL WS-NEED-IDX > WS-NEED-COUNT
                 IF WS-NEED-STORE-ID(WS-NEED-IDX)
                     = WS-KEPT-TO-STORE(WS-KEPT-IDX)
                     AND WS-NEED-NAME(WS-NEED-IDX)
                         = WS-KEPT-NAME(WS-KEPT-IDX)
                     IF WS-KEPT-UNITS
                         >= WS-NEED-QTY(WS-NEED-IDX)
                         MOVE 0 TO WS-NEED-QTY(WS-NEED-IDX)
                     ELSE
                         SUBTRACT WS-KEPT-UNITS
                             FROM WS-NEED-QTY(WS-NEED-IDX)
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

           CONVERT-KEPT-TO-UNITS SECTION.
             IF WS-KEPT-UOM(WS-KEPT-IDX) = "U"
                 OR WS-KEPT-UOM(WS-KEPT-IDX) = SPACE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-PACK-MATCH
             PERFORM VARYING WS-PACK-IDX FROM 1 BY 1
                 UNTIL WS-PACK-IDX > WS-PACK-COUNT
                         OR PACK-FOUND
                 IF WS-PACK-VENDOR-ID(WS-PACK-IDX)
                     = WS-STOCK-VENDOR-ID(WS-STOCK-IDX)
                     AND WS-PACK-NAME(WS-PACK-IDX)
                         = WS-KEPT-NAME(WS-KEPT-IDX)
                     SET PACK-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF NOT PACK-FOUND
                 MOVE 0 TO WS-KEPT-UNITS
                 EXIT SECTION
             END-IF
             SUBTRACT 1 FROM WS-PACK-IDX
             EVALUATE WS-KEPT-UOM(WS-KEPT-IDX)
                 WHEN "C"
                     COMPUTE WS-KEPT-UNITS = WS-KEPT-QTY(WS-KEPT-IDX)
                         * WS-PACK-CASE-UNITS(WS-PACK-IDX)
                 WHEN "I"
                     COMPUTE WS-KEPT-UNITS = WS-KEPT-QTY(WS-KEPT-IDX)
                         * WS-PACK-INNER-UNITS(WS-PACK-IDX)
                 WHEN OTHER
                     MOVE 0 TO WS-KEPT-UNITS
             END-EVALUATE
             IF WS-KEPT-UNITS > 99999
                 MOVE 0 TO WS-KEPT-UNITS
             END-IF
           EXIT.

      * Each need is tied to the warehouse row for its item and the
      * needs are totalled per item. Where the warehouse covers the
      * total every store gets its full reorder quantity; where it
      * does not, each store gets its share of what is free, rounded
      * down, and the units left by the rounding go one apiece to
      * the stores in master order.
           ALLOCATE-WAREHOUSE-STOCK SECTION.
             PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                 UNTIL WS-NEED-IDX > WS-NEED-COUNT
                 PERFORM LINK-ONE-NEED
             END-PERFORM
             PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                 UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                 IF WS-STOCK-AVAILABLE(WS-STOCK-IDX) < 0
                     MOVE 0 TO WS-STOCK-AVAILABLE(WS-STOCK-IDX)
                 END-IF
                 MOVE WS-STOCK-AVAILABLE(WS-STOCK-IDX)
                     TO WS-STOCK-REMAINING(WS-STOCK-IDX)
             END-PERFORM
             PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                 UNTIL WS-NEED-IDX > WS-NEED-COUNT
                 IF WS-NEED-STOCK-IDX(WS-NEED-IDX) > 0
                     PERFORM ALLOCATE-ONE-NEED
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                 UNTIL WS-NEED-IDX > WS-NEED-COUNT
                 IF WS-NEED-STOCK-IDX(WS-NEED-IDX) > 0
                     MOVE WS-NEED-STOCK-IDX(WS-NEED-IDX)
                         TO WS-STOCK-IDX
                     IF WS-STOCK-REMAINING(WS-STOCK-IDX) > 0
                         AND WS-NEED-ALLOCATED(WS-NEED-IDX)
                             < WS-NEED-QTY(WS-NEED-IDX)
                         ADD 1 TO WS-NEED-ALLOCATED(WS-NEED-IDX)
                         SUBTRACT 1
                             FROM WS-STOCK-REMAINING(WS-STOCK-IDX)
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

           LINK-ONE-NEED SECTION.
             IF WS-NEED-QTY(WS-NEED-IDX) = 0
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-STOCK-MATCH
             PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                 UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                         OR STOCK-FOUND
                 IF WS-STOCK-NAME(WS-STOCK-IDX)
                     = WS-NEED-NAME(WS-NEED-IDX)
                     SET STOCK-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF STOCK-FOUND
                 SUBTRACT 1 FROM WS-STOCK-IDX
                 MOVE WS-STOCK-IDX TO WS-NEED-STOCK-IDX(WS-NEED-IDX)
                 ADD WS-NEED-QTY(WS-NEED-IDX)
                     TO WS-STOCK-TOTAL-NEED(WS-STOCK-IDX)
             END-IF
           EXIT.

           ALLOCATE-ONE-NEED SECTION.
             MOVE WS-NEED-STOCK-IDX(WS-NEED-IDX) TO WS-STOCK-IDX
             IF WS-STOCK-AVAILABLE(WS-STOCK-IDX)
                 >= WS-STOCK-TOTAL-NEED(WS-STOCK-IDX)
                 MOVE WS-NEED-QTY(WS-NEED-IDX)
                     TO WS-NEED-ALLOCATED(WS-NEED-IDX)
             ELSE
                 COMPUTE WS-WORK-QTY =
                     WS-NEED-QTY(WS-NEED-IDX)
                     * WS-STOCK-AVAILABLE(WS-STOCK-IDX)
                     / WS-STOCK-TOTAL-NEED(WS-STOCK-IDX)
                 MOVE WS-WORK-QTY TO WS-NEED-ALLOCATED(WS-NEED-IDX)
             END-IF
             SUBTRACT WS-NEED-ALLOCATED(WS-NEED-IDX)
                 FROM WS-STOCK-REMAINING(WS-STOCK-IDX)
           EXIT.

      * The next run number for tonight's date, past any DC batch
      * StockTransfer has already registered.
           ASSIGN-BATCH-ID SECTION.
             MOVE 0 TO WS-HIGH-BATCH-SEQ
             OPEN INPUT APPLIED-BATCH-FILE
             IF WS-APLD-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ APPLIED-BATCH-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF APLD-PROGRAM = "STOCKXFER"
                               AND APLD-BATCH-ID(1:2) = "DC"
                               AND APLD-BATCH-ID(3:6)
                                   = WS-NEW-BATCH-DATE
                               AND APLD-BATCH-ID(9:2) IS NUMERIC
                               AND APLD-BATCH-ID(9:2)
                                   > WS-HIGH-BATCH-SEQ
                               MOVE APLD-BATCH-ID(9:2)
                                   TO WS-HIGH-BATCH-SEQ
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE APPLIED-BATCH-FILE
             END-IF
             COMPUTE WS-NEW-BATCH-SEQ = WS-HIGH-BATCH-SEQ + 1
           EXIT.

           WRITE-TRANSFER-BATCH SECTION.
             OPEN OUTPUT TRANSFER-FILE
             MOVE SPACES TO TRANSFER-RECORD
             STRING "HDR" DELIMITED BY SIZE
                 WS-NEW-BATCH-ID DELIMITED BY SIZE
                 INTO TRANSFER-RECORD
             WRITE TRANSFER-RECORD
             PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                 UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
                 MOVE WS-KEPT-FROM-STORE(WS-KEPT-IDX)
                     TO XFER-FROM-STORE
                 MOVE WS-KEPT-TO-STORE(WS-KEPT-IDX) TO XFER-TO-STORE
                 MOVE WS-KEPT-NAME(WS-KEPT-IDX) TO XFER-NAME
                 MOVE WS-KEPT-QTY(WS-KEPT-IDX) TO XFER-QTY
                 MOVE SPACE TO XFER-ORIGIN
                 MOVE WS-KEPT-UOM(WS-KEPT-IDX) TO XFER-QTY-UOM
                 WRITE TRANSFER-RECORD
                 ADD 1 TO WS-BATCH-RECORDS
                 ADD WS-KEPT-QTY(WS-KEPT-IDX) TO WS-BATCH-QTY
             END-PERFORM
             PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                 UNTIL WS-NEED-IDX > WS-NEED-COUNT
                 IF WS-NEED-ALLOCATED(WS-NEED-IDX) > 0
                     MOVE WS-WAREHOUSE-ID TO XFER-FROM-STORE
                     MOVE WS-NEED-STORE-ID(WS-NEED-IDX)
                         TO XFER-TO-STORE
                     MOVE WS-NEED-NAME(WS-NEED-IDX) TO XFER-NAME
                     MOVE WS-NEED-ALLOCATED(WS-NEED-IDX) TO XFER-QTY
                     MOVE "A" TO XFER-ORIGIN
                     MOVE "U" TO XFER-QTY-UOM
                     WRITE TRANSFER-RECORD
                     ADD 1 TO WS-BATCH-RECORDS
                     ADD WS-NEED-ALLOCATED(WS-NEED-IDX)
                         TO WS-BATCH-QTY
                 END-IF
             END-PERFORM
             MOVE WS-BATCH-RECORDS TO WS-TRL-COUNT
             MOVE WS-BATCH-QTY TO WS-TRL-QTY
             MOVE SPACES TO TRANSFER-RECORD
             MOVE WS-BATCH-TRAILER TO TRANSFER-RECORD
             WRITE TRANSFER-RECORD
             CLOSE TRANSFER-FILE
           EXIT.

           WRITE-REPORT-HEADER SECTION.
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             IF WAREHOUSE-FOUND
                 STRING "DC ALLOCATION FOR " DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     " FROM CENTRAL WAREHOUSE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-WAREHOUSE-ID) DELIMITED BY SIZE
                     INTO ALLOCATION-REPORT-RECORD
             ELSE
                 STRING "DC ALLOCATION FOR " DELIMITED BY SIZE
                     WS-BUSINESS-DATE DELIMITED BY SIZE
                     " - NO OPEN STORE IS TYPED W ON THE STORE "
                     "MASTER, NOTHING ALLOCATED AND XFER.DAT LEFT "
                     "AS KEYED" DELIMITED BY SIZE
                     INTO ALLOCATION-REPORT-RECORD
             END-IF
             WRITE ALLOCATION-REPORT-RECORD
           EXIT.

           WRITE-ALLOCATION-LINES SECTION.
             PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                 UNTIL WS-NEED-IDX > WS-NEED-COUNT
                 IF WS-NEED-ALLOCATED(WS-NEED-IDX) > 0
                     ADD 1 TO WS-ALLOC-ROWS
                     ADD WS-NEED-ALLOCATED(WS-NEED-IDX)
                         TO WS-ALLOC-UNITS
                     MOVE WS-NEED-ON-HAND(WS-NEED-IDX)
                         TO WS-ON-HAND-ED
                     MOVE WS-NEED-POINT(WS-NEED-IDX) TO WS-POINT-ED
                     MOVE WS-NEED-QTY(WS-NEED-IDX) TO WS-NEED-ED
                     MOVE WS-NEED-ALLOCATED(WS-NEED-IDX) TO WS-QTY-ED
                     MOVE SPACES TO ALLOCATION-REPORT-RECORD
                     STRING "ALLOCATED: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-NEED-NAME(WS-NEED-IDX))
                             DELIMITED BY SIZE
                         ", STORE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-NEED-STORE-ID(WS-NEED-IDX))
                             DELIMITED BY SIZE
                         ", ON-HAND " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-ON-HAND-ED)
                             DELIMITED BY SIZE
                         ", POINT " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-POINT-ED) DELIMITED BY SIZE
                         ", NEED " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-NEED-ED) DELIMITED BY SIZE
                         ", SHIPPED " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                         INTO ALLOCATION-REPORT-RECORD
                     WRITE ALLOCATION-REPORT-RECORD
                 END-IF
             END-PERFORM
           EXIT.

      * Everything the warehouse could not cover, for purchasing to
      * buy from the vendor.
           WRITE-SHORTFALL-SECTION SECTION.
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             MOVE "ALLOCATION SHORTFALL - REORDER FROM THE VENDOR"
                 TO ALLOCATION-REPORT-RECORD
             WRITE ALLOCATION-REPORT-RECORD
             PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                 UNTIL WS-NEED-IDX > WS-NEED-COUNT
                 IF WS-NEED-ALLOCATED(WS-NEED-IDX)
                     < WS-NEED-QTY(WS-NEED-IDX)
                     PERFORM WRITE-ONE-SHORTFALL
                 END-IF
             END-PERFORM
           EXIT.

           WRITE-ONE-SHORTFALL SECTION.
             COMPUTE WS-SHORT-QTY = WS-NEED-QTY(WS-NEED-IDX)
                 - WS-NEED-ALLOCATED(WS-NEED-IDX)
             ADD 1 TO WS-SHORT-ROWS
             ADD WS-SHORT-QTY TO WS-SHORT-UNITS
             MOVE WS-NEED-QTY(WS-NEED-IDX) TO WS-NEED-ED
             MOVE WS-NEED-ALLOCATED(WS-NEED-IDX) TO WS-QTY-ED
             MOVE WS-SHORT-QTY TO WS-SHORT-ED
             MOVE SPACES TO WS-SHORT-NOTE
             IF WS-NEED-STOCK-IDX(WS-NEED-IDX) = 0
                 MOVE " - NOT STOCKED AT THE WAREHOUSE"
                     TO WS-SHORT-NOTE
             END-IF
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             STRING "SHORT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NEED-NAME(WS-NEED-IDX))
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NEED-STORE-ID(WS-NEED-IDX))
                     DELIMITED BY SIZE
                 ", NEED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NEED-ED) DELIMITED BY SIZE
                 ", ALLOCATED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", SHORT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SHORT-ED) DELIMITED BY SIZE
                 WS-SHORT-NOTE DELIMITED BY SIZE
                 INTO ALLOCATION-REPORT-RECORD
             WRITE ALLOCATION-REPORT-RECORD
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             MOVE WS-NEED-COUNT TO WS-COUNT-ED
             STRING "BATCH " DELIMITED BY SIZE
                 WS-NEW-BATCH-ID DELIMITED BY SIZE
                 " WRITTEN TO XFER.DAT - ROWS AT REORDER POINT: "
                     DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO ALLOCATION-REPORT-RECORD
             WRITE ALLOCATION-REPORT-RECORD
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             MOVE WS-ALLOC-ROWS TO WS-COUNT-ED
             MOVE WS-ALLOC-UNITS TO WS-UNITS-ED
             STRING "ALLOCATED ROWS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", UNITS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 INTO ALLOCATION-REPORT-RECORD
             WRITE ALLOCATION-REPORT-RECORD
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             MOVE WS-SHORT-ROWS TO WS-COUNT-ED
             MOVE WS-SHORT-UNITS TO WS-UNITS-ED
             STRING "SHORT ROWS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", UNITS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 INTO ALLOCATION-REPORT-RECORD
             WRITE ALLOCATION-REPORT-RECORD
             MOVE SPACES TO ALLOCATION-REPORT-RECORD
             MOVE WS-KEPT-COUNT TO WS-COUNT-ED
             MOVE WS-OLD-DROPPED-COUNT TO WS-QTY-ED
             STRING "KEYED TRANSFERS CARRIED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", PREVIOUS ALLOCATION LINES REPLACED: "
                     DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 INTO ALLOCATION-REPORT-RECORD
             WRITE ALLOCATION-REPORT-RECORD
           EXIT.

       END PROGRAM DC-ALLOC.
