      ******************************************************************
      * Author:
      * Date:
      * Purpose: Store closure wind-down. Each transaction on
      *          data/CLOSURE.DAT names a closing store and either
      *          winds it down (W, into a named receiving store) or
      *          certifies it empty (C). A wind-down queues a transfer
      *          of every saleable row's on-hand to the receiving
      *          store onto the transfer batch (data/XFER.DAT), and
      *          a write-off under closure reason CLS of every held
      *          or zero-quality row onto the disposal batch
      *          (data/DISPOSE.DAT), both rewritten as controlled
      *          batches the nightly chain posts. Open purchase-order
      *          lines are redirected to the receiving store (or
      *          cancelled), reservations follow the stock to the
      *          receiving store with a customer notice listing
      *          (data/CLOSNOTE.RPT), receipt lots of transferred
      *          stock move with it, and the store's shelf
      *          locations, cycle-count schedule, reorder points and
      *          remaining lots are retired. The certificate, run
      *          once the batches have posted, reads the store's
      *          rows back and shows it at zero units and zero value
      *          with no open commitments before StoreMaint closes
      *          it. Everything is reported on data/CLOSURE.RPT.
      *          Legendary rows (data/PROTECT.DAT) are not batched;
      *          they are listed for transfer by LegendMove.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-CLOSE as "StoreClose".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-TRANS-FILE ASSIGN TO "data/CLOSURE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "data/STORMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORMSTR-STATUS.
           SELECT BATCH-FILE ASSIGN TO WS-BATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT APPLIED-BATCH-FILE ASSIGN TO "data/APLDBTCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLD-STATUS.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CONTROL-SCRATCH-FILE ASSIGN TO "data/CLOSURE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CLOSURE-REPORT-FILE ASSIGN TO "data/CLOSURE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-REPORT-FILE ASSIGN TO "data/CLOSNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One closure per line: W winds the store down into the
      * receiving store, C certifies it empty. CLS-PO-ACTION says
      * what becomes of the store's open purchase-order lines - R
      * (or blank) redirects them to the receiving store, C cancels
      * them.
       FD  CLOSURE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSURE-TRANS-RECORD.
           05 CLS-ACTION PIC X(001).
               88 CLS-IS-WIND-DOWN VALUE "W".
               88 CLS-IS-CERTIFY VALUE "C".
           05 CLS-STORE-ID PIC X(006).
           05 CLS-TO-STORE PIC X(006).
           05 CLS-PO-ACTION PIC X(001).
               88 CLS-PO-REDIRECT VALUE "R" " ".
               88 CLS-PO-CANCEL VALUE "C".

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

      * One SELECT serves both posting batches - the transfer batch
      * StockTransfer applies and the disposal batch WasteWriteOff
      * applies - with the path swapped per batch.
       FD  BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-RECORD PIC X(132).

       FD  APPLIED-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPLIED-BATCH-RECORD.
           05 APLD-PROGRAM PIC X(012).
           05 APLD-BATCH-ID PIC X(010).
           05 APLD-TIMESTAMP PIC X(014).

      * One SELECT serves every store-keyed file the closure
      * retargets or retires - the path and the store id's offset in
      * the record are swapped per file.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD PIC X(132).

       FD  CONTROL-SCRATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-SCRATCH-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  CLOSURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSURE-REPORT-RECORD PIC X(132).

       FD  NOTICE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-REPORT-RECORD PIC X(132).

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-BATCH-STATUS PIC X(002).
       01 WS-APLD-STATUS PIC X(002).
       01 WS-CONTROL-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-BATCH-PATH PIC X(030).
       01 WS-CONTROL-PATH PIC X(030).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-TRANS-EOF PIC X(001).
           88 END-OF-TRANSACTIONS VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-REJECT-TEXT PIC X(050).

      * Stores off the store master, open and closed alike - the
      * closing store must still be open to be wound down (the
      * posting programs refuse a closed store), the receiving store
      * must be open, and a closed store may still be certified.
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
       01 WS-CLOSING-NAME PIC X(030).
       01 WS-RECEIVING-NAME PIC X(030).

      * Legendary names (the protected list) - a closing store's
      * legendary units are not batched; LegendMove transfers them
      * by serial.
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

      * Tonight's two posting batches as they will be rewritten:
      * whatever is already on each file and has not been posted is
      * carried, and every wind-down appends to it. Kind X is a
      * transfer line in StockTransfer's layout, kind D a disposal
      * line in WasteWriteOff's.
       01 WS-MAX-STAGE-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-STAGE-COUNT PIC 9(005) VALUE 0.
       01 WS-STAGE-TABLE.
           05 WS-STAGE-ENTRY OCCURS 10000 TIMES.
               10 WS-STAGE-KIND PIC X(001).
               10 WS-STAGE-LINE PIC X(060).
       01 WS-STAGE-IDX PIC 9(005).
       01 WS-STAGE-MARK PIC 9(005).
       01 WS-STAGE-MATCH PIC X(001).
           88 ALREADY-QUEUED VALUE "Y".
       01 WS-STAGE-FULL PIC X(001).
           88 STAGE-CAPACITY-EXCEEDED VALUE "Y".

       01 WS-XFER-LINE.
           05 WS-XFER-FROM-STORE PIC X(006).
           05 WS-XFER-TO-STORE PIC X(006).
           05 WS-XFER-NAME PIC X(041).
           05 WS-XFER-QTY PIC 9(005).
           05 WS-XFER-ORIGIN PIC X(001) VALUE "C".
           05 WS-XFER-QTY-UOM PIC X(001) VALUE "U".
       01 WS-DISP-LINE.
           05 WS-DISP-NAME PIC X(041).
           05 WS-DISP-STORE-ID PIC X(006).
           05 WS-DISP-QTY PIC 9(005).
           05 WS-DISP-REASON-CODE PIC X(003) VALUE "CLS".
           05 FILLER PIC X(005) VALUE SPACES.

      * Per-batch parameters for the shared load/write sections, and
      * the control totals of the batch already on file.
       01 WS-BATCH-KIND PIC X(001).
       01 WS-BATCH-PROGRAM PIC X(012).
       01 WS-BATCH-QTY-POS PIC 9(003).
       01 WS-OLD-BATCH-ID PIC X(010).
       01 WS-OLD-FIRST PIC X(001).
           88 OLD-FIRST-RECORD VALUE "Y".
       01 WS-OLD-TRAILER PIC X(001).
           88 OLD-TRAILER-SEEN VALUE "Y".
       01 WS-OLD-DETAIL-COUNT PIC 9(005).
       01 WS-OLD-QTY-TOTAL PIC 9(007).
       01 WS-OLD-DECL-COUNT PIC 9(005).
       01 WS-OLD-DECL-QTY PIC 9(007).
       01 WS-OLD-APPLIED PIC X(001).
           88 OLD-BATCH-ALREADY-APPLIED VALUE "Y".
       01 WS-LINE-QTY-TEXT PIC X(005).
       01 WS-LINE-QTY REDEFINES WS-LINE-QTY-TEXT PIC 9(005).
       01 WS-BATCHES-BLOCKED PIC X(001) VALUE "N".
           88 BATCHES-ARE-BLOCKED VALUE "Y".
       01 WS-WIND-DOWNS-APPLIED PIC 9(005) VALUE 0.

      * New batch id: CL, the business date as YYMMDD and a two-digit
      * run number past any closure batch already posted today.
       01 WS-NEW-BATCH-ID.
           05 FILLER PIC X(002) VALUE "CL".
           05 WS-NEW-BATCH-DATE PIC X(006).
           05 WS-NEW-BATCH-SEQ PIC 9(002).
       01 WS-HIGH-BATCH-SEQ PIC 9(002).
       01 WS-BATCH-RECORDS PIC 9(005).
       01 WS-BATCH-QTY PIC 9(007).
       01 WS-BATCH-TRAILER.
           05 FILLER PIC X(003) VALUE "TRL".
           05 WS-TRL-COUNT PIC 9(005).
           05 WS-TRL-QTY PIC 9(007).

      * Items whose stock transfers out, so their receipt lots and
      * reservations follow it to the receiving store.
       01 WS-MAX-MOVED-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-MOVED-COUNT PIC 9(005) VALUE 0.
       01 WS-MOVED-TABLE.
           05 WS-MOVED-NAME PIC X(041) OCCURS 5000 TIMES.
       01 WS-MOVED-IDX PIC 9(005).
       01 WS-MOVED-MATCH PIC X(001).
           88 ITEM-MOVES-WITH-STOCK VALUE "Y".
       01 WS-MOVED-CHECK-NAME PIC X(041).

      * The store-keyed files a closure touches and where the store
      * id sits in each record, with what happens to the closing
      * store's lines: R reservations follow the stock, P open PO
      * lines are redirected or cancelled, L receipt lots follow the
      * stock or are retired, S the line is retired outright.
       01 WS-CONTROL-TABLE-DATA.
           05 FILLER PIC X(034) VALUE
               "data/RESERV.DAT               001R".
           05 FILLER PIC X(034) VALUE
               "data/POFILE.DAT               013P".
           05 FILLER PIC X(034) VALUE
               "data/ITEMLOT.DAT              001L".
           05 FILLER PIC X(034) VALUE
               "data/SHELFLOC.DAT             001S".
           05 FILLER PIC X(034) VALUE
               "data/CYCSCHED.DAT             001S".
           05 FILLER PIC X(034) VALUE
               "data/REORDER.DAT              001S".
       01 WS-CONTROL-TABLE REDEFINES WS-CONTROL-TABLE-DATA.
           05 WS-CONTROL-ENTRY OCCURS 6 TIMES.
               10 WS-CONTROL-FILE-PATH PIC X(030).
               10 WS-CONTROL-STORE-POS PIC 9(003).
               10 WS-CONTROL-KIND PIC X(001).
                   88 CONTROL-IS-RESERVATIONS VALUE "R".
                   88 CONTROL-IS-PO-LINES VALUE "P".
                   88 CONTROL-IS-LOTS VALUE "L".
                   88 CONTROL-IS-RETIRED VALUE "S".
       01 WS-CONTROL-IDX PIC 9(002).
       01 WS-STORE-POS PIC 9(003).
       01 WS-CONTROL-KEEP PIC X(001).
           88 KEEP-CONTROL-LINE VALUE "Y".
       01 WS-CONTROL-MOVED PIC 9(005) OCCURS 6 TIMES.
       01 WS-CONTROL-RETIRED PIC 9(005) OCCURS 6 TIMES.
       01 WS-CONTROL-OPEN PIC 9(005) OCCURS 6 TIMES.

       01 WS-RESV-LINE.
           05 WS-RESV-STORE-ID PIC X(006).
           05 WS-RESV-NAME PIC X(041).
           05 WS-RESV-QTY PIC 9(005).
           05 WS-RESV-CUSTOMER-REF PIC X(015).
           05 WS-RESV-EXPIRY-DATE PIC X(008).
       01 WS-PO-LINE.
           05 WS-PO-NUMBER PIC 9(006).
           05 WS-PO-VENDOR-ID PIC X(006).
           05 WS-PO-STORE-ID PIC X(006).
           05 WS-PO-NAME PIC X(041).
           05 WS-PO-ORDER-QTY PIC 9(005).
           05 WS-PO-RECEIVED-QTY PIC 9(005).
           05 WS-PO-STATUS PIC X(001).
               88 WS-PO-LINE-OPEN VALUE "O".
           05 WS-PO-ORDER-DATE PIC X(008).
       01 WS-PO-OPEN-QTY PIC S9(005).

      * Wind-down and certificate totals for the store in hand.
       01 WS-ROW-VALUE PIC 9(009)V99.
       01 WS-STORE-ROWS PIC 9(005).
       01 WS-STORE-UNITS PIC 9(009).
       01 WS-STORE-VALUE PIC 9(009)V99.
       01 WS-XFER-ROWS PIC 9(005).
       01 WS-XFER-UNITS PIC 9(009).
       01 WS-XFER-VALUE PIC 9(009)V99.
       01 WS-WOFF-ROWS PIC 9(005).
       01 WS-WOFF-UNITS PIC 9(009).
       01 WS-WOFF-VALUE PIC 9(009)V99.
       01 WS-STOCKED-ROWS PIC 9(005).
       01 WS-WOFF-REASON PIC X(013).

       01 WS-TRANS-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-APPLIED-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-REJECT-COUNT PIC 9(005) VALUE 0.
       01 WS-QTY-ED PIC Z(4)9.
       01 WS-UNITS-ED PIC Z(8)9.
       01 WS-VALUE-ED PIC Z(8)9.99.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-COUNT2-ED PIC Z(4)9.
       01 WS-COUNT3-ED PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT CLOSURE-REPORT-FILE
           OPEN OUTPUT NOTICE-REPORT-FILE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM WRITE-REPORT-HEADERS

           MOVE "X" TO WS-BATCH-KIND
           MOVE "data/XFER.DAT" TO WS-BATCH-PATH
           MOVE "STOCKXFER" TO WS-BATCH-PROGRAM
           MOVE 54 TO WS-BATCH-QTY-POS
           PERFORM LOAD-EXISTING-BATCH
           MOVE "D" TO WS-BATCH-KIND
           MOVE "data/DISPOSE.DAT" TO WS-BATCH-PATH
           MOVE "WASTEWOFF" TO WS-BATCH-PROGRAM
           MOVE 48 TO WS-BATCH-QTY-POS
           PERFORM LOAD-EXISTING-BATCH

           OPEN INPUT CLOSURE-TRANS-FILE
           IF WS-TRANS-STATUS = "00"
               MOVE "N" TO WS-TRANS-EOF
               PERFORM UNTIL END-OF-TRANSACTIONS
                   READ CLOSURE-TRANS-FILE
                       AT END SET END-OF-TRANSACTIONS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM APPLY-ONE-CLOSURE
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-TRANS-FILE
           END-IF

           IF WS-WIND-DOWNS-APPLIED > 0
               MOVE "X" TO WS-BATCH-KIND
               MOVE "data/XFER.DAT" TO WS-BATCH-PATH
               MOVE "STOCKXFER" TO WS-BATCH-PROGRAM
               PERFORM WRITE-POSTING-BATCH
               MOVE "D" TO WS-BATCH-KIND
               MOVE "data/DISPOSE.DAT" TO WS-BATCH-PATH
               MOVE "WASTEWOFF" TO WS-BATCH-PROGRAM
               PERFORM WRITE-POSTING-BATCH
           END-IF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE NOTICE-REPORT-FILE
           CLOSE CLOSURE-REPORT-FILE

           STOP RUN.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF NAME
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
             MOVE WS-BUSINESS-DATE(3:6) TO WS-NEW-BATCH-DATE
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

           WRITE-REPORT-HEADERS SECTION.
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "STORE CLOSURE RUN FOR " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE SPACES TO NOTICE-REPORT-RECORD
             STRING "RESERVATION NOTICES - STORE CLOSURES "
                 DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO NOTICE-REPORT-RECORD
             WRITE NOTICE-REPORT-RECORD
           EXIT.

      * Same rules DcAlloc applies to the batch it rewrites: a
      * controlled batch the posting program has already registered
      * as applied is yesterday's and is dropped whole, a balanced or
      * uncontrolled one has its detail lines carried, and a
      * controlled batch that does not balance blocks every
      * wind-down in the run so the clerk's batch is left exactly as
      * it is for the posting program to refuse.
           LOAD-EXISTING-BATCH SECTION.
             MOVE SPACES TO WS-OLD-BATCH-ID
             MOVE 0 TO WS-OLD-DETAIL-COUNT
             MOVE 0 TO WS-OLD-QTY-TOTAL
             MOVE 0 TO WS-OLD-DECL-COUNT
             MOVE 0 TO WS-OLD-DECL-QTY
             MOVE "Y" TO WS-OLD-FIRST
             MOVE "N" TO WS-OLD-TRAILER
             MOVE "N" TO WS-OLD-APPLIED
             OPEN INPUT BATCH-FILE
             IF WS-BATCH-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ BATCH-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         PERFORM TALLY-OLD-BATCH-RECORD
                 END-READ
             END-PERFORM
             CLOSE BATCH-FILE
             IF WS-OLD-BATCH-ID NOT = SPACES
                 IF OLD-TRAILER-SEEN
                     AND WS-OLD-DETAIL-COUNT = WS-OLD-DECL-COUNT
                     AND WS-OLD-QTY-TOTAL = WS-OLD-DECL-QTY
                     PERFORM CHECK-OLD-BATCH-APPLIED
                 ELSE
                     SET BATCHES-ARE-BLOCKED TO TRUE
                     MOVE SPACES TO CLOSURE-REPORT-RECORD
                     STRING "BATCH " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-OLD-BATCH-ID)
                             DELIMITED BY SIZE
                         " ON " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-BATCH-PATH)
                             DELIMITED BY SIZE
                         " DOES NOT BALANCE - NO WIND-DOWN QUEUED"
                             DELIMITED BY SIZE
                         INTO CLOSURE-REPORT-RECORD
                     WRITE CLOSURE-REPORT-RECORD
                     MOVE 8 TO RETURN-CODE
                     EXIT SECTION
                 END-IF
             END-IF
             IF OLD-BATCH-ALREADY-APPLIED
                 MOVE SPACES TO CLOSURE-REPORT-RECORD
                 STRING "BATCH " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-OLD-BATCH-ID) DELIMITED BY SIZE
                     " ON " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BATCH-PATH) DELIMITED BY SIZE
                     " WAS ALREADY POSTED - REPLACED"
                         DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
                 WRITE CLOSURE-REPORT-RECORD
                 EXIT SECTION
             END-IF
             OPEN INPUT BATCH-FILE
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ BATCH-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF BATCH-RECORD(1:3) NOT = "HDR"
                           AND BATCH-RECORD(1:3) NOT = "TRL"
                           PERFORM CARRY-ONE-BATCH-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE BATCH-FILE
           EXIT.

           TALLY-OLD-BATCH-RECORD SECTION.
             IF OLD-FIRST-RECORD
                 AND BATCH-RECORD(1:3) = "HDR"
                 MOVE BATCH-RECORD(4:10) TO WS-OLD-BATCH-ID
             ELSE
                 IF BATCH-RECORD(1:3) = "TRL"
                     SET OLD-TRAILER-SEEN TO TRUE
                     IF BATCH-RECORD(4:5) IS NUMERIC
                         MOVE BATCH-RECORD(4:5)
                             TO WS-OLD-DECL-COUNT
                     END-IF
                     IF BATCH-RECORD(9:7) IS NUMERIC
                         MOVE BATCH-RECORD(9:7)
                             TO WS-OLD-DECL-QTY
                     END-IF
                 ELSE
                     ADD 1 TO WS-OLD-DETAIL-COUNT
                     MOVE BATCH-RECORD(WS-BATCH-QTY-POS:5)
                         TO WS-LINE-QTY-TEXT
                     IF WS-LINE-QTY IS NUMERIC
                         ADD WS-LINE-QTY TO WS-OLD-QTY-TOTAL
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
                           IF APLD-PROGRAM = WS-BATCH-PROGRAM
                               AND APLD-BATCH-ID = WS-OLD-BATCH-ID
                               SET OLD-BATCH-ALREADY-APPLIED TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE APPLIED-BATCH-FILE
             END-IF
           EXIT.

           CARRY-ONE-BATCH-LINE SECTION.
             IF WS-STAGE-COUNT >= WS-MAX-STAGE-CAPACITY
                 IF NOT BATCHES-ARE-BLOCKED
                     MOVE SPACES TO CLOSURE-REPORT-RECORD
                     STRING "EXCEPTION: BATCH CAPACITY EXCEEDED ON "
                         DELIMITED BY SIZE
                         FUNCTION TRIM(WS-BATCH-PATH)
                             DELIMITED BY SIZE
                         " - LEFT AS KEYED, NO WIND-DOWN QUEUED"
                             DELIMITED BY SIZE
                         INTO CLOSURE-REPORT-RECORD
                     WRITE CLOSURE-REPORT-RECORD
                     SET BATCHES-ARE-BLOCKED TO TRUE
                     MOVE 8 TO RETURN-CODE
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-STAGE-COUNT
             MOVE WS-BATCH-KIND TO WS-STAGE-KIND(WS-STAGE-COUNT)
             MOVE BATCH-RECORD TO WS-STAGE-LINE(WS-STAGE-COUNT)
           EXIT.

           APPLY-ONE-CLOSURE SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             MOVE CLS-STORE-ID TO WS-SM-CHECK-ID
             PERFORM FIND-STORE
             MOVE WS-SM-FOUND-NAME TO WS-CLOSING-NAME
             EVALUATE TRUE
                 WHEN NOT CLS-IS-WIND-DOWN AND NOT CLS-IS-CERTIFY
                     MOVE "ACTION NOT W OR C" TO WS-REJECT-TEXT
                 WHEN NOT STORE-FOUND
                     MOVE "STORE NOT ON STORE MASTER"
                         TO WS-REJECT-TEXT
                 WHEN CLS-IS-CERTIFY
                     CONTINUE
                 WHEN NOT FOUND-STORE-IS-OPEN
                     MOVE "STORE CLOSED - REOPEN IT TO WIND DOWN"
                         TO WS-REJECT-TEXT
                 WHEN CLS-TO-STORE = CLS-STORE-ID
                     MOVE "RECEIVING STORE IS THE CLOSING STORE"
                         TO WS-REJECT-TEXT
                 WHEN NOT CLS-PO-REDIRECT AND NOT CLS-PO-CANCEL
                     MOVE "PO ACTION NOT R OR C" TO WS-REJECT-TEXT
                 WHEN BATCHES-ARE-BLOCKED
                     MOVE "POSTING BATCH BLOCKED - SEE ABOVE"
                         TO WS-REJECT-TEXT
             END-EVALUATE
             IF WS-REJECT-TEXT = SPACES
                 AND CLS-IS-WIND-DOWN
                 MOVE CLS-TO-STORE TO WS-SM-CHECK-ID
                 PERFORM FIND-STORE
                 MOVE WS-SM-FOUND-NAME TO WS-RECEIVING-NAME
                 IF NOT STORE-FOUND OR NOT FOUND-STORE-IS-OPEN
                     MOVE "RECEIVING STORE NOT OPEN ON STORE MASTER"
                         TO WS-REJECT-TEXT
                 END-IF
             END-IF
             IF WS-REJECT-TEXT NOT = SPACES
                 ADD 1 TO WS-TRANS-REJECT-COUNT
                 MOVE SPACES TO CLOSURE-REPORT-RECORD
                 WRITE CLOSURE-REPORT-RECORD
                 MOVE SPACES TO CLOSURE-REPORT-RECORD
                 STRING "REJECTED - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     CLS-ACTION DELIMITED BY SIZE
                     " STORE " DELIMITED BY SIZE
                     CLS-STORE-ID DELIMITED BY SIZE
                     " TO STORE " DELIMITED BY SIZE
                     CLS-TO-STORE DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
                 WRITE CLOSURE-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF CLS-IS-CERTIFY
                 PERFORM CERTIFY-STORE
             ELSE
                 PERFORM WIND-DOWN-STORE
             END-IF
           EXIT.

      * Stock first, so a batch too full to take the store's lines
      * stops the wind-down before any store-keyed file is touched.
           WIND-DOWN-STORE SECTION.
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "WIND-DOWN: STORE " DELIMITED BY SIZE
                 CLS-STORE-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLOSING-NAME) DELIMITED BY SIZE
                 " INTO STORE " DELIMITED BY SIZE
                 CLS-TO-STORE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECEIVING-NAME) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-STAGE-COUNT TO WS-STAGE-MARK
             PERFORM STAGE-STORE-STOCK
             IF STAGE-CAPACITY-EXCEEDED
                 MOVE WS-STAGE-MARK TO WS-STAGE-COUNT
                 MOVE SPACES TO CLOSURE-REPORT-RECORD
                 STRING "  EXCEPTION: BATCH CAPACITY EXCEEDED - "
                     "WIND-DOWN NOT QUEUED, NOTHING CHANGED"
                     DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
                 WRITE CLOSURE-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
                 ADD 1 TO WS-TRANS-REJECT-COUNT
                 EXIT SECTION
             END-IF
             PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                 UNTIL WS-CONTROL-IDX > 6
                 PERFORM REWRITE-ONE-STORE-FILE
             END-PERFORM
             PERFORM WRITE-WIND-DOWN-SUMMARY
             ADD 1 TO WS-WIND-DOWNS-APPLIED
             ADD 1 TO WS-TRANS-APPLIED-COUNT
           EXIT.

      * Saleable stock transfers; stock on quality hold or with no
      * quality left cannot be sold anywhere and is written off.
           STAGE-STORE-STOCK SECTION.
             MOVE "N" TO WS-STAGE-FULL
             MOVE 0 TO WS-MOVED-COUNT
             MOVE 0 TO WS-XFER-ROWS
             MOVE 0 TO WS-XFER-UNITS
             MOVE 0 TO WS-XFER-VALUE
             MOVE 0 TO WS-WOFF-ROWS
             MOVE 0 TO WS-WOFF-UNITS
             MOVE 0 TO WS-WOFF-VALUE
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF STORE-ID = CLS-STORE-ID
                           AND ON-HAND-QTY > 0
                           PERFORM STAGE-ONE-ROW
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
           EXIT.

           STAGE-ONE-ROW SECTION.
             COMPUTE WS-ROW-VALUE ROUNDED = ON-HAND-QTY * UNIT-PRICE
             PERFORM CHECK-PROTECTED-ITEM
             IF ITEM-IS-PROTECTED
                 PERFORM NOTE-LEGENDARY-ROW
                 EXIT SECTION
             END-IF
             IF ITEM-ON-HOLD OR QUALITY NOT > 0
                 PERFORM QUEUE-ONE-WRITE-OFF
             ELSE
                 PERFORM QUEUE-ONE-TRANSFER
             END-IF
           EXIT.

           QUEUE-ONE-TRANSFER SECTION.
             IF WS-MOVED-COUNT < WS-MAX-MOVED-CAPACITY
                 ADD 1 TO WS-MOVED-COUNT
                 MOVE NAME TO WS-MOVED-NAME(WS-MOVED-COUNT)
             END-IF
             MOVE CLS-STORE-ID TO WS-XFER-FROM-STORE
             MOVE CLS-TO-STORE TO WS-XFER-TO-STORE
             MOVE NAME TO WS-XFER-NAME
             MOVE ON-HAND-QTY TO WS-XFER-QTY
             MOVE "N" TO WS-STAGE-MATCH
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                         OR ALREADY-QUEUED
                 IF WS-STAGE-KIND(WS-STAGE-IDX) = "X"
                     AND WS-STAGE-LINE(WS-STAGE-IDX)(1:6)
                         = CLS-STORE-ID
                     AND WS-STAGE-LINE(WS-STAGE-IDX)(13:41) = NAME
                     SET ALREADY-QUEUED TO TRUE
                 END-IF
             END-PERFORM
             MOVE ON-HAND-QTY TO WS-QTY-ED
             MOVE WS-ROW-VALUE TO WS-VALUE-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             IF ALREADY-QUEUED
                 STRING "  ALREADY ON TRANSFER BATCH: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(NAME) DELIMITED BY SIZE
                     ", ON HAND " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
                 WRITE CLOSURE-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF WS-STAGE-COUNT >= WS-MAX-STAGE-CAPACITY
                 SET STAGE-CAPACITY-EXCEEDED TO TRUE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-STAGE-COUNT
             MOVE "X" TO WS-STAGE-KIND(WS-STAGE-COUNT)
             MOVE WS-XFER-LINE TO WS-STAGE-LINE(WS-STAGE-COUNT)
             ADD 1 TO WS-XFER-ROWS
             ADD ON-HAND-QTY TO WS-XFER-UNITS
             ADD WS-ROW-VALUE TO WS-XFER-VALUE
             STRING "  TRANSFER: " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNITS TO STORE " DELIMITED BY SIZE
                 CLS-TO-STORE DELIMITED BY SIZE
                 ", VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

           QUEUE-ONE-WRITE-OFF SECTION.
             IF ITEM-ON-HOLD
                 MOVE "ON HOLD" TO WS-WOFF-REASON
             ELSE
                 MOVE "ZERO QUALITY" TO WS-WOFF-REASON
             END-IF
             MOVE NAME TO WS-DISP-NAME
             MOVE CLS-STORE-ID TO WS-DISP-STORE-ID
             MOVE ON-HAND-QTY TO WS-DISP-QTY
             MOVE "N" TO WS-STAGE-MATCH
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                         OR ALREADY-QUEUED
                 IF WS-STAGE-KIND(WS-STAGE-IDX) = "D"
                     AND WS-STAGE-LINE(WS-STAGE-IDX)(1:41) = NAME
                     AND WS-STAGE-LINE(WS-STAGE-IDX)(42:6)
                         = CLS-STORE-ID
                     AND WS-STAGE-LINE(WS-STAGE-IDX)(53:3) = "CLS"
                     SET ALREADY-QUEUED TO TRUE
                 END-IF
             END-PERFORM
             MOVE ON-HAND-QTY TO WS-QTY-ED
             MOVE WS-ROW-VALUE TO WS-VALUE-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             IF ALREADY-QUEUED
                 STRING "  ALREADY ON DISPOSAL BATCH: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(NAME) DELIMITED BY SIZE
                     ", ON HAND " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
                 WRITE CLOSURE-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF WS-STAGE-COUNT >= WS-MAX-STAGE-CAPACITY
                 SET STAGE-CAPACITY-EXCEEDED TO TRUE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-STAGE-COUNT
             MOVE "D" TO WS-STAGE-KIND(WS-STAGE-COUNT)
             MOVE WS-DISP-LINE TO WS-STAGE-LINE(WS-STAGE-COUNT)
             ADD 1 TO WS-WOFF-ROWS
             ADD ON-HAND-QTY TO WS-WOFF-UNITS
             ADD WS-ROW-VALUE TO WS-WOFF-VALUE
             STRING "  WRITE-OFF (CLS): " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNITS, VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-WOFF-REASON) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

      * Neither batch would post a legendary row, so it is left out
      * and named here; its units stay on the closing store (and keep
      * it from certifying) until each serial is moved by custody
      * transfer.
           NOTE-LEGENDARY-ROW SECTION.
             MOVE ON-HAND-QTY TO WS-QTY-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  LEGENDARY - NOT BATCHED, TRANSFER BY CUSTODY"
                 " MOVE: " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME) DELIMITED BY SIZE
                 ", ON HAND " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

           FIND-MOVED-ITEM SECTION.
             MOVE "N" TO WS-MOVED-MATCH
             PERFORM VARYING WS-MOVED-IDX FROM 1 BY 1
                 UNTIL WS-MOVED-IDX > WS-MOVED-COUNT
                         OR ITEM-MOVES-WITH-STOCK
                 IF WS-MOVED-NAME(WS-MOVED-IDX) = WS-MOVED-CHECK-NAME
                     SET ITEM-MOVES-WITH-STOCK TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

      * Scratch-and-replace, the idiom ItemRename uses for the same
      * set of files, with the closing store's lines retargeted or
      * dropped on the way through.
           REWRITE-ONE-STORE-FILE SECTION.
             MOVE 0 TO WS-CONTROL-MOVED(WS-CONTROL-IDX)
             MOVE 0 TO WS-CONTROL-RETIRED(WS-CONTROL-IDX)
             MOVE WS-CONTROL-FILE-PATH(WS-CONTROL-IDX)
                 TO WS-CONTROL-PATH
             MOVE WS-CONTROL-STORE-POS(WS-CONTROL-IDX)
                 TO WS-STORE-POS
             OPEN INPUT CONTROL-FILE
             IF WS-CONTROL-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             OPEN OUTPUT CONTROL-SCRATCH-FILE
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ CONTROL-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       MOVE "Y" TO WS-CONTROL-KEEP
                       IF CONTROL-RECORD(WS-STORE-POS:6)
                           = CLS-STORE-ID
                           PERFORM CLOSE-ONE-STORE-LINE
                       END-IF
                       IF KEEP-CONTROL-LINE
                           MOVE CONTROL-RECORD
                               TO CONTROL-SCRATCH-RECORD
                           WRITE CONTROL-SCRATCH-RECORD
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

           CLOSE-ONE-STORE-LINE SECTION.
             EVALUATE TRUE
                 WHEN CONTROL-IS-RESERVATIONS(WS-CONTROL-IDX)
                     PERFORM CLOSE-ONE-RESERVATION
                 WHEN CONTROL-IS-PO-LINES(WS-CONTROL-IDX)
                     PERFORM CLOSE-ONE-PO-LINE
                 WHEN CONTROL-IS-LOTS(WS-CONTROL-IDX)
                     MOVE CONTROL-RECORD(7:41) TO WS-MOVED-CHECK-NAME
                     PERFORM FIND-MOVED-ITEM
                     IF ITEM-MOVES-WITH-STOCK
                         MOVE CLS-TO-STORE
                             TO CONTROL-RECORD(WS-STORE-POS:6)
                         ADD 1 TO WS-CONTROL-MOVED(WS-CONTROL-IDX)
                     ELSE
                         MOVE "N" TO WS-CONTROL-KEEP
                         ADD 1 TO WS-CONTROL-RETIRED(WS-CONTROL-IDX)
                     END-IF
                 WHEN OTHER
                     MOVE "N" TO WS-CONTROL-KEEP
                     ADD 1 TO WS-CONTROL-RETIRED(WS-CONTROL-IDX)
             END-EVALUATE
           EXIT.

      * A reservation on stock that transfers is held at the
      * receiving store instead; one on stock being written off can
      * no longer be filled and is cancelled. Either way the customer
      * is on the notice listing.
           CLOSE-ONE-RESERVATION SECTION.
             MOVE CONTROL-RECORD TO WS-RESV-LINE
             MOVE WS-RESV-NAME TO WS-MOVED-CHECK-NAME
             PERFORM FIND-MOVED-ITEM
             MOVE WS-RESV-QTY TO WS-QTY-ED
             MOVE SPACES TO NOTICE-REPORT-RECORD
             IF ITEM-MOVES-WITH-STOCK
                 MOVE CLS-TO-STORE TO WS-RESV-STORE-ID
                 MOVE WS-RESV-LINE TO CONTROL-RECORD
                 ADD 1 TO WS-CONTROL-MOVED(WS-CONTROL-IDX)
                 STRING "CUSTOMER " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RESV-CUSTOMER-REF)
                         DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     " x " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RESV-NAME) DELIMITED BY SIZE
                     " - STORE " DELIMITED BY SIZE
                     CLS-STORE-ID DELIMITED BY SIZE
                     " IS CLOSING, NOW HELD AT STORE "
                         DELIMITED BY SIZE
                     CLS-TO-STORE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RECEIVING-NAME)
                         DELIMITED BY SIZE
                     " UNTIL " DELIMITED BY SIZE
                     WS-RESV-EXPIRY-DATE DELIMITED BY SIZE
                     INTO NOTICE-REPORT-RECORD
             ELSE
                 MOVE "N" TO WS-CONTROL-KEEP
                 ADD 1 TO WS-CONTROL-RETIRED(WS-CONTROL-IDX)
                 STRING "CUSTOMER " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RESV-CUSTOMER-REF)
                         DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     " x " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RESV-NAME) DELIMITED BY SIZE
                     " - STORE " DELIMITED BY SIZE
                     CLS-STORE-ID DELIMITED BY SIZE
                     " IS CLOSING AND THE STOCK CANNOT BE SOLD,"
                     " RESERVATION CANCELLED" DELIMITED BY SIZE
                     INTO NOTICE-REPORT-RECORD
             END-IF
             WRITE NOTICE-REPORT-RECORD
           EXIT.

      * Only an open line is redirected or cancelled; a received
      * line stays as the store's purchasing history.
           CLOSE-ONE-PO-LINE SECTION.
             MOVE CONTROL-RECORD TO WS-PO-LINE
             IF NOT WS-PO-LINE-OPEN
                 EXIT SECTION
             END-IF
             COMPUTE WS-PO-OPEN-QTY
                 = WS-PO-ORDER-QTY - WS-PO-RECEIVED-QTY
             IF WS-PO-OPEN-QTY < 0
                 MOVE 0 TO WS-PO-OPEN-QTY
             END-IF
             MOVE WS-PO-OPEN-QTY TO WS-QTY-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             IF CLS-PO-CANCEL
                 MOVE "C" TO WS-PO-STATUS
                 ADD 1 TO WS-CONTROL-RETIRED(WS-CONTROL-IDX)
                 STRING "  PO " DELIMITED BY SIZE
                     WS-PO-NUMBER DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PO-NAME) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     " UNITS OPEN FROM VENDOR " DELIMITED BY SIZE
                     WS-PO-VENDOR-ID DELIMITED BY SIZE
                     " - CANCELLED" DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
             ELSE
                 MOVE CLS-TO-STORE TO WS-PO-STORE-ID
                 ADD 1 TO WS-CONTROL-MOVED(WS-CONTROL-IDX)
                 STRING "  PO " DELIMITED BY SIZE
                     WS-PO-NUMBER DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PO-NAME) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     " UNITS OPEN FROM VENDOR " DELIMITED BY SIZE
                     WS-PO-VENDOR-ID DELIMITED BY SIZE
                     " - REDIRECTED TO STORE " DELIMITED BY SIZE
                     CLS-TO-STORE DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
             END-IF
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-PO-LINE TO CONTROL-RECORD
           EXIT.

           WRITE-WIND-DOWN-SUMMARY SECTION.
             MOVE WS-XFER-ROWS TO WS-COUNT-ED
             MOVE WS-XFER-UNITS TO WS-UNITS-ED
             MOVE WS-XFER-VALUE TO WS-VALUE-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  TRANSFERS QUEUED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 " ROW(S), " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 " UNITS, VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-WOFF-ROWS TO WS-COUNT-ED
             MOVE WS-WOFF-UNITS TO WS-UNITS-ED
             MOVE WS-WOFF-VALUE TO WS-VALUE-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  WRITE-OFFS QUEUED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 " ROW(S), " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 " UNITS, VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-CONTROL-MOVED(1) TO WS-COUNT-ED
             MOVE WS-CONTROL-RETIRED(1) TO WS-COUNT2-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  RESERVATIONS MOVED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", CANCELLED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 " (SEE data/CLOSNOTE.RPT)" DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-CONTROL-MOVED(2) TO WS-COUNT-ED
             MOVE WS-CONTROL-RETIRED(2) TO WS-COUNT2-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  OPEN PO LINES REDIRECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", CANCELLED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-CONTROL-MOVED(3) TO WS-COUNT-ED
             MOVE WS-CONTROL-RETIRED(3) TO WS-COUNT2-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  RECEIPT LOTS MOVED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", RETIRED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-CONTROL-RETIRED(4) TO WS-COUNT-ED
             MOVE WS-CONTROL-RETIRED(5) TO WS-COUNT2-ED
             MOVE WS-CONTROL-RETIRED(6) TO WS-COUNT3-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  RETIRED - SHELF LOCATIONS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", CYCLE-COUNT SCHEDULE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 ", REORDER POINTS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  CERTIFY (C) ONCE TONIGHT'S TRANSFER AND"
                 " DISPOSAL BATCHES HAVE POSTED" DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

      * The certificate reads the store back as it now stands: every
      * row's on-hand valued at its shelf price, and whatever is
      * still promised against the store - open PO lines and
      * reservations. Only a store at nothing on every count is
      * certified.
           CERTIFY-STORE SECTION.
             MOVE 0 TO WS-STORE-ROWS
             MOVE 0 TO WS-STORE-UNITS
             MOVE 0 TO WS-STORE-VALUE
             MOVE 0 TO WS-STOCKED-ROWS
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "CLOSURE CERTIFICATE: STORE " DELIMITED BY SIZE
                 CLS-STORE-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLOSING-NAME) DELIMITED BY SIZE
                 ", AS OF " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ITEM-MASTER-FILE NEXT
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF STORE-ID = CLS-STORE-ID
                               PERFORM CERTIFY-ONE-ROW
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ITEM-MASTER-FILE
             END-IF
             MOVE 0 TO WS-CONTROL-OPEN(1)
             MOVE 0 TO WS-CONTROL-OPEN(2)
             PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                 UNTIL WS-CONTROL-IDX > 2
                 PERFORM COUNT-OPEN-COMMITMENTS
             END-PERFORM
             MOVE WS-STORE-ROWS TO WS-COUNT-ED
             MOVE WS-STORE-UNITS TO WS-UNITS-ED
             MOVE WS-STORE-VALUE TO WS-VALUE-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  ITEM ROWS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", UNITS ON HAND: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 ", VALUE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-CONTROL-OPEN(2) TO WS-COUNT-ED
             MOVE WS-CONTROL-OPEN(1) TO WS-COUNT2-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  OPEN PO LINES: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", RESERVATIONS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             IF WS-STORE-UNITS = 0
                 AND WS-CONTROL-OPEN(1) = 0
                 AND WS-CONTROL-OPEN(2) = 0
                 STRING "  CERTIFIED - STORE HOLDS ZERO UNITS AT"
                     " ZERO VALUE WITH NO OPEN COMMITMENTS"
                     DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
                 ADD 1 TO WS-TRANS-APPLIED-COUNT
             ELSE
                 STRING "  NOT CERTIFIED - STOCK OR COMMITMENTS"
                     " REMAIN, WIND DOWN (W) AND POST FIRST"
                     DELIMITED BY SIZE
                     INTO CLOSURE-REPORT-RECORD
                 ADD 1 TO WS-TRANS-REJECT-COUNT
             END-IF
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

           CERTIFY-ONE-ROW SECTION.
             ADD 1 TO WS-STORE-ROWS
             IF ON-HAND-QTY = 0
                 EXIT SECTION
             END-IF
             COMPUTE WS-ROW-VALUE ROUNDED = ON-HAND-QTY * UNIT-PRICE
             ADD ON-HAND-QTY TO WS-STORE-UNITS
             ADD WS-ROW-VALUE TO WS-STORE-VALUE
             ADD 1 TO WS-STOCKED-ROWS
             MOVE ON-HAND-QTY TO WS-QTY-ED
             MOVE WS-ROW-VALUE TO WS-VALUE-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "  STILL ON HAND: " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNITS, VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

           COUNT-OPEN-COMMITMENTS SECTION.
             MOVE WS-CONTROL-FILE-PATH(WS-CONTROL-IDX)
                 TO WS-CONTROL-PATH
             MOVE WS-CONTROL-STORE-POS(WS-CONTROL-IDX)
                 TO WS-STORE-POS
             OPEN INPUT CONTROL-FILE
             IF WS-CONTROL-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ CONTROL-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF CONTROL-RECORD(WS-STORE-POS:6)
                           = CLS-STORE-ID
                           MOVE CONTROL-RECORD TO WS-PO-LINE
                           IF CONTROL-IS-RESERVATIONS(WS-CONTROL-IDX)
                               OR WS-PO-LINE-OPEN
                               ADD 1 TO WS-CONTROL-OPEN(WS-CONTROL-IDX)
                           END-IF
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE CONTROL-FILE
           EXIT.

      * The batch goes back out whole under a fresh header, its
      * carried lines first, with a trailer the posting program's
      * balance check will accept.
           WRITE-POSTING-BATCH SECTION.
             PERFORM ASSIGN-BATCH-ID
             MOVE 0 TO WS-BATCH-RECORDS
             MOVE 0 TO WS-BATCH-QTY
             OPEN OUTPUT BATCH-FILE
             MOVE SPACES TO BATCH-RECORD
             STRING "HDR" DELIMITED BY SIZE
                 WS-NEW-BATCH-ID DELIMITED BY SIZE
                 INTO BATCH-RECORD
             WRITE BATCH-RECORD
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                 IF WS-STAGE-KIND(WS-STAGE-IDX) = WS-BATCH-KIND
                     MOVE SPACES TO BATCH-RECORD
                     MOVE WS-STAGE-LINE(WS-STAGE-IDX) TO BATCH-RECORD
                     WRITE BATCH-RECORD
                     ADD 1 TO WS-BATCH-RECORDS
                     IF WS-BATCH-KIND = "X"
                         MOVE WS-STAGE-LINE(WS-STAGE-IDX)(54:5)
                             TO WS-LINE-QTY-TEXT
                     ELSE
                         MOVE WS-STAGE-LINE(WS-STAGE-IDX)(48:5)
                             TO WS-LINE-QTY-TEXT
                     END-IF
                     IF WS-LINE-QTY IS NUMERIC
                         ADD WS-LINE-QTY TO WS-BATCH-QTY
                     END-IF
                 END-IF
             END-PERFORM
             MOVE WS-BATCH-RECORDS TO WS-TRL-COUNT
             MOVE WS-BATCH-QTY TO WS-TRL-QTY
             MOVE SPACES TO BATCH-RECORD
             MOVE WS-BATCH-TRAILER TO BATCH-RECORD
             WRITE BATCH-RECORD
             CLOSE BATCH-FILE
             MOVE WS-BATCH-RECORDS TO WS-COUNT-ED
             MOVE WS-BATCH-QTY TO WS-UNITS-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "BATCH " DELIMITED BY SIZE
                 WS-NEW-BATCH-ID DELIMITED BY SIZE
                 " WRITTEN TO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BATCH-PATH) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 " RECORD(S), " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 " UNITS" DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

           ASSIGN-BATCH-ID SECTION.
             MOVE 0 TO WS-HIGH-BATCH-SEQ
             OPEN INPUT APPLIED-BATCH-FILE
             IF WS-APLD-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ APPLIED-BATCH-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF APLD-PROGRAM = WS-BATCH-PROGRAM
                               AND APLD-BATCH-ID(1:2) = "CL"
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

           WRITE-REPORT-TRAILER SECTION.
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
             MOVE WS-TRANS-READ-COUNT TO WS-COUNT-ED
             MOVE WS-TRANS-APPLIED-COUNT TO WS-COUNT2-ED
             MOVE WS-TRANS-REJECT-COUNT TO WS-COUNT3-ED
             MOVE SPACES TO CLOSURE-REPORT-RECORD
             STRING "STORE CLOSURE RUN - READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", COMPLETED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 ", REJECTED OR NOT CERTIFIED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                 INTO CLOSURE-REPORT-RECORD
             WRITE CLOSURE-REPORT-RECORD
           EXIT.

       END PROGRAM STORE-CLOSE.
