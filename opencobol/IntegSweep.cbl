      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly referential-integrity sweep over the files
      *          keyed by store and item name that hang off the Item
      *          Master - receipt lots, standing reservations, open
      *          purchase-order lines, shelf locations, the SKU
      *          cross-reference, held costs, the cycle-count
      *          schedule and open RMAs. Every line is checked for a
      *          store the store master still carries and an Item
      *          Master row (for the SKU cross-reference, a row in
      *          any store) still under that name; reservations and
      *          open POs are also checked against delisted rows, and
      *          each row's receipt lots are totalled against its
      *          ON-HAND-QTY. Each orphan prints on the findings
      *          report (data/INTEGSWP.RPT) with the correcting
      *          transaction to key - as a transaction image where a
      *          maintenance program takes one - and the report ends
      *          with counts per file. Renames and store closures
      *          leave these files drifting; this finds the drift
      *          before a report prints garbage. Condition code 4
      *          when anything is found.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEG-SWEEP as "IntegSweep".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FINDINGS-FILE ASSIGN TO "data/INTEGSWP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * One SELECT serves every file swept - the path is swapped per
      * file from the table below.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD PIC X(132).

       FD  FINDINGS-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINDINGS-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-CONTROL-STATUS PIC X(002).
       01 WS-CONTROL-PATH PIC X(030).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).

      * Every file swept, where the store id and the 41-byte name
      * sit in its record (store position 000: the file is not
      * store-keyed), and the short code the findings print under.
       01 WS-SWEEP-TABLE-DATA.
           05 FILLER PIC X(044) VALUE
               "data/ITEMLOT.DAT              001007LOT     ".
           05 FILLER PIC X(044) VALUE
               "data/RESERV.DAT               001007RESERV  ".
           05 FILLER PIC X(044) VALUE
               "data/POFILE.DAT               013019OPEN PO ".
           05 FILLER PIC X(044) VALUE
               "data/SHELFLOC.DAT             001007SHELFLOC".
           05 FILLER PIC X(044) VALUE
               "data/SKUXREF.DAT              000007SKUXREF ".
           05 FILLER PIC X(044) VALUE
               "data/ITEMCOST.DAT             001007ITEMCOST".
           05 FILLER PIC X(044) VALUE
               "data/CYCSCHED.DAT             001007CYCSCHED".
           05 FILLER PIC X(044) VALUE
               "data/RMAFILE.DAT              013019OPEN RMA".
       01 WS-SWEEP-TABLE REDEFINES WS-SWEEP-TABLE-DATA.
           05 WS-SWEEP-ENTRY OCCURS 8 TIMES.
               10 WS-SWEEP-FILE-PATH PIC X(030).
               10 WS-SWEEP-STORE-POS PIC 9(003).
               10 WS-SWEEP-NAME-POS PIC 9(003).
               10 WS-SWEEP-CODE PIC X(008).
       01 WS-SWEEP-IDX PIC 9(002).
       01 WS-SWEEP-COUNTS-TABLE.
           05 WS-SWEEP-COUNTS OCCURS 8 TIMES.
               10 WS-SWEEP-PRESENT PIC X(001).
               10 WS-SWEEP-LINES PIC 9(007).
               10 WS-SWEEP-NO-STORE PIC 9(005).
               10 WS-SWEEP-NO-ROW PIC 9(005).
               10 WS-SWEEP-DELISTED PIC 9(005).
               10 WS-SWEEP-MISMATCH PIC 9(005).
       01 WS-STORE-POS PIC 9(003).
       01 WS-NAME-POS PIC 9(003).
       01 WS-LINE-STORE-ID PIC X(006).
       01 WS-LINE-NAME PIC X(041).
       01 WS-LINE-SKIP PIC X(001).
           88 LINE-NOT-SWEPT VALUE "Y".
       01 WS-FINDING-TEXT PIC X(060).
       01 WS-FINDING-COUNT PIC 9(005) VALUE 0.

      * Field views of the swept lines the findings and suggested
      * transactions need more than the store and name of.
       01 WS-LOT-LINE.
           05 WS-LOT-STORE-ID PIC X(006).
           05 WS-LOT-NAME PIC X(041).
           05 WS-LOT-RECV-DATE PIC X(008).
           05 WS-LOT-QTY PIC 9(005).
           05 WS-LOT-SELL-IN PIC S9(004)
               SIGN LEADING SEPARATE.
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
       01 WS-SKU-LINE.
           05 WS-SKU-NUMBER PIC 9(006).
           05 WS-SKU-NAME PIC X(041).
       01 WS-RMA-LINE.
           05 WS-RMA-NUMBER PIC 9(006).
           05 WS-RMA-VENDOR-ID PIC X(006).
           05 WS-RMA-STORE-ID PIC X(006).
           05 WS-RMA-NAME PIC X(041).
           05 WS-RMA-UNITS PIC 9(005).
           05 WS-RMA-VALUE PIC 9(009)V99.
           05 WS-RMA-RAISED-DATE PIC X(008).
           05 WS-RMA-STATUS PIC X(001).
               88 WS-RMA-IS-OPEN VALUE "O".

      * Suggested correcting transactions, laid out as Reservations
      * (data/RESVTRAN.DAT) and LocMaint (data/LOCTRAN.DAT) read them,
      * so the line can be keyed or copied straight in.
       01 WS-RESVTRAN-IMAGE.
           05 WS-RSVT-ACTION PIC X(001) VALUE "C".
           05 WS-RSVT-STORE-ID PIC X(006).
           05 WS-RSVT-NAME PIC X(041).
           05 WS-RSVT-QTY PIC 9(005).
           05 WS-RSVT-CUSTOMER-REF PIC X(015).
           05 WS-RSVT-EXPIRY-DATE PIC X(008).
       01 WS-LOCTRAN-IMAGE.
           05 WS-LCT-CODE PIC X(001) VALUE "D".
           05 WS-LCT-STORE-ID PIC X(006).
           05 WS-LCT-NAME PIC X(041).

       01 WS-MAX-SM-CAPACITY PIC 9(003) VALUE 100.
       01 WS-SM-COUNT PIC 9(003) VALUE 0.
       01 WS-SM-TABLE.
           05 WS-SM-ID PIC X(006) OCCURS 100 TIMES.
       01 WS-SM-IDX PIC 9(003).
       01 WS-SM-MATCH PIC X(001).
           88 STORE-FOUND VALUE "Y".

      * Every distinct name the Item Master carries in any store -
      * the SKU cross-reference is chain-wide, not per store.
       01 WS-MAX-NAME-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-NAME-COUNT PIC 9(005) VALUE 0.
       01 WS-NAME-TABLE.
           05 WS-NAME-ENTRY PIC X(041) OCCURS 10000 TIMES.
       01 WS-NAME-IDX PIC 9(005).
       01 WS-NAME-MATCH PIC X(001).
           88 NAME-FOUND VALUE "Y".
       01 WS-MASTER-ROW-COUNT PIC 9(007) VALUE 0.

      * Receipt-lot units totalled per live row, compared with the
      * row's ON-HAND-QTY once the lot file has been swept.
       01 WS-MAX-LOTSUM-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-LOTSUM-COUNT PIC 9(005) VALUE 0.
       01 WS-LOTSUM-TABLE.
           05 WS-LOTSUM-ENTRY OCCURS 10000 TIMES.
               10 WS-LOTSUM-STORE-ID PIC X(006).
               10 WS-LOTSUM-NAME PIC X(041).
               10 WS-LOTSUM-QTY PIC 9(007).
               10 WS-LOTSUM-LINES PIC 9(005).
       01 WS-LOTSUM-IDX PIC 9(005).
       01 WS-LOTSUM-MATCH PIC X(001).
           88 LOTSUM-FOUND VALUE "Y".
       01 WS-LOT-DIFF PIC S9(007).

       01 WS-QTY-ED PIC Z(6)9.
       01 WS-QTY2-ED PIC Z(6)9.
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-COUNT2-ED PIC Z(4)9.
       01 WS-COUNT3-ED PIC Z(4)9.
       01 WS-COUNT4-ED PIC Z(4)9.
       01 WS-COUNT5-ED PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT FINDINGS-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO FINDINGS-RECORD
           STRING "SATELLITE-FILE INTEGRITY SWEEP " DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(1:8) DELIMITED BY SIZE
               INTO FINDINGS-RECORD
           WRITE FINDINGS-RECORD

           OPEN INPUT ITEM-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO FINDINGS-RECORD
               STRING "ITEM MASTER NOT AVAILABLE, FILE STATUS "
                   DELIMITED BY SIZE
                   WS-MASTER-STATUS DELIMITED BY SIZE
                   " - NOTHING SWEPT" DELIMITED BY SIZE
                   INTO FINDINGS-RECORD
               WRITE FINDINGS-RECORD
               CLOSE FINDINGS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-MASTER-NAMES

           INITIALIZE WS-SWEEP-COUNTS-TABLE
           PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > 8
               PERFORM SWEEP-ONE-FILE
           END-PERFORM
           PERFORM CHECK-LOT-TOTALS

           CLOSE ITEM-MASTER-FILE

           PERFORM WRITE-SWEEP-SUMMARY
           CLOSE FINDINGS-FILE

           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

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
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE STORE-MASTER-FILE
             END-IF
           EXIT.

           LOAD-MASTER-NAMES SECTION.
             MOVE 0 TO WS-NAME-COUNT
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         ADD 1 TO WS-MASTER-ROW-COUNT
                         PERFORM NOTE-MASTER-NAME
                 END-READ
             END-PERFORM
           EXIT.

           NOTE-MASTER-NAME SECTION.
             MOVE NAME OF ITEM-MASTER-RECORD TO WS-LINE-NAME
             PERFORM FIND-MASTER-NAME
             IF NOT NAME-FOUND
                 AND WS-NAME-COUNT < WS-MAX-NAME-CAPACITY
                 ADD 1 TO WS-NAME-COUNT
                 MOVE WS-LINE-NAME TO WS-NAME-ENTRY(WS-NAME-COUNT)
             END-IF
           EXIT.

           FIND-MASTER-NAME SECTION.
             MOVE "N" TO WS-NAME-MATCH
             PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                 UNTIL WS-NAME-IDX > WS-NAME-COUNT
                         OR NAME-FOUND
                 IF WS-NAME-ENTRY(WS-NAME-IDX) = WS-LINE-NAME
                     SET NAME-FOUND TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           FIND-STORE SECTION.
             MOVE "N" TO WS-SM-MATCH
             PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                 UNTIL WS-SM-IDX > WS-SM-COUNT
                         OR STORE-FOUND
                 IF WS-SM-ID(WS-SM-IDX) = WS-LINE-STORE-ID
                     SET STORE-FOUND TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           SWEEP-ONE-FILE SECTION.
             MOVE WS-SWEEP-FILE-PATH(WS-SWEEP-IDX) TO WS-CONTROL-PATH
             MOVE WS-SWEEP-STORE-POS(WS-SWEEP-IDX) TO WS-STORE-POS
             MOVE WS-SWEEP-NAME-POS(WS-SWEEP-IDX) TO WS-NAME-POS
             OPEN INPUT CONTROL-FILE
             IF WS-CONTROL-STATUS NOT = "00"
                 MOVE "N" TO WS-SWEEP-PRESENT(WS-SWEEP-IDX)
                 EXIT SECTION
             END-IF
             MOVE "Y" TO WS-SWEEP-PRESENT(WS-SWEEP-IDX)
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ CONTROL-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         PERFORM SWEEP-ONE-LINE
                 END-READ
             END-PERFORM
             CLOSE CONTROL-FILE
           EXIT.

      * Closed PO lines and closed RMAs are history and are left as
      * they stand; everything else must resolve to a store and a
      * live row.
           SWEEP-ONE-LINE SECTION.
             IF CONTROL-RECORD = SPACES
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-LINE-SKIP
             EVALUATE WS-SWEEP-IDX
                 WHEN 1
                     MOVE CONTROL-RECORD TO WS-LOT-LINE
                 WHEN 2
                     MOVE CONTROL-RECORD TO WS-RESV-LINE
                 WHEN 3
                     MOVE CONTROL-RECORD TO WS-PO-LINE
                     IF NOT WS-PO-LINE-OPEN
                         SET LINE-NOT-SWEPT TO TRUE
                     END-IF
                 WHEN 5
                     MOVE CONTROL-RECORD TO WS-SKU-LINE
                 WHEN 8
                     MOVE CONTROL-RECORD TO WS-RMA-LINE
                     IF NOT WS-RMA-IS-OPEN
                         SET LINE-NOT-SWEPT TO TRUE
                     END-IF
             END-EVALUATE
             IF LINE-NOT-SWEPT
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-SWEEP-LINES(WS-SWEEP-IDX)
             MOVE CONTROL-RECORD(WS-NAME-POS:41) TO WS-LINE-NAME
             IF WS-STORE-POS = 0
                 PERFORM FIND-MASTER-NAME
                 IF NOT NAME-FOUND
                     ADD 1 TO WS-SWEEP-NO-ROW(WS-SWEEP-IDX)
                     MOVE "NO ITEM MASTER ROW IN ANY STORE"
                         TO WS-FINDING-TEXT
                     PERFORM WRITE-ORPHAN-FINDING
                 END-IF
                 EXIT SECTION
             END-IF
             MOVE CONTROL-RECORD(WS-STORE-POS:6) TO WS-LINE-STORE-ID
             PERFORM FIND-STORE
             IF NOT STORE-FOUND
                 ADD 1 TO WS-SWEEP-NO-STORE(WS-SWEEP-IDX)
                 MOVE "STORE NOT ON THE STORE MASTER"
                     TO WS-FINDING-TEXT
                 PERFORM WRITE-ORPHAN-FINDING
                 EXIT SECTION
             END-IF
             MOVE WS-LINE-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE WS-LINE-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     ADD 1 TO WS-SWEEP-NO-ROW(WS-SWEEP-IDX)
                     MOVE "NO ITEM MASTER ROW FOR THE STORE"
                         TO WS-FINDING-TEXT
                     PERFORM WRITE-ORPHAN-FINDING
                 NOT INVALID KEY
                     PERFORM CHECK-LIVE-ROW-LINE
             END-READ
           EXIT.

           CHECK-LIVE-ROW-LINE SECTION.
             EVALUATE WS-SWEEP-IDX
                 WHEN 1
                     PERFORM ADD-LOT-TO-TOTAL
                 WHEN 2
                 WHEN 3
                     IF ITEM-IS-DELISTED OF ITEM-MASTER-RECORD
                         ADD 1 TO WS-SWEEP-DELISTED(WS-SWEEP-IDX)
                         MOVE "AGAINST A DELISTED ROW"
                             TO WS-FINDING-TEXT
                         PERFORM WRITE-ORPHAN-FINDING
                     END-IF
             END-EVALUATE
           EXIT.

           WRITE-ORPHAN-FINDING SECTION.
             ADD 1 TO WS-FINDING-COUNT
             MOVE SPACES TO FINDINGS-RECORD
             STRING "FINDING: " DELIMITED BY SIZE
                 WS-SWEEP-CODE(WS-SWEEP-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FINDING-TEXT) DELIMITED BY SIZE
                 " - STORE " DELIMITED BY SIZE
                 WS-LINE-STORE-ID DELIMITED BY SIZE
                 ", ITEM " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LINE-NAME) DELIMITED BY SIZE
                 INTO FINDINGS-RECORD
             IF WS-STORE-POS = 0
                 MOVE SPACES TO FINDINGS-RECORD
                 STRING "FINDING: " DELIMITED BY SIZE
                     WS-SWEEP-CODE(WS-SWEEP-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FINDING-TEXT) DELIMITED BY SIZE
                     " - ITEM " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LINE-NAME) DELIMITED BY SIZE
                     INTO FINDINGS-RECORD
             END-IF
             WRITE FINDINGS-RECORD
             MOVE SPACES TO FINDINGS-RECORD
             EVALUATE WS-SWEEP-IDX
                 WHEN 1
                     MOVE WS-LOT-QTY TO WS-QTY-ED
                     STRING "  SUGGEST: DROP LOT RECEIVED "
                         DELIMITED BY SIZE
                         WS-LOT-RECV-DATE DELIMITED BY SIZE
                         " (" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                         " UNITS) FROM data/ITEMLOT.DAT, OR ItemRename"
                         " THE ROW BACK IF RENAMED BY HAND"
                             DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
                 WHEN 2
                     MOVE WS-RESV-STORE-ID TO WS-RSVT-STORE-ID
                     MOVE WS-RESV-NAME TO WS-RSVT-NAME
                     MOVE WS-RESV-QTY TO WS-RSVT-QTY
                     MOVE WS-RESV-CUSTOMER-REF TO WS-RSVT-CUSTOMER-REF
                     MOVE WS-RESV-EXPIRY-DATE TO WS-RSVT-EXPIRY-DATE
                     STRING "  SUGGEST data/RESVTRAN.DAT: "
                         DELIMITED BY SIZE
                         WS-RESVTRAN-IMAGE DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
                 WHEN 3
                     STRING "  SUGGEST: CANCEL PO " DELIMITED BY SIZE
                         WS-PO-NUMBER DELIMITED BY SIZE
                         " WITH VENDOR " DELIMITED BY SIZE
                         WS-PO-VENDOR-ID DELIMITED BY SIZE
                         " AND CLOSE THE LINE ON data/POFILE.DAT"
                             DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
                 WHEN 4
                     MOVE WS-LINE-STORE-ID TO WS-LCT-STORE-ID
                     MOVE WS-LINE-NAME TO WS-LCT-NAME
                     STRING "  SUGGEST data/LOCTRAN.DAT: "
                         DELIMITED BY SIZE
                         WS-LOCTRAN-IMAGE DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
                 WHEN 5
                     STRING "  SUGGEST: RETIRE SKU " DELIMITED BY SIZE
                         WS-SKU-NUMBER DELIMITED BY SIZE
                         " FROM data/SKUXREF.DAT, OR CtlMaint CAT ADD"
                         " IF THE ITEM IS STILL SOLD" DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
                 WHEN 6
                     STRING "  SUGGEST: DROP THE HELD-COST LINE FROM"
                         " data/ITEMCOST.DAT" DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
                 WHEN 7
                     STRING "  SUGGEST: RUN CycleCount - IT REBUILDS"
                         " data/CYCSCHED.DAT FROM THE LIVE ROWS"
                             DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
                 WHEN 8
                     STRING "  SUGGEST: CORRECT THE STORE/ITEM ON RMA "
                         DELIMITED BY SIZE
                         WS-RMA-NUMBER DELIMITED BY SIZE
                         ", OR CLOSE IT ON VENDOR " DELIMITED BY SIZE
                         WS-RMA-VENDOR-ID DELIMITED BY SIZE
                         "'S CREDIT (data/CREDMEMO.DAT)"
                             DELIMITED BY SIZE
                         INTO FINDINGS-RECORD
             END-EVALUATE
             WRITE FINDINGS-RECORD
           EXIT.

           ADD-LOT-TO-TOTAL SECTION.
             MOVE "N" TO WS-LOTSUM-MATCH
             PERFORM VARYING WS-LOTSUM-IDX FROM 1 BY 1
                 UNTIL WS-LOTSUM-IDX > WS-LOTSUM-COUNT
                         OR LOTSUM-FOUND
                 IF WS-LOTSUM-STORE-ID(WS-LOTSUM-IDX)
                         = WS-LINE-STORE-ID
                     AND WS-LOTSUM-NAME(WS-LOTSUM-IDX) = WS-LINE-NAME
                     SET LOTSUM-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF LOTSUM-FOUND
                 SUBTRACT 1 FROM WS-LOTSUM-IDX
             ELSE
                 IF WS-LOTSUM-COUNT >= WS-MAX-LOTSUM-CAPACITY
                     EXIT SECTION
                 END-IF
                 ADD 1 TO WS-LOTSUM-COUNT
                 MOVE WS-LOTSUM-COUNT TO WS-LOTSUM-IDX
                 MOVE WS-LINE-STORE-ID
                     TO WS-LOTSUM-STORE-ID(WS-LOTSUM-IDX)
                 MOVE WS-LINE-NAME TO WS-LOTSUM-NAME(WS-LOTSUM-IDX)
                 MOVE 0 TO WS-LOTSUM-QTY(WS-LOTSUM-IDX)
                 MOVE 0 TO WS-LOTSUM-LINES(WS-LOTSUM-IDX)
             END-IF
             IF WS-LOT-QTY IS NUMERIC
                 ADD WS-LOT-QTY TO WS-LOTSUM-QTY(WS-LOTSUM-IDX)
             END-IF
             ADD 1 TO WS-LOTSUM-LINES(WS-LOTSUM-IDX)
           EXIT.

      * Only rows with open lots are compared - stock on hand from
      * before receipts were lotted has no layer to agree with.
           CHECK-LOT-TOTALS SECTION.
             MOVE 1 TO WS-SWEEP-IDX
             PERFORM VARYING WS-LOTSUM-IDX FROM 1 BY 1
                 UNTIL WS-LOTSUM-IDX > WS-LOTSUM-COUNT
                 MOVE WS-LOTSUM-STORE-ID(WS-LOTSUM-IDX)
                     TO STORE-ID OF ITEM-MASTER-RECORD
                 MOVE WS-LOTSUM-NAME(WS-LOTSUM-IDX)
                     TO NAME OF ITEM-MASTER-RECORD
                 READ ITEM-MASTER-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         IF WS-LOTSUM-QTY(WS-LOTSUM-IDX)
                             NOT = ON-HAND-QTY OF ITEM-MASTER-RECORD
                             PERFORM WRITE-LOT-MISMATCH
                         END-IF
                 END-READ
             END-PERFORM
           EXIT.

           WRITE-LOT-MISMATCH SECTION.
             ADD 1 TO WS-FINDING-COUNT
             ADD 1 TO WS-SWEEP-MISMATCH(1)
             MOVE WS-LOTSUM-QTY(WS-LOTSUM-IDX) TO WS-QTY-ED
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD TO WS-QTY2-ED
             MOVE SPACES TO FINDINGS-RECORD
             STRING "FINDING: LOT      LOTS HOLD " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNITS, ROW ON HAND " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY2-ED) DELIMITED BY SIZE
                 " - STORE " DELIMITED BY SIZE
                 WS-LOTSUM-STORE-ID(WS-LOTSUM-IDX) DELIMITED BY SIZE
                 ", ITEM " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LOTSUM-NAME(WS-LOTSUM-IDX))
                     DELIMITED BY SIZE
                 INTO FINDINGS-RECORD
             WRITE FINDINGS-RECORD
             COMPUTE WS-LOT-DIFF = WS-LOTSUM-QTY(WS-LOTSUM-IDX)
                 - ON-HAND-QTY OF ITEM-MASTER-RECORD
             MOVE SPACES TO FINDINGS-RECORD
             IF WS-LOT-DIFF > 0
                 MOVE WS-LOT-DIFF TO WS-QTY-ED
                 STRING "  SUGGEST: RUN LotDeplete - IT CONSUMES THE "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     " EXCESS UNIT(S) OLDEST LOT FIRST"
                         DELIMITED BY SIZE
                     INTO FINDINGS-RECORD
             ELSE
                 COMPUTE WS-LOT-DIFF = 0 - WS-LOT-DIFF
                 MOVE WS-LOT-DIFF TO WS-QTY-ED
                 STRING "  SUGGEST: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                     " UNIT(S) ON HAND WITH NO LOT - COUNT THE ROW"
                     " (data/COUNTS.DAT) OR RECEIVE THE MISSING"
                     " DELIVERY THROUGH GoodsReceive"
                         DELIMITED BY SIZE
                     INTO FINDINGS-RECORD
             END-IF
             WRITE FINDINGS-RECORD
           EXIT.

           WRITE-SWEEP-SUMMARY SECTION.
             MOVE SPACES TO FINDINGS-RECORD
             WRITE FINDINGS-RECORD
             MOVE WS-MASTER-ROW-COUNT TO WS-COUNT-ED
             MOVE WS-SM-COUNT TO WS-COUNT2-ED
             MOVE SPACES TO FINDINGS-RECORD
             STRING "SWEPT AGAINST " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 " ITEM MASTER ROW(S) AND " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 " STORE(S)" DELIMITED BY SIZE
                 INTO FINDINGS-RECORD
             WRITE FINDINGS-RECORD
             PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
                 UNTIL WS-SWEEP-IDX > 8
                 PERFORM WRITE-ONE-FILE-COUNTS
             END-PERFORM
             MOVE WS-FINDING-COUNT TO WS-COUNT2-ED
             MOVE SPACES TO FINDINGS-RECORD
             IF WS-FINDING-COUNT = 0
                 STRING "INTEGRITY SWEEP CLEAN - NO ORPHANS FOUND"
                     INTO FINDINGS-RECORD
             ELSE
                 STRING "INTEGRITY SWEEP FINDINGS: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                     INTO FINDINGS-RECORD
             END-IF
             WRITE FINDINGS-RECORD
           EXIT.

           WRITE-ONE-FILE-COUNTS SECTION.
             MOVE SPACES TO FINDINGS-RECORD
             IF WS-SWEEP-PRESENT(WS-SWEEP-IDX) NOT = "Y"
                 STRING "  " DELIMITED BY SIZE
                     WS-SWEEP-FILE-PATH(WS-SWEEP-IDX)
                         DELIMITED BY SPACE
                     ": NOT PRESENT - NOTHING TO SWEEP"
                         DELIMITED BY SIZE
                     INTO FINDINGS-RECORD
                 WRITE FINDINGS-RECORD
                 EXIT SECTION
             END-IF
             MOVE WS-SWEEP-LINES(WS-SWEEP-IDX) TO WS-COUNT-ED
             MOVE WS-SWEEP-NO-STORE(WS-SWEEP-IDX) TO WS-COUNT2-ED
             MOVE WS-SWEEP-NO-ROW(WS-SWEEP-IDX) TO WS-COUNT3-ED
             MOVE WS-SWEEP-DELISTED(WS-SWEEP-IDX) TO WS-COUNT4-ED
             MOVE WS-SWEEP-MISMATCH(WS-SWEEP-IDX) TO WS-COUNT5-ED
             STRING "  " DELIMITED BY SIZE
                 WS-SWEEP-FILE-PATH(WS-SWEEP-IDX) DELIMITED BY SPACE
                 ": LINES " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", UNKNOWN STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                 ", NO MASTER ROW " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT3-ED) DELIMITED BY SIZE
                 ", DELISTED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT4-ED) DELIMITED BY SIZE
                 ", LOT TOTAL MISMATCH " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT5-ED) DELIMITED BY SIZE
                 INTO FINDINGS-RECORD
             WRITE FINDINGS-RECORD
           EXIT.

       END PROGRAM INTEG-SWEEP.
