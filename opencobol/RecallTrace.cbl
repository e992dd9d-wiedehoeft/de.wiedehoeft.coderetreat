      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vendor recall trace. Reads the recall notices keyed
      *          off the vendor's letter (data/RECALL.DAT: notice
      *          reference, vendor, item and the receipt-date window
      *          of the recalled run) and traces each across every
      *          store: the receipts of that item from that vendor in
      *          the window (data/RECVHIS.DAT), the receipt lots they
      *          left that still hold units (data/ITEMLOT.DAT), and
      *          the units sold since the first such receipt
      *          (data/SALESHIS.DAT). Prints the recall trace report
      *          (data/RECALL.RPT) per notice and store - received,
      *          still on hand, probably sold - and queues a quality
      *          hold for every affected row onto the hold batch
      *          (data/HOLDTRAN.DAT) the nightly aging applies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL-TRACE as "RecallTrace".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-NOTICE-FILE ASSIGN TO "data/RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "data/RECVHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ITEM-LOT-FILE ASSIGN TO "data/ITEMLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "data/SALESHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT HOLD-TRANS-FILE ASSIGN TO "data/HOLDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT RECALL-REPORT-FILE ASSIGN TO "data/RECALL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One recall notice per line: the vendor's reference, the
      * vendor, the item, and the first and last receipt dates
      * (CCYYMMDD) of the run being recalled.
       FD  RECALL-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECALL-NOTICE-RECORD.
           05 RCL-NOTICE-REF PIC X(012).
           05 RCL-VENDOR-ID PIC X(006).
           05 RCL-NAME PIC X(041).
           05 RCL-FROM-DATE PIC X(008).
           05 RCL-TO-DATE PIC X(008).

       FD  RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-HISTORY-RECORD.
           05 RH-DATE PIC X(008).
           05 RH-STORE-ID PIC X(006).
           05 RH-NAME PIC X(041).
           05 RH-VENDOR-ID PIC X(006).
           05 RH-QTY PIC 9(005).
           05 RH-UNIT-COST PIC 9(006)V99.

       FD  ITEM-LOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-LOT-RECORD.
           05 LOT-STORE-ID PIC X(006).
           05 LOT-NAME PIC X(041).
           05 LOT-RECV-DATE PIC X(008).
           05 LOT-QTY PIC 9(005).
           05 LOT-SELL-IN PIC S9(004)
               SIGN LEADING SEPARATE.

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-HISTORY-RECORD.
           05 SH-DATE PIC X(008).
           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

      * Same layout GuildedRose applies: HDR batch id, one H/R line
      * per item name and store, TRL record count and a zero hash.
       FD  HOLD-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-TRANS-RECORD.
           05 HOLD-NAME PIC X(041).
           05 HOLD-STORE-ID PIC X(006).
           05 HOLD-ACTION PIC X(001).
               88 HOLD-ACTION-HOLD VALUE "H".
           05 HOLD-REASON PIC X(020).

       FD  RECALL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECALL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-NOTICE-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-HOLD-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-REJECT-TEXT PIC X(040).

      * Accepted notices.
       01 WS-MAX-NOTICE-CAPACITY PIC 9(003) VALUE 50.
       01 WS-NOTICE-COUNT PIC 9(003) VALUE 0.
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-ENTRY OCCURS 50 TIMES.
               10 WS-NOTICE-REF PIC X(012).
               10 WS-NOTICE-VENDOR-ID PIC X(006).
               10 WS-NOTICE-NAME PIC X(041).
               10 WS-NOTICE-FROM-DATE PIC X(008).
               10 WS-NOTICE-TO-DATE PIC X(008).
       01 WS-NOTICE-IDX PIC 9(003).
       01 WS-NOTICES-READ PIC 9(005) VALUE 0.
       01 WS-NOTICES-REJECTED PIC 9(005) VALUE 0.

      * One trace line per notice and store the recalled run reached.
      * Lots carry no vendor, so only a store whose receipt history
      * shows the vendor's delivery in the window has its lots
      * counted.
       01 WS-MAX-TRACE-CAPACITY PIC 9(005) VALUE 2000.
       01 WS-TRACE-COUNT PIC 9(005) VALUE 0.
       01 WS-TRACE-TABLE.
           05 WS-TRACE-ENTRY OCCURS 2000 TIMES.
               10 WS-TRACE-NOTICE PIC 9(003).
               10 WS-TRACE-STORE-ID PIC X(006).
               10 WS-TRACE-FIRST-DATE PIC X(008).
               10 WS-TRACE-RECEIVED PIC 9(007).
               10 WS-TRACE-ON-HAND PIC 9(007).
               10 WS-TRACE-LOTS PIC 9(005).
               10 WS-TRACE-SOLD PIC 9(007).
       01 WS-TRACE-IDX PIC 9(005).
       01 WS-TRACE-MATCH PIC X(001).
           88 TRACE-FOUND VALUE "Y".
       01 WS-TRACE-OVERFLOW PIC X(001) VALUE "N".
           88 TRACE-CAPACITY-EXCEEDED VALUE "Y".
       01 WS-TRACE-STORE-KEY PIC X(006).
       01 WS-PROBABLY-SOLD PIC S9(007).
       01 WS-STORES-TRACED PIC 9(005).

      * The hold batch as it stands, kept so holds and releases
      * already queued for tonight go out with the recall holds.
       01 WS-MAX-HOLD-CAPACITY PIC 9(005) VALUE 2000.
       01 WS-HOLD-COUNT PIC 9(005) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-LINE PIC X(068) OCCURS 2000 TIMES.
       01 WS-HOLD-IDX PIC 9(005).
       01 WS-HOLD-MATCH PIC X(001).
           88 HOLD-ALREADY-QUEUED VALUE "Y".
       01 WS-NEW-HOLD-LINE.
           05 WS-NEW-HOLD-NAME PIC X(041).
           05 WS-NEW-HOLD-STORE-ID PIC X(006).
           05 WS-NEW-HOLD-ACTION PIC X(001) VALUE "H".
           05 WS-NEW-HOLD-REASON PIC X(020).
       01 WS-HOLDS-QUEUED PIC 9(005) VALUE 0.
       01 WS-HOLD-BATCH-ID.
           05 FILLER PIC X(002) VALUE "RC".
           05 WS-HOLD-BATCH-STAMP PIC X(008).
       01 WS-HOLD-TRAILER.
           05 FILLER PIC X(003) VALUE "TRL".
           05 WS-HOLD-TRL-COUNT PIC 9(005).
           05 WS-HOLD-TRL-QTY PIC 9(007) VALUE 0.

       01 WS-QTY-ED PIC Z(6)9.
       01 WS-ON-HAND-ED PIC Z(6)9.
       01 WS-SOLD-ED PIC Z(6)9.
       01 WS-LOTS-ED PIC Z(4)9.
       01 WS-COUNT-ED PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT RECALL-REPORT-FILE
           MOVE SPACES TO RECALL-REPORT-RECORD
           STRING "RECALL TRACE - RUN " DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
               INTO RECALL-REPORT-RECORD
           WRITE RECALL-REPORT-RECORD

           PERFORM LOAD-RECALL-NOTICES
           IF WS-NOTICE-COUNT = 0
               MOVE SPACES TO RECALL-REPORT-RECORD
               STRING "NO RECALL NOTICES TO TRACE (data/RECALL.DAT)"
                   DELIMITED BY SIZE
                   INTO RECALL-REPORT-RECORD
               WRITE RECALL-REPORT-RECORD
           ELSE
               PERFORM TRACE-RECEIPTS
               IF TRACE-CAPACITY-EXCEEDED
                   DISPLAY "RECALLTRACE HALTED - MORE THAN "
                       WS-MAX-TRACE-CAPACITY
                       " STORE TRACES, NO HOLDS QUEUED"
                   MOVE SPACES TO RECALL-REPORT-RECORD
                   STRING "EXCEPTION: TRACE TABLE FULL - TRACE"
                       " INCOMPLETE, NO HOLDS QUEUED"
                       DELIMITED BY SIZE
                       INTO RECALL-REPORT-RECORD
                   WRITE RECALL-REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TRACE-LOTS
                   PERFORM TRACE-SALES
                   PERFORM WRITE-TRACE-REPORT
                   PERFORM QUEUE-RECALL-HOLDS
               END-IF
           END-IF
           PERFORM WRITE-REPORT-TRAILER

           CLOSE RECALL-REPORT-FILE

           STOP RUN.

           LOAD-RECALL-NOTICES SECTION.
             MOVE 0 TO WS-NOTICE-COUNT
             OPEN INPUT RECALL-NOTICE-FILE
             IF WS-NOTICE-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RECALL-NOTICE-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           ADD 1 TO WS-NOTICES-READ
                           PERFORM EDIT-ONE-NOTICE
                     END-READ
                 END-PERFORM
                 CLOSE RECALL-NOTICE-FILE
             END-IF
           EXIT.

           EDIT-ONE-NOTICE SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             EVALUATE TRUE
                 WHEN RCL-VENDOR-ID = SPACES
                     MOVE "BLANK VENDOR" TO WS-REJECT-TEXT
                 WHEN RCL-NAME = SPACES
                     MOVE "BLANK ITEM NAME" TO WS-REJECT-TEXT
                 WHEN RCL-FROM-DATE IS NOT NUMERIC
                     OR RCL-TO-DATE IS NOT NUMERIC
                     MOVE "RECEIPT WINDOW NOT NUMERIC"
                         TO WS-REJECT-TEXT
                 WHEN FUNCTION TEST-DATE-YYYYMMDD(
                         FUNCTION NUMVAL(RCL-FROM-DATE)) NOT = 0
                     OR FUNCTION TEST-DATE-YYYYMMDD(
                         FUNCTION NUMVAL(RCL-TO-DATE)) NOT = 0
                     MOVE "RECEIPT WINDOW NOT VALID DATES"
                         TO WS-REJECT-TEXT
                 WHEN RCL-FROM-DATE > RCL-TO-DATE
                     MOVE "WINDOW ENDS BEFORE IT STARTS"
                         TO WS-REJECT-TEXT
                 WHEN WS-NOTICE-COUNT >= WS-MAX-NOTICE-CAPACITY
                     MOVE "TOO MANY NOTICES IN ONE RUN"
                         TO WS-REJECT-TEXT
             END-EVALUATE
             IF WS-REJECT-TEXT NOT = SPACES
                 ADD 1 TO WS-NOTICES-REJECTED
                 MOVE SPACES TO RECALL-REPORT-RECORD
                 STRING "NOTICE REJECTED - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(RCL-NOTICE-REF) DELIMITED BY SIZE
                     ", VENDOR " DELIMITED BY SIZE
                     RCL-VENDOR-ID DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(RCL-NAME) DELIMITED BY SIZE
                     INTO RECALL-REPORT-RECORD
                 WRITE RECALL-REPORT-RECORD
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-NOTICE-COUNT
             MOVE RCL-NOTICE-REF TO WS-NOTICE-REF(WS-NOTICE-COUNT)
             MOVE RCL-VENDOR-ID TO WS-NOTICE-VENDOR-ID(WS-NOTICE-COUNT)
             MOVE RCL-NAME TO WS-NOTICE-NAME(WS-NOTICE-COUNT)
             MOVE RCL-FROM-DATE TO WS-NOTICE-FROM-DATE(WS-NOTICE-COUNT)
             MOVE RCL-TO-DATE TO WS-NOTICE-TO-DATE(WS-NOTICE-COUNT)
           EXIT.

      * Every receipt of a recalled item from the recalling vendor
      * inside the window starts (or adds to) that store's trace.
           TRACE-RECEIPTS SECTION.
             OPEN INPUT RECEIPT-HISTORY-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ RECEIPT-HISTORY-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM VARYING WS-NOTICE-IDX FROM 1 BY 1
                           UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
                           IF RH-NAME = WS-NOTICE-NAME(WS-NOTICE-IDX)
                               AND RH-VENDOR-ID
                                   = WS-NOTICE-VENDOR-ID(WS-NOTICE-IDX)
                               AND RH-DATE
                                   >= WS-NOTICE-FROM-DATE(WS-NOTICE-IDX)
                               AND RH-DATE
                                   <= WS-NOTICE-TO-DATE(WS-NOTICE-IDX)
                               AND RH-QTY IS NUMERIC
                               PERFORM ADD-RECEIPT-TO-TRACE
                           END-IF
                       END-PERFORM
                 END-READ
             END-PERFORM
             CLOSE RECEIPT-HISTORY-FILE
           EXIT.

           ADD-RECEIPT-TO-TRACE SECTION.
             MOVE RH-STORE-ID TO WS-TRACE-STORE-KEY
             PERFORM FIND-TRACE
             IF NOT TRACE-FOUND
                 IF WS-TRACE-COUNT >= WS-MAX-TRACE-CAPACITY
                     SET TRACE-CAPACITY-EXCEEDED TO TRUE
                     EXIT SECTION
                 END-IF
                 ADD 1 TO WS-TRACE-COUNT
                 MOVE WS-TRACE-COUNT TO WS-TRACE-IDX
                 MOVE WS-NOTICE-IDX TO WS-TRACE-NOTICE(WS-TRACE-IDX)
                 MOVE RH-STORE-ID TO WS-TRACE-STORE-ID(WS-TRACE-IDX)
                 MOVE RH-DATE TO WS-TRACE-FIRST-DATE(WS-TRACE-IDX)
                 MOVE 0 TO WS-TRACE-RECEIVED(WS-TRACE-IDX)
                 MOVE 0 TO WS-TRACE-ON-HAND(WS-TRACE-IDX)
                 MOVE 0 TO WS-TRACE-LOTS(WS-TRACE-IDX)
                 MOVE 0 TO WS-TRACE-SOLD(WS-TRACE-IDX)
             END-IF
             IF RH-DATE < WS-TRACE-FIRST-DATE(WS-TRACE-IDX)
                 MOVE RH-DATE TO WS-TRACE-FIRST-DATE(WS-TRACE-IDX)
             END-IF
             ADD RH-QTY TO WS-TRACE-RECEIVED(WS-TRACE-IDX)
           EXIT.

           FIND-TRACE SECTION.
             MOVE "N" TO WS-TRACE-MATCH
             PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
                 UNTIL WS-TRACE-IDX > WS-TRACE-COUNT
                         OR TRACE-FOUND
                 IF WS-TRACE-NOTICE(WS-TRACE-IDX) = WS-NOTICE-IDX
                     AND WS-TRACE-STORE-ID(WS-TRACE-IDX)
                         = WS-TRACE-STORE-KEY
                     SET TRACE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF TRACE-FOUND
                 SUBTRACT 1 FROM WS-TRACE-IDX
             END-IF
           EXIT.

      * Lots received inside the window at a traced store are the
      * recalled run still on the shelf.
           TRACE-LOTS SECTION.
             OPEN INPUT ITEM-LOT-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-LOT-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM VARYING WS-NOTICE-IDX FROM 1 BY 1
                           UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
                           IF LOT-NAME = WS-NOTICE-NAME(WS-NOTICE-IDX)
                               AND LOT-RECV-DATE
                                   >= WS-NOTICE-FROM-DATE(WS-NOTICE-IDX)
                               AND LOT-RECV-DATE
                                   <= WS-NOTICE-TO-DATE(WS-NOTICE-IDX)
                               AND LOT-QTY IS NUMERIC
                               MOVE LOT-STORE-ID TO WS-TRACE-STORE-KEY
                               PERFORM FIND-TRACE
                               IF TRACE-FOUND
                                   ADD LOT-QTY
                                       TO WS-TRACE-ON-HAND(WS-TRACE-IDX)
                                   ADD 1 TO WS-TRACE-LOTS(WS-TRACE-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                 END-READ
             END-PERFORM
             CLOSE ITEM-LOT-FILE
           EXIT.

      * Units of the item sold at a traced store on or after its
      * first receipt of the run.
           TRACE-SALES SECTION.
             OPEN INPUT SALES-HISTORY-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ SALES-HISTORY-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM VARYING WS-NOTICE-IDX FROM 1 BY 1
                           UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
                           IF SH-NAME = WS-NOTICE-NAME(WS-NOTICE-IDX)
                               AND SH-UNITS-SOLD IS NUMERIC
                               MOVE SH-STORE-ID TO WS-TRACE-STORE-KEY
                               PERFORM FIND-TRACE
                               IF TRACE-FOUND
                                   AND SH-DATE >=
                                   WS-TRACE-FIRST-DATE(WS-TRACE-IDX)
                                   ADD SH-UNITS-SOLD
                                       TO WS-TRACE-SOLD(WS-TRACE-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                 END-READ
             END-PERFORM
             CLOSE SALES-HISTORY-FILE
           EXIT.

           WRITE-TRACE-REPORT SECTION.
             PERFORM VARYING WS-NOTICE-IDX FROM 1 BY 1
                 UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
                 MOVE SPACES TO RECALL-REPORT-RECORD
                 WRITE RECALL-REPORT-RECORD
                 MOVE SPACES TO RECALL-REPORT-RECORD
                 STRING "RECALL " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NOTICE-REF(WS-NOTICE-IDX))
                         DELIMITED BY SIZE
                     ": VENDOR " DELIMITED BY SIZE
                     WS-NOTICE-VENDOR-ID(WS-NOTICE-IDX)
                         DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NOTICE-NAME(WS-NOTICE-IDX))
                         DELIMITED BY SIZE
                     ", RECEIVED " DELIMITED BY SIZE
                     WS-NOTICE-FROM-DATE(WS-NOTICE-IDX)
                         DELIMITED BY SIZE
                     " TO " DELIMITED BY SIZE
                     WS-NOTICE-TO-DATE(WS-NOTICE-IDX)
                         DELIMITED BY SIZE
                     INTO RECALL-REPORT-RECORD
                 WRITE RECALL-REPORT-RECORD
                 MOVE 0 TO WS-STORES-TRACED
                 PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
                     UNTIL WS-TRACE-IDX > WS-TRACE-COUNT
                     IF WS-TRACE-NOTICE(WS-TRACE-IDX) = WS-NOTICE-IDX
                         ADD 1 TO WS-STORES-TRACED
                         PERFORM WRITE-ONE-TRACE-LINE
                     END-IF
                 END-PERFORM
                 IF WS-STORES-TRACED = 0
                     MOVE SPACES TO RECALL-REPORT-RECORD
                     STRING "  NO STORE RECEIVED THIS ITEM FROM THIS"
                         " VENDOR IN THE WINDOW" DELIMITED BY SIZE
                         INTO RECALL-REPORT-RECORD
                     WRITE RECALL-REPORT-RECORD
                 END-IF
             END-PERFORM
           EXIT.

      * Probably sold: what was sold since the first receipt, but
      * never more than the run less what is still on the shelf -
      * older stock of the same item sells in that time too.
           WRITE-ONE-TRACE-LINE SECTION.
             COMPUTE WS-PROBABLY-SOLD
                 = WS-TRACE-RECEIVED(WS-TRACE-IDX)
                     - WS-TRACE-ON-HAND(WS-TRACE-IDX)
             IF WS-PROBABLY-SOLD < 0
                 MOVE 0 TO WS-PROBABLY-SOLD
             END-IF
             IF WS-TRACE-SOLD(WS-TRACE-IDX) < WS-PROBABLY-SOLD
                 MOVE WS-TRACE-SOLD(WS-TRACE-IDX) TO WS-PROBABLY-SOLD
             END-IF
             MOVE WS-TRACE-RECEIVED(WS-TRACE-IDX) TO WS-QTY-ED
             MOVE WS-TRACE-ON-HAND(WS-TRACE-IDX) TO WS-ON-HAND-ED
             MOVE WS-PROBABLY-SOLD TO WS-SOLD-ED
             MOVE WS-TRACE-LOTS(WS-TRACE-IDX) TO WS-LOTS-ED
             MOVE SPACES TO RECALL-REPORT-RECORD
             STRING "  STORE " DELIMITED BY SIZE
                 WS-TRACE-STORE-ID(WS-TRACE-IDX) DELIMITED BY SIZE
                 ": RECEIVED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " FROM " DELIMITED BY SIZE
                 WS-TRACE-FIRST-DATE(WS-TRACE-IDX) DELIMITED BY SIZE
                 ", ON HAND " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ON-HAND-ED) DELIMITED BY SIZE
                 " IN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LOTS-ED) DELIMITED BY SIZE
                 " LOT(S), PROBABLY SOLD " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SOLD-ED) DELIMITED BY SIZE
                 " - HOLD QUEUED" DELIMITED BY SIZE
                 INTO RECALL-REPORT-RECORD
             WRITE RECALL-REPORT-RECORD
           EXIT.

      * The existing batch's detail lines are kept, a hold is added
      * for each traced row not already queued for one, and the
      * batch goes back out under a fresh header and balanced
      * trailer.
           QUEUE-RECALL-HOLDS SECTION.
             MOVE 0 TO WS-HOLD-COUNT
             OPEN INPUT HOLD-TRANS-FILE
             IF WS-HOLD-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ HOLD-TRANS-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF HOLD-TRANS-RECORD(1:3) NOT = "HDR"
                               AND HOLD-TRANS-RECORD(1:3) NOT = "TRL"
                               AND WS-HOLD-COUNT
                                   < WS-MAX-HOLD-CAPACITY
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HOLD-TRANS-RECORD
                                   TO WS-HOLD-LINE(WS-HOLD-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE HOLD-TRANS-FILE
             END-IF
             PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
                 UNTIL WS-TRACE-IDX > WS-TRACE-COUNT
                 MOVE WS-TRACE-NOTICE(WS-TRACE-IDX) TO WS-NOTICE-IDX
                 MOVE WS-NOTICE-NAME(WS-NOTICE-IDX)
                     TO WS-NEW-HOLD-NAME
                 MOVE WS-TRACE-STORE-ID(WS-TRACE-IDX)
                     TO WS-NEW-HOLD-STORE-ID
                 MOVE SPACES TO WS-NEW-HOLD-REASON
                 STRING "RECALL " DELIMITED BY SIZE
                     WS-NOTICE-REF(WS-NOTICE-IDX) DELIMITED BY SIZE
                     INTO WS-NEW-HOLD-REASON
                 PERFORM ADD-ONE-RECALL-HOLD
             END-PERFORM
             MOVE WS-CURRENT-DATE-TIME(3:8) TO WS-HOLD-BATCH-STAMP
             OPEN OUTPUT HOLD-TRANS-FILE
             MOVE SPACES TO HOLD-TRANS-RECORD
             STRING "HDR" DELIMITED BY SIZE
                 WS-HOLD-BATCH-ID DELIMITED BY SIZE
                 INTO HOLD-TRANS-RECORD
             WRITE HOLD-TRANS-RECORD
             PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 MOVE WS-HOLD-LINE(WS-HOLD-IDX) TO HOLD-TRANS-RECORD
                 WRITE HOLD-TRANS-RECORD
             END-PERFORM
             MOVE WS-HOLD-COUNT TO WS-HOLD-TRL-COUNT
             MOVE SPACES TO HOLD-TRANS-RECORD
             MOVE WS-HOLD-TRAILER TO HOLD-TRANS-RECORD
             WRITE HOLD-TRANS-RECORD
             CLOSE HOLD-TRANS-FILE
           EXIT.

           ADD-ONE-RECALL-HOLD SECTION.
             MOVE "N" TO WS-HOLD-MATCH
             PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                         OR HOLD-ALREADY-QUEUED
                 IF WS-HOLD-LINE(WS-HOLD-IDX)(1:48)
                     = WS-NEW-HOLD-LINE(1:48)
                     SET HOLD-ALREADY-QUEUED TO TRUE
                 END-IF
             END-PERFORM
             IF HOLD-ALREADY-QUEUED
                 EXIT SECTION
             END-IF
             IF WS-HOLD-COUNT >= WS-MAX-HOLD-CAPACITY
                 MOVE SPACES TO RECALL-REPORT-RECORD
                 STRING "EXCEPTION: HOLD BATCH FULL - NO HOLD QUEUED"
                     " FOR STORE " DELIMITED BY SIZE
                     WS-NEW-HOLD-STORE-ID DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NEW-HOLD-NAME) DELIMITED BY SIZE
                     INTO RECALL-REPORT-RECORD
                 WRITE RECALL-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-HOLD-COUNT
             MOVE WS-NEW-HOLD-LINE TO WS-HOLD-LINE(WS-HOLD-COUNT)
             ADD 1 TO WS-HOLDS-QUEUED
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE SPACES TO RECALL-REPORT-RECORD
             WRITE RECALL-REPORT-RECORD
             MOVE WS-NOTICES-READ TO WS-COUNT-ED
             MOVE WS-NOTICES-REJECTED TO WS-LOTS-ED
             MOVE WS-HOLDS-QUEUED TO WS-QTY-ED
             MOVE SPACES TO RECALL-REPORT-RECORD
             STRING "RECALL TRACE RUN - NOTICES READ: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LOTS-ED) DELIMITED BY SIZE
                 ", HOLDS QUEUED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 INTO RECALL-REPORT-RECORD
             WRITE RECALL-REPORT-RECORD
           EXIT.

       END PROGRAM RECALL-TRACE.
