      ******************************************************************
      * Author:
      * Date:
      * Purpose: Advance ship notice (ASN) intake. Vendors send a
      *          notice of what is on the truck - PO number, store,
      *          item and quantity, with the date it should reach
      *          the dock - ahead of the delivery itself
      *          (data/ASNTRAN.DAT). Each notice is checked against
      *          the vendor master and the open purchase-order file
      *          PurchOrder maintains (data/POFILE.DAT); a notice
      *          that passes is staged on data/ASNSTAGE.DAT as an
      *          expected delivery by store and date, and one that
      *          fails is named on the intake register
      *          (data/ASNREG.RPT) with the reason. The staged
      *          notices still open for the next business day print
      *          as the dock schedule (data/DOCKSCHD.RPT), store by
      *          store, so the dock knows what is coming before the
      *          driver hands over the paperwork. GoodsReceive
      *          matches each delivery it posts back to its notice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASN-INTAKE as "AsnIntake".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "data/BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "data/VENDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMSTR-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "data/POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT ASN-STAGE-FILE ASSIGN TO "data/ASNSTAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT ASN-TRANS-FILE ASSIGN TO "data/ASNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ASN-REGISTER-FILE ASSIGN TO "data/ASNREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOCK-SCHEDULE-FILE ASSIGN TO "data/DOCKSCHD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

      * Dates the business is closed; the dock schedule skips them.
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD PIC X(008).

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASTER-RECORD.
           05 VEND-ID PIC X(006).
           05 VEND-NAME PIC X(030).
           05 VEND-RETURN-TERMS PIC X(020).

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
           05 PO-ORDER-DATE PIC X(008).

      * One notice line as the vendor sends it: the vendor's own
      * notice reference, the PO and line (store and item) it ships
      * against, the units on the truck, the ship date and the date
      * the truck is due at the store's dock.
       FD  ASN-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASN-TRANS-RECORD.
           05 ASNT-ASN-REF PIC X(010).
           05 ASNT-VENDOR-ID PIC X(006).
           05 ASNT-PO-NUMBER PIC 9(006).
           05 ASNT-STORE-ID PIC X(006).
           05 ASNT-NAME PIC X(041).
           05 ASNT-QTY PIC 9(005).
           05 ASNT-SHIP-DATE PIC X(008).
           05 ASNT-EXPECTED-DATE PIC X(008).

      * Staged expected deliveries, carried between runs: O while
      * the truck is still due, R once GoodsReceive has matched a
      * delivery to it (with the units received and the date). A
      * received notice drops off the file once it is older than
      * the retention window below. Rewritten in full at end of job.
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
               88 ASNS-IS-OPEN VALUE "O".
               88 ASNS-IS-RECEIVED VALUE "R".
           05 ASNS-RECEIVED-DATE PIC X(008).

       FD  ASN-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASN-REGISTER-RECORD PIC X(132).

       FD  DOCK-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DOCK-SCHEDULE-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-VENDMSTR-STATUS PIC X(002).
       01 WS-PO-STATUS PIC X(002).
       01 WS-STAGE-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).

      * The next business day - the day the dock schedule is for -
      * found by stepping forward past any closed calendar date.
       01 WS-DOCK-DATE PIC X(008).
       01 WS-DATE-INT PIC 9(008).
       01 WS-BUSINESS-INT PIC 9(008).
       01 WS-MAX-CALENDAR-CAPACITY PIC 9(003) VALUE 400.
       01 WS-CALENDAR-COUNT PIC 9(003) VALUE 0.
       01 WS-CALENDAR-TABLE.
           05 WS-CALENDAR-ENTRY PIC X(008) OCCURS 400 TIMES.
       01 WS-CALENDAR-IDX PIC 9(003).
       01 WS-DOCK-DAY-CLOSED PIC X(001).
           88 DOCK-DAY-IS-CLOSED VALUE "Y".
       01 WS-DAY-STEP PIC 9(002).

      * Vendor master held for the run; an empty or missing master
      * leaves the vendor check off, the same way the store check
      * in the posting programs stands down while a master is being
      * stood up.
       01 WS-MAX-VENDOR-CAPACITY PIC 9(003) VALUE 500.
       01 WS-VENDOR-COUNT PIC 9(003) VALUE 0.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 500 TIMES.
               10 WS-VENDOR-ID PIC X(006).
               10 WS-VENDOR-NAME PIC X(030).
       01 WS-VENDOR-IDX PIC 9(003).
       01 WS-VENDOR-MATCH PIC X(001).
           88 VENDOR-FOUND VALUE "Y".
       01 WS-VENDOR-CHECK-ID PIC X(006).

      * Open-PO lines (see OPEN-PO-FILE above) - read only here.
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
               10 WS-PO-LINE-STATUS PIC X(001).
       01 WS-PO-IDX PIC 9(005).
       01 WS-PO-NUMBER-SEEN PIC X(001).
           88 PO-NUMBER-ON-FILE VALUE "Y".
       01 WS-PO-MATCH PIC X(001).
           88 PO-LINE-FOUND VALUE "Y".
       01 WS-PO-OUTSTANDING PIC S9(007).

      * Staged notices (see ASN-STAGE-FILE above), held in memory,
      * added to as tonight's notices pass, then written back.
       01 WS-MAX-STAGE-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-STAGE-COUNT PIC 9(005) VALUE 0.
       01 WS-STAGE-TABLE.
           05 WS-STAGE-ENTRY OCCURS 5000 TIMES.
               10 WS-STG-ASN-REF PIC X(010).
               10 WS-STG-VENDOR-ID PIC X(006).
               10 WS-STG-PO-NUMBER PIC 9(006).
               10 WS-STG-STORE-ID PIC X(006).
               10 WS-STG-NAME PIC X(041).
               10 WS-STG-NOTIFIED-QTY PIC 9(005).
               10 WS-STG-SHIP-DATE PIC X(008).
               10 WS-STG-EXPECTED-DATE PIC X(008).
               10 WS-STG-RECEIVED-QTY PIC 9(005).
               10 WS-STG-STATUS PIC X(001).
               10 WS-STG-RECEIVED-DATE PIC X(008).
       01 WS-STAGE-IDX PIC 9(005).
       01 WS-STAGE-OVERFLOW PIC X(001) VALUE "N".
           88 STAGE-CAPACITY-EXCEEDED VALUE "Y".
       01 WS-STAGE-MATCH PIC X(001).
           88 NOTICE-ALREADY-STAGED VALUE "Y".
       01 WS-OPEN-NOTIFIED-QTY PIC 9(007).

      * Days a received notice is kept on the staging file after
      * its delivery posted, so a vendor resending an old notice is
      * still caught as a duplicate.
       01 WS-STAGE-RETAIN-DAYS PIC 9(003) VALUE 30.
       01 WS-RECEIVED-INT PIC 9(008).

       01 WS-REJECT-TEXT PIC X(040).
       01 WS-NOTICE-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-NOTICE-STAGED-COUNT PIC 9(005) VALUE 0.
       01 WS-NOTICE-REJECT-COUNT PIC 9(005) VALUE 0.
       01 WS-NOTICE-PURGED-COUNT PIC 9(005) VALUE 0.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-STAGED-ED PIC Z(4)9.
       01 WS-REJECT-ED PIC Z(4)9.
       01 WS-PURGED-ED PIC Z(4)9.
       01 WS-QTY-ED PIC Z(4)9.
       01 WS-OUTSTANDING-ED PIC -(6)9.
       01 WS-PO-NUMBER-ED PIC Z(5)9.

      * Tomorrow's dock work, sorted store by store for printing.
       01 WS-DOCK-COUNT PIC 9(005) VALUE 0.
       01 WS-DOCK-TABLE.
           05 WS-DOCK-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-DOCK-COUNT.
               10 WS-DOCK-STORE-ID PIC X(006).
               10 WS-DOCK-VENDOR-ID PIC X(006).
               10 WS-DOCK-ASN-REF PIC X(010).
               10 WS-DOCK-PO-NUMBER PIC 9(006).
               10 WS-DOCK-NAME PIC X(041).
               10 WS-DOCK-QTY PIC 9(005).
               10 WS-DOCK-EXPECTED-DATE PIC X(008).
       01 WS-DOCK-IDX PIC 9(005).
       01 WS-DOCK-LAST-STORE PIC X(006).
       01 WS-DOCK-STORE-UNITS PIC 9(007).
       01 WS-DOCK-TOTAL-UNITS PIC 9(007).
       01 WS-DOCK-STORE-COUNT PIC 9(005).
       01 WS-DOCK-LATE-NOTE PIC X(022).
       01 WS-UNITS-ED PIC Z(6)9.

      * Run-status stamp for the shared chain-status file (see
      * RunStatus).
       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "ASNINTAKE".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           OPEN OUTPUT ASN-REGISTER-FILE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM FIND-NEXT-DOCK-DATE
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-OPEN-PO-LINES
           PERFORM WRITE-REGISTER-HEADER
           PERFORM LOAD-ASN-STAGE
           IF STAGE-CAPACITY-EXCEEDED
               MOVE SPACES TO ASN-REGISTER-RECORD
               STRING "EXCEPTION: STAGED NOTICE COUNT EXCEEDS TABLE"
                   " CAPACITY - NO NOTICES STAGED, STAGING FILE"
                   " LEFT AS IT WAS"
                   INTO ASN-REGISTER-RECORD
               WRITE ASN-REGISTER-RECORD
               DISPLAY "ASNINTAKE HALTED - data/ASNSTAGE.DAT EXCEEDS"
                   " TABLE CAPACITY"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM STAGE-NEW-NOTICES
               PERFORM REWRITE-ASN-STAGE
           END-IF
           PERFORM WRITE-REGISTER-TRAILER

           CLOSE ASN-REGISTER-FILE

           PERFORM WRITE-DOCK-SCHEDULE

           MOVE "E" TO WS-RS-ACTION
           MOVE RETURN-CODE TO WS-RS-COND-CODE
           MOVE WS-NOTICE-STAGED-COUNT TO WS-RS-ROW-COUNT
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

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
             COMPUTE WS-BUSINESS-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE))
           EXIT.

           LOAD-BUSINESS-CALENDAR SECTION.
             MOVE 0 TO WS-CALENDAR-COUNT
             OPEN INPUT BUSINESS-CALENDAR-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ BUSINESS-CALENDAR-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-CALENDAR-COUNT
                               < WS-MAX-CALENDAR-CAPACITY
                               ADD 1 TO WS-CALENDAR-COUNT
                               MOVE BUSINESS-CALENDAR-RECORD TO
                               WS-CALENDAR-ENTRY(WS-CALENDAR-COUNT)
                           ELSE
                               SET END-OF-INPUT TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE BUSINESS-CALENDAR-FILE
             END-IF
           EXIT.

      * Steps forward from the business date one day at a time
      * until the day is not on the closed calendar; a run of more
      * than two weeks of closed days stops at the fourteenth.
           FIND-NEXT-DOCK-DATE SECTION.
             MOVE WS-BUSINESS-INT TO WS-DATE-INT
             MOVE "Y" TO WS-DOCK-DAY-CLOSED
             PERFORM VARYING WS-DAY-STEP FROM 1 BY 1
                 UNTIL WS-DAY-STEP > 14
                         OR NOT DOCK-DAY-IS-CLOSED
                 ADD 1 TO WS-DATE-INT
                 MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                     TO WS-DOCK-DATE
                 MOVE "N" TO WS-DOCK-DAY-CLOSED
                 PERFORM VARYING WS-CALENDAR-IDX FROM 1 BY 1
                     UNTIL WS-CALENDAR-IDX > WS-CALENDAR-COUNT
                             OR DOCK-DAY-IS-CLOSED
                     IF WS-CALENDAR-ENTRY(WS-CALENDAR-IDX)
                         = WS-DOCK-DATE
                         SET DOCK-DAY-IS-CLOSED TO TRUE
                     END-IF
                 END-PERFORM
             END-PERFORM
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
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE VENDOR-MASTER-FILE
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
                           IF WS-PO-COUNT >= WS-MAX-PO-CAPACITY
                               MOVE SPACES TO ASN-REGISTER-RECORD
                               STRING "EXCEPTION: OPEN PO ROW COUNT"
                                   " EXCEEDS TABLE CAPACITY -"
                                   " REMAINING LINES NOT LOADED"
                                   INTO ASN-REGISTER-RECORD
                               WRITE ASN-REGISTER-RECORD
                               SET END-OF-INPUT TO TRUE
                           ELSE
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
                               MOVE PO-STATUS
                                   TO WS-PO-LINE-STATUS(WS-PO-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE OPEN-PO-FILE
             END-IF
           EXIT.

      * A received notice past the retention window is dropped as
      * it loads; everything else is carried forward unchanged.
           LOAD-ASN-STAGE SECTION.
             MOVE 0 TO WS-STAGE-COUNT
             OPEN INPUT ASN-STAGE-FILE
             IF WS-STAGE-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ASN-STAGE-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           PERFORM TAKE-ONE-STAGED-NOTICE
                     END-READ
                 END-PERFORM
                 CLOSE ASN-STAGE-FILE
             END-IF
           EXIT.

           TAKE-ONE-STAGED-NOTICE SECTION.
             IF ASNS-IS-RECEIVED
                 AND ASNS-RECEIVED-DATE IS NUMERIC
                 COMPUTE WS-RECEIVED-INT =
                     FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(ASNS-RECEIVED-DATE))
                 IF WS-RECEIVED-INT + WS-STAGE-RETAIN-DAYS
                     < WS-BUSINESS-INT
                     ADD 1 TO WS-NOTICE-PURGED-COUNT
                     EXIT SECTION
                 END-IF
             END-IF
             IF WS-STAGE-COUNT >= WS-MAX-STAGE-CAPACITY
                 SET STAGE-CAPACITY-EXCEEDED TO TRUE
                 SET END-OF-INPUT TO TRUE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-STAGE-COUNT
             MOVE ASNS-ASN-REF TO WS-STG-ASN-REF(WS-STAGE-COUNT)
             MOVE ASNS-VENDOR-ID TO WS-STG-VENDOR-ID(WS-STAGE-COUNT)
             MOVE ASNS-PO-NUMBER TO WS-STG-PO-NUMBER(WS-STAGE-COUNT)
             MOVE ASNS-STORE-ID TO WS-STG-STORE-ID(WS-STAGE-COUNT)
             MOVE ASNS-NAME TO WS-STG-NAME(WS-STAGE-COUNT)
             MOVE ASNS-NOTIFIED-QTY
                 TO WS-STG-NOTIFIED-QTY(WS-STAGE-COUNT)
             MOVE ASNS-SHIP-DATE TO WS-STG-SHIP-DATE(WS-STAGE-COUNT)
             MOVE ASNS-EXPECTED-DATE
                 TO WS-STG-EXPECTED-DATE(WS-STAGE-COUNT)
             MOVE ASNS-RECEIVED-QTY
                 TO WS-STG-RECEIVED-QTY(WS-STAGE-COUNT)
             MOVE ASNS-STATUS TO WS-STG-STATUS(WS-STAGE-COUNT)
             MOVE ASNS-RECEIVED-DATE
                 TO WS-STG-RECEIVED-DATE(WS-STAGE-COUNT)
           EXIT.

      * No notice file tonight is a normal night - nothing to stage,
      * and the dock schedule still prints from what is staged.
           STAGE-NEW-NOTICES SECTION.
             OPEN INPUT ASN-TRANS-FILE
             IF WS-INPUT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ASN-TRANS-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-NOTICE-READ-COUNT
                       PERFORM EDIT-ONE-NOTICE
                       IF WS-REJECT-TEXT = SPACES
                           PERFORM STAGE-ONE-NOTICE
                       ELSE
                           ADD 1 TO WS-NOTICE-REJECT-COUNT
                           PERFORM WRITE-REJECTED-LINE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE ASN-TRANS-FILE
           EXIT.

      * The first failing edit names the reject; spaces means the
      * notice passed and PO-IDX is left on its PO line.
           EDIT-ONE-NOTICE SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             IF ASNT-ASN-REF = SPACES
                 MOVE "NO NOTICE REFERENCE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF WS-VENDOR-COUNT > 0
                 MOVE ASNT-VENDOR-ID TO WS-VENDOR-CHECK-ID
                 PERFORM FIND-VENDOR
                 IF NOT VENDOR-FOUND
                     MOVE "VENDOR NOT ON VENDOR MASTER"
                         TO WS-REJECT-TEXT
                     EXIT SECTION
                 END-IF
             END-IF
             IF ASNT-QTY IS NOT NUMERIC
                 OR ASNT-QTY = 0
                 MOVE "QUANTITY NOT NUMERIC OR ZERO" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF ASNT-EXPECTED-DATE IS NOT NUMERIC
                 MOVE "EXPECTED DATE NOT A DATE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(ASNT-EXPECTED-DATE)) NOT = 0
                 MOVE "EXPECTED DATE NOT A DATE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF ASNT-PO-NUMBER IS NOT NUMERIC
                 MOVE "PO NUMBER NOT ON FILE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM FIND-PO-LINE
             IF NOT PO-NUMBER-ON-FILE
                 MOVE "PO NUMBER NOT ON FILE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF NOT PO-LINE-FOUND
                 MOVE "NO LINE ON THE PO FOR THIS STORE/ITEM"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF WS-PO-VENDOR-ID(WS-PO-IDX) NOT = ASNT-VENDOR-ID
                 MOVE "PO WAS RAISED ON ANOTHER VENDOR"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF WS-PO-LINE-STATUS(WS-PO-IDX) NOT = "O"
                 MOVE "PO LINE ALREADY RECEIVED IN FULL"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM FIND-STAGED-NOTICE
             IF NOTICE-ALREADY-STAGED
                 MOVE "DUPLICATE OF A NOTICE ALREADY STAGED"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF WS-STAGE-COUNT >= WS-MAX-STAGE-CAPACITY
                 MOVE "STAGING TABLE FULL" TO WS-REJECT-TEXT
             END-IF
           EXIT.

           FIND-VENDOR SECTION.
             MOVE "N" TO WS-VENDOR-MATCH
             PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                 UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                         OR VENDOR-FOUND
                 IF WS-VENDOR-ID(WS-VENDOR-IDX) = WS-VENDOR-CHECK-ID
                     SET VENDOR-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF VENDOR-FOUND
                 SUBTRACT 1 FROM WS-VENDOR-IDX
             END-IF
           EXIT.

           FIND-PO-LINE SECTION.
             MOVE "N" TO WS-PO-NUMBER-SEEN
             MOVE "N" TO WS-PO-MATCH
             PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
                         OR PO-LINE-FOUND
                 IF WS-PO-NUMBER(WS-PO-IDX) = ASNT-PO-NUMBER
                     SET PO-NUMBER-ON-FILE TO TRUE
                     IF WS-PO-STORE-ID(WS-PO-IDX) = ASNT-STORE-ID
                         AND WS-PO-NAME(WS-PO-IDX) = ASNT-NAME
                         SET PO-LINE-FOUND TO TRUE
                     END-IF
                 END-IF
             END-PERFORM
             IF PO-LINE-FOUND
                 SUBTRACT 1 FROM WS-PO-IDX
             END-IF
           EXIT.

      * The same notice reference for the same PO line is a resend,
      * whatever state the first copy has reached.
           FIND-STAGED-NOTICE SECTION.
             MOVE "N" TO WS-STAGE-MATCH
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                         OR NOTICE-ALREADY-STAGED
                 IF WS-STG-ASN-REF(WS-STAGE-IDX) = ASNT-ASN-REF
                     AND WS-STG-VENDOR-ID(WS-STAGE-IDX)
                         = ASNT-VENDOR-ID
                     AND WS-STG-PO-NUMBER(WS-STAGE-IDX)
                         = ASNT-PO-NUMBER
                     AND WS-STG-STORE-ID(WS-STAGE-IDX) = ASNT-STORE-ID
                     AND WS-STG-NAME(WS-STAGE-IDX) = ASNT-NAME
                     SET NOTICE-ALREADY-STAGED TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

      * Stages the notice, then warns - without refusing it - when
      * the units notified open against the PO line now run past
      * what is still outstanding on it.
           STAGE-ONE-NOTICE SECTION.
             ADD 1 TO WS-STAGE-COUNT
             ADD 1 TO WS-NOTICE-STAGED-COUNT
             MOVE ASNT-ASN-REF TO WS-STG-ASN-REF(WS-STAGE-COUNT)
             MOVE ASNT-VENDOR-ID TO WS-STG-VENDOR-ID(WS-STAGE-COUNT)
             MOVE ASNT-PO-NUMBER TO WS-STG-PO-NUMBER(WS-STAGE-COUNT)
             MOVE ASNT-STORE-ID TO WS-STG-STORE-ID(WS-STAGE-COUNT)
             MOVE ASNT-NAME TO WS-STG-NAME(WS-STAGE-COUNT)
             MOVE ASNT-QTY TO WS-STG-NOTIFIED-QTY(WS-STAGE-COUNT)
             MOVE ASNT-SHIP-DATE TO WS-STG-SHIP-DATE(WS-STAGE-COUNT)
             MOVE ASNT-EXPECTED-DATE
                 TO WS-STG-EXPECTED-DATE(WS-STAGE-COUNT)
             MOVE 0 TO WS-STG-RECEIVED-QTY(WS-STAGE-COUNT)
             MOVE "O" TO WS-STG-STATUS(WS-STAGE-COUNT)
             MOVE SPACES TO WS-STG-RECEIVED-DATE(WS-STAGE-COUNT)
             MOVE 0 TO WS-OPEN-NOTIFIED-QTY
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                 IF WS-STG-STATUS(WS-STAGE-IDX) = "O"
                     AND WS-STG-PO-NUMBER(WS-STAGE-IDX)
                         = ASNT-PO-NUMBER
                     AND WS-STG-STORE-ID(WS-STAGE-IDX) = ASNT-STORE-ID
                     AND WS-STG-NAME(WS-STAGE-IDX) = ASNT-NAME
                     ADD WS-STG-NOTIFIED-QTY(WS-STAGE-IDX)
                         TO WS-OPEN-NOTIFIED-QTY
                 END-IF
             END-PERFORM
             COMPUTE WS-PO-OUTSTANDING
                 = WS-PO-ORDER-QTY(WS-PO-IDX)
                     - WS-PO-RECEIVED-QTY(WS-PO-IDX)
             MOVE ASNT-QTY TO WS-QTY-ED
             MOVE ASNT-PO-NUMBER TO WS-PO-NUMBER-ED
             MOVE SPACES TO ASN-REGISTER-RECORD
             STRING "STAGED: ASN " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-ASN-REF) DELIMITED BY SIZE
                 ", VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-VENDOR-ID) DELIMITED BY SIZE
                 ", PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-STORE-ID) DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", DUE " DELIMITED BY SIZE
                 ASNT-EXPECTED-DATE DELIMITED BY SIZE
                 INTO ASN-REGISTER-RECORD
             WRITE ASN-REGISTER-RECORD
             IF WS-OPEN-NOTIFIED-QTY > WS-PO-OUTSTANDING
                 MOVE WS-PO-OUTSTANDING TO WS-OUTSTANDING-ED
                 MOVE WS-OPEN-NOTIFIED-QTY TO WS-UNITS-ED
                 MOVE SPACES TO ASN-REGISTER-RECORD
                 STRING "  WARNING - OPEN NOTICES FOR THIS PO LINE"
                     " NOW TOTAL " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                     ", ONLY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-OUTSTANDING-ED)
                         DELIMITED BY SIZE
                     " STILL OUTSTANDING ON THE PO"
                         DELIMITED BY SIZE
                     INTO ASN-REGISTER-RECORD
                 WRITE ASN-REGISTER-RECORD
             END-IF
           EXIT.

           WRITE-REJECTED-LINE SECTION.
             MOVE SPACES TO ASN-REGISTER-RECORD
             IF ASNT-PO-NUMBER IS NUMERIC
                 MOVE ASNT-PO-NUMBER TO WS-PO-NUMBER-ED
             ELSE
                 MOVE 0 TO WS-PO-NUMBER-ED
             END-IF
             STRING "REJECTED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                 ": ASN " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-ASN-REF) DELIMITED BY SIZE
                 ", VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-VENDOR-ID) DELIMITED BY SIZE
                 ", PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(ASNT-STORE-ID) DELIMITED BY SIZE
                 INTO ASN-REGISTER-RECORD
             WRITE ASN-REGISTER-RECORD
           EXIT.

           REWRITE-ASN-STAGE SECTION.
             OPEN OUTPUT ASN-STAGE-FILE
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                 MOVE WS-STG-ASN-REF(WS-STAGE-IDX) TO ASNS-ASN-REF
                 MOVE WS-STG-VENDOR-ID(WS-STAGE-IDX)
                     TO ASNS-VENDOR-ID
                 MOVE WS-STG-PO-NUMBER(WS-STAGE-IDX)
                     TO ASNS-PO-NUMBER
                 MOVE WS-STG-STORE-ID(WS-STAGE-IDX) TO ASNS-STORE-ID
                 MOVE WS-STG-NAME(WS-STAGE-IDX) TO ASNS-NAME
                 MOVE WS-STG-NOTIFIED-QTY(WS-STAGE-IDX)
                     TO ASNS-NOTIFIED-QTY
                 MOVE WS-STG-SHIP-DATE(WS-STAGE-IDX)
                     TO ASNS-SHIP-DATE
                 MOVE WS-STG-EXPECTED-DATE(WS-STAGE-IDX)
                     TO ASNS-EXPECTED-DATE
                 MOVE WS-STG-RECEIVED-QTY(WS-STAGE-IDX)
                     TO ASNS-RECEIVED-QTY
                 MOVE WS-STG-STATUS(WS-STAGE-IDX) TO ASNS-STATUS
                 MOVE WS-STG-RECEIVED-DATE(WS-STAGE-IDX)
                     TO ASNS-RECEIVED-DATE
                 WRITE ASN-STAGE-RECORD
             END-PERFORM
             CLOSE ASN-STAGE-FILE
           EXIT.

      * Every notice still open and due at the dock by the next
      * business day, store by store; one already past its due date
      * is flagged late so the dock knows it may still turn up. A
      * notice due today is tonight's receiving, not tomorrow's.
           WRITE-DOCK-SCHEDULE SECTION.
             OPEN OUTPUT DOCK-SCHEDULE-FILE
             MOVE SPACES TO DOCK-SCHEDULE-RECORD
             STRING "DOCK SCHEDULE FOR " DELIMITED BY SIZE
                 WS-DOCK-DATE DELIMITED BY SIZE
                 " - DELIVERIES VENDORS HAVE NOTIFIED, BY STORE"
                     DELIMITED BY SIZE
                 INTO DOCK-SCHEDULE-RECORD
             WRITE DOCK-SCHEDULE-RECORD
             MOVE 0 TO WS-DOCK-COUNT
             PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > WS-STAGE-COUNT
                 IF WS-STG-STATUS(WS-STAGE-IDX) = "O"
                     AND WS-STG-EXPECTED-DATE(WS-STAGE-IDX)
                         <= WS-DOCK-DATE
                     AND WS-STG-EXPECTED-DATE(WS-STAGE-IDX)
                         NOT = WS-BUSINESS-DATE
                     ADD 1 TO WS-DOCK-COUNT
                     MOVE WS-STG-STORE-ID(WS-STAGE-IDX)
                         TO WS-DOCK-STORE-ID(WS-DOCK-COUNT)
                     MOVE WS-STG-VENDOR-ID(WS-STAGE-IDX)
                         TO WS-DOCK-VENDOR-ID(WS-DOCK-COUNT)
                     MOVE WS-STG-ASN-REF(WS-STAGE-IDX)
                         TO WS-DOCK-ASN-REF(WS-DOCK-COUNT)
                     MOVE WS-STG-PO-NUMBER(WS-STAGE-IDX)
                         TO WS-DOCK-PO-NUMBER(WS-DOCK-COUNT)
                     MOVE WS-STG-NAME(WS-STAGE-IDX)
                         TO WS-DOCK-NAME(WS-DOCK-COUNT)
                     MOVE WS-STG-NOTIFIED-QTY(WS-STAGE-IDX)
                         TO WS-DOCK-QTY(WS-DOCK-COUNT)
                     MOVE WS-STG-EXPECTED-DATE(WS-STAGE-IDX)
                         TO WS-DOCK-EXPECTED-DATE(WS-DOCK-COUNT)
                 END-IF
             END-PERFORM
             MOVE 0 TO WS-DOCK-TOTAL-UNITS
             MOVE 0 TO WS-DOCK-STORE-COUNT
             IF WS-DOCK-COUNT > 0
                 SORT WS-DOCK-ENTRY
                     ASCENDING KEY WS-DOCK-STORE-ID
                                   WS-DOCK-VENDOR-ID
                                   WS-DOCK-ASN-REF
                 MOVE SPACES TO WS-DOCK-LAST-STORE
                 MOVE 0 TO WS-DOCK-STORE-UNITS
                 PERFORM VARYING WS-DOCK-IDX FROM 1 BY 1
                     UNTIL WS-DOCK-IDX > WS-DOCK-COUNT
                     IF WS-DOCK-STORE-ID(WS-DOCK-IDX)
                         NOT = WS-DOCK-LAST-STORE
                         IF WS-DOCK-STORE-COUNT > 0
                             PERFORM WRITE-DOCK-STORE-TOTAL
                         END-IF
                         PERFORM WRITE-DOCK-STORE-HEADING
                     END-IF
                     PERFORM WRITE-ONE-DOCK-LINE
                 END-PERFORM
                 PERFORM WRITE-DOCK-STORE-TOTAL
             END-IF
             MOVE WS-DOCK-COUNT TO WS-COUNT-ED
             MOVE WS-DOCK-TOTAL-UNITS TO WS-UNITS-ED
             MOVE SPACES TO DOCK-SCHEDULE-RECORD
             STRING "DOCK SCHEDULE - NOTICES DUE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", UNITS EXPECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 INTO DOCK-SCHEDULE-RECORD
             WRITE DOCK-SCHEDULE-RECORD
             CLOSE DOCK-SCHEDULE-FILE
           EXIT.

           WRITE-DOCK-STORE-HEADING SECTION.
             MOVE WS-DOCK-STORE-ID(WS-DOCK-IDX) TO WS-DOCK-LAST-STORE
             MOVE 0 TO WS-DOCK-STORE-UNITS
             ADD 1 TO WS-DOCK-STORE-COUNT
             MOVE SPACES TO DOCK-SCHEDULE-RECORD
             STRING "STORE " DELIMITED BY SIZE
                 WS-DOCK-LAST-STORE DELIMITED BY SIZE
                 INTO DOCK-SCHEDULE-RECORD
             WRITE DOCK-SCHEDULE-RECORD
           EXIT.

           WRITE-ONE-DOCK-LINE SECTION.
             MOVE WS-DOCK-VENDOR-ID(WS-DOCK-IDX)
                 TO WS-VENDOR-CHECK-ID
             PERFORM FIND-VENDOR
             MOVE SPACES TO WS-DOCK-LATE-NOTE
             IF WS-DOCK-EXPECTED-DATE(WS-DOCK-IDX)
                 < WS-BUSINESS-DATE
                 STRING " - LATE, DUE " DELIMITED BY SIZE
                     WS-DOCK-EXPECTED-DATE(WS-DOCK-IDX)
                         DELIMITED BY SIZE
                     INTO WS-DOCK-LATE-NOTE
             END-IF
             MOVE WS-DOCK-QTY(WS-DOCK-IDX) TO WS-QTY-ED
             MOVE WS-DOCK-PO-NUMBER(WS-DOCK-IDX) TO WS-PO-NUMBER-ED
             MOVE SPACES TO DOCK-SCHEDULE-RECORD
             MOVE WS-DOCK-VENDOR-ID(WS-DOCK-IDX)
                 TO DOCK-SCHEDULE-RECORD(3:6)
             IF VENDOR-FOUND
                 MOVE WS-VENDOR-NAME(WS-VENDOR-IDX)
                     TO DOCK-SCHEDULE-RECORD(10:30)
             END-IF
             STRING "ASN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DOCK-ASN-REF(WS-DOCK-IDX))
                     DELIMITED BY SIZE
                 ", PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DOCK-NAME(WS-DOCK-IDX))
                     DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 WS-DOCK-LATE-NOTE DELIMITED BY SIZE
                 INTO DOCK-SCHEDULE-RECORD(41:92)
             WRITE DOCK-SCHEDULE-RECORD
             ADD WS-DOCK-QTY(WS-DOCK-IDX) TO WS-DOCK-STORE-UNITS
             ADD WS-DOCK-QTY(WS-DOCK-IDX) TO WS-DOCK-TOTAL-UNITS
           EXIT.

           WRITE-DOCK-STORE-TOTAL SECTION.
             MOVE WS-DOCK-STORE-UNITS TO WS-UNITS-ED
             MOVE SPACES TO DOCK-SCHEDULE-RECORD
             STRING "  STORE " DELIMITED BY SIZE
                 WS-DOCK-LAST-STORE DELIMITED BY SIZE
                 " UNITS EXPECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 INTO DOCK-SCHEDULE-RECORD
             WRITE DOCK-SCHEDULE-RECORD
           EXIT.

           WRITE-REGISTER-HEADER SECTION.
             MOVE SPACES TO ASN-REGISTER-RECORD
             STRING "ADVANCE SHIP NOTICE INTAKE - BUSINESS DATE "
                 DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO ASN-REGISTER-RECORD
             WRITE ASN-REGISTER-RECORD
           EXIT.

           WRITE-REGISTER-TRAILER SECTION.
             MOVE WS-NOTICE-READ-COUNT TO WS-COUNT-ED
             MOVE WS-NOTICE-STAGED-COUNT TO WS-STAGED-ED
             MOVE WS-NOTICE-REJECT-COUNT TO WS-REJECT-ED
             MOVE WS-NOTICE-PURGED-COUNT TO WS-PURGED-ED
             MOVE SPACES TO ASN-REGISTER-RECORD
             STRING "ASN INTAKE - NOTICES READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", STAGED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STAGED-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-ED) DELIMITED BY SIZE
                 ", RECEIVED NOTICES RETIRED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PURGED-ED) DELIMITED BY SIZE
                 INTO ASN-REGISTER-RECORD
             WRITE ASN-REGISTER-RECORD
           EXIT.

       END PROGRAM ASN-INTAKE.
