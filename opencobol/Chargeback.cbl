      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vendor chargebacks for short, late and non-compliant
      *          deliveries. Turns the pending lines GoodsReceive
      *          leaves on the receiving-exception ledger
      *          (data/RECVEXCP.DAT) into numbered chargeback claims
      *          on data/CBCLAIM.DAT, priced off the penalty schedule
      *          for the vendor and exception type (data/CBPENALT.DAT)
      *          - a short shipment only once the vendor's make-good
      *          days have run and only for what the PO line
      *          (data/POFILE.DAT) still lacks. Applies keyed claim
      *          transactions (data/CBTRAN.DAT) that settle, dispute
      *          or withdraw a claim, and prints an aging report of
      *          open claims by vendor (data/CBAGING.RPT). Claims are
      *          dated with the chain's last aged business date. A
      *          settlement is left unposted for GlExtract, which
      *          journals every settlement it has not yet posted on
      *          its next run and stamps the claim - so Chargeback
      *          can run on demand or at any point in the night;
      *          VendScore puts each vendor's chargebacks on the
      *          monthly scorecard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK as "Chargeback".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVING-EXCEPTION-FILE
               ASSIGN TO "data/RECVEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RXCP-STATUS.
           SELECT PENALTY-SCHEDULE-FILE ASSIGN TO "data/CBPENALT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "data/POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "data/VENDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CLAIM-FILE ASSIGN TO "data/CBCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT CLAIM-CONTROL-FILE ASSIGN TO "data/CBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CLAIM-TRANSACTION-FILE ASSIGN TO "data/CBTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "data/CBAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Receiving exceptions as GoodsReceive appends them (see there):
      * status P pending, C claimed (under RX-CLAIM-NUMBER), X
      * cleared with no claim due. Rewritten in full at end of job.
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

      * One penalty row per vendor (or "*" for every vendor) and
      * exception type - SHRT short, OVER over-shipped, UNOR never
      * ordered, LATE late. The claim is the flat fee, plus the rate
      * for every unit (every day, on a LATE row), plus a percentage
      * of the units' cost value. Quantities up to the tolerance are
      * let go. Grace days are the make-good days on a SHRT row and
      * the delivery allowance after PO-ORDER-DATE on a LATE row.
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
           05 PO-ORDER-DATE PIC X(008).

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASTER-RECORD.
           05 VEND-ID PIC X(006).
           05 VEND-NAME PIC X(030).
           05 VEND-RETURN-TERMS PIC X(020).

      * One chargeback claim per record: whom it bills, for what
      * receipt and how much, and where it stands - O open, D
      * disputed by the vendor, S settled, W withdrawn - with the
      * date it got there, the amount settled and the reference the
      * transaction quoted. The GL-posted date is GlExtract's stamp -
      * blank until a night's journal has carried the settlement - and
      * is only ever carried through here.
       FD  CLAIM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-RECORD.
           05 CB-NUMBER PIC 9(006).
           05 CB-VENDOR-ID PIC X(006).
           05 CB-TYPE PIC X(004).
           05 CB-PO-NUMBER PIC 9(006).
           05 CB-STORE-ID PIC X(006).
           05 CB-NAME PIC X(041).
           05 CB-QTY PIC 9(005).
           05 CB-AMOUNT PIC 9(007)V99.
           05 CB-RAISED-DATE PIC X(008).
           05 CB-STATUS PIC X(001).
               88 CB-IS-OPEN VALUE "O".
               88 CB-IS-DISPUTED VALUE "D".
               88 CB-IS-SETTLED VALUE "S".
               88 CB-IS-WITHDRAWN VALUE "W".
           05 CB-STATUS-DATE PIC X(008).
           05 CB-SETTLED-AMOUNT PIC 9(007)V99.
           05 CB-VENDOR-REF PIC X(010).
           05 CB-REFERENCE PIC X(010).
           05 CB-GL-POSTED-DATE PIC X(008).

       FD  CLAIM-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-CONTROL-RECORD PIC 9(006).

      * One keyed transaction per line: the claim, S settle (for the
      * amount given, or the full claim when it is zero), D dispute,
      * W withdraw, and the vendor's credit-note or dispute reference.
       FD  CLAIM-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-TRANSACTION-RECORD.
           05 CBT-CLAIM-NUMBER PIC 9(006).
           05 CBT-ACTION PIC X(001).
           05 CBT-AMOUNT PIC 9(007)V99.
           05 CBT-REFERENCE PIC X(010).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-RXCP-STATUS PIC X(002).
       01 WS-CLAIM-STATUS PIC X(002).
       01 WS-TRAN-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-POSTING-DATE PIC X(008).
       01 WS-POSTING-INT PIC 9(008).
       01 WS-NEXT-CLAIM-NUMBER PIC 9(006) VALUE 0.

      * The exception ledger, rewritten in full at end of job.
       01 WS-MAX-RXCP-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-RXCP-COUNT PIC 9(005) VALUE 0.
       01 WS-RXCP-OVERFLOW PIC X(001) VALUE "N".
           88 RXCP-CAPACITY-EXCEEDED VALUE "Y".
       01 WS-RXCP-TABLE.
           05 WS-RXCP-ENTRY OCCURS 10000 TIMES.
               10 WS-RX-DATE PIC X(008).
               10 WS-RX-STORE-ID PIC X(006).
               10 WS-RX-NAME PIC X(041).
               10 WS-RX-VENDOR-ID PIC X(006).
               10 WS-RX-PO-NUMBER PIC 9(006).
               10 WS-RX-TYPE PIC X(004).
               10 WS-RX-QTY PIC 9(005).
               10 WS-RX-UNIT-COST PIC 9(006)V99.
               10 WS-RX-VENDOR-REF PIC X(010).
               10 WS-RX-STATUS PIC X(001).
               10 WS-RX-CLAIM-NUMBER PIC 9(006).
       01 WS-RXCP-IDX PIC 9(005).
       01 WS-LATER-IDX PIC 9(005).
       01 WS-CLEAR-REASON PIC X(040).

      * The penalty schedule.
       01 WS-MAX-PENALTY-CAPACITY PIC 9(003) VALUE 400.
       01 WS-PENALTY-COUNT PIC 9(003) VALUE 0.
       01 WS-PENALTY-TABLE.
           05 WS-PENALTY-ENTRY OCCURS 400 TIMES.
               10 WS-PEN-VENDOR-ID PIC X(006).
               10 WS-PEN-TYPE PIC X(004).
               10 WS-PEN-GRACE-DAYS PIC 9(003).
               10 WS-PEN-TOLERANCE PIC 9(005).
               10 WS-PEN-FLAT-FEE PIC 9(005)V99.
               10 WS-PEN-UNIT-RATE PIC 9(005)V99.
               10 WS-PEN-VALUE-PCT PIC 9(003)V99.
       01 WS-PENALTY-IDX PIC 9(003).
       01 WS-PENALTY-HIT PIC 9(003).

      * Open-PO lines, for what a short-shipped line still lacks.
       01 WS-MAX-PO-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-PO-COUNT PIC 9(005) VALUE 0.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 10000 TIMES.
               10 WS-PO-NUMBER PIC 9(006).
               10 WS-PO-STORE-ID PIC X(006).
               10 WS-PO-NAME PIC X(041).
               10 WS-PO-ORDER-QTY PIC 9(005).
               10 WS-PO-RECEIVED-QTY PIC 9(005).
       01 WS-PO-IDX PIC 9(005).
       01 WS-PO-MATCH PIC X(001).
           88 PO-LINE-FOUND VALUE "Y".

      * Vendor master held for names on the aging report.
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
           88 VENDOR-MASTER-FOUND VALUE "Y".

      * The standing claim table, rewritten in full at end of job.
       01 WS-MAX-CLAIM-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-CLAIM-COUNT PIC 9(005) VALUE 0.
       01 WS-CLAIM-OVERFLOW PIC X(001) VALUE "N".
           88 CLAIM-CAPACITY-EXCEEDED VALUE "Y".
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 10000 TIMES.
               10 WS-CB-NUMBER PIC 9(006).
               10 WS-CB-VENDOR-ID PIC X(006).
               10 WS-CB-TYPE PIC X(004).
               10 WS-CB-PO-NUMBER PIC 9(006).
               10 WS-CB-STORE-ID PIC X(006).
               10 WS-CB-NAME PIC X(041).
               10 WS-CB-QTY PIC 9(005).
               10 WS-CB-AMOUNT PIC 9(007)V99.
               10 WS-CB-RAISED-DATE PIC X(008).
               10 WS-CB-STATUS PIC X(001).
               10 WS-CB-STATUS-DATE PIC X(008).
               10 WS-CB-SETTLED-AMOUNT PIC 9(007)V99.
               10 WS-CB-VENDOR-REF PIC X(010).
               10 WS-CB-REFERENCE PIC X(010).
               10 WS-CB-GL-POSTED-DATE PIC X(008).
       01 WS-CLAIM-IDX PIC 9(005).
       01 WS-CLAIM-MATCH PIC X(001).
           88 CLAIM-FOUND VALUE "Y".

      * Pricing one exception.
       01 WS-CLAIM-QTY PIC 9(005).
       01 WS-CLAIM-AMOUNT PIC 9(007)V99.
       01 WS-OUTSTANDING-QTY PIC 9(005).
       01 WS-DUE-INT PIC 9(008).

      * Aging of the open claims, per vendor and overall.
       01 WS-DAYS-OPEN PIC S9(005).
       01 WS-VEND-OPEN-COUNT PIC 9(005).
       01 WS-VEND-OPEN-VALUE PIC 9(009)V99.
       01 WS-VEND-DISPUTED PIC 9(005).
       01 WS-VEND-AGE-BUCKET PIC 9(009)V99 OCCURS 4 TIMES.
       01 WS-BUCKET-IDX PIC 9(001).
       01 WS-TOTAL-OPEN-COUNT PIC 9(005) VALUE 0.
       01 WS-TOTAL-OPEN-VALUE PIC 9(009)V99 VALUE 0.
       01 WS-OFF-MASTER-COUNT PIC 9(005) VALUE 0.

       01 WS-EXCEPTIONS-READ PIC 9(005) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(005) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(005) VALUE 0.
       01 WS-HELD-COUNT PIC 9(005) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(005) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(005) VALUE 0.
       01 WS-REFUSE-REASON PIC X(040).
       01 WS-LINE-PTR PIC 9(003).
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-CLAIM-NUMBER-ED PIC Z(5)9.
       01 WS-PO-NUMBER-ED PIC Z(5)9.
       01 WS-QTY-ED PIC Z(4)9.
       01 WS-AMOUNT-ED PIC Z(6)9.99.
       01 WS-VALUE-ED PIC Z(8)9.99.
       01 WS-DAYS-ED PIC -(4)9.
       01 WS-BUCKET-ED PIC Z(8)9.99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM LOAD-POSTING-DATE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "VENDOR CHARGEBACK RUN FOR " DELIMITED BY SIZE
               WS-POSTING-DATE DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-PENALTY-SCHEDULE
           PERFORM LOAD-OPEN-PO-LINES
           PERFORM LOAD-CLAIM-FILE
           PERFORM LOAD-CLAIM-CONTROL
           PERFORM LOAD-RECEIVING-EXCEPTIONS
           IF NOT CLAIM-CAPACITY-EXCEEDED
               PERFORM RAISE-CLAIMS-FROM-EXCEPTIONS
               PERFORM APPLY-CLAIM-TRANSACTIONS
               IF NOT RXCP-CAPACITY-EXCEEDED
                   PERFORM REWRITE-RECEIVING-EXCEPTIONS
               END-IF
               PERFORM REWRITE-CLAIM-FILE
               PERFORM SAVE-CLAIM-CONTROL
           END-IF
           PERFORM WRITE-AGING-REPORT
           CLOSE AGING-REPORT-FILE

           STOP RUN.

      * Claims are dated with the chain's last aged business date,
      * with the wall clock only when the control was never set up.
           LOAD-POSTING-DATE SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-POSTING-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-LAST-AGED-DATE IS NUMERIC
                           AND BUS-LAST-AGED-DATE NOT = 0
                           MOVE BUS-LAST-AGED-DATE
                               TO WS-POSTING-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             COMPUTE WS-POSTING-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-POSTING-DATE))
           EXIT.

           LOAD-VENDOR-MASTER SECTION.
             MOVE 0 TO WS-VENDOR-COUNT
             OPEN INPUT VENDOR-MASTER-FILE
             IF WS-INPUT-STATUS = "00"
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
             IF VENDOR-CAPACITY-EXCEEDED
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "EXCEPTION: VENDOR MASTER EXCEEDS TABLE"
                     " CAPACITY - LATER VENDORS SHOW AS NOT ON THE"
                     " VENDOR MASTER" DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
                 MOVE 4 TO RETURN-CODE
             END-IF
           EXIT.

           LOAD-PENALTY-SCHEDULE SECTION.
             MOVE 0 TO WS-PENALTY-COUNT
             OPEN INPUT PENALTY-SCHEDULE-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ PENALTY-SCHEDULE-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                             PERFORM TAKE-ONE-PENALTY-ROW
                     END-READ
                 END-PERFORM
                 CLOSE PENALTY-SCHEDULE-FILE
             END-IF
           EXIT.

      * A row whose numbers do not read as numbers is reported and
      * left out, so a keying slip cannot bill a vendor garbage.
           TAKE-ONE-PENALTY-ROW SECTION.
             IF PENALTY-SCHEDULE-RECORD = SPACES
                 EXIT SECTION
             END-IF
             IF CBP-GRACE-DAYS IS NOT NUMERIC
                 OR CBP-TOLERANCE IS NOT NUMERIC
                 OR CBP-FLAT-FEE IS NOT NUMERIC
                 OR CBP-UNIT-RATE IS NOT NUMERIC
                 OR CBP-VALUE-PCT IS NOT NUMERIC
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "PENALTY ROW IGNORED - NOT NUMERIC: VENDOR "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(CBP-VENDOR-ID) DELIMITED BY SIZE
                     ", TYPE " DELIMITED BY SIZE
                     CBP-TYPE DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
                 MOVE 4 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             IF WS-PENALTY-COUNT >= WS-MAX-PENALTY-CAPACITY
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "EXCEPTION: PENALTY SCHEDULE EXCEEDS TABLE"
                     " CAPACITY - ROW FOR VENDOR " DELIMITED BY SIZE
                     FUNCTION TRIM(CBP-VENDOR-ID) DELIMITED BY SIZE
                     " IGNORED" DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
                 MOVE 4 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-PENALTY-COUNT
             MOVE CBP-VENDOR-ID TO WS-PEN-VENDOR-ID(WS-PENALTY-COUNT)
             MOVE CBP-TYPE TO WS-PEN-TYPE(WS-PENALTY-COUNT)
             MOVE CBP-GRACE-DAYS
                 TO WS-PEN-GRACE-DAYS(WS-PENALTY-COUNT)
             MOVE CBP-TOLERANCE TO WS-PEN-TOLERANCE(WS-PENALTY-COUNT)
             MOVE CBP-FLAT-FEE TO WS-PEN-FLAT-FEE(WS-PENALTY-COUNT)
             MOVE CBP-UNIT-RATE TO WS-PEN-UNIT-RATE(WS-PENALTY-COUNT)
             MOVE CBP-VALUE-PCT TO WS-PEN-VALUE-PCT(WS-PENALTY-COUNT)
           EXIT.

           LOAD-OPEN-PO-LINES SECTION.
             MOVE 0 TO WS-PO-COUNT
             OPEN INPUT OPEN-PO-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ OPEN-PO-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-PO-COUNT < WS-MAX-PO-CAPACITY
                               ADD 1 TO WS-PO-COUNT
                               MOVE PO-NUMBER
                                   TO WS-PO-NUMBER(WS-PO-COUNT)
                               MOVE PO-STORE-ID
                                   TO WS-PO-STORE-ID(WS-PO-COUNT)
                               MOVE PO-NAME
                                   TO WS-PO-NAME(WS-PO-COUNT)
                               MOVE PO-ORDER-QTY
                                   TO WS-PO-ORDER-QTY(WS-PO-COUNT)
                               MOVE PO-RECEIVED-QTY
                                   TO WS-PO-RECEIVED-QTY
                                       (WS-PO-COUNT)
                           ELSE
                               SET END-OF-INPUT TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE OPEN-PO-FILE
             END-IF
           EXIT.

      * A claim file too big for the table is read no further, and
      * nothing is raised, applied or rewritten - rewriting from a
      * short table would destroy the claims that did not load.
           LOAD-CLAIM-FILE SECTION.
             MOVE 0 TO WS-CLAIM-COUNT
             OPEN INPUT CLAIM-FILE
             IF WS-CLAIM-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ CLAIM-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-CLAIM-COUNT < WS-MAX-CLAIM-CAPACITY
                               ADD 1 TO WS-CLAIM-COUNT
                               MOVE CLAIM-RECORD
                                   TO WS-CLAIM-ENTRY(WS-CLAIM-COUNT)
                           ELSE
                               SET CLAIM-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-INPUT TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CLAIM-FILE
             END-IF
             IF CLAIM-CAPACITY-EXCEEDED
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "EXCEPTION: CLAIM FILE EXCEEDS TABLE CAPACITY"
                     " - NO CLAIMS RAISED OR TRANSACTIONS APPLIED THIS"
                     " RUN, CLAIM FILE LEFT UNTOUCHED"
                     DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
             END-IF
           EXIT.

           LOAD-CLAIM-CONTROL SECTION.
             MOVE 0 TO WS-NEXT-CLAIM-NUMBER
             OPEN INPUT CLAIM-CONTROL-FILE
             IF WS-INPUT-STATUS = "00"
                 READ CLAIM-CONTROL-FILE
                     NOT AT END
                       IF CLAIM-CONTROL-RECORD IS NUMERIC
                           MOVE CLAIM-CONTROL-RECORD
                               TO WS-NEXT-CLAIM-NUMBER
                       END-IF
                 END-READ
                 CLOSE CLAIM-CONTROL-FILE
             END-IF
           EXIT.

           SAVE-CLAIM-CONTROL SECTION.
             OPEN OUTPUT CLAIM-CONTROL-FILE
             MOVE WS-NEXT-CLAIM-NUMBER TO CLAIM-CONTROL-RECORD
             WRITE CLAIM-CONTROL-RECORD
             CLOSE CLAIM-CONTROL-FILE
           EXIT.

      * A ledger too big for the table is read no further and not
      * rewritten, so no exception line is ever lost, and no claim
      * is raised this run - the ledger would not record what was
      * raised, so the same lines would be raised again next run.
           LOAD-RECEIVING-EXCEPTIONS SECTION.
             MOVE 0 TO WS-RXCP-COUNT
             OPEN INPUT RECEIVING-EXCEPTION-FILE
             IF WS-RXCP-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ RECEIVING-EXCEPTION-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-RXCP-COUNT < WS-MAX-RXCP-CAPACITY
                               ADD 1 TO WS-RXCP-COUNT
                               MOVE RECEIVING-EXCEPTION-RECORD
                                   TO WS-RXCP-ENTRY(WS-RXCP-COUNT)
                           ELSE
                               SET RXCP-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-INPUT TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RECEIVING-EXCEPTION-FILE
             END-IF
             IF RXCP-CAPACITY-EXCEEDED
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "EXCEPTION: RECEIVING EXCEPTION LEDGER EXCEEDS"
                     " TABLE CAPACITY - NO CLAIMS RAISED THIS RUN,"
                     " LEDGER LEFT UNTOUCHED"
                     DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
             END-IF
           EXIT.

           RAISE-CLAIMS-FROM-EXCEPTIONS SECTION.
             PERFORM VARYING WS-RXCP-IDX FROM 1 BY 1
                 UNTIL WS-RXCP-IDX > WS-RXCP-COUNT
                     OR RXCP-CAPACITY-EXCEEDED
                 IF WS-RX-STATUS(WS-RXCP-IDX) = "P"
                     ADD 1 TO WS-EXCEPTIONS-READ
                     PERFORM JUDGE-ONE-EXCEPTION
                 END-IF
             END-PERFORM
           EXIT.

      * Turns one pending exception into a claim, holds it for the
      * vendor's make-good days, or clears it with the reason no
      * claim is due.
           JUDGE-ONE-EXCEPTION SECTION.
             IF WS-RX-VENDOR-ID(WS-RXCP-IDX) = SPACES
                 MOVE "NO VENDOR ON THE RECEIPT" TO WS-CLEAR-REASON
                 PERFORM CLEAR-ONE-EXCEPTION
                 EXIT SECTION
             END-IF
             PERFORM FIND-PENALTY-ROW
             IF WS-PENALTY-HIT = 0
                 MOVE "NO PENALTY SCHEDULED" TO WS-CLEAR-REASON
                 PERFORM CLEAR-ONE-EXCEPTION
                 EXIT SECTION
             END-IF
             MOVE WS-RX-QTY(WS-RXCP-IDX) TO WS-CLAIM-QTY
             IF WS-RX-TYPE(WS-RXCP-IDX) = "SHRT"
                 PERFORM MEASURE-SHORTFALL
                 IF WS-CLEAR-REASON NOT = SPACES
                     PERFORM CLEAR-ONE-EXCEPTION
                     EXIT SECTION
                 END-IF
                 IF WS-CLAIM-QTY = 0
                     EXIT SECTION
                 END-IF
             END-IF
             IF WS-RX-TYPE(WS-RXCP-IDX) = "SHRT"
                 OR WS-RX-TYPE(WS-RXCP-IDX) = "LATE"
                 PERFORM FIND-EARLIER-CLAIM
                 IF CLAIM-FOUND
                     MOVE WS-CB-NUMBER(WS-CLAIM-IDX)
                         TO WS-CLAIM-NUMBER-ED
                     MOVE SPACES TO WS-CLEAR-REASON
                     STRING "ALREADY CLAIMED UNDER " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-CLAIM-NUMBER-ED)
                             DELIMITED BY SIZE
                         INTO WS-CLEAR-REASON
                     PERFORM CLEAR-ONE-EXCEPTION
                     EXIT SECTION
                 END-IF
             END-IF
             IF WS-CLAIM-QTY <= WS-PEN-TOLERANCE(WS-PENALTY-HIT)
                 MOVE "WITHIN THE VENDOR'S TOLERANCE"
                     TO WS-CLEAR-REASON
                 PERFORM CLEAR-ONE-EXCEPTION
                 EXIT SECTION
             END-IF
             IF WS-RX-TYPE(WS-RXCP-IDX) = "LATE"
                 COMPUTE WS-CLAIM-AMOUNT ROUNDED
                     = WS-PEN-FLAT-FEE(WS-PENALTY-HIT)
                     + WS-PEN-UNIT-RATE(WS-PENALTY-HIT)
                         * WS-CLAIM-QTY
             ELSE
                 COMPUTE WS-CLAIM-AMOUNT ROUNDED
                     = WS-PEN-FLAT-FEE(WS-PENALTY-HIT)
                     + WS-PEN-UNIT-RATE(WS-PENALTY-HIT)
                         * WS-CLAIM-QTY
                     + WS-RX-UNIT-COST(WS-RXCP-IDX) * WS-CLAIM-QTY
                         * WS-PEN-VALUE-PCT(WS-PENALTY-HIT) / 100
             END-IF
             IF WS-CLAIM-AMOUNT = 0
                 MOVE "NO PENALTY DUE" TO WS-CLEAR-REASON
                 PERFORM CLEAR-ONE-EXCEPTION
                 EXIT SECTION
             END-IF
             PERFORM RAISE-ONE-CLAIM
           EXIT.

      * The vendor's own row for the exception type, else the row
      * for every vendor; WS-PENALTY-HIT is 0 when neither exists.
           FIND-PENALTY-ROW SECTION.
             MOVE 0 TO WS-PENALTY-HIT
             PERFORM VARYING WS-PENALTY-IDX FROM 1 BY 1
                 UNTIL WS-PENALTY-IDX > WS-PENALTY-COUNT
                     OR WS-PENALTY-HIT > 0
                 IF WS-PEN-VENDOR-ID(WS-PENALTY-IDX)
                     = WS-RX-VENDOR-ID(WS-RXCP-IDX)
                     AND WS-PEN-TYPE(WS-PENALTY-IDX)
                         = WS-RX-TYPE(WS-RXCP-IDX)
                     MOVE WS-PENALTY-IDX TO WS-PENALTY-HIT
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-PENALTY-IDX FROM 1 BY 1
                 UNTIL WS-PENALTY-IDX > WS-PENALTY-COUNT
                     OR WS-PENALTY-HIT > 0
                 IF WS-PEN-VENDOR-ID(WS-PENALTY-IDX) = "*"
                     AND WS-PEN-TYPE(WS-PENALTY-IDX)
                         = WS-RX-TYPE(WS-RXCP-IDX)
                     MOVE WS-PENALTY-IDX TO WS-PENALTY-HIT
                 END-IF
             END-PERFORM
           EXIT.

      * A short shipment is only billed once the vendor's make-good
      * days from the delivery have run, and only for what the PO
      * line still lacks then. Each partial delivery against the
      * line logs a fresh SHRT, so only the latest one is judged.
      * Leaves WS-CLEAR-REASON set when no claim is due, or
      * WS-CLAIM-QTY zero when the exception is held.
           MEASURE-SHORTFALL SECTION.
             MOVE SPACES TO WS-CLEAR-REASON
             COMPUTE WS-LATER-IDX = WS-RXCP-IDX + 1
             PERFORM VARYING WS-LATER-IDX FROM WS-LATER-IDX BY 1
                 UNTIL WS-LATER-IDX > WS-RXCP-COUNT
                     OR WS-CLEAR-REASON NOT = SPACES
                 IF WS-RX-TYPE(WS-LATER-IDX) = "SHRT"
                     AND WS-RX-STATUS(WS-LATER-IDX) = "P"
                     AND WS-RX-PO-NUMBER(WS-LATER-IDX)
                         = WS-RX-PO-NUMBER(WS-RXCP-IDX)
                     AND WS-RX-STORE-ID(WS-LATER-IDX)
                         = WS-RX-STORE-ID(WS-RXCP-IDX)
                     AND WS-RX-NAME(WS-LATER-IDX)
                         = WS-RX-NAME(WS-RXCP-IDX)
                     MOVE "SUPERSEDED BY A LATER DELIVERY"
                         TO WS-CLEAR-REASON
                 END-IF
             END-PERFORM
             IF WS-CLEAR-REASON NOT = SPACES
                 EXIT SECTION
             END-IF
             IF WS-RX-DATE(WS-RXCP-IDX) IS NUMERIC
                 COMPUTE WS-DUE-INT =
                     FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-RX-DATE(WS-RXCP-IDX)))
                     + WS-PEN-GRACE-DAYS(WS-PENALTY-HIT)
                 IF WS-POSTING-INT < WS-DUE-INT
                     ADD 1 TO WS-HELD-COUNT
                     MOVE 0 TO WS-CLAIM-QTY
                     EXIT SECTION
                 END-IF
             END-IF
             MOVE "N" TO WS-PO-MATCH
             PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT OR PO-LINE-FOUND
                 IF WS-PO-NUMBER(WS-PO-IDX)
                     = WS-RX-PO-NUMBER(WS-RXCP-IDX)
                     AND WS-PO-STORE-ID(WS-PO-IDX)
                         = WS-RX-STORE-ID(WS-RXCP-IDX)
                     AND WS-PO-NAME(WS-PO-IDX)
                         = WS-RX-NAME(WS-RXCP-IDX)
                     SET PO-LINE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF PO-LINE-FOUND
                 SUBTRACT 1 FROM WS-PO-IDX
                 MOVE 0 TO WS-OUTSTANDING-QTY
                 IF WS-PO-RECEIVED-QTY(WS-PO-IDX)
                     < WS-PO-ORDER-QTY(WS-PO-IDX)
                     COMPUTE WS-OUTSTANDING-QTY
                         = WS-PO-ORDER-QTY(WS-PO-IDX)
                             - WS-PO-RECEIVED-QTY(WS-PO-IDX)
                 END-IF
                 IF WS-OUTSTANDING-QTY < WS-CLAIM-QTY
                     MOVE WS-OUTSTANDING-QTY TO WS-CLAIM-QTY
                 END-IF
                 IF WS-CLAIM-QTY = 0
                     MOVE "SHORTFALL MADE GOOD" TO WS-CLEAR-REASON
                 END-IF
             END-IF
           EXIT.

      * A PO line is billed for lateness, or for its shortfall, once -
      * a claim already raised for it (and not withdrawn) stands.
           FIND-EARLIER-CLAIM SECTION.
             MOVE "N" TO WS-CLAIM-MATCH
             PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                 UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT OR CLAIM-FOUND
                 IF WS-CB-TYPE(WS-CLAIM-IDX) = WS-RX-TYPE(WS-RXCP-IDX)
                     AND WS-CB-PO-NUMBER(WS-CLAIM-IDX)
                         = WS-RX-PO-NUMBER(WS-RXCP-IDX)
                     AND WS-CB-STORE-ID(WS-CLAIM-IDX)
                         = WS-RX-STORE-ID(WS-RXCP-IDX)
                     AND WS-CB-NAME(WS-CLAIM-IDX)
                         = WS-RX-NAME(WS-RXCP-IDX)
                     AND WS-CB-STATUS(WS-CLAIM-IDX) NOT = "W"
                     SET CLAIM-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF CLAIM-FOUND
                 SUBTRACT 1 FROM WS-CLAIM-IDX
             END-IF
           EXIT.

           CLEAR-ONE-EXCEPTION SECTION.
             MOVE "X" TO WS-RX-STATUS(WS-RXCP-IDX)
             ADD 1 TO WS-CLEARED-COUNT
             MOVE WS-RX-QTY(WS-RXCP-IDX) TO WS-QTY-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "NO CHARGEBACK - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLEAR-REASON) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-RX-TYPE(WS-RXCP-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RX-NAME(WS-RXCP-IDX))
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RX-STORE-ID(WS-RXCP-IDX))
                     DELIMITED BY SIZE
                 ", DELIVERED " DELIMITED BY SIZE
                 WS-RX-DATE(WS-RXCP-IDX) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
           EXIT.

           RAISE-ONE-CLAIM SECTION.
             IF WS-CLAIM-COUNT >= WS-MAX-CLAIM-CAPACITY
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "EXCEPTION: CLAIM FILE AT TABLE CAPACITY -"
                     " EXCEPTION LEFT PENDING: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RX-NAME(WS-RXCP-IDX))
                         DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-CLAIM-COUNT
             ADD 1 TO WS-NEXT-CLAIM-NUMBER
             ADD 1 TO WS-RAISED-COUNT
             MOVE WS-NEXT-CLAIM-NUMBER TO WS-CB-NUMBER(WS-CLAIM-COUNT)
             MOVE WS-RX-VENDOR-ID(WS-RXCP-IDX)
                 TO WS-CB-VENDOR-ID(WS-CLAIM-COUNT)
             MOVE WS-RX-TYPE(WS-RXCP-IDX)
                 TO WS-CB-TYPE(WS-CLAIM-COUNT)
             MOVE WS-RX-PO-NUMBER(WS-RXCP-IDX)
                 TO WS-CB-PO-NUMBER(WS-CLAIM-COUNT)
             MOVE WS-RX-STORE-ID(WS-RXCP-IDX)
                 TO WS-CB-STORE-ID(WS-CLAIM-COUNT)
             MOVE WS-RX-NAME(WS-RXCP-IDX)
                 TO WS-CB-NAME(WS-CLAIM-COUNT)
             MOVE WS-CLAIM-QTY TO WS-CB-QTY(WS-CLAIM-COUNT)
             MOVE WS-CLAIM-AMOUNT TO WS-CB-AMOUNT(WS-CLAIM-COUNT)
             MOVE WS-POSTING-DATE
                 TO WS-CB-RAISED-DATE(WS-CLAIM-COUNT)
             MOVE "O" TO WS-CB-STATUS(WS-CLAIM-COUNT)
             MOVE WS-POSTING-DATE
                 TO WS-CB-STATUS-DATE(WS-CLAIM-COUNT)
             MOVE 0 TO WS-CB-SETTLED-AMOUNT(WS-CLAIM-COUNT)
             MOVE WS-RX-VENDOR-REF(WS-RXCP-IDX)
                 TO WS-CB-VENDOR-REF(WS-CLAIM-COUNT)
             MOVE SPACES TO WS-CB-REFERENCE(WS-CLAIM-COUNT)
             MOVE SPACES TO WS-CB-GL-POSTED-DATE(WS-CLAIM-COUNT)
             MOVE "C" TO WS-RX-STATUS(WS-RXCP-IDX)
             MOVE WS-NEXT-CLAIM-NUMBER
                 TO WS-RX-CLAIM-NUMBER(WS-RXCP-IDX)
             MOVE WS-NEXT-CLAIM-NUMBER TO WS-CLAIM-NUMBER-ED
             MOVE WS-RX-PO-NUMBER(WS-RXCP-IDX) TO WS-PO-NUMBER-ED
             MOVE WS-CLAIM-QTY TO WS-QTY-ED
             MOVE WS-CLAIM-AMOUNT TO WS-AMOUNT-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CLAIM " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLAIM-NUMBER-ED) DELIMITED BY SIZE
                 " RAISED - VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RX-VENDOR-ID(WS-RXCP-IDX))
                     DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-RX-TYPE(WS-RXCP-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RX-NAME(WS-RXCP-IDX))
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RX-STORE-ID(WS-RXCP-IDX))
                     DELIMITED BY SIZE
                 ", AMOUNT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
           EXIT.

           APPLY-CLAIM-TRANSACTIONS SECTION.
             OPEN INPUT CLAIM-TRANSACTION-FILE
             IF WS-TRAN-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ CLAIM-TRANSACTION-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF CLAIM-TRANSACTION-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-CLAIM-TRANSACTION
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CLAIM-TRANSACTION-FILE
             END-IF
           EXIT.

      * Settle closes an open or disputed claim for the agreed amount
      * (never more than was claimed); dispute parks an open claim
      * while the vendor argues it; withdraw drops an open or
      * disputed claim with nothing recovered.
           APPLY-ONE-CLAIM-TRANSACTION SECTION.
             MOVE SPACES TO WS-REFUSE-REASON
             MOVE "N" TO WS-CLAIM-MATCH
             IF CBT-CLAIM-NUMBER IS NOT NUMERIC
                 MOVE "CLAIM NUMBER NOT NUMERIC" TO WS-REFUSE-REASON
             ELSE
                 PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                     UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                         OR CLAIM-FOUND
                     IF WS-CB-NUMBER(WS-CLAIM-IDX) = CBT-CLAIM-NUMBER
                         SET CLAIM-FOUND TO TRUE
                     END-IF
                 END-PERFORM
                 IF CLAIM-FOUND
                     SUBTRACT 1 FROM WS-CLAIM-IDX
                 ELSE
                     MOVE "NO SUCH CLAIM" TO WS-REFUSE-REASON
                 END-IF
             END-IF
             IF WS-REFUSE-REASON = SPACES
                 EVALUATE CBT-ACTION
                     WHEN "S"
                         PERFORM SETTLE-ONE-CLAIM
                     WHEN "D"
                         IF WS-CB-STATUS(WS-CLAIM-IDX) = "O"
                             MOVE "D" TO WS-CB-STATUS(WS-CLAIM-IDX)
                         ELSE
                             MOVE "CLAIM IS NOT OPEN"
                                 TO WS-REFUSE-REASON
                         END-IF
                     WHEN "W"
                         IF WS-CB-STATUS(WS-CLAIM-IDX) = "O"
                             OR WS-CB-STATUS(WS-CLAIM-IDX) = "D"
                             MOVE "W" TO WS-CB-STATUS(WS-CLAIM-IDX)
                         ELSE
                             MOVE "CLAIM IS ALREADY CLOSED"
                                 TO WS-REFUSE-REASON
                         END-IF
                     WHEN OTHER
                         MOVE "ACTION MUST BE S, D OR W"
                             TO WS-REFUSE-REASON
                 END-EVALUATE
             END-IF
             MOVE CBT-CLAIM-NUMBER TO WS-CLAIM-NUMBER-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             IF WS-REFUSE-REASON NOT = SPACES
                 ADD 1 TO WS-REFUSED-COUNT
                 STRING "CLAIM TRANSACTION REFUSED - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
                     ": CLAIM " DELIMITED BY SIZE
                     CBT-CLAIM-NUMBER DELIMITED BY SIZE
                     ", ACTION " DELIMITED BY SIZE
                     CBT-ACTION DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 MOVE 4 TO RETURN-CODE
             ELSE
                 ADD 1 TO WS-APPLIED-COUNT
                 MOVE WS-POSTING-DATE
                     TO WS-CB-STATUS-DATE(WS-CLAIM-IDX)
                 MOVE CBT-REFERENCE TO WS-CB-REFERENCE(WS-CLAIM-IDX)
                 MOVE WS-CB-SETTLED-AMOUNT(WS-CLAIM-IDX)
                     TO WS-AMOUNT-ED
                 EVALUATE CBT-ACTION
                     WHEN "S"
                         STRING "CLAIM " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-CLAIM-NUMBER-ED)
                                 DELIMITED BY SIZE
                             " SETTLED FOR " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-AMOUNT-ED)
                                 DELIMITED BY SIZE
                             ", REF " DELIMITED BY SIZE
                             FUNCTION TRIM(CBT-REFERENCE)
                                 DELIMITED BY SIZE
                             INTO AGING-REPORT-RECORD
                     WHEN "D"
                         STRING "CLAIM " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-CLAIM-NUMBER-ED)
                                 DELIMITED BY SIZE
                             " DISPUTED BY THE VENDOR, REF "
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(CBT-REFERENCE)
                                 DELIMITED BY SIZE
                             INTO AGING-REPORT-RECORD
                     WHEN OTHER
                         STRING "CLAIM " DELIMITED BY SIZE
                             FUNCTION TRIM(WS-CLAIM-NUMBER-ED)
                                 DELIMITED BY SIZE
                             " WITHDRAWN, REF " DELIMITED BY SIZE
                             FUNCTION TRIM(CBT-REFERENCE)
                                 DELIMITED BY SIZE
                             INTO AGING-REPORT-RECORD
                 END-EVALUATE
             END-IF
             WRITE AGING-REPORT-RECORD
           EXIT.

           SETTLE-ONE-CLAIM SECTION.
             IF WS-CB-STATUS(WS-CLAIM-IDX) NOT = "O"
                 AND WS-CB-STATUS(WS-CLAIM-IDX) NOT = "D"
                 MOVE "CLAIM IS ALREADY CLOSED" TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF CBT-AMOUNT IS NOT NUMERIC
                 MOVE "SETTLED AMOUNT NOT NUMERIC" TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             IF CBT-AMOUNT > WS-CB-AMOUNT(WS-CLAIM-IDX)
                 MOVE "SETTLED AMOUNT EXCEEDS THE CLAIM"
                     TO WS-REFUSE-REASON
                 EXIT SECTION
             END-IF
             MOVE "S" TO WS-CB-STATUS(WS-CLAIM-IDX)
             IF CBT-AMOUNT = 0
                 MOVE WS-CB-AMOUNT(WS-CLAIM-IDX)
                     TO WS-CB-SETTLED-AMOUNT(WS-CLAIM-IDX)
             ELSE
                 MOVE CBT-AMOUNT
                     TO WS-CB-SETTLED-AMOUNT(WS-CLAIM-IDX)
             END-IF
           EXIT.

           REWRITE-RECEIVING-EXCEPTIONS SECTION.
             OPEN OUTPUT RECEIVING-EXCEPTION-FILE
             PERFORM VARYING WS-RXCP-IDX FROM 1 BY 1
                 UNTIL WS-RXCP-IDX > WS-RXCP-COUNT
                 MOVE WS-RXCP-ENTRY(WS-RXCP-IDX)
                     TO RECEIVING-EXCEPTION-RECORD
                 WRITE RECEIVING-EXCEPTION-RECORD
             END-PERFORM
             CLOSE RECEIVING-EXCEPTION-FILE
           EXIT.

           REWRITE-CLAIM-FILE SECTION.
             OPEN OUTPUT CLAIM-FILE
             PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                 UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                 MOVE WS-CLAIM-ENTRY(WS-CLAIM-IDX) TO CLAIM-RECORD
                 WRITE CLAIM-RECORD
             END-PERFORM
             CLOSE CLAIM-FILE
           EXIT.

           WRITE-AGING-REPORT SECTION.
             MOVE SPACES TO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "OPEN CHARGEBACK AGING BY VENDOR - AS OF "
                 DELIMITED BY SIZE
                 WS-POSTING-DATE DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                 UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                 PERFORM WRITE-ONE-VENDOR-AGING
             END-PERFORM
             PERFORM WRITE-OFF-MASTER-CLAIMS
             PERFORM WRITE-RUN-TOTALS
           EXIT.

           WRITE-ONE-VENDOR-AGING SECTION.
             MOVE 0 TO WS-VEND-OPEN-COUNT WS-VEND-OPEN-VALUE
             MOVE 0 TO WS-VEND-DISPUTED
             PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 4
                 MOVE 0 TO WS-VEND-AGE-BUCKET(WS-BUCKET-IDX)
             END-PERFORM
             PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                 UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                 IF (WS-CB-STATUS(WS-CLAIM-IDX) = "O"
                         OR WS-CB-STATUS(WS-CLAIM-IDX) = "D")
                     AND WS-CB-VENDOR-ID(WS-CLAIM-IDX)
                         = WS-VENDOR-ID(WS-VENDOR-IDX)
                     PERFORM WRITE-ONE-OPEN-CLAIM-LINE
                 END-IF
             END-PERFORM
             IF WS-VEND-OPEN-COUNT = 0
                 EXIT SECTION
             END-IF
             MOVE WS-VEND-OPEN-COUNT TO WS-COUNT-ED
             MOVE WS-VEND-OPEN-VALUE TO WS-VALUE-ED
             PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 4
                 MOVE WS-VEND-AGE-BUCKET(WS-BUCKET-IDX)
                     TO WS-BUCKET-ED(WS-BUCKET-IDX)
             END-PERFORM
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VENDOR-ID(WS-VENDOR-IDX))
                     DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VENDOR-NAME(WS-VENDOR-IDX))
                     DELIMITED BY SIZE
                 " - OPEN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 ", 0-30 " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BUCKET-ED(1)) DELIMITED BY SIZE
                 ", 31-60 " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BUCKET-ED(2)) DELIMITED BY SIZE
                 ", 61-90 " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BUCKET-ED(3)) DELIMITED BY SIZE
                 ", OVER 90 " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BUCKET-ED(4)) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             IF WS-VEND-DISPUTED > 0
                 MOVE WS-VEND-DISPUTED TO WS-COUNT-ED
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "VENDOR " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-VENDOR-ID(WS-VENDOR-IDX))
                         DELIMITED BY SIZE
                     " - OF WHICH IN DISPUTE: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
             END-IF
           EXIT.

           WRITE-ONE-OPEN-CLAIM-LINE SECTION.
             COMPUTE WS-DAYS-OPEN = WS-POSTING-INT
                 - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(
                         WS-CB-RAISED-DATE(WS-CLAIM-IDX)))
             EVALUATE TRUE
                 WHEN WS-DAYS-OPEN <= 30
                     MOVE 1 TO WS-BUCKET-IDX
                 WHEN WS-DAYS-OPEN <= 60
                     MOVE 2 TO WS-BUCKET-IDX
                 WHEN WS-DAYS-OPEN <= 90
                     MOVE 3 TO WS-BUCKET-IDX
                 WHEN OTHER
                     MOVE 4 TO WS-BUCKET-IDX
             END-EVALUATE
             ADD 1 TO WS-VEND-OPEN-COUNT
             ADD WS-CB-AMOUNT(WS-CLAIM-IDX) TO WS-VEND-OPEN-VALUE
             ADD WS-CB-AMOUNT(WS-CLAIM-IDX)
                 TO WS-VEND-AGE-BUCKET(WS-BUCKET-IDX)
             IF WS-CB-STATUS(WS-CLAIM-IDX) = "D"
                 ADD 1 TO WS-VEND-DISPUTED
             END-IF
             ADD 1 TO WS-TOTAL-OPEN-COUNT
             ADD WS-CB-AMOUNT(WS-CLAIM-IDX) TO WS-TOTAL-OPEN-VALUE
             MOVE SPACES TO AGING-REPORT-RECORD
             MOVE 3 TO WS-LINE-PTR
             PERFORM FORMAT-CLAIM-LINE
             WRITE AGING-REPORT-RECORD
           EXIT.

      * Appends the claim's details to the line at WS-LINE-PTR.
           FORMAT-CLAIM-LINE SECTION.
             MOVE WS-CB-NUMBER(WS-CLAIM-IDX) TO WS-CLAIM-NUMBER-ED
             MOVE WS-CB-PO-NUMBER(WS-CLAIM-IDX) TO WS-PO-NUMBER-ED
             MOVE WS-CB-QTY(WS-CLAIM-IDX) TO WS-QTY-ED
             MOVE WS-CB-AMOUNT(WS-CLAIM-IDX) TO WS-AMOUNT-ED
             MOVE WS-DAYS-OPEN TO WS-DAYS-ED
             STRING "CLAIM " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CLAIM-NUMBER-ED) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-CB-TYPE(WS-CLAIM-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 ", PO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PO-NUMBER-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CB-NAME(WS-CLAIM-IDX))
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CB-STORE-ID(WS-CLAIM-IDX))
                     DELIMITED BY SIZE
                 ", AMOUNT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                 ", DAYS OPEN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
                 WITH POINTER WS-LINE-PTR
             IF WS-CB-STATUS(WS-CLAIM-IDX) = "D"
                 STRING " - IN DISPUTE" DELIMITED BY SIZE
                     INTO AGING-REPORT-RECORD
                     WITH POINTER WS-LINE-PTR
             END-IF
           EXIT.

      * Claims against a vendor no longer on the master still age -
      * listed last so they are not lost off the report.
           WRITE-OFF-MASTER-CLAIMS SECTION.
             PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                 UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                 IF WS-CB-STATUS(WS-CLAIM-IDX) = "O"
                     OR WS-CB-STATUS(WS-CLAIM-IDX) = "D"
                     MOVE "N" TO WS-VENDOR-MATCH
                     PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                         UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                             OR VENDOR-MASTER-FOUND
                         IF WS-VENDOR-ID(WS-VENDOR-IDX)
                             = WS-CB-VENDOR-ID(WS-CLAIM-IDX)
                             SET VENDOR-MASTER-FOUND TO TRUE
                         END-IF
                     END-PERFORM
                     IF NOT VENDOR-MASTER-FOUND
                         PERFORM WRITE-OFF-MASTER-CLAIM-LINE
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

           WRITE-OFF-MASTER-CLAIM-LINE SECTION.
             IF WS-OFF-MASTER-COUNT = 0
                 MOVE SPACES TO AGING-REPORT-RECORD
                 STRING "VENDORS NOT ON THE VENDOR MASTER:"
                     INTO AGING-REPORT-RECORD
                 WRITE AGING-REPORT-RECORD
             END-IF
             ADD 1 TO WS-OFF-MASTER-COUNT
             COMPUTE WS-DAYS-OPEN = WS-POSTING-INT
                 - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(
                         WS-CB-RAISED-DATE(WS-CLAIM-IDX)))
             ADD 1 TO WS-TOTAL-OPEN-COUNT
             ADD WS-CB-AMOUNT(WS-CLAIM-IDX) TO WS-TOTAL-OPEN-VALUE
             MOVE SPACES TO AGING-REPORT-RECORD
             MOVE 1 TO WS-LINE-PTR
             STRING "  VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CB-VENDOR-ID(WS-CLAIM-IDX))
                     DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
                 WITH POINTER WS-LINE-PTR
             PERFORM FORMAT-CLAIM-LINE
             WRITE AGING-REPORT-RECORD
           EXIT.

           WRITE-RUN-TOTALS SECTION.
             MOVE SPACES TO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE WS-TOTAL-OPEN-COUNT TO WS-COUNT-ED
             MOVE WS-TOTAL-OPEN-VALUE TO WS-VALUE-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CHARGEBACK RUN - OPEN CLAIMS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE WS-EXCEPTIONS-READ TO WS-COUNT-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CHARGEBACK RUN - PENDING EXCEPTIONS JUDGED: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE WS-RAISED-COUNT TO WS-COUNT-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CHARGEBACK RUN - CLAIMS RAISED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE WS-CLEARED-COUNT TO WS-COUNT-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CHARGEBACK RUN - CLEARED WITH NO CLAIM: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE WS-HELD-COUNT TO WS-COUNT-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CHARGEBACK RUN - SHORTFALLS HELD FOR MAKE-GOOD: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE WS-APPLIED-COUNT TO WS-COUNT-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CHARGEBACK RUN - CLAIM TRANSACTIONS APPLIED: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
             MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
             MOVE SPACES TO AGING-REPORT-RECORD
             STRING "CHARGEBACK RUN - CLAIM TRANSACTIONS REFUSED: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO AGING-REPORT-RECORD
             WRITE AGING-REPORT-RECORD
           EXIT.

       END PROGRAM CHARGEBACK.
