      *          disposal batch - appending to DISPOSE.DAT raw would
      *          land behind that batch's trailer and unbalance it.
      *          Prints a returns register with the day totalled by
      *          store and by disposition, and appends every accepted
      *          return, stamped with the business date, to the
      *          permanent customer-return ledger (data/CRETHIS.DAT).
      *          A returned legendary item (data/PROTECT.DAT) is
      *          refused either way - it goes back into custody by
      *          serial through LegendMove.
      *          Every return is first checked against the sales
      *          history (data/SALESHIS.DAT): the item must have sold
      *          at that store inside the return window, and the
      *          units already returned against the same receipt
      *          reference (or, with no receipt, against the store's
      *          sales of the item in the window) plus these units
      *          must not exceed the units sold. The window comes
      *          from data/CRETCTL.DAT (days, default 30). A return
      *          that fails is not posted but held on data/CRETHOLD.DAT
      *          for a manager, whose accept (A) or refuse (R) on
      *          data/CRETDEC.DAT is applied ahead of the next run's
      *          returns. Every check outcome - posted, held, accepted
      *          or refused, with any reuse of an earlier receipt
      *          reference flagged - goes on the permanent return
      *          check ledger (data/CRETCHK.DAT) that the weekly
      *          returns-exception report (RtnExcept) reads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REGISTER-FILE ASSIGN TO "data/CRETURN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-HISTORY-FILE ASSIGN TO "data/CRETHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIS-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "data/SALESHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIS-STATUS.
           SELECT RETURN-CONTROL-FILE ASSIGN TO "data/CRETCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRETCTL-STATUS.
           SELECT RETURN-HOLD-FILE ASSIGN TO "data/CRETHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRETHOLD-STATUS.
           SELECT RETURN-HOLD-SEQUENCE-FILE
               ASSIGN TO "data/CRETHSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRETHSEQ-STATUS.
           SELECT RETURN-DECISION-FILE ASSIGN TO "data/CRETDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRETDEC-STATUS.
           SELECT RETURN-CHECK-FILE ASSIGN TO "data/CRETCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRETCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  RETURN-REGISTER-RECORD PIC X(120).

      * Permanent, append-only customer-return ledger: each accepted
      * return with the business date it came back on - saleable
      * units restocked and damaged units sent to write-off alike.
       FD  RETURN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-HISTORY-RECORD.
           05 CRH-DATE PIC X(008).
           05 CRH-STORE-ID PIC X(006).
           05 CRH-NAME PIC X(041).
           05 CRH-QTY PIC 9(005).
           05 CRH-DISPOSITION PIC X(001).
           05 CRH-RECEIPT-REF PIC X(010).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-HISTORY-RECORD.
           05 SH-DATE PIC X(008).
           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

      * Return window in days, and the return-to-sales ratio (per
      * cent of units) above which RtnExcept calls a store unusual.
       FD  RETURN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-CONTROL-RECORD.
           05 CRC-WINDOW-DAYS PIC 9(003).
           05 CRC-RATIO-PCT PIC 9(003)V99.

      * Returns waiting for a manager: the hold number, the date it
      * was held, why (NOSL - no sale in the window, OVER - more
      * units back than sold), whether the receipt reference had
      * been used before, the sold/returned figures the check saw,
      * and the till return itself as it came in.
       FD  RETURN-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-HOLD-RECORD.
           05 CHD-NUMBER PIC 9(006).
           05 CHD-HELD-DATE PIC X(008).
           05 CHD-REASON PIC X(004).
           05 CHD-REPEAT PIC X(001).
           05 CHD-SOLD-UNITS PIC 9(007).
           05 CHD-RETURNED-UNITS PIC 9(007).
           05 CHD-RETURN PIC X(063).

      * Last hold number issued.
       FD  RETURN-HOLD-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-HOLD-SEQUENCE-RECORD PIC 9(006).

      * A manager's decision on a held return: A accept (post it as
      * the clerk keyed it) or R refuse (nothing posts).
       FD  RETURN-DECISION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-DECISION-RECORD.
           05 CRD-NUMBER PIC X(006).
           05 CRD-ACTION PIC X(001).
               88 CRD-IS-ACCEPT VALUE "A".
               88 CRD-IS-REFUSE VALUE "R".
           05 CRD-MANAGER PIC X(008).

      * Permanent, append-only return check ledger - one line per
      * outcome: POSTED (passed the check), HELD, ACCEPTED or REFUSED
      * by a manager, or REJECTED where an accepted return's item
      * has left the master, with the check's figures and the return.
       FD  RETURN-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-CHECK-RECORD.
           05 CCK-DATE PIC X(008).
           05 CCK-EVENT PIC X(008).
           05 CCK-REASON PIC X(004).
           05 CCK-REPEAT PIC X(001).
           05 CCK-HOLD-NUMBER PIC 9(006).
           05 CCK-SOLD-UNITS PIC 9(007).
           05 CCK-RETURNED-UNITS PIC 9(007).
           05 CCK-MANAGER PIC X(008).
           05 CCK-RETURN.
               10 CCK-STORE-ID PIC X(006).
               10 CCK-NAME PIC X(041).
               10 CCK-QTY PIC 9(005).
               10 CCK-DISPOSITION PIC X(001).
               10 CCK-RECEIPT-REF PIC X(010).

       WORKING-STORAGE SECTION.
      * Item Master interlock request handed to the shared MasterLock
      * subprogram - claimed before the first master I-O, released at
       01 WS-OLD-ON-HAND-ED PIC Z(4)9.
       01 WS-NEW-ON-HAND-ED PIC Z(4)9.

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

       01 WS-RETHIS-STATUS PIC X(002).
       01 WS-SALESHIS-STATUS PIC X(002).
       01 WS-CRETCTL-STATUS PIC X(002).
       01 WS-CRETHOLD-STATUS PIC X(002).
       01 WS-CRETHSEQ-STATUS PIC X(002).
       01 WS-CRETDEC-STATUS PIC X(002).
       01 WS-CRETCHK-STATUS PIC X(002).
       01 WS-SCAN-EOF PIC X(001) VALUE "N".
           88 END-OF-SCAN VALUE "Y".

      * The return window: sales on or after the start date count.
       01 WS-RETURN-WINDOW-DAYS PIC 9(003) VALUE 30.
       01 WS-WINDOW-START-DATE PIC X(008).
       01 WS-DATE-INT PIC 9(008).

      * Tonight's returns, loaded ahead of posting so one pass of
      * each ledger gives every line the units its store sold in the
      * window and the units already returned against its receipt.
       01 WS-MAX-RETURN-CAPACITY PIC 9(004) VALUE 1000.
       01 WS-RETURN-COUNT PIC 9(004) VALUE 0.
       01 WS-RETURN-TABLE.
           05 WS-RT-ENTRY OCCURS 1000 TIMES.
               10 WS-RT-RETURN.
                   15 WS-RT-STORE-ID PIC X(006).
                   15 WS-RT-NAME PIC X(041).
                   15 WS-RT-QTY PIC X(005).
                   15 WS-RT-DISPOSITION PIC X(001).
                   15 WS-RT-RECEIPT-REF PIC X(010).
               10 WS-RT-SOLD-UNITS PIC 9(007).
               10 WS-RT-RETURNED-UNITS PIC 9(007).
               10 WS-RT-REPEAT PIC X(001).
       01 WS-RT-IDX PIC 9(004).
       01 WS-RT-CURRENT PIC 9(004).
       01 WS-RETURN-OVERFLOW PIC X(001) VALUE "N".
           88 RETURN-TABLE-OVERFLOWED VALUE "Y".

      * Returns waiting for a manager's decision.
       01 WS-MAX-HOLD-CAPACITY PIC 9(003) VALUE 500.
       01 WS-HOLD-COUNT PIC 9(003) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
               10 WS-HD-NUMBER PIC 9(006).
               10 WS-HD-HELD-DATE PIC X(008).
               10 WS-HD-REASON PIC X(004).
               10 WS-HD-REPEAT PIC X(001).
               10 WS-HD-SOLD-UNITS PIC 9(007).
               10 WS-HD-RETURNED-UNITS PIC 9(007).
               10 WS-HD-RETURN PIC X(063).
               10 WS-HD-STATE PIC X(001).
                   88 WS-HD-WAITING VALUE "P".
                   88 WS-HD-DECIDED VALUE "X".
       01 WS-HOLD-IDX PIC 9(003).
       01 WS-HOLD-FOUND PIC 9(003).
       01 WS-HOLD-OVERFLOW PIC X(001) VALUE "N".
           88 HOLD-QUEUE-OVERFLOWED VALUE "Y".
       01 WS-LAST-HOLD-NUMBER PIC 9(006) VALUE 0.
       01 WS-DECISION-MSG PIC X(040).
       01 WS-RESTOCK-RESULT PIC X(001) VALUE "P".
           88 RESTOCK-NOT-ON-MASTER VALUE "N".

      * The check outcome for the return in hand.
       01 WS-CHECK-EVENT PIC X(008).
       01 WS-CHECK-REASON PIC X(004).
       01 WS-CHECK-REPEAT PIC X(001).
           88 RECEIPT-IS-REPEAT VALUE "Y".
       01 WS-CHECK-SOLD PIC 9(007).
       01 WS-CHECK-RETURNED PIC 9(007).
       01 WS-CHECK-HOLD-NUMBER PIC 9(006).
       01 WS-CHECK-MANAGER PIC X(008).
       01 WS-CHECK-REASON-TEXT PIC X(030).

       01 WS-RET-HELD-COUNT PIC 9(005) VALUE 0.
       01 WS-RET-ACCEPTED-COUNT PIC 9(005) VALUE 0.
       01 WS-RET-REFUSED-COUNT PIC 9(005) VALUE 0.
       01 WS-RET-DECISION-REJECT-COUNT PIC 9(005) VALUE 0.
       01 WS-RET-REPEAT-COUNT PIC 9(005) VALUE 0.
       01 WS-RET-WAITING-COUNT PIC 9(005) VALUE 0.
       01 WS-RET-NOT-ON-MASTER-COUNT PIC 9(005) VALUE 0.
       01 WS-RET-HELD-ED PIC Z(4)9.
       01 WS-RET-ACCEPTED-ED PIC Z(4)9.
       01 WS-RET-REFUSED-ED PIC Z(4)9.
       01 WS-RET-WAITING-ED PIC Z(4)9.
       01 WS-RET-REPEAT-ED PIC Z(4)9.
       01 WS-RET-DECISION-REJECT-ED PIC Z(4)9.
       01 WS-RET-NOT-ON-MASTER-ED PIC Z(4)9.
       01 WS-HOLD-NUMBER-ED PIC 9(006).
       01 WS-SOLD-ED PIC Z(6)9.
       01 WS-RETURNED-ED PIC Z(6)9.

      * Per-store roll-up of the day's returns, saleable units and
      * damaged units apart, reported after the detail lines.
       01 WS-MAX-STORE-CAPACITY PIC 9(003) VALUE 100.
               STOP RUN
           END-IF

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM LOAD-RETURN-CONTROLS
           PERFORM LOAD-RETURN-HOLDS
           PERFORM LOAD-TONIGHTS-RETURNS
           PERFORM WRITE-REGISTER-HEADER
           IF RETURN-TABLE-OVERFLOWED
               MOVE SPACES TO RETURN-REGISTER-RECORD
               STRING "EXCEPTION: MORE RETURNS THAN THE CHECK TABLE"
                   " HOLDS - NO RETURNS POSTED" DELIMITED BY SIZE
                   INTO RETURN-REGISTER-RECORD
               WRITE RETURN-REGISTER-RECORD
               CLOSE ITEM-MASTER-FILE
               CLOSE RETURN-REGISTER-FILE
               DISPLAY "CUSTRETURNS HALTED - MORE THAN "
                   WS-MAX-RETURN-CAPACITY " RETURNS ON data/CRETURN.DAT"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO WS-LOCK-ACTION
               CALL "MasterLock" USING WS-LOCK-REQUEST
               END-CALL
               STOP RUN
           END-IF
           PERFORM TALLY-SALES-HISTORY
           PERFORM TALLY-RETURN-HISTORY
           PERFORM LOAD-RETURN-BATCH-CONTROL
           OPEN OUTPUT RETURN-DISPOSAL-FILE
           OPEN EXTEND RETURN-HISTORY-FILE
           IF WS-RETHIS-STATUS = "35"
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF
           OPEN EXTEND RETURN-CHECK-FILE
           IF WS-CRETCHK-STATUS = "35"
               OPEN OUTPUT RETURN-CHECK-FILE
           END-IF
           PERFORM APPLY-RETURN-DECISIONS
           PERFORM APPLY-RETURNS
           CLOSE RETURN-CHECK-FILE
           CLOSE RETURN-HISTORY-FILE
           PERFORM REWRITE-RETURN-HOLDS
           PERFORM CLOSE-RETURN-DISPOSAL-BATCH
           PERFORM WRITE-STORE-TOTALS
           PERFORM WRITE-WAITING-HOLDS
           PERFORM WRITE-REGISTER-TRAILER

           CLOSE ITEM-MASTER-FILE
           END-CALL
           STOP RUN.

      * A return file too big for the table halts the run before
      * anything posts - it is never posted unchecked.
           LOAD-TONIGHTS-RETURNS SECTION.
             MOVE 0 TO WS-RETURN-COUNT
             OPEN INPUT RETURN-FILE
             IF WS-RETURN-STATUS = "00"
                 MOVE "N" TO WS-RETURN-EOF
                     READ RETURN-FILE
                         AT END SET END-OF-RETURNS TO TRUE
                         NOT AT END
                           IF WS-RETURN-COUNT >= WS-MAX-RETURN-CAPACITY
                               SET RETURN-TABLE-OVERFLOWED TO TRUE
                               SET END-OF-RETURNS TO TRUE
                           ELSE
                               ADD 1 TO WS-RETURN-COUNT
                               MOVE RETURN-RECORD
                                   TO WS-RT-RETURN(WS-RETURN-COUNT)
                               MOVE 0 TO
                                   WS-RT-SOLD-UNITS(WS-RETURN-COUNT)
                               MOVE 0 TO
                                   WS-RT-RETURNED-UNITS(WS-RETURN-COUNT)
                               MOVE "N"
                                   TO WS-RT-REPEAT(WS-RETURN-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-FILE
             END-IF
           EXIT.

           APPLY-RETURNS SECTION.
             PERFORM VARYING WS-RT-CURRENT FROM 1 BY 1
                 UNTIL WS-RT-CURRENT > WS-RETURN-COUNT
                 MOVE WS-RT-RETURN(WS-RT-CURRENT) TO RETURN-RECORD
                 ADD 1 TO WS-RET-READ-COUNT
                 PERFORM APPLY-ONE-RETURN
             END-PERFORM
           EXIT.

           APPLY-ONE-RETURN SECTION.
             IF CRET-QTY IS NOT NUMERIC OR CRET-QTY = 0
                 ADD 1 TO WS-RET-REJECT-COUNT
                 PERFORM WRITE-BAD-QTY-LINE
                 EXIT SECTION
             END-IF
             PERFORM CHECK-PROTECTED-ITEM
             IF ITEM-IS-PROTECTED
                 ADD 1 TO WS-RET-REJECT-COUNT
                 PERFORM WRITE-LEGENDARY-LINE
                 EXIT SECTION
             END-IF
             IF NOT CRET-IS-SALEABLE AND NOT CRET-IS-DAMAGED
                 ADD 1 TO WS-RET-REJECT-COUNT
                 PERFORM WRITE-BAD-DISPOSITION-LINE
                 EXIT SECTION
             END-IF
             PERFORM CHECK-AGAINST-SALES
             IF WS-CHECK-REASON NOT = SPACES
                 PERFORM HOLD-ONE-RETURN
                 EXIT SECTION
             END-IF
             IF CRET-IS-SALEABLE
                 PERFORM RESTOCK-ONE-RETURN
             ELSE
                 PERFORM DISPOSE-ONE-RETURN
             END-IF
             IF RECEIPT-IS-REPEAT
                 PERFORM WRITE-REPEAT-RECEIPT-LINE
             END-IF
           EXIT.

      * The return must have sold at this store in the window, and
      * the units back against the receipt - this return included -
      * must not run past the units sold.
           CHECK-AGAINST-SALES SECTION.
             MOVE "POSTED" TO WS-CHECK-EVENT
             MOVE SPACES TO WS-CHECK-REASON
             MOVE SPACES TO WS-CHECK-MANAGER
             MOVE 0 TO WS-CHECK-HOLD-NUMBER
             MOVE WS-RT-SOLD-UNITS(WS-RT-CURRENT) TO WS-CHECK-SOLD
             MOVE WS-RT-RETURNED-UNITS(WS-RT-CURRENT)
                 TO WS-CHECK-RETURNED
             MOVE WS-RT-REPEAT(WS-RT-CURRENT) TO WS-CHECK-REPEAT
             IF WS-CHECK-SOLD = 0
                 MOVE "NOSL" TO WS-CHECK-REASON
             ELSE
                 IF WS-CHECK-RETURNED + CRET-QTY > WS-CHECK-SOLD
                     MOVE "OVER" TO WS-CHECK-REASON
                 END-IF
             END-IF
             IF RECEIPT-IS-REPEAT
                 ADD 1 TO WS-RET-REPEAT-COUNT
             END-IF
           EXIT.

      * A held return's refusal here is counted by the decision
      * that released it, not among tonight's rejected lines.
           RESTOCK-ONE-RETURN SECTION.
             MOVE "P" TO WS-RESTOCK-RESULT
             MOVE CRET-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE CRET-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     SET RESTOCK-NOT-ON-MASTER TO TRUE
                     IF WS-CHECK-HOLD-NUMBER = 0
                         ADD 1 TO WS-RET-REJECT-COUNT
                     END-IF
                     PERFORM WRITE-NOT-ON-MASTER-LINE
                 NOT INVALID KEY
                     PERFORM POST-RESTOCK-TO-ITEM
             END-CALL
             ADD 1 TO WS-RET-RESTOCK-COUNT
             PERFORM ROLL-UP-STORE-RETURN
             PERFORM APPEND-RETURN-HISTORY
             MOVE CRET-QTY TO WS-RET-QTY-ED
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "RESTOCKED: " DELIMITED BY SIZE
             ADD CRET-QTY TO WS-RTND-QTY-TOTAL
             ADD 1 TO WS-RET-DAMAGED-COUNT
             PERFORM ROLL-UP-STORE-RETURN
             PERFORM APPEND-RETURN-HISTORY
             MOVE CRET-QTY TO WS-RET-QTY-ED
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "DAMAGED - TO WRITE-OFF (REASON RTN): "
             WRITE RETURN-REGISTER-RECORD
           EXIT.

           APPEND-RETURN-HISTORY SECTION.
             MOVE WS-BUSINESS-DATE TO CRH-DATE
             MOVE CRET-STORE-ID TO CRH-STORE-ID
             MOVE CRET-NAME TO CRH-NAME
             MOVE CRET-QTY TO CRH-QTY
             MOVE CRET-DISPOSITION TO CRH-DISPOSITION
             MOVE CRET-RECEIPT-REF TO CRH-RECEIPT-REF
             WRITE RETURN-HISTORY-RECORD
             PERFORM WRITE-RETURN-CHECK
             PERFORM NOTE-POSTED-AGAINST-TABLE
           EXIT.

           WRITE-RETURN-CHECK SECTION.
             MOVE WS-BUSINESS-DATE TO CCK-DATE
             MOVE WS-CHECK-EVENT TO CCK-EVENT
             MOVE WS-CHECK-REASON TO CCK-REASON
             MOVE WS-CHECK-REPEAT TO CCK-REPEAT
             MOVE WS-CHECK-HOLD-NUMBER TO CCK-HOLD-NUMBER
             MOVE WS-CHECK-SOLD TO CCK-SOLD-UNITS
             MOVE WS-CHECK-RETURNED TO CCK-RETURNED-UNITS
             MOVE WS-CHECK-MANAGER TO CCK-MANAGER
             MOVE RETURN-RECORD TO CCK-RETURN
             WRITE RETURN-CHECK-RECORD
           EXIT.

      * A return just posted counts against the lines still to come
      * tonight: the same item back at the same store on the same
      * receipt, or - for a line with no receipt - at all.
           NOTE-POSTED-AGAINST-TABLE SECTION.
             PERFORM VARYING WS-RT-IDX FROM WS-RT-CURRENT BY 1
                 UNTIL WS-RT-IDX >= WS-RETURN-COUNT
                 IF WS-RT-STORE-ID(WS-RT-IDX + 1) = CRET-STORE-ID
                     AND WS-RT-NAME(WS-RT-IDX + 1) = CRET-NAME
                     IF WS-RT-RECEIPT-REF(WS-RT-IDX + 1) = SPACES
                         ADD CRET-QTY
                             TO WS-RT-RETURNED-UNITS(WS-RT-IDX + 1)
                     ELSE
                         IF WS-RT-RECEIPT-REF(WS-RT-IDX + 1)
                             = CRET-RECEIPT-REF
                             ADD CRET-QTY
                                 TO WS-RT-RETURNED-UNITS(WS-RT-IDX + 1)
                             MOVE "Y" TO WS-RT-REPEAT(WS-RT-IDX + 1)
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF CRET-NAME
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

           LOAD-RETURN-BATCH-CONTROL SECTION.
             MOVE 0 TO WS-NEXT-RTND-NUMBER
             OPEN INPUT RETURN-BATCH-CONTROL-FILE
             END-IF
           EXIT.

      * The window defaults to 30 days when the control file is
      * missing or the figure is not usable.
           LOAD-RETURN-CONTROLS SECTION.
             OPEN INPUT RETURN-CONTROL-FILE
             IF WS-CRETCTL-STATUS = "00"
                 READ RETURN-CONTROL-FILE
                     NOT AT END
                       IF CRC-WINDOW-DAYS IS NUMERIC
                           AND CRC-WINDOW-DAYS NOT = 0
                           MOVE CRC-WINDOW-DAYS
                               TO WS-RETURN-WINDOW-DAYS
                       END-IF
                 END-READ
                 CLOSE RETURN-CONTROL-FILE
             END-IF
             COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE))
                     - WS-RETURN-WINDOW-DAYS
             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                 TO WS-WINDOW-START-DATE
           EXIT.

      * A hold file too big for the table is neither decided on nor
      * added to tonight, and is not written back.
           LOAD-RETURN-HOLDS SECTION.
             MOVE 0 TO WS-LAST-HOLD-NUMBER
             OPEN INPUT RETURN-HOLD-SEQUENCE-FILE
             IF WS-CRETHSEQ-STATUS = "00"
                 READ RETURN-HOLD-SEQUENCE-FILE
                     NOT AT END
                       IF RETURN-HOLD-SEQUENCE-RECORD IS NUMERIC
                           MOVE RETURN-HOLD-SEQUENCE-RECORD
                               TO WS-LAST-HOLD-NUMBER
                       END-IF
                 END-READ
                 CLOSE RETURN-HOLD-SEQUENCE-FILE
             END-IF
             MOVE 0 TO WS-HOLD-COUNT
             OPEN INPUT RETURN-HOLD-FILE
             IF WS-CRETHOLD-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ RETURN-HOLD-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF WS-HOLD-COUNT >= WS-MAX-HOLD-CAPACITY
                               SET HOLD-QUEUE-OVERFLOWED TO TRUE
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-HOLD
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-HOLD-FILE
             END-IF
           EXIT.

           TAKE-ONE-HOLD SECTION.
             ADD 1 TO WS-HOLD-COUNT
             MOVE CHD-NUMBER TO WS-HD-NUMBER(WS-HOLD-COUNT)
             MOVE CHD-HELD-DATE TO WS-HD-HELD-DATE(WS-HOLD-COUNT)
             MOVE CHD-REASON TO WS-HD-REASON(WS-HOLD-COUNT)
             MOVE CHD-REPEAT TO WS-HD-REPEAT(WS-HOLD-COUNT)
             MOVE CHD-SOLD-UNITS TO WS-HD-SOLD-UNITS(WS-HOLD-COUNT)
             MOVE CHD-RETURNED-UNITS
                 TO WS-HD-RETURNED-UNITS(WS-HOLD-COUNT)
             MOVE CHD-RETURN TO WS-HD-RETURN(WS-HOLD-COUNT)
             MOVE "P" TO WS-HD-STATE(WS-HOLD-COUNT)
             IF CHD-NUMBER IS NUMERIC
                 AND CHD-NUMBER > WS-LAST-HOLD-NUMBER
                 MOVE CHD-NUMBER TO WS-LAST-HOLD-NUMBER
             END-IF
           EXIT.

      * One pass of the sales ledger: every sale of a returned item
      * at its store inside the window counts for that return line.
           TALLY-SALES-HISTORY SECTION.
             IF WS-RETURN-COUNT = 0
                 EXIT SECTION
             END-IF
             OPEN INPUT SALES-HISTORY-FILE
             IF WS-SALESHIS-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ SALES-HISTORY-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF SH-DATE NOT < WS-WINDOW-START-DATE
                               AND SH-DATE NOT > WS-BUSINESS-DATE
                               AND SH-UNITS-SOLD IS NUMERIC
                               PERFORM TALLY-ONE-SALE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SALES-HISTORY-FILE
             END-IF
           EXIT.

           TALLY-ONE-SALE SECTION.
             PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                 UNTIL WS-RT-IDX > WS-RETURN-COUNT
                 IF WS-RT-STORE-ID(WS-RT-IDX) = SH-STORE-ID
                     AND WS-RT-NAME(WS-RT-IDX) = SH-NAME
                     ADD SH-UNITS-SOLD TO WS-RT-SOLD-UNITS(WS-RT-IDX)
                 END-IF
             END-PERFORM
           EXIT.

      * One pass of the return ledger. A receipt reference seen on
      * an earlier return at the store marks the line as a repeat;
      * the item's units already back count against the line - on
      * that receipt at any date, or with no receipt, every return
      * of the item at the store inside the window.
           TALLY-RETURN-HISTORY SECTION.
             IF WS-RETURN-COUNT = 0
                 EXIT SECTION
             END-IF
             OPEN INPUT RETURN-HISTORY-FILE
             IF WS-RETHIS-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ RETURN-HISTORY-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF CRH-QTY IS NUMERIC
                               PERFORM TALLY-ONE-PRIOR-RETURN
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-HISTORY-FILE
             END-IF
           EXIT.

           TALLY-ONE-PRIOR-RETURN SECTION.
             PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                 UNTIL WS-RT-IDX > WS-RETURN-COUNT
                 IF WS-RT-STORE-ID(WS-RT-IDX) = CRH-STORE-ID
                     IF WS-RT-RECEIPT-REF(WS-RT-IDX) = SPACES
                         IF WS-RT-NAME(WS-RT-IDX) = CRH-NAME
                             AND CRH-DATE NOT < WS-WINDOW-START-DATE
                             ADD CRH-QTY
                                 TO WS-RT-RETURNED-UNITS(WS-RT-IDX)
                         END-IF
                     ELSE
                         IF WS-RT-RECEIPT-REF(WS-RT-IDX)
                             = CRH-RECEIPT-REF
                             MOVE "Y" TO WS-RT-REPEAT(WS-RT-IDX)
                             IF WS-RT-NAME(WS-RT-IDX) = CRH-NAME
                                 ADD CRH-QTY
                                     TO WS-RT-RETURNED-UNITS(WS-RT-IDX)
                             END-IF
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM
           EXIT.

      * A return that fails the check waits for a manager under the
      * next hold number; with the hold file full it is rejected
      * rather than posted unchecked.
           HOLD-ONE-RETURN SECTION.
             PERFORM SET-CHECK-REASON-TEXT
             IF HOLD-QUEUE-OVERFLOWED
                 OR WS-HOLD-COUNT >= WS-MAX-HOLD-CAPACITY
                 ADD 1 TO WS-RET-REJECT-COUNT
                 MOVE SPACES TO RETURN-REGISTER-RECORD
                 STRING "REJECTED - HOLD FILE FULL, "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CHECK-REASON-TEXT)
                         DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(CRET-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(CRET-STORE-ID) DELIMITED BY SIZE
                     INTO RETURN-REGISTER-RECORD
                 WRITE RETURN-REGISTER-RECORD
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-RET-HELD-COUNT
             ADD 1 TO WS-LAST-HOLD-NUMBER
             ADD 1 TO WS-HOLD-COUNT
             MOVE WS-LAST-HOLD-NUMBER TO WS-HD-NUMBER(WS-HOLD-COUNT)
             MOVE WS-BUSINESS-DATE TO WS-HD-HELD-DATE(WS-HOLD-COUNT)
             MOVE WS-CHECK-REASON TO WS-HD-REASON(WS-HOLD-COUNT)
             MOVE WS-CHECK-REPEAT TO WS-HD-REPEAT(WS-HOLD-COUNT)
             MOVE WS-CHECK-SOLD TO WS-HD-SOLD-UNITS(WS-HOLD-COUNT)
             MOVE WS-CHECK-RETURNED
                 TO WS-HD-RETURNED-UNITS(WS-HOLD-COUNT)
             MOVE RETURN-RECORD TO WS-HD-RETURN(WS-HOLD-COUNT)
             MOVE "P" TO WS-HD-STATE(WS-HOLD-COUNT)
             MOVE "HELD" TO WS-CHECK-EVENT
             MOVE WS-LAST-HOLD-NUMBER TO WS-CHECK-HOLD-NUMBER
             PERFORM WRITE-RETURN-CHECK
             MOVE WS-LAST-HOLD-NUMBER TO WS-HOLD-NUMBER-ED
             MOVE CRET-QTY TO WS-RET-QTY-ED
             MOVE WS-CHECK-SOLD TO WS-SOLD-ED
             MOVE WS-CHECK-RETURNED TO WS-RETURNED-ED
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "HELD FOR MANAGER " DELIMITED BY SIZE
                 WS-HOLD-NUMBER-ED DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHECK-REASON-TEXT) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(CRET-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(CRET-STORE-ID) DELIMITED BY SIZE
                 ", QTY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-QTY-ED) DELIMITED BY SIZE
                 " (SOLD " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SOLD-ED) DELIMITED BY SIZE
                 ", BACK " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RETURNED-ED) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO RETURN-REGISTER-RECORD
             WRITE RETURN-REGISTER-RECORD
             IF RECEIPT-IS-REPEAT
                 PERFORM WRITE-REPEAT-RECEIPT-LINE
             END-IF
           EXIT.

           SET-CHECK-REASON-TEXT SECTION.
             IF WS-CHECK-REASON = "NOSL"
                 MOVE "NO SALE IN THE RETURN WINDOW"
                     TO WS-CHECK-REASON-TEXT
             ELSE
                 MOVE "MORE UNITS BACK THAN SOLD"
                     TO WS-CHECK-REASON-TEXT
             END-IF
           EXIT.

           WRITE-REPEAT-RECEIPT-LINE SECTION.
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "  NOTE - RECEIPT " DELIMITED BY SIZE
                 FUNCTION TRIM(CRET-RECEIPT-REF) DELIMITED BY SIZE
                 " ALREADY USED ON AN EARLIER RETURN AT STORE "
                     DELIMITED BY SIZE
                 FUNCTION TRIM(CRET-STORE-ID) DELIMITED BY SIZE
                 INTO RETURN-REGISTER-RECORD
             WRITE RETURN-REGISTER-RECORD
           EXIT.

      * Managers' decisions are taken before tonight's returns, so
      * an accepted return's units count against tonight's lines.
           APPLY-RETURN-DECISIONS SECTION.
             IF HOLD-QUEUE-OVERFLOWED
                 MOVE SPACES TO RETURN-REGISTER-RECORD
                 STRING "EXCEPTION: HELD RETURNS EXCEED TABLE CAPACITY"
                     " - NO MANAGER DECISIONS APPLIED"
                     DELIMITED BY SIZE
                     INTO RETURN-REGISTER-RECORD
                 WRITE RETURN-REGISTER-RECORD
                 EXIT SECTION
             END-IF
             OPEN INPUT RETURN-DECISION-FILE
             IF WS-CRETDEC-STATUS = "00"
                 MOVE "N" TO WS-SCAN-EOF
                 PERFORM UNTIL END-OF-SCAN
                     READ RETURN-DECISION-FILE
                         AT END SET END-OF-SCAN TO TRUE
                         NOT AT END
                           IF RETURN-DECISION-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-RETURN-DECISION
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE RETURN-DECISION-FILE
             END-IF
           EXIT.

      * An accepted return posts exactly as the clerk keyed it,
      * through the ordinary restock or write-off path. One whose
      * item has since left the master cannot post: it is closed
      * with a REJECTED line on the check ledger, so the weekly
      * exception report still shows it, and counted apart from
      * the returns accepted and posted.
           APPLY-ONE-RETURN-DECISION SECTION.
             MOVE SPACES TO WS-DECISION-MSG
             MOVE 0 TO WS-HOLD-FOUND
             IF CRD-NUMBER IS NUMERIC
                 PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                         OR WS-HOLD-FOUND > 0
                     IF WS-HD-NUMBER(WS-HOLD-IDX) = CRD-NUMBER
                         AND WS-HD-WAITING(WS-HOLD-IDX)
                         MOVE WS-HOLD-IDX TO WS-HOLD-FOUND
                     END-IF
                 END-PERFORM
             END-IF
             EVALUATE TRUE
                 WHEN WS-HOLD-FOUND = 0
                     MOVE "NOT A RETURN WAITING ON HOLD"
                         TO WS-DECISION-MSG
                 WHEN NOT CRD-IS-ACCEPT AND NOT CRD-IS-REFUSE
                     MOVE "ACTION MUST BE A OR R" TO WS-DECISION-MSG
                 WHEN CRD-MANAGER = SPACES
                     MOVE "NO MANAGER NAMED" TO WS-DECISION-MSG
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
             IF WS-DECISION-MSG NOT = SPACES
                 ADD 1 TO WS-RET-DECISION-REJECT-COUNT
                 MOVE SPACES TO RETURN-REGISTER-RECORD
                 STRING "DECISION REJECTED - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DECISION-MSG) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     CRD-NUMBER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CRD-ACTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(CRD-MANAGER) DELIMITED BY SIZE
                     INTO RETURN-REGISTER-RECORD
                 WRITE RETURN-REGISTER-RECORD
                 EXIT SECTION
             END-IF
             MOVE WS-HD-RETURN(WS-HOLD-FOUND) TO RETURN-RECORD
             MOVE WS-HD-REASON(WS-HOLD-FOUND) TO WS-CHECK-REASON
             MOVE WS-HD-REPEAT(WS-HOLD-FOUND) TO WS-CHECK-REPEAT
             MOVE WS-HD-SOLD-UNITS(WS-HOLD-FOUND) TO WS-CHECK-SOLD
             MOVE WS-HD-RETURNED-UNITS(WS-HOLD-FOUND)
                 TO WS-CHECK-RETURNED
             MOVE WS-HD-NUMBER(WS-HOLD-FOUND) TO WS-CHECK-HOLD-NUMBER
             MOVE CRD-MANAGER TO WS-CHECK-MANAGER
             MOVE 0 TO WS-RT-CURRENT
             MOVE SPACES TO RETURN-REGISTER-RECORD
             IF CRD-IS-ACCEPT
                 MOVE "ACCEPTED" TO WS-CHECK-EVENT
                 STRING "HELD RETURN " DELIMITED BY SIZE
                     CRD-NUMBER DELIMITED BY SIZE
                     " ACCEPTED BY " DELIMITED BY SIZE
                     FUNCTION TRIM(CRD-MANAGER) DELIMITED BY SIZE
                     INTO RETURN-REGISTER-RECORD
                 WRITE RETURN-REGISTER-RECORD
                 MOVE "P" TO WS-RESTOCK-RESULT
                 IF CRET-IS-SALEABLE
                     PERFORM RESTOCK-ONE-RETURN
                 ELSE
                     PERFORM DISPOSE-ONE-RETURN
                 END-IF
                 IF RESTOCK-NOT-ON-MASTER
                     ADD 1 TO WS-RET-NOT-ON-MASTER-COUNT
                     MOVE "REJECTED" TO WS-CHECK-EVENT
                     PERFORM WRITE-RETURN-CHECK
                 ELSE
                     ADD 1 TO WS-RET-ACCEPTED-COUNT
                 END-IF
             ELSE
                 ADD 1 TO WS-RET-REFUSED-COUNT
                 MOVE "REFUSED" TO WS-CHECK-EVENT
                 PERFORM WRITE-RETURN-CHECK
                 MOVE CRET-QTY TO WS-RET-QTY-ED
                 STRING "HELD RETURN " DELIMITED BY SIZE
                     CRD-NUMBER DELIMITED BY SIZE
                     " REFUSED BY " DELIMITED BY SIZE
                     FUNCTION TRIM(CRD-MANAGER) DELIMITED BY SIZE
                     " - NOT POSTED: " DELIMITED BY SIZE
                     FUNCTION TRIM(CRET-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(CRET-STORE-ID) DELIMITED BY SIZE
                     ", QTY " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RET-QTY-ED) DELIMITED BY SIZE
                     INTO RETURN-REGISTER-RECORD
                 WRITE RETURN-REGISTER-RECORD
             END-IF
             MOVE "X" TO WS-HD-STATE(WS-HOLD-FOUND)
           EXIT.

           REWRITE-RETURN-HOLDS SECTION.
             IF HOLD-QUEUE-OVERFLOWED
                 EXIT SECTION
             END-IF
             OPEN OUTPUT RETURN-HOLD-FILE
             PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HD-WAITING(WS-HOLD-IDX)
                     MOVE WS-HD-NUMBER(WS-HOLD-IDX) TO CHD-NUMBER
                     MOVE WS-HD-HELD-DATE(WS-HOLD-IDX)
                         TO CHD-HELD-DATE
                     MOVE WS-HD-REASON(WS-HOLD-IDX) TO CHD-REASON
                     MOVE WS-HD-REPEAT(WS-HOLD-IDX) TO CHD-REPEAT
                     MOVE WS-HD-SOLD-UNITS(WS-HOLD-IDX)
                         TO CHD-SOLD-UNITS
                     MOVE WS-HD-RETURNED-UNITS(WS-HOLD-IDX)
                         TO CHD-RETURNED-UNITS
                     MOVE WS-HD-RETURN(WS-HOLD-IDX) TO CHD-RETURN
                     WRITE RETURN-HOLD-RECORD
                 END-IF
             END-PERFORM
             CLOSE RETURN-HOLD-FILE
             OPEN OUTPUT RETURN-HOLD-SEQUENCE-FILE
             MOVE WS-LAST-HOLD-NUMBER TO RETURN-HOLD-SEQUENCE-RECORD
             WRITE RETURN-HOLD-SEQUENCE-RECORD
             CLOSE RETURN-HOLD-SEQUENCE-FILE
           EXIT.

      * Everything still waiting for a manager, so the register the
      * store reads in the morning names what to decide on.
           WRITE-WAITING-HOLDS SECTION.
             PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HD-WAITING(WS-HOLD-IDX)
                     ADD 1 TO WS-RET-WAITING-COUNT
                     IF WS-RET-WAITING-COUNT = 1
                         MOVE SPACES TO RETURN-REGISTER-RECORD
                         STRING "RETURNS WAITING FOR A MANAGER'S"
                             " DECISION (A/R ON data/CRETDEC.DAT):"
                             DELIMITED BY SIZE
                             INTO RETURN-REGISTER-RECORD
                         WRITE RETURN-REGISTER-RECORD
                     END-IF
                     MOVE WS-HD-RETURN(WS-HOLD-IDX) TO RETURN-RECORD
                     MOVE WS-HD-NUMBER(WS-HOLD-IDX)
                         TO WS-HOLD-NUMBER-ED
                     MOVE CRET-QTY TO WS-RET-QTY-ED
                     MOVE SPACES TO RETURN-REGISTER-RECORD
                     STRING "  " DELIMITED BY SIZE
                         WS-HOLD-NUMBER-ED DELIMITED BY SIZE
                         " HELD " DELIMITED BY SIZE
                         WS-HD-HELD-DATE(WS-HOLD-IDX) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-HD-REASON(WS-HOLD-IDX) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         CRET-DISPOSITION DELIMITED BY SIZE
                         ": " DELIMITED BY SIZE
                         FUNCTION TRIM(CRET-NAME) DELIMITED BY SIZE
                         ", STORE " DELIMITED BY SIZE
                         FUNCTION TRIM(CRET-STORE-ID) DELIMITED BY SIZE
                         ", QTY " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-RET-QTY-ED) DELIMITED BY SIZE
                         ", RECEIPT " DELIMITED BY SIZE
                         FUNCTION TRIM(CRET-RECEIPT-REF)
                             DELIMITED BY SIZE
                         INTO RETURN-REGISTER-RECORD
                     WRITE RETURN-REGISTER-RECORD
                 END-IF
             END-PERFORM
           EXIT.

           WRITE-BAD-QTY-LINE SECTION.
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "REJECTED - QUANTITY NOT USABLE: "
             WRITE RETURN-REGISTER-RECORD
           EXIT.

      * A legendary unit that comes back is taken into custody again
      * by serial on a LegendMove, saleable or not.
           WRITE-LEGENDARY-LINE SECTION.
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "REJECTED - LEGENDARY ITEM, TAKE INTO CUSTODY"
                 " BY SERIAL: " DELIMITED BY SIZE
                 FUNCTION TRIM(CRET-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(CRET-STORE-ID) DELIMITED BY SIZE
                 INTO RETURN-REGISTER-RECORD
             WRITE RETURN-REGISTER-RECORD
           EXIT.

           WRITE-BAD-DISPOSITION-LINE SECTION.
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "REJECTED - UNKNOWN DISPOSITION '"
                 FUNCTION TRIM(WS-RET-REJECT-ED) DELIMITED BY SIZE
                 INTO RETURN-REGISTER-RECORD
             WRITE RETURN-REGISTER-RECORD
             MOVE WS-RET-HELD-COUNT TO WS-RET-HELD-ED
             MOVE WS-RET-ACCEPTED-COUNT TO WS-RET-ACCEPTED-ED
             MOVE WS-RET-REFUSED-COUNT TO WS-RET-REFUSED-ED
             MOVE WS-RET-WAITING-COUNT TO WS-RET-WAITING-ED
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "SALES CHECK - HELD: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-HELD-ED) DELIMITED BY SIZE
                 ", ACCEPTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-ACCEPTED-ED) DELIMITED BY SIZE
                 ", REFUSED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-REFUSED-ED) DELIMITED BY SIZE
                 ", STILL WAITING: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-WAITING-ED) DELIMITED BY SIZE
                 INTO RETURN-REGISTER-RECORD
             WRITE RETURN-REGISTER-RECORD
             MOVE WS-RET-REPEAT-COUNT TO WS-RET-REPEAT-ED
             MOVE WS-RET-DECISION-REJECT-COUNT
                 TO WS-RET-DECISION-REJECT-ED
             MOVE WS-RET-NOT-ON-MASTER-COUNT
                 TO WS-RET-NOT-ON-MASTER-ED
             MOVE SPACES TO RETURN-REGISTER-RECORD
             STRING "  REPEAT RECEIPTS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-REPEAT-ED) DELIMITED BY SIZE
                 ", DECISIONS REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-DECISION-REJECT-ED)
                     DELIMITED BY SIZE
                 ", ACCEPTED BUT NOT ON MASTER: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RET-NOT-ON-MASTER-ED)
                     DELIMITED BY SIZE
                 INTO RETURN-REGISTER-RECORD
             WRITE RETURN-REGISTER-RECORD
           EXIT.

       END PROGRAM CUST-RETURNS.
