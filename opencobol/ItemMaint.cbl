      *          plus NAME), so each transaction is a keyed READ/WRITE/
      *          REWRITE/DELETE and a one-item fix no longer rewrites
      *          the whole file; duplicate keys are refused by the file
      *          system itself. A legendary row (a name on the
      *          protected list, data/PROTECT.DAT) is held unit by
      *          unit on the custody register, so its ON-HAND-QTY is
      *          changed only by LegendMove: an add that opens one
      *          with stock, a change that moves its on-hand and a
      *          delete of one still holding stock are all refused.
      *          Changes the approval controls (data/APPRCTL.DAT)
      *          call sensitive - a large price move, a category or
      *          vendor change, a large on-hand move - are not
      *          applied but held on the approval queue
      *          (data/APPRQUE.DAT) until a second operator releases
      *          or refuses them on data/APPRTRAN.DAT; every hold and
      *          decision is kept on the permanent approval log
      *          (data/APPRLOG.DAT) and the queue, with the age of
      *          each change, prints to data/APPRQUE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-REPORT-FILE ASSIGN TO "data/MAINTPND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.
           SELECT APPROVAL-CONTROL-FILE ASSIGN TO "data/APPRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRCTL-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "data/APPRQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQUE-STATUS.
           SELECT APPROVAL-SEQUENCE-FILE ASSIGN TO "data/APPRSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRSEQ-STATUS.
           SELECT APPROVAL-TRANS-FILE ASSIGN TO "data/APPRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRTRAN-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "data/APPRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRLOG-STATUS.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO "data/APPRQUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TRANS-EFFECTIVE-DATE PIC X(008).
      * Lifecycle status for the row; blank keys apply as active.
           05 TRANS-ITEM-STATUS PIC X(001).
      * Who keyed it (see ItemEdit) - named on the approval queue
      * and log, and never the operator who approves it.
           05 TRANS-OPERATOR PIC X(008).

       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-RECORD PIC X(094).

       FD  PENDING-SCRATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-SCRATCH-RECORD PIC X(094).

      * Applied-versus-pending audit of each run: what went on
      * tonight and what is still waiting, with its effective date -
           LABEL RECORDS ARE STANDARD.
       01  PRICE-HISTORY-RECORD. COPY PRICE-HISTORY.

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

      * Which changes need a second operator. A price moving by more
      * than APC-PRICE-PCT percent of the old price, an on-hand
      * moving by more than APC-ON-HAND-UNITS units (an add or a
      * delete counts its whole on-hand), and - when flagged Y - any
      * category or vendor change. A zero threshold or a flag other
      * than Y leaves that kind of change uncontrolled; with no
      * control file nothing is held. A change held longer than
      * APC-AGED-DAYS is flagged AGED on the queue report.
       FD  APPROVAL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-CONTROL-RECORD.
           05 APC-PRICE-PCT PIC 9(003)V99.
           05 APC-CATEGORY-CHANGE PIC X(001).
           05 APC-VENDOR-CHANGE PIC X(001).
           05 APC-ON-HAND-UNITS PIC 9(005).
           05 APC-AGED-DAYS PIC 9(003).

      * A held change: its queue number, the night it was held, who
      * keyed it, why it was held (PRCE price, CATG category, VEND
      * vendor, QNTY on-hand), the row's values when it was held and
      * the clean transaction itself, applied as keyed on release.
      * The row's sell-in and quality at hold time follow the
      * transaction (blank on entries held before they were kept).
       FD  APPROVAL-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-QUEUE-RECORD.
           05 AQ-NUMBER PIC 9(006).
           05 AQ-HELD-DATE PIC X(008).
           05 AQ-KEYED-BY PIC X(008).
           05 AQ-REASONS PIC X(019).
           05 AQ-OLD-PRICE PIC 9(005)V99.
           05 AQ-OLD-ON-HAND PIC 9(005).
           05 AQ-OLD-CATEGORY PIC X(001).
           05 AQ-OLD-VENDOR PIC X(006).
           05 AQ-TRANSACTION PIC X(094).
           05 AQ-OLD-SELL-IN PIC -(4)9.
           05 AQ-OLD-QUALITY PIC -(4)9.

      * Last queue number issued - numbers are never reused, so the
      * permanent log can be read by number.
       FD  APPROVAL-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-SEQUENCE-RECORD PIC 9(006).

      * The second operator's decision on a held change: A release
      * (apply it), R refuse (drop it).
       FD  APPROVAL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-TRANS-RECORD.
           05 APT-NUMBER PIC X(006).
           05 APT-ACTION PIC X(001).
               88 APT-IS-RELEASE VALUE "A".
               88 APT-IS-REFUSE VALUE "R".
           05 APT-OPERATOR PIC X(008).

      * Permanent record of every hold and every decision: HELD,
      * RELEASED, REFUSED, or STALE (a release refused because the
      * row's on-hand moved after a quantity hold), with who keyed
      * and who decided.
       FD  APPROVAL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-LOG-RECORD.
           05 APL-DATE PIC X(008).
           05 APL-EVENT PIC X(008).
           05 APL-NUMBER PIC 9(006).
           05 APL-HELD-DATE PIC X(008).
           05 APL-KEYED-BY PIC X(008).
           05 APL-DECIDED-BY PIC X(008).
           05 APL-REASONS PIC X(019).
           05 APL-TRANSACTION PIC X(094).

       FD  APPROVAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-OLD-UNIT-PRICE PIC 9(005)V99.
       01 WS-SCRATCH-EOF PIC X(001) VALUE "N".
           88 END-OF-SCRATCH VALUE "Y".
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-PENDING-LINE-PTR PIC 9(003).

      * Before/after journal request handed to the shared
      * MasterJournal subprogram - every master WRITE/REWRITE/DELETE
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

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

      * Approval controls, defaulted off until the control file is
      * read.
       01 WS-APPRCTL-STATUS PIC X(002).
       01 WS-APPRQUE-STATUS PIC X(002).
       01 WS-APPRSEQ-STATUS PIC X(002).
       01 WS-APPRTRAN-STATUS PIC X(002).
       01 WS-APPRLOG-STATUS PIC X(002).
       01 WS-APPR-CONTROLS PIC X(001) VALUE "N".
           88 APPROVAL-CONTROLS-ON VALUE "Y".
       01 WS-APPR-PRICE-PCT PIC 9(003)V99 VALUE 0.
       01 WS-APPR-CATEGORY-CHANGE PIC X(001) VALUE "N".
       01 WS-APPR-VENDOR-CHANGE PIC X(001) VALUE "N".
       01 WS-APPR-ON-HAND-UNITS PIC 9(005) VALUE 0.
       01 WS-APPR-AGED-DAYS PIC 9(003) VALUE 3.

      * The approval queue in memory for the run, rewritten at the
      * end without the entries decided tonight.
       01 WS-MAX-APPR-CAPACITY PIC 9(003) VALUE 500.
       01 WS-APPR-COUNT PIC 9(003) VALUE 0.
       01 WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 500 TIMES.
               10 WS-AQ-NUMBER PIC 9(006).
               10 WS-AQ-HELD-DATE PIC X(008).
               10 WS-AQ-KEYED-BY PIC X(008).
               10 WS-AQ-REASONS PIC X(019).
               10 WS-AQ-OLD-PRICE PIC 9(005)V99.
               10 WS-AQ-OLD-ON-HAND PIC 9(005).
               10 WS-AQ-OLD-CATEGORY PIC X(001).
               10 WS-AQ-OLD-VENDOR PIC X(006).
               10 WS-AQ-TRANSACTION PIC X(094).
               10 WS-AQ-OLD-SELL-IN PIC -(4)9.
               10 WS-AQ-OLD-QUALITY PIC -(4)9.
               10 WS-AQ-STATE PIC X(001).
                   88 WS-AQ-WAITING VALUE "P".
                   88 WS-AQ-DECIDED VALUE "X".
       01 WS-APPR-IDX PIC 9(003).
       01 WS-APPR-FOUND PIC 9(003).
       01 WS-APPR-QUEUE-OVERFLOW PIC X(001) VALUE "N".
           88 APPROVAL-QUEUE-OVERFLOWED VALUE "Y".
       01 WS-LAST-APPR-NUMBER PIC 9(006) VALUE 0.
       01 WS-APPR-EOF PIC X(001) VALUE "N".
           88 END-OF-APPROVALS VALUE "Y".

      * The change in hand: why it needs a second operator, and
      * whether it is being applied on a release (no second check).
       01 WS-APPR-REASONS PIC X(019).
       01 WS-APPR-REASON-PTR PIC 9(003).
       01 WS-APPR-RELEASING PIC X(001) VALUE "N".
           88 RELEASING-APPROVED-CHANGE VALUE "Y".
       01 WS-TRANS-HELD PIC X(001) VALUE "N".
           88 TRANSACTION-WAS-HELD VALUE "Y".
           88 APPROVAL-QUEUE-WAS-FULL VALUE "F".
       01 WS-APPR-OLD-PRICE PIC 9(005)V99.
       01 WS-APPR-OLD-ON-HAND PIC 9(005).
       01 WS-APPR-OLD-CATEGORY PIC X(001).
       01 WS-APPR-OLD-VENDOR PIC X(006).
       01 WS-APPR-OLD-SELL-IN PIC -(4)9.
       01 WS-APPR-OLD-QUALITY PIC -(4)9.
       01 WS-APPR-KEYED-VALUE PIC S9(005).
       01 WS-APPR-HELD-VALUE PIC S9(005).
       01 WS-APPR-REBASED-VALUE PIC S9(006).
       01 WS-APPR-PRICE-DIFF PIC 9(005)V99.
       01 WS-APPR-QTY-DIFF PIC 9(005).
       01 WS-APPR-QNTY-TALLY PIC 9(002).
       01 WS-APPR-REBASED-QTY PIC S9(006).
       01 WS-APPR-STALE PIC X(001) VALUE "N".
           88 HELD-CHANGE-IS-STALE VALUE "Y".
       01 WS-APPR-DECISION-MSG PIC X(040).
       01 WS-APPR-NUMBER-ED PIC 9(006).
       01 WS-APPR-AGE PIC S9(005).
       01 WS-APPR-AGE-ED PIC ZZZZ9.
       01 WS-APPR-OLD-PRICE-ED PIC Z(4)9.99.
       01 WS-APPR-NEW-PRICE-ED PIC Z(4)9.99.
       01 WS-APPR-OLD-QTY-ED PIC Z(4)9.
       01 WS-APPR-NEW-QTY-ED PIC Z(4)9.
       01 WS-APPR-COUNT-ED PIC Z(4)9.
       01 WS-APPR-HELD-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-RELEASED-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-REFUSED-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-STALE-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-REJECTED-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-WAITING-COUNT PIC 9(005) VALUE 0.
       01 WS-APPR-AGED-COUNT PIC 9(005) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           END-IF

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM LOAD-APPROVAL-CONTROLS
           PERFORM LOAD-APPROVAL-QUEUE

           OPEN OUTPUT MAINT-LOG-FILE
           OPEN EXTEND PRICE-HISTORY-FILE
               STOP RUN
           END-IF

           OPEN EXTEND APPROVAL-LOG-FILE
           IF WS-APPRLOG-STATUS = "35"
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF
           PERFORM APPLY-APPROVAL-DECISIONS
           PERFORM APPLY-TRANSACTIONS
           PERFORM PROCESS-PENDING-TRANSACTIONS
           CLOSE APPROVAL-LOG-FILE
           PERFORM REWRITE-APPROVAL-QUEUE
           PERFORM WRITE-APPROVAL-QUEUE-REPORT

           CLOSE PENDING-SCRATCH-FILE
           PERFORM REPLACE-PENDING-FROM-SCRATCH
                 OR TRANS-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                 PERFORM APPLY-ONE-TRANSACTION
                 MOVE SPACES TO PENDING-REPORT-RECORD
                 EVALUATE TRUE
                     WHEN TRANSACTION-WAS-HELD
                         MOVE "HELD FOR APPROVAL: "
                             TO PENDING-REPORT-RECORD
                         MOVE 20 TO WS-PENDING-LINE-PTR
                     WHEN APPROVAL-QUEUE-WAS-FULL
                         MOVE "NOT APPLIED - QUEUE FULL: "
                             TO PENDING-REPORT-RECORD
                         MOVE 27 TO WS-PENDING-LINE-PTR
                     WHEN OTHER
                         MOVE "APPLIED: " TO PENDING-REPORT-RECORD
                         MOVE 10 TO WS-PENDING-LINE-PTR
                 END-EVALUATE
                 STRING TRANS-CODE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(TRANS-STORE-ID) DELIMITED BY SIZE
                     INTO PENDING-REPORT-RECORD
                     WITH POINTER WS-PENDING-LINE-PTR
                 WRITE PENDING-REPORT-RECORD
             ELSE
                 MOVE TRANSACTION-RECORD TO PENDING-SCRATCH-RECORD
           EXIT.

           APPLY-ONE-TRANSACTION SECTION.
             MOVE "N" TO WS-TRANS-HELD
             MOVE TRANS-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE TRANS-NAME TO NAME OF ITEM-MASTER-RECORD
             PERFORM CHECK-PROTECTED-ITEM
             IF APPROVAL-CONTROLS-ON
                 AND NOT RELEASING-APPROVED-CHANGE
                 AND (TRANS-IS-ADD OR TRANS-IS-CHANGE
                     OR TRANS-IS-DELETE)
                 PERFORM CHECK-NEEDS-APPROVAL
                 IF WS-APPR-REASONS NOT = SPACES
                     PERFORM HOLD-FOR-APPROVAL
                     EXIT SECTION
                 END-IF
             END-IF
             EVALUATE TRUE
                 WHEN TRANS-IS-ADD
                     PERFORM ADD-ITEM
           EXIT.

           ADD-ITEM SECTION.
             IF ITEM-IS-PROTECTED
                 AND TRANS-ON-HAND-QTY NOT = 0
                 PERFORM LOG-LEGENDARY-REJECTED
                 EXIT SECTION
             END-IF
             MOVE SPACE TO HOLD-STATUS OF ITEM-MASTER-RECORD
             MOVE 0 TO DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
             MOVE "A" TO ITEM-STATUS OF ITEM-MASTER-RECORD
             MOVE 0 TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             PERFORM MOVE-TRANS-FIELDS-TO-MASTER
             WRITE ITEM-MASTER-RECORD
                 INVALID KEY
                 INVALID KEY
                     PERFORM LOG-NOT-FOUND-REJECTED
                 NOT INVALID KEY
                     IF ITEM-IS-PROTECTED
                         AND TRANS-ON-HAND-QTY NOT =
                             ON-HAND-QTY OF ITEM-MASTER-RECORD
                         PERFORM LOG-LEGENDARY-REJECTED
                     ELSE
                         PERFORM CHANGE-FOUND-ITEM
                     END-IF
             END-READ
           EXIT.

           CHANGE-FOUND-ITEM SECTION.
             MOVE ITEM-MASTER-RECORD TO WS-MJ-BEFORE
             MOVE UNIT-PRICE OF ITEM-MASTER-RECORD
                 TO WS-OLD-UNIT-PRICE
             PERFORM MOVE-TRANS-FIELDS-TO-MASTER
             REWRITE ITEM-MASTER-RECORD
                 INVALID KEY
                     PERFORM LOG-NOT-FOUND-REJECTED
                 NOT INVALID KEY
                     PERFORM JOURNAL-MASTER-REWRITE
                     IF WS-OLD-UNIT-PRICE NOT EQUAL TO
                         UNIT-PRICE OF ITEM-MASTER-RECORD
                         PERFORM APPEND-PRICE-HISTORY
                     END-IF
             END-REWRITE
           EXIT.

           APPEND-PRICE-HISTORY SECTION.
             MOVE WS-BUSINESS-DATE TO PH-DATE
             MOVE TRANS-STORE-ID TO PH-STORE-ID
                 INVALID KEY
                     PERFORM LOG-NOT-FOUND-REJECTED
                 NOT INVALID KEY
                     IF ITEM-IS-PROTECTED
                         AND ON-HAND-QTY OF ITEM-MASTER-RECORD > 0
                         PERFORM LOG-LEGENDARY-REJECTED
                     ELSE
                         PERFORM DELETE-FOUND-ITEM
                     END-IF
             END-READ
           EXIT.

           DELETE-FOUND-ITEM SECTION.
             MOVE ITEM-MASTER-RECORD TO WS-MJ-BEFORE
             DELETE ITEM-MASTER-FILE RECORD
                 INVALID KEY
                     PERFORM LOG-NOT-FOUND-REJECTED
                 NOT INVALID KEY
                     PERFORM JOURNAL-MASTER-DELETE
             END-DELETE
           EXIT.

           JOURNAL-MASTER-DELETE SECTION.
             MOVE "D" TO WS-MJ-ACTION
             MOVE SPACES TO WS-MJ-AFTER
                 TO CATEGORY-CODE OF ITEM-MASTER-RECORD
             MOVE TRANS-ON-HAND-QTY
                 TO ON-HAND-QTY OF ITEM-MASTER-RECORD
      * A keyed on-hand is the whole store's count; whatever of it
      * the backroom can no longer hold is taken to be on the floor.
             IF BACKROOM-QTY OF ITEM-MASTER-RECORD IS NOT NUMERIC
                 MOVE 0 TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             END-IF
             IF BACKROOM-QTY OF ITEM-MASTER-RECORD
                 > ON-HAND-QTY OF ITEM-MASTER-RECORD
                 MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                     TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             END-IF
             MOVE TRANS-UNIT-PRICE
                 TO UNIT-PRICE OF ITEM-MASTER-RECORD
             MOVE TRANS-VENDOR-ID
             END-IF
           EXIT.

      * The approval controls - with no control file on hand nothing
      * is held and keyed changes apply as they always have.
           LOAD-APPROVAL-CONTROLS SECTION.
             MOVE "N" TO WS-APPR-CONTROLS
             OPEN INPUT APPROVAL-CONTROL-FILE
             IF WS-APPRCTL-STATUS = "00"
                 READ APPROVAL-CONTROL-FILE
                     NOT AT END
                       SET APPROVAL-CONTROLS-ON TO TRUE
                       IF APC-PRICE-PCT IS NUMERIC
                           MOVE APC-PRICE-PCT TO WS-APPR-PRICE-PCT
                       END-IF
                       MOVE APC-CATEGORY-CHANGE
                           TO WS-APPR-CATEGORY-CHANGE
                       MOVE APC-VENDOR-CHANGE
                           TO WS-APPR-VENDOR-CHANGE
                       IF APC-ON-HAND-UNITS IS NUMERIC
                           MOVE APC-ON-HAND-UNITS
                               TO WS-APPR-ON-HAND-UNITS
                       END-IF
                       IF APC-AGED-DAYS IS NUMERIC
                           AND APC-AGED-DAYS > 0
                           MOVE APC-AGED-DAYS TO WS-APPR-AGED-DAYS
                       END-IF
                 END-READ
                 CLOSE APPROVAL-CONTROL-FILE
             END-IF
           EXIT.

      * A queue too big for the table is neither decided on nor
      * added to tonight, and is not written back - rewriting it
      * would drop the entries that did not fit.
           LOAD-APPROVAL-QUEUE SECTION.
             MOVE 0 TO WS-LAST-APPR-NUMBER
             OPEN INPUT APPROVAL-SEQUENCE-FILE
             IF WS-APPRSEQ-STATUS = "00"
                 READ APPROVAL-SEQUENCE-FILE
                     NOT AT END
                       IF APPROVAL-SEQUENCE-RECORD IS NUMERIC
                           MOVE APPROVAL-SEQUENCE-RECORD
                               TO WS-LAST-APPR-NUMBER
                       END-IF
                 END-READ
                 CLOSE APPROVAL-SEQUENCE-FILE
             END-IF
             MOVE 0 TO WS-APPR-COUNT
             OPEN INPUT APPROVAL-QUEUE-FILE
             IF WS-APPRQUE-STATUS = "00"
                 MOVE "N" TO WS-APPR-EOF
                 PERFORM UNTIL END-OF-APPROVALS
                     READ APPROVAL-QUEUE-FILE
                         AT END SET END-OF-APPROVALS TO TRUE
                         NOT AT END
                           IF WS-APPR-COUNT >= WS-MAX-APPR-CAPACITY
                               SET APPROVAL-QUEUE-OVERFLOWED TO TRUE
                               SET END-OF-APPROVALS TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-QUEUE-ENTRY
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE APPROVAL-QUEUE-FILE
             END-IF
           EXIT.

           TAKE-ONE-QUEUE-ENTRY SECTION.
             ADD 1 TO WS-APPR-COUNT
             MOVE AQ-NUMBER TO WS-AQ-NUMBER(WS-APPR-COUNT)
             MOVE AQ-HELD-DATE TO WS-AQ-HELD-DATE(WS-APPR-COUNT)
             MOVE AQ-KEYED-BY TO WS-AQ-KEYED-BY(WS-APPR-COUNT)
             MOVE AQ-REASONS TO WS-AQ-REASONS(WS-APPR-COUNT)
             MOVE AQ-OLD-PRICE TO WS-AQ-OLD-PRICE(WS-APPR-COUNT)
             MOVE AQ-OLD-ON-HAND TO WS-AQ-OLD-ON-HAND(WS-APPR-COUNT)
             MOVE AQ-OLD-CATEGORY
                 TO WS-AQ-OLD-CATEGORY(WS-APPR-COUNT)
             MOVE AQ-OLD-VENDOR TO WS-AQ-OLD-VENDOR(WS-APPR-COUNT)
             MOVE AQ-TRANSACTION
                 TO WS-AQ-TRANSACTION(WS-APPR-COUNT)
             MOVE AQ-OLD-SELL-IN
                 TO WS-AQ-OLD-SELL-IN(WS-APPR-COUNT)
             MOVE AQ-OLD-QUALITY
                 TO WS-AQ-OLD-QUALITY(WS-APPR-COUNT)
             MOVE "P" TO WS-AQ-STATE(WS-APPR-COUNT)
             IF AQ-NUMBER > WS-LAST-APPR-NUMBER
                 MOVE AQ-NUMBER TO WS-LAST-APPR-NUMBER
             END-IF
           EXIT.

      * The second operator's decisions are taken before tonight's
      * keying, so a released change lands ahead of anything keyed
      * after it.
           APPLY-APPROVAL-DECISIONS SECTION.
             IF APPROVAL-QUEUE-OVERFLOWED
                 MOVE SPACES TO MAINT-LOG-RECORD
                 STRING "EXCEPTION: APPROVAL QUEUE EXCEEDS TABLE"
                     " CAPACITY - NO DECISIONS APPLIED"
                     DELIMITED BY SIZE
                     INTO MAINT-LOG-RECORD
                 WRITE MAINT-LOG-RECORD
                 EXIT SECTION
             END-IF
             OPEN INPUT APPROVAL-TRANS-FILE
             IF WS-APPRTRAN-STATUS = "00"
                 MOVE "N" TO WS-APPR-EOF
                 PERFORM UNTIL END-OF-APPROVALS
                     READ APPROVAL-TRANS-FILE
                         AT END SET END-OF-APPROVALS TO TRUE
                         NOT AT END
                           IF APPROVAL-TRANS-RECORD NOT = SPACES
                               PERFORM APPLY-ONE-APPROVAL-DECISION
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE APPROVAL-TRANS-FILE
             END-IF
           EXIT.

      * Only a change still waiting can be decided, and only by a
      * named operator other than the one who keyed it.
           APPLY-ONE-APPROVAL-DECISION SECTION.
             MOVE SPACES TO WS-APPR-DECISION-MSG
             MOVE 0 TO WS-APPR-FOUND
             IF APT-NUMBER IS NUMERIC
                 PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                     UNTIL WS-APPR-IDX > WS-APPR-COUNT
                         OR WS-APPR-FOUND > 0
                     IF WS-AQ-NUMBER(WS-APPR-IDX) = APT-NUMBER
                         AND WS-AQ-WAITING(WS-APPR-IDX)
                         MOVE WS-APPR-IDX TO WS-APPR-FOUND
                     END-IF
                 END-PERFORM
             END-IF
             EVALUATE TRUE
                 WHEN WS-APPR-FOUND = 0
                     MOVE "NOT WAITING ON THE APPROVAL QUEUE"
                         TO WS-APPR-DECISION-MSG
                 WHEN NOT APT-IS-RELEASE AND NOT APT-IS-REFUSE
                     MOVE "ACTION MUST BE A OR R"
                         TO WS-APPR-DECISION-MSG
                 WHEN APT-OPERATOR = SPACES
                     MOVE "NO APPROVING OPERATOR"
                         TO WS-APPR-DECISION-MSG
                 WHEN APT-OPERATOR = WS-AQ-KEYED-BY(WS-APPR-FOUND)
                     MOVE "APPROVER KEYED THE CHANGE"
                         TO WS-APPR-DECISION-MSG
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
             IF WS-APPR-DECISION-MSG NOT = SPACES
                 PERFORM LOG-APPROVAL-REJECTED
                 EXIT SECTION
             END-IF
             MOVE "X" TO WS-AQ-STATE(WS-APPR-FOUND)
             IF APT-IS-RELEASE
                 PERFORM RELEASE-HELD-CHANGE
             ELSE
                 ADD 1 TO WS-APPR-REFUSED-COUNT
                 MOVE "REFUSED" TO APL-EVENT
                 PERFORM WRITE-APPROVAL-LOG
                 MOVE WS-AQ-TRANSACTION(WS-APPR-FOUND)
                     TO TRANSACTION-RECORD
                 MOVE SPACES TO MAINT-LOG-RECORD
                 STRING "CHANGE REFUSED ON APPROVAL " DELIMITED BY SIZE
                     APT-NUMBER DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     FUNCTION TRIM(APT-OPERATOR) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                     INTO MAINT-LOG-RECORD
                 WRITE MAINT-LOG-RECORD
             END-IF
           EXIT.

      * Applied through the ordinary add/change/delete path
      * (legendary and not-found refusals included) - but a hold
      * lasts at least a night, and the keyed on-hand, sell-in and
      * quality are the row's the night it was keyed, so they are
      * first brought up to date against the row as it stands (see
      * REBASE-AGAINST-ROW). The approval log carries the image
      * actually applied.
           RELEASE-HELD-CHANGE SECTION.
             MOVE WS-AQ-TRANSACTION(WS-APPR-FOUND)
                 TO TRANSACTION-RECORD
             MOVE "N" TO WS-APPR-STALE
             IF NOT TRANS-IS-ADD
                 MOVE TRANS-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
                 MOVE TRANS-NAME TO NAME OF ITEM-MASTER-RECORD
                 READ ITEM-MASTER-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         PERFORM REBASE-AGAINST-ROW
                 END-READ
             END-IF
             IF HELD-CHANGE-IS-STALE
                 PERFORM REFUSE-STALE-RELEASE
                 EXIT SECTION
             END-IF
             MOVE TRANSACTION-RECORD
                 TO WS-AQ-TRANSACTION(WS-APPR-FOUND)
             ADD 1 TO WS-APPR-RELEASED-COUNT
             MOVE "RELEASED" TO APL-EVENT
             PERFORM WRITE-APPROVAL-LOG
             ADD 1 TO WS-TRANS-COUNT
             SET RELEASING-APPROVED-CHANGE TO TRUE
             PERFORM APPLY-ONE-TRANSACTION
             MOVE "N" TO WS-APPR-RELEASING
             MOVE SPACES TO PENDING-REPORT-RECORD
             STRING "RELEASED ON APPROVAL " DELIMITED BY SIZE
                 APT-NUMBER DELIMITED BY SIZE
                 " BY " DELIMITED BY SIZE
                 FUNCTION TRIM(APT-OPERATOR) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 TRANS-CODE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(TRANS-STORE-ID) DELIMITED BY SIZE
                 INTO PENDING-REPORT-RECORD
             WRITE PENDING-REPORT-RECORD
           EXIT.

      * A change held for its quantity was approved for that exact
      * movement from the on-hand it was measured against: if the
      * row has moved since, the approval no longer describes what
      * would happen, so the release is refused as stale and the
      * change must be keyed again. Any other held change keeps its
      * keyed on-hand movement (nearly always none - BackOffice
      * copies the row's on-hand into every change) on top of the
      * on-hand as it stands tonight, so the sales, receipts and
      * transfers since the hold are not undone. Sell-in and
      * quality are rebased the same way, so the nights of aging
      * the row has had while the change waited stand; an entry
      * held before its sell-in and quality were kept leaves the
      * row's own values in place.
           REBASE-AGAINST-ROW SECTION.
             MOVE 0 TO WS-APPR-QNTY-TALLY
             INSPECT WS-AQ-REASONS(WS-APPR-FOUND)
                 TALLYING WS-APPR-QNTY-TALLY FOR ALL "QNTY"
             IF WS-APPR-QNTY-TALLY > 0
                 AND ON-HAND-QTY OF ITEM-MASTER-RECORD
                     NOT = WS-AQ-OLD-ON-HAND(WS-APPR-FOUND)
                 SET HELD-CHANGE-IS-STALE TO TRUE
                 EXIT SECTION
             END-IF
             IF NOT TRANS-IS-CHANGE
                 EXIT SECTION
             END-IF
             PERFORM REBASE-SELL-IN-QUALITY
             COMPUTE WS-APPR-REBASED-QTY
                 = ON-HAND-QTY OF ITEM-MASTER-RECORD
                     + TRANS-ON-HAND-QTY
                     - WS-AQ-OLD-ON-HAND(WS-APPR-FOUND)
             IF WS-APPR-REBASED-QTY < 0
                 MOVE 0 TO WS-APPR-REBASED-QTY
             END-IF
             IF WS-APPR-REBASED-QTY > 99999
                 MOVE 99999 TO WS-APPR-REBASED-QTY
             END-IF
             MOVE WS-APPR-REBASED-QTY TO TRANS-ON-HAND-QTY
           EXIT.

           REBASE-SELL-IN-QUALITY SECTION.
             IF WS-AQ-OLD-SELL-IN(WS-APPR-FOUND) = SPACES
                 MOVE SELL-IN OF ITEM-MASTER-RECORD TO TRANS-SELL-IN
             ELSE
                 MOVE TRANS-SELL-IN TO WS-APPR-KEYED-VALUE
                 MOVE WS-AQ-OLD-SELL-IN(WS-APPR-FOUND)
                     TO WS-APPR-HELD-VALUE
                 COMPUTE WS-APPR-REBASED-VALUE
                     = SELL-IN OF ITEM-MASTER-RECORD
                         + WS-APPR-KEYED-VALUE - WS-APPR-HELD-VALUE
                 PERFORM BOUND-REBASED-VALUE
                 MOVE WS-APPR-REBASED-VALUE TO TRANS-SELL-IN
             END-IF
             IF WS-AQ-OLD-QUALITY(WS-APPR-FOUND) = SPACES
                 MOVE QUALITY OF ITEM-MASTER-RECORD TO TRANS-QUALITY
             ELSE
                 MOVE TRANS-QUALITY TO WS-APPR-KEYED-VALUE
                 MOVE WS-AQ-OLD-QUALITY(WS-APPR-FOUND)
                     TO WS-APPR-HELD-VALUE
                 COMPUTE WS-APPR-REBASED-VALUE
                     = QUALITY OF ITEM-MASTER-RECORD
                         + WS-APPR-KEYED-VALUE - WS-APPR-HELD-VALUE
                 IF WS-APPR-REBASED-VALUE < 0
                     MOVE 0 TO WS-APPR-REBASED-VALUE
                 END-IF
                 PERFORM BOUND-REBASED-VALUE
                 MOVE WS-APPR-REBASED-VALUE TO TRANS-QUALITY
             END-IF
           EXIT.

           BOUND-REBASED-VALUE SECTION.
             IF WS-APPR-REBASED-VALUE < -9999
                 MOVE -9999 TO WS-APPR-REBASED-VALUE
             END-IF
             IF WS-APPR-REBASED-VALUE > 9999
                 MOVE 9999 TO WS-APPR-REBASED-VALUE
             END-IF
           EXIT.

           REFUSE-STALE-RELEASE SECTION.
             ADD 1 TO WS-APPR-STALE-COUNT
             MOVE "STALE" TO APL-EVENT
             PERFORM WRITE-APPROVAL-LOG
             MOVE WS-AQ-OLD-ON-HAND(WS-APPR-FOUND)
                 TO WS-APPR-OLD-QTY-ED
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                 TO WS-APPR-NEW-QTY-ED
             MOVE SPACES TO MAINT-LOG-RECORD
             STRING "RELEASE STALE - ON-HAND MOVED "
                 DELIMITED BY SIZE
                 APT-NUMBER DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                 " WAS " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-OLD-QTY-ED) DELIMITED BY SIZE
                 " NOW " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-NEW-QTY-ED) DELIMITED BY SIZE
                 INTO MAINT-LOG-RECORD
             WRITE MAINT-LOG-RECORD
           EXIT.

           LOG-APPROVAL-REJECTED SECTION.
             ADD 1 TO WS-APPR-REJECTED-COUNT
             MOVE SPACES TO MAINT-LOG-RECORD
             STRING "APPROVAL REJECTED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-DECISION-MSG)
                     DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 APT-NUMBER DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 APT-ACTION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(APT-OPERATOR) DELIMITED BY SIZE
                 INTO MAINT-LOG-RECORD
             WRITE MAINT-LOG-RECORD
           EXIT.

      * Measures the keyed change against the row as it stands and
      * names every control it trips. An add is measured by its
      * opening on-hand, a delete by the on-hand it takes away; a
      * change or delete of a row not on file is left to the
      * ordinary not-found refusal.
           CHECK-NEEDS-APPROVAL SECTION.
             MOVE SPACES TO WS-APPR-REASONS
             MOVE 1 TO WS-APPR-REASON-PTR
             MOVE 0 TO WS-APPR-OLD-PRICE
             MOVE 0 TO WS-APPR-OLD-ON-HAND
             MOVE SPACES TO WS-APPR-OLD-CATEGORY
             MOVE SPACES TO WS-APPR-OLD-VENDOR
             MOVE 0 TO WS-APPR-OLD-SELL-IN
             MOVE 0 TO WS-APPR-OLD-QUALITY
             IF TRANS-IS-ADD
                 IF WS-APPR-ON-HAND-UNITS > 0
                     AND TRANS-ON-HAND-QTY > WS-APPR-ON-HAND-UNITS
                     PERFORM NOTE-QUANTITY-REASON
                 END-IF
                 EXIT SECTION
             END-IF
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     PERFORM MEASURE-CHANGE-AGAINST-ROW
             END-READ
           EXIT.

           MEASURE-CHANGE-AGAINST-ROW SECTION.
             MOVE UNIT-PRICE OF ITEM-MASTER-RECORD
                 TO WS-APPR-OLD-PRICE
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                 TO WS-APPR-OLD-ON-HAND
             MOVE CATEGORY-CODE OF ITEM-MASTER-RECORD
                 TO WS-APPR-OLD-CATEGORY
             MOVE VENDOR-ID OF ITEM-MASTER-RECORD
                 TO WS-APPR-OLD-VENDOR
             MOVE SELL-IN OF ITEM-MASTER-RECORD
                 TO WS-APPR-OLD-SELL-IN
             MOVE QUALITY OF ITEM-MASTER-RECORD
                 TO WS-APPR-OLD-QUALITY
             IF TRANS-IS-DELETE
                 IF WS-APPR-ON-HAND-UNITS > 0
                     AND WS-APPR-OLD-ON-HAND > WS-APPR-ON-HAND-UNITS
                     PERFORM NOTE-QUANTITY-REASON
                 END-IF
                 EXIT SECTION
             END-IF
             IF WS-APPR-PRICE-PCT > 0
                 IF TRANS-UNIT-PRICE > WS-APPR-OLD-PRICE
                     COMPUTE WS-APPR-PRICE-DIFF
                         = TRANS-UNIT-PRICE - WS-APPR-OLD-PRICE
                 ELSE
                     COMPUTE WS-APPR-PRICE-DIFF
                         = WS-APPR-OLD-PRICE - TRANS-UNIT-PRICE
                 END-IF
                 IF WS-APPR-PRICE-DIFF * 100
                     > WS-APPR-PRICE-PCT * WS-APPR-OLD-PRICE
                     STRING "PRCE " DELIMITED BY SIZE
                         INTO WS-APPR-REASONS
                         WITH POINTER WS-APPR-REASON-PTR
                 END-IF
             END-IF
             IF WS-APPR-CATEGORY-CHANGE = "Y"
                 AND TRANS-CATEGORY NOT = WS-APPR-OLD-CATEGORY
                 STRING "CATG " DELIMITED BY SIZE
                     INTO WS-APPR-REASONS
                     WITH POINTER WS-APPR-REASON-PTR
             END-IF
             IF WS-APPR-VENDOR-CHANGE = "Y"
                 AND TRANS-VENDOR-ID NOT = WS-APPR-OLD-VENDOR
                 STRING "VEND " DELIMITED BY SIZE
                     INTO WS-APPR-REASONS
                     WITH POINTER WS-APPR-REASON-PTR
             END-IF
             IF WS-APPR-ON-HAND-UNITS > 0
                 IF TRANS-ON-HAND-QTY > WS-APPR-OLD-ON-HAND
                     COMPUTE WS-APPR-QTY-DIFF
                         = TRANS-ON-HAND-QTY - WS-APPR-OLD-ON-HAND
                 ELSE
                     COMPUTE WS-APPR-QTY-DIFF
                         = WS-APPR-OLD-ON-HAND - TRANS-ON-HAND-QTY
                 END-IF
                 IF WS-APPR-QTY-DIFF > WS-APPR-ON-HAND-UNITS
                     PERFORM NOTE-QUANTITY-REASON
                 END-IF
             END-IF
           EXIT.

           NOTE-QUANTITY-REASON SECTION.
             STRING "QNTY " DELIMITED BY SIZE
                 INTO WS-APPR-REASONS
                 WITH POINTER WS-APPR-REASON-PTR
           EXIT.

      * The change waits on the queue under the next number; with
      * the queue full (or too big to load) it is refused outright
      * rather than applied unchecked.
           HOLD-FOR-APPROVAL SECTION.
             IF APPROVAL-QUEUE-OVERFLOWED
                 OR WS-APPR-COUNT >= WS-MAX-APPR-CAPACITY
                 SET APPROVAL-QUEUE-WAS-FULL TO TRUE
                 MOVE SPACES TO MAINT-LOG-RECORD
                 STRING "TRANSACTION REJECTED - APPROVAL QUEUE FULL: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                     INTO MAINT-LOG-RECORD
                 WRITE MAINT-LOG-RECORD
                 EXIT SECTION
             END-IF
             SET TRANSACTION-WAS-HELD TO TRUE
             ADD 1 TO WS-APPR-HELD-COUNT
             ADD 1 TO WS-LAST-APPR-NUMBER
             ADD 1 TO WS-APPR-COUNT
             MOVE WS-APPR-COUNT TO WS-APPR-FOUND
             MOVE WS-LAST-APPR-NUMBER TO WS-AQ-NUMBER(WS-APPR-FOUND)
             MOVE WS-BUSINESS-DATE TO WS-AQ-HELD-DATE(WS-APPR-FOUND)
             MOVE TRANS-OPERATOR TO WS-AQ-KEYED-BY(WS-APPR-FOUND)
             MOVE WS-APPR-REASONS TO WS-AQ-REASONS(WS-APPR-FOUND)
             MOVE WS-APPR-OLD-PRICE
                 TO WS-AQ-OLD-PRICE(WS-APPR-FOUND)
             MOVE WS-APPR-OLD-ON-HAND
                 TO WS-AQ-OLD-ON-HAND(WS-APPR-FOUND)
             MOVE WS-APPR-OLD-CATEGORY
                 TO WS-AQ-OLD-CATEGORY(WS-APPR-FOUND)
             MOVE WS-APPR-OLD-VENDOR
                 TO WS-AQ-OLD-VENDOR(WS-APPR-FOUND)
             MOVE TRANSACTION-RECORD
                 TO WS-AQ-TRANSACTION(WS-APPR-FOUND)
             MOVE WS-APPR-OLD-SELL-IN
                 TO WS-AQ-OLD-SELL-IN(WS-APPR-FOUND)
             MOVE WS-APPR-OLD-QUALITY
                 TO WS-AQ-OLD-QUALITY(WS-APPR-FOUND)
             MOVE "P" TO WS-AQ-STATE(WS-APPR-FOUND)
             MOVE "HELD" TO APL-EVENT
             MOVE SPACES TO APT-OPERATOR
             PERFORM WRITE-APPROVAL-LOG
             MOVE WS-LAST-APPR-NUMBER TO WS-APPR-NUMBER-ED
             MOVE SPACES TO MAINT-LOG-RECORD
             STRING "HELD FOR APPROVAL " DELIMITED BY SIZE
                 WS-APPR-NUMBER-ED DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-REASONS) DELIMITED BY SIZE
                 "): " DELIMITED BY SIZE
                 FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                 INTO MAINT-LOG-RECORD
             WRITE MAINT-LOG-RECORD
           EXIT.

      * One permanent line for the queue entry at WS-APPR-FOUND; the
      * caller sets the event, and the deciding operator comes off
      * the approval transaction (blank on a hold).
           WRITE-APPROVAL-LOG SECTION.
             MOVE WS-BUSINESS-DATE TO APL-DATE
             MOVE WS-AQ-NUMBER(WS-APPR-FOUND) TO APL-NUMBER
             MOVE WS-AQ-HELD-DATE(WS-APPR-FOUND) TO APL-HELD-DATE
             MOVE WS-AQ-KEYED-BY(WS-APPR-FOUND) TO APL-KEYED-BY
             MOVE APT-OPERATOR TO APL-DECIDED-BY
             MOVE WS-AQ-REASONS(WS-APPR-FOUND) TO APL-REASONS
             MOVE WS-AQ-TRANSACTION(WS-APPR-FOUND)
                 TO APL-TRANSACTION
             WRITE APPROVAL-LOG-RECORD
           EXIT.

           REWRITE-APPROVAL-QUEUE SECTION.
             IF APPROVAL-QUEUE-OVERFLOWED
                 EXIT SECTION
             END-IF
             OPEN OUTPUT APPROVAL-QUEUE-FILE
             PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                 UNTIL WS-APPR-IDX > WS-APPR-COUNT
                 IF WS-AQ-WAITING(WS-APPR-IDX)
                     MOVE WS-AQ-NUMBER(WS-APPR-IDX) TO AQ-NUMBER
                     MOVE WS-AQ-HELD-DATE(WS-APPR-IDX)
                         TO AQ-HELD-DATE
                     MOVE WS-AQ-KEYED-BY(WS-APPR-IDX) TO AQ-KEYED-BY
                     MOVE WS-AQ-REASONS(WS-APPR-IDX) TO AQ-REASONS
                     MOVE WS-AQ-OLD-PRICE(WS-APPR-IDX)
                         TO AQ-OLD-PRICE
                     MOVE WS-AQ-OLD-ON-HAND(WS-APPR-IDX)
                         TO AQ-OLD-ON-HAND
                     MOVE WS-AQ-OLD-CATEGORY(WS-APPR-IDX)
                         TO AQ-OLD-CATEGORY
                     MOVE WS-AQ-OLD-VENDOR(WS-APPR-IDX)
                         TO AQ-OLD-VENDOR
                     MOVE WS-AQ-TRANSACTION(WS-APPR-IDX)
                         TO AQ-TRANSACTION
                     MOVE WS-AQ-OLD-SELL-IN(WS-APPR-IDX)
                         TO AQ-OLD-SELL-IN
                     MOVE WS-AQ-OLD-QUALITY(WS-APPR-IDX)
                         TO AQ-OLD-QUALITY
                     WRITE APPROVAL-QUEUE-RECORD
                 END-IF
             END-PERFORM
             CLOSE APPROVAL-QUEUE-FILE
             OPEN OUTPUT APPROVAL-SEQUENCE-FILE
             MOVE WS-LAST-APPR-NUMBER TO APPROVAL-SEQUENCE-RECORD
             WRITE APPROVAL-SEQUENCE-RECORD
             CLOSE APPROVAL-SEQUENCE-FILE
           EXIT.

      * Everything still waiting for a second operator, oldest first
      * as held, with its age in days and the values it would move.
           WRITE-APPROVAL-QUEUE-REPORT SECTION.
             OPEN OUTPUT APPROVAL-REPORT-FILE
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "ITEM MASTER APPROVAL QUEUE AS OF "
                 DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             IF NOT APPROVAL-CONTROLS-ON
                 MOVE SPACES TO APPROVAL-REPORT-RECORD
                 STRING "NO APPROVAL CONTROLS ON FILE"
                     " (data/APPRCTL.DAT) - CHANGES APPLY WITHOUT"
                     " A SECOND OPERATOR" DELIMITED BY SIZE
                     INTO APPROVAL-REPORT-RECORD
                 WRITE APPROVAL-REPORT-RECORD
             END-IF
             IF APPROVAL-QUEUE-OVERFLOWED
                 MOVE SPACES TO APPROVAL-REPORT-RECORD
                 STRING "EXCEPTION: APPROVAL QUEUE EXCEEDS TABLE"
                     " CAPACITY - ONLY THE FIRST ENTRIES ARE SHOWN"
                     DELIMITED BY SIZE
                     INTO APPROVAL-REPORT-RECORD
                 WRITE APPROVAL-REPORT-RECORD
             END-IF
             PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                 UNTIL WS-APPR-IDX > WS-APPR-COUNT
                 IF WS-AQ-WAITING(WS-APPR-IDX)
                     PERFORM WRITE-ONE-QUEUE-ENTRY
                 END-IF
             END-PERFORM
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             MOVE WS-APPR-WAITING-COUNT TO WS-APPR-COUNT-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "WAITING FOR APPROVAL: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-COUNT-ED) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             MOVE WS-APPR-AGED-COUNT TO WS-APPR-COUNT-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "  AGED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-COUNT-ED) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             MOVE WS-APPR-HELD-COUNT TO WS-APPR-COUNT-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "  HELD TONIGHT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-COUNT-ED) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             MOVE WS-APPR-RELEASED-COUNT TO WS-APPR-COUNT-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "  RELEASED TONIGHT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-COUNT-ED) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             MOVE WS-APPR-REFUSED-COUNT TO WS-APPR-COUNT-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "  REFUSED TONIGHT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-COUNT-ED) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             MOVE WS-APPR-STALE-COUNT TO WS-APPR-COUNT-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "  STALE ON RELEASE (ON-HAND MOVED SINCE HELD): "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-COUNT-ED) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             MOVE WS-APPR-REJECTED-COUNT TO WS-APPR-COUNT-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING "  DECISIONS NOT ACCEPTED (SEE ITEMMNT.LOG): "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-COUNT-ED) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             WRITE APPROVAL-REPORT-RECORD
             CLOSE APPROVAL-REPORT-FILE
           EXIT.

           WRITE-ONE-QUEUE-ENTRY SECTION.
             ADD 1 TO WS-APPR-WAITING-COUNT
             MOVE 0 TO WS-APPR-AGE
             IF WS-AQ-HELD-DATE(WS-APPR-IDX) IS NUMERIC
                 AND WS-BUSINESS-DATE IS NUMERIC
                 COMPUTE WS-APPR-AGE =
                     FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-BUSINESS-DATE))
                     - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(
                             WS-AQ-HELD-DATE(WS-APPR-IDX)))
             END-IF
             IF WS-APPR-AGE < 0
                 MOVE 0 TO WS-APPR-AGE
             END-IF
             MOVE WS-APPR-AGE TO WS-APPR-AGE-ED
             MOVE WS-AQ-TRANSACTION(WS-APPR-IDX) TO TRANSACTION-RECORD
             MOVE WS-AQ-NUMBER(WS-APPR-IDX) TO WS-APPR-NUMBER-ED
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             STRING WS-APPR-NUMBER-ED DELIMITED BY SIZE
                 " HELD " DELIMITED BY SIZE
                 WS-AQ-HELD-DATE(WS-APPR-IDX) DELIMITED BY SIZE
                 " AGE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPR-AGE-ED) DELIMITED BY SIZE
                 " DAYS, KEYED BY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AQ-KEYED-BY(WS-APPR-IDX))
                     DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AQ-REASONS(WS-APPR-IDX))
                     DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 TRANS-CODE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(TRANS-STORE-ID) DELIMITED BY SIZE
                 INTO APPROVAL-REPORT-RECORD
             IF WS-APPR-AGE > WS-APPR-AGED-DAYS
                 ADD 1 TO WS-APPR-AGED-COUNT
                 MOVE "AGED" TO APPROVAL-REPORT-RECORD(125:4)
             END-IF
             WRITE APPROVAL-REPORT-RECORD
             MOVE SPACES TO APPROVAL-REPORT-RECORD
             MOVE WS-AQ-OLD-ON-HAND(WS-APPR-IDX) TO WS-APPR-OLD-QTY-ED
             EVALUATE TRUE
                 WHEN TRANS-IS-DELETE
                     STRING "       DELETE OF A ROW HOLDING "
                         DELIMITED BY SIZE
                         FUNCTION TRIM(WS-APPR-OLD-QTY-ED)
                             DELIMITED BY SIZE
                         " ON HAND" DELIMITED BY SIZE
                         INTO APPROVAL-REPORT-RECORD
                 WHEN TRANS-IS-ADD
                     MOVE TRANS-ON-HAND-QTY TO WS-APPR-NEW-QTY-ED
                     MOVE TRANS-UNIT-PRICE TO WS-APPR-NEW-PRICE-ED
                     STRING "       NEW ROW, ON-HAND " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-APPR-NEW-QTY-ED)
                             DELIMITED BY SIZE
                         ", PRICE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-APPR-NEW-PRICE-ED)
                             DELIMITED BY SIZE
                         INTO APPROVAL-REPORT-RECORD
                 WHEN OTHER
                     MOVE TRANS-ON-HAND-QTY TO WS-APPR-NEW-QTY-ED
                     MOVE WS-AQ-OLD-PRICE(WS-APPR-IDX)
                         TO WS-APPR-OLD-PRICE-ED
                     MOVE TRANS-UNIT-PRICE TO WS-APPR-NEW-PRICE-ED
                     STRING "       PRICE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-APPR-OLD-PRICE-ED)
                             DELIMITED BY SIZE
                         " TO " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-APPR-NEW-PRICE-ED)
                             DELIMITED BY SIZE
                         ", ON-HAND " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-APPR-OLD-QTY-ED)
                             DELIMITED BY SIZE
                         " TO " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-APPR-NEW-QTY-ED)
                             DELIMITED BY SIZE
                         ", CATEGORY " DELIMITED BY SIZE
                         WS-AQ-OLD-CATEGORY(WS-APPR-IDX)
                             DELIMITED BY SIZE
                         " TO " DELIMITED BY SIZE
                         TRANS-CATEGORY DELIMITED BY SIZE
                         ", VENDOR " DELIMITED BY SIZE
                         WS-AQ-OLD-VENDOR(WS-APPR-IDX)
                             DELIMITED BY SIZE
                         " TO " DELIMITED BY SIZE
                         TRANS-VENDOR-ID DELIMITED BY SIZE
                         INTO APPROVAL-REPORT-RECORD
             END-EVALUATE
             WRITE APPROVAL-REPORT-RECORD
           EXIT.

           LOG-ADD-REJECTED SECTION.
             MOVE SPACES TO MAINT-LOG-RECORD
             STRING "ADD REJECTED - ITEM ALREADY EXISTS: "
             WRITE MAINT-LOG-RECORD
           EXIT.

           LOG-LEGENDARY-REJECTED SECTION.
             MOVE SPACES TO MAINT-LOG-RECORD
             STRING "TRANSACTION REJECTED - LEGENDARY ON-HAND: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(TRANS-NAME) DELIMITED BY SIZE
                 INTO MAINT-LOG-RECORD
             WRITE MAINT-LOG-RECORD
           EXIT.

           LOG-UNKNOWN-TRANS-CODE SECTION.
             MOVE SPACES TO MAINT-LOG-RECORD
             STRING "TRANSACTION REJECTED - UNKNOWN CODE '"
             WRITE MAINT-LOG-RECORD
           EXIT.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF TRANS-NAME = WS-PROTECTED-ENTRY(WS-PROTECTED-IDX)
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

       END PROGRAM ITEM-MAINT.
