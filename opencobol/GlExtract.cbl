      *          (data/GLJOURNL.DAT) with a control-total page
      *          (data/GLJOURNL.RPT) the GL clerk checks before
      *          import. Finance stops hand-posting three reports
      *          into the ledger and hoping they tie out. On the last
      *          business day of the month (the next trading date on
      *          data/BUSCAL.DAT falls in a new month) the
      *          received-not-invoiced accrual InvMatch leaves on
      *          data/ACCRUAL.DAT is posted too, one pair per vendor.
      *          Chargeback settlements on data/CBCLAIM.DAT not yet
      *          posted - whenever Chargeback happened to settle them
      *          - post one recovery pair per vendor, and each claim
      *          is stamped with the night that posted it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "data/BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "data/ACCRUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CHARGEBACK-CLAIM-FILE ASSIGN TO "data/CBCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CHARGEBACK-SCRATCH-FILE
               ASSIGN TO "data/CBCLAIM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRATCH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "data/GLJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "data/GLJOURNL.RPT"
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

      * Closed-date calendar, one YYYYMMDD per line, as GuildedRose
      * reads it.
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD PIC X(008).

      * Received-not-invoiced PO lines as InvMatch last listed them.
       FD  ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-RECORD.
           05 ACR-DATE PIC X(008).
           05 ACR-VENDOR-ID PIC X(006).
           05 ACR-PO-NUMBER PIC 9(006).
           05 ACR-STORE-ID PIC X(006).
           05 ACR-NAME PIC X(041).
           05 ACR-QTY PIC 9(005).
           05 ACR-VALUE PIC 9(009)V99.

      * Chargeback claims as Chargeback keeps them; only the status,
      * the settled amount and the GL-posted stamp - the posting date
      * of the night that journalled the settlement, set only here -
      * matter.
       FD  CHARGEBACK-CLAIM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGEBACK-CLAIM-RECORD.
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
           05 CB-STATUS-DATE PIC X(008).
           05 CB-SETTLED-AMOUNT PIC 9(007)V99.
           05 CB-VENDOR-REF PIC X(010).
           05 CB-REFERENCE PIC X(010).
           05 CB-GL-POSTED-DATE PIC X(008).

      * The claim file rewritten with tonight's stamps, copied back
      * only once it re-reads at the count read.
       FD  CHARGEBACK-SCRATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGEBACK-SCRATCH-RECORD PIC X(137).

      * One journal line per record: posting date, account, a debit
      * or a credit amount (never both), and which nightly source
      * the line came from. Every source posts as a balanced pair,
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-SCRATCH-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-LINE-ONHAND PIC 9(007).
       01 WS-LINE-PRICE PIC 9(005)V99.

      * Month-end test: closed dates off the calendar, and the next
      * trading date after the posting date.
       01 WS-MAX-CALENDAR-CAPACITY PIC 9(003) VALUE 400.
       01 WS-CALENDAR-COUNT PIC 9(003) VALUE 0.
       01 WS-CALENDAR-TABLE.
           05 WS-CALENDAR-ENTRY PIC X(008) OCCURS 400 TIMES.
       01 WS-CALENDAR-IDX PIC 9(003).
       01 WS-NEXT-DATE PIC X(008).
       01 WS-NEXT-DATE-CLOSED PIC X(001).
           88 NEXT-DATE-IS-CLOSED VALUE "Y".
       01 WS-MONTH-END-FLAG PIC X(001) VALUE "N".
           88 POSTING-IS-MONTH-END VALUE "Y".

      * Accrual value summed per vendor for the month-end pair.
       01 WS-MAX-ACCRUAL-CAPACITY PIC 9(003) VALUE 50.
       01 WS-ACCRUAL-COUNT PIC 9(003) VALUE 0.
       01 WS-ACCRUAL-TABLE.
           05 WS-ACCRUAL-ENTRY OCCURS 50 TIMES.
               10 WS-ACCRUAL-VENDOR-ID PIC X(006).
               10 WS-ACCRUAL-VALUE PIC 9(009)V99.
       01 WS-ACCRUAL-IDX PIC 9(003).
       01 WS-ACCRUAL-MATCH PIC X(001).
           88 ACCRUAL-VENDOR-FOUND VALUE "Y".

      * Settled chargeback value summed per vendor for the night.
       01 WS-MAX-RECOVERY-CAPACITY PIC 9(003) VALUE 50.
       01 WS-RECOVERY-COUNT PIC 9(003) VALUE 0.
       01 WS-RECOVERY-TABLE.
           05 WS-RECOVERY-ENTRY OCCURS 50 TIMES.
               10 WS-RECOVERY-VENDOR-ID PIC X(006).
               10 WS-RECOVERY-VALUE PIC 9(009)V99.
       01 WS-RECOVERY-IDX PIC 9(003).
       01 WS-RECOVERY-MATCH PIC X(001).
           88 RECOVERY-VENDOR-FOUND VALUE "Y".
       01 WS-RECOVERY-TAKEN PIC X(001).
           88 RECOVERY-WAS-TAKEN VALUE "Y".
       01 WS-CLAIM-READ-COUNT PIC 9(007).
       01 WS-CLAIM-STAMPED-COUNT PIC 9(007).
       01 WS-CLAIM-VERIFY-COUNT PIC 9(007).

      * Journal bookkeeping and the control totals the clerk checks.
       01 WS-ENTRY-AMOUNT PIC 9(009)V99.
       01 WS-ENTRY-DEBIT-ACCT PIC X(025).
           PERFORM EXTRACT-VENDOR-CREDIT-ENTRIES
           PERFORM EXTRACT-MARKDOWN-ENTRY
           PERFORM EXTRACT-VALUATION-ENTRY
           PERFORM EXTRACT-ACCRUAL-ENTRY
           PERFORM EXTRACT-CHARGEBACK-ENTRIES
           PERFORM WRITE-CONTROL-TOTALS

           CLOSE JOURNAL-FILE
             END-IF
           EXIT.

      * Received-not-invoiced goods are booked once a month, on the
      * month's last trading date, so the ledger carries the
      * liability before the vendor's invoice arrives. Only an
      * accrual listing taken this month is trusted.
           EXTRACT-ACCRUAL-ENTRY SECTION.
             PERFORM CHECK-MONTH-END
             IF NOT POSTING-IS-MONTH-END
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-ACCRUAL-COUNT
             OPEN INPUT ACCRUAL-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ACCRUAL-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF ACR-DATE(1:6) = WS-POSTING-DATE(1:6)
                               AND ACR-VALUE IS NUMERIC
                               AND ACR-VALUE > 0
                               PERFORM TALLY-ONE-ACCRUAL-LINE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ACCRUAL-FILE
             END-IF
             PERFORM VARYING WS-ACCRUAL-IDX FROM 1 BY 1
                 UNTIL WS-ACCRUAL-IDX > WS-ACCRUAL-COUNT
                 MOVE WS-ACCRUAL-VALUE(WS-ACCRUAL-IDX)
                     TO WS-ENTRY-AMOUNT
                 MOVE "RECEIPTS NOT INVOICED" TO WS-ENTRY-DEBIT-ACCT
                 MOVE SPACES TO WS-ENTRY-CREDIT-ACCT
                 STRING "ACCRUED PAYABLES " DELIMITED BY SIZE
                     WS-ACCRUAL-VENDOR-ID(WS-ACCRUAL-IDX)
                         DELIMITED BY SIZE
                     INTO WS-ENTRY-CREDIT-ACCT
                 MOVE "ACCRUAL" TO WS-ENTRY-SOURCE
                 PERFORM WRITE-BALANCED-PAIR
             END-PERFORM
           EXIT.

           TALLY-ONE-ACCRUAL-LINE SECTION.
             MOVE "N" TO WS-ACCRUAL-MATCH
             PERFORM VARYING WS-ACCRUAL-IDX FROM 1 BY 1
                 UNTIL WS-ACCRUAL-IDX > WS-ACCRUAL-COUNT
                         OR ACCRUAL-VENDOR-FOUND
                 IF WS-ACCRUAL-VENDOR-ID(WS-ACCRUAL-IDX)
                     = ACR-VENDOR-ID
                     SET ACCRUAL-VENDOR-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF ACCRUAL-VENDOR-FOUND
                 SUBTRACT 1 FROM WS-ACCRUAL-IDX
             ELSE
                 IF WS-ACCRUAL-COUNT >= WS-MAX-ACCRUAL-CAPACITY
                     MOVE SPACES TO JOURNAL-REPORT-RECORD
                     STRING "EXCEPTION: ACCRUAL VENDOR CAPACITY "
                         "EXCEEDED - VENDOR " DELIMITED BY SIZE
                         ACR-VENDOR-ID DELIMITED BY SIZE
                         " NOT POSTED" DELIMITED BY SIZE
                         INTO JOURNAL-REPORT-RECORD
                     WRITE JOURNAL-REPORT-RECORD
                     EXIT SECTION
                 END-IF
                 ADD 1 TO WS-ACCRUAL-COUNT
                 MOVE WS-ACCRUAL-COUNT TO WS-ACCRUAL-IDX
                 MOVE ACR-VENDOR-ID
                     TO WS-ACCRUAL-VENDOR-ID(WS-ACCRUAL-IDX)
                 MOVE 0 TO WS-ACCRUAL-VALUE(WS-ACCRUAL-IDX)
             END-IF
             ADD ACR-VALUE TO WS-ACCRUAL-VALUE(WS-ACCRUAL-IDX)
           EXIT.

      * One balanced pair per vendor for the settled chargebacks no
      * night has posted yet: the vendor owes the agreed amount,
      * booked as a recovery against cost of goods. The pickup does
      * not depend on the date Chargeback ran - a daytime settlement
      * stamped with last night's date still posts tonight. A claim
      * already stamped with this posting date is taken again, so a
      * restarted extract rebuilds the whole night's journal.
           EXTRACT-CHARGEBACK-ENTRIES SECTION.
             MOVE 0 TO WS-RECOVERY-COUNT
             MOVE 0 TO WS-CLAIM-READ-COUNT
             MOVE 0 TO WS-CLAIM-STAMPED-COUNT
             OPEN INPUT CHARGEBACK-CLAIM-FILE
             IF WS-INPUT-STATUS = "00"
                 OPEN OUTPUT CHARGEBACK-SCRATCH-FILE
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ CHARGEBACK-CLAIM-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           ADD 1 TO WS-CLAIM-READ-COUNT
                           PERFORM JUDGE-ONE-CHARGEBACK-CLAIM
                     END-READ
                 END-PERFORM
                 CLOSE CHARGEBACK-CLAIM-FILE
                 CLOSE CHARGEBACK-SCRATCH-FILE
                 IF WS-CLAIM-STAMPED-COUNT > 0
                     PERFORM REPLACE-CLAIMS-FROM-SCRATCH
                 END-IF
             END-IF
             PERFORM VARYING WS-RECOVERY-IDX FROM 1 BY 1
                 UNTIL WS-RECOVERY-IDX > WS-RECOVERY-COUNT
                 MOVE WS-RECOVERY-VALUE(WS-RECOVERY-IDX)
                     TO WS-ENTRY-AMOUNT
                 MOVE SPACES TO WS-ENTRY-DEBIT-ACCT
                 STRING "VENDOR CHARGEBACK " DELIMITED BY SIZE
                     WS-RECOVERY-VENDOR-ID(WS-RECOVERY-IDX)
                         DELIMITED BY SIZE
                     INTO WS-ENTRY-DEBIT-ACCT
                 MOVE "CHARGEBACK RECOVERY" TO WS-ENTRY-CREDIT-ACCT
                 MOVE "CHGBACK" TO WS-ENTRY-SOURCE
                 PERFORM WRITE-BALANCED-PAIR
             END-PERFORM
           EXIT.

      * Every claim goes to the scratch; a settlement is tallied and
      * stamped only when its vendor found room in the table, so a
      * claim left off the journal stays unposted for next night.
           JUDGE-ONE-CHARGEBACK-CLAIM SECTION.
             IF CB-STATUS = "S"
                 AND (CB-GL-POSTED-DATE = SPACES
                     OR CB-GL-POSTED-DATE = WS-POSTING-DATE)
                 AND CB-SETTLED-AMOUNT IS NUMERIC
                 AND CB-SETTLED-AMOUNT > 0
                 PERFORM TALLY-ONE-RECOVERY
                 IF RECOVERY-WAS-TAKEN
                     AND CB-GL-POSTED-DATE = SPACES
                     MOVE WS-POSTING-DATE TO CB-GL-POSTED-DATE
                     ADD 1 TO WS-CLAIM-STAMPED-COUNT
                 END-IF
             END-IF
             MOVE CHARGEBACK-CLAIM-RECORD
                 TO CHARGEBACK-SCRATCH-RECORD
             WRITE CHARGEBACK-SCRATCH-RECORD
           EXIT.

      * The stamped claims replace the claim file only when the
      * scratch re-reads at the count read; otherwise the file is
      * left as it was and the run fails, since tonight's recoveries
      * would post a second time on the next extract.
           REPLACE-CLAIMS-FROM-SCRATCH SECTION.
             MOVE 0 TO WS-CLAIM-VERIFY-COUNT
             OPEN INPUT CHARGEBACK-SCRATCH-FILE
             IF WS-SCRATCH-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ CHARGEBACK-SCRATCH-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                             ADD 1 TO WS-CLAIM-VERIFY-COUNT
                     END-READ
                 END-PERFORM
                 CLOSE CHARGEBACK-SCRATCH-FILE
             END-IF
             IF WS-CLAIM-VERIFY-COUNT NOT = WS-CLAIM-READ-COUNT
                 MOVE SPACES TO JOURNAL-REPORT-RECORD
                 STRING "EXCEPTION: data/CBCLAIM.DAT NOT STAMPED - "
                     "TONIGHT'S CHARGEBACK RECOVERIES WOULD POST "
                     "AGAIN" DELIMITED BY SIZE
                     INTO JOURNAL-REPORT-RECORD
                 WRITE JOURNAL-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             OPEN INPUT CHARGEBACK-SCRATCH-FILE
             OPEN OUTPUT CHARGEBACK-CLAIM-FILE
             PERFORM UNTIL END-OF-INPUT
                 READ CHARGEBACK-SCRATCH-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         MOVE CHARGEBACK-SCRATCH-RECORD
                             TO CHARGEBACK-CLAIM-RECORD
                         WRITE CHARGEBACK-CLAIM-RECORD
                 END-READ
             END-PERFORM
             CLOSE CHARGEBACK-SCRATCH-FILE
             CLOSE CHARGEBACK-CLAIM-FILE
           EXIT.

           TALLY-ONE-RECOVERY SECTION.
             MOVE "N" TO WS-RECOVERY-TAKEN
             MOVE "N" TO WS-RECOVERY-MATCH
             PERFORM VARYING WS-RECOVERY-IDX FROM 1 BY 1
                 UNTIL WS-RECOVERY-IDX > WS-RECOVERY-COUNT
                         OR RECOVERY-VENDOR-FOUND
                 IF WS-RECOVERY-VENDOR-ID(WS-RECOVERY-IDX)
                     = CB-VENDOR-ID
                     SET RECOVERY-VENDOR-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF RECOVERY-VENDOR-FOUND
                 SUBTRACT 1 FROM WS-RECOVERY-IDX
             ELSE
                 IF WS-RECOVERY-COUNT >= WS-MAX-RECOVERY-CAPACITY
                     MOVE SPACES TO JOURNAL-REPORT-RECORD
                     STRING "EXCEPTION: CHARGEBACK VENDOR CAPACITY "
                         "EXCEEDED - VENDOR " DELIMITED BY SIZE
                         CB-VENDOR-ID DELIMITED BY SIZE
                         " NOT POSTED" DELIMITED BY SIZE
                         INTO JOURNAL-REPORT-RECORD
                     WRITE JOURNAL-REPORT-RECORD
                     EXIT SECTION
                 END-IF
                 ADD 1 TO WS-RECOVERY-COUNT
                 MOVE WS-RECOVERY-COUNT TO WS-RECOVERY-IDX
                 MOVE CB-VENDOR-ID
                     TO WS-RECOVERY-VENDOR-ID(WS-RECOVERY-IDX)
                 MOVE 0 TO WS-RECOVERY-VALUE(WS-RECOVERY-IDX)
             END-IF
             ADD CB-SETTLED-AMOUNT
                 TO WS-RECOVERY-VALUE(WS-RECOVERY-IDX)
             SET RECOVERY-WAS-TAKEN TO TRUE
           EXIT.

      * The posting date is the month's last trading date when the
      * next date the shop trades (skipping every closed date on the
      * calendar) falls in a different month.
           CHECK-MONTH-END SECTION.
             MOVE "N" TO WS-MONTH-END-FLAG
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
                               MOVE BUSINESS-CALENDAR-RECORD
                                   TO WS-CALENDAR-ENTRY
                                       (WS-CALENDAR-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE BUSINESS-CALENDAR-FILE
             END-IF
             MOVE WS-POSTING-DATE TO WS-NEXT-DATE
             MOVE "Y" TO WS-NEXT-DATE-CLOSED
             PERFORM UNTIL NOT NEXT-DATE-IS-CLOSED
                 COMPUTE WS-DATE-INT =
                     FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-NEXT-DATE)) + 1
                 MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                     TO WS-NEXT-DATE
                 MOVE "N" TO WS-NEXT-DATE-CLOSED
                 PERFORM VARYING WS-CALENDAR-IDX FROM 1 BY 1
                     UNTIL WS-CALENDAR-IDX > WS-CALENDAR-COUNT
                     IF WS-CALENDAR-ENTRY(WS-CALENDAR-IDX)
                         = WS-NEXT-DATE
                         SET NEXT-DATE-IS-CLOSED TO TRUE
                     END-IF
                 END-PERFORM
             END-PERFORM
             IF WS-NEXT-DATE(1:6) NOT = WS-POSTING-DATE(1:6)
                 SET POSTING-IS-MONTH-END TO TRUE
             END-IF
           EXIT.

           WRITE-BALANCED-PAIR SECTION.
             MOVE WS-POSTING-DATE TO GLJ-DATE
             MOVE WS-ENTRY-DEBIT-ACCT TO GLJ-ACCOUNT
