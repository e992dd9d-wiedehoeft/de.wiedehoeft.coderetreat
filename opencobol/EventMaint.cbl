      ******************************************************************
      * Author:
      * Date:
      * Purpose: Event calendar maintenance for backstage passes, in
      *          the StoreMaint mould. Applies keyed transactions
      *          (data/EVENTTRN.DAT) against the event calendar
      *          (data/EVENTCAL.DAT), one event per backstage item:
      *          A adds an event, P postpones it to a later date, X
      *          cancels it and D deletes one keyed in error. The
      *          nightly run sets every store's SELL-IN for the item
      *          from the days left to the event date and freezes
      *          the rows of a cancelled event, so a reschedule is
      *          one transaction instead of a change per store.
      *          Every applied and rejected transaction is appended,
      *          time-stamped, to the permanent audit log
      *          data/EVENTAUD.DAT, each applied one followed by the
      *          Item Master rows it affects. A cancellation also
      *          lists, per store, the passes sold to be refunded and
      *          the passes on hand to go back to the vendor on the
      *          refund and return listing (data/EVTREFND.RPT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-MAINT as "EventMaint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-TRANS-FILE ASSIGN TO "data/EVENTTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT EVENT-CALENDAR-FILE ASSIGN TO "data/EVENTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "data/SALESHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIS-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT EVENT-AUDIT-LOG-FILE ASSIGN TO "data/EVENTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REFUND-LISTING-FILE ASSIGN TO "data/EVTREFND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One keyed move per line, keyed on the backstage item name.
      * The event date is CCYYMMDD; on a P it is the new date, on an
      * X or D it is not used.
       FD  EVENT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVENT-TRANS-RECORD.
           05 ETRN-CODE PIC X(001).
               88 ETRN-IS-ADD VALUE "A".
               88 ETRN-IS-POSTPONE VALUE "P".
               88 ETRN-IS-CANCEL VALUE "X".
               88 ETRN-IS-DELETE VALUE "D".
           05 ETRN-ITEM-NAME PIC X(041).
           05 ETRN-EVENT-NAME PIC X(030).
           05 ETRN-EVENT-DATE PIC X(008).

      * The event calendar: the event a backstage item admits to, its
      * date and whether it is scheduled, postponed or cancelled.
       FD  EVENT-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVENT-CALENDAR-RECORD.
           05 EVT-ITEM-NAME PIC X(041).
           05 EVT-EVENT-NAME PIC X(030).
           05 EVT-EVENT-DATE PIC 9(008).
           05 EVT-STATUS PIC X(001).

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-HISTORY-RECORD.
           05 SH-DATE PIC X(008).
           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  EVENT-AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVENT-AUDIT-LOG-RECORD PIC X(132).

       FD  REFUND-LISTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFUND-LISTING-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC X(002).
       01 WS-EVENT-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-SALESHIS-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-AUDIT-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-ROW-EOF PIC X(001).
           88 END-OF-ROWS VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).

      * The date the master's SELL-IN was last aged to; the days left
      * to an event are counted from it, as the nightly run does.
       01 WS-AS-OF-DATE PIC 9(008).
       01 WS-AS-OF-INT PIC S9(009).
       01 WS-EVENT-INT PIC S9(009).
       01 WS-DAYS-LEFT PIC S9(009).

       01 WS-MAX-EVENT-CAPACITY PIC 9(003) VALUE 200.
       01 WS-EVENT-COUNT PIC 9(003) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 200 TIMES.
               10 WS-EVENT-ITEM-NAME PIC X(041).
               10 WS-EVENT-NAME PIC X(030).
               10 WS-EVENT-DATE PIC 9(008).
               10 WS-EVENT-STATE PIC X(001).
                   88 EVENT-IS-SCHEDULED VALUE "S".
                   88 EVENT-IS-POSTPONED VALUE "P".
                   88 EVENT-IS-CANCELLED VALUE "X".
       01 WS-EVENT-IDX PIC 9(003).
       01 WS-EVENT-MATCH PIC X(001).
           88 EVENT-SLOT-FOUND VALUE "Y".
       01 WS-EVENT-OVERFLOW PIC X(001) VALUE "N".
           88 EVENT-CAPACITY-EXCEEDED VALUE "Y".

      * Passes sold per store for the item being cancelled, summed
      * off the sales-history ledger - each is a customer refund.
       01 WS-MAX-REFUND-CAPACITY PIC 9(003) VALUE 100.
       01 WS-REFUND-COUNT PIC 9(003) VALUE 0.
       01 WS-REFUND-TABLE.
           05 WS-REFUND-ENTRY OCCURS 100 TIMES.
               10 WS-REFUND-STORE-ID PIC X(006).
               10 WS-REFUND-UNITS PIC 9(007).
               10 WS-REFUND-REVENUE PIC 9(009)V99.
       01 WS-REFUND-IDX PIC 9(003).
       01 WS-REFUND-MATCH PIC X(001).
           88 REFUND-STORE-FOUND VALUE "Y".

       01 WS-NEW-DATE PIC 9(008).
       01 WS-NEW-SELL-IN PIC S9(004).
       01 WS-REJECT-TEXT PIC X(050).
       01 WS-ROW-ACTION PIC X(030).
       01 WS-ROWS-AFFECTED PIC 9(005).
       01 WS-LOG-POINTER PIC 9(003).
       01 WS-SELL-IN-ED PIC -(4)9.
       01 WS-NEW-SELL-IN-ED PIC -(4)9.
       01 WS-ONHAND-ED PIC Z(4)9.
       01 WS-UNITS-ED PIC Z(6)9.
       01 WS-REVENUE-ED PIC Z(8)9.99.
       01 WS-ROWS-ED PIC Z(4)9.

       01 WS-TRANS-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-APPLIED-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-REJECT-COUNT PIC 9(005) VALUE 0.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-APPLIED-ED PIC Z(4)9.
       01 WS-REJECT-ED PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN EXTEND EVENT-AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT EVENT-AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "EVENTMAINT HALTED - AUDIT LOG"
                   " data/EVENTAUD.DAT NOT AVAILABLE, STATUS "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REFUND-LISTING-FILE
           MOVE SPACES TO REFUND-LISTING-RECORD
           STRING "CUSTOMER REFUND AND VENDOR RETURN LISTING - "
               DELIMITED BY SIZE
               "CANCELLED EVENTS, RUN " DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
               INTO REFUND-LISTING-RECORD
           WRITE REFUND-LISTING-RECORD
           PERFORM LOAD-AS-OF-DATE
           PERFORM LOAD-EVENT-CALENDAR
           IF EVENT-CAPACITY-EXCEEDED
               MOVE "EXCEPTION: EVENTS EXCEED TABLE CAPACITY -"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-AUDIT-TEXT
               MOVE "NO TRANSACTIONS APPLIED, CALENDAR UNCHANGED"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-AUDIT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-EVENT-TRANSACTIONS
               PERFORM REWRITE-EVENT-CALENDAR
           END-IF
           PERFORM WRITE-LOG-TRAILER
           CLOSE EVENT-AUDIT-LOG-FILE
           CLOSE REFUND-LISTING-FILE

           STOP RUN.

           LOAD-AS-OF-DATE SECTION.
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-OF-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-LAST-AGED-DATE IS NUMERIC
                           AND BUS-LAST-AGED-DATE NOT = 0
                           MOVE BUS-LAST-AGED-DATE TO WS-AS-OF-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             COMPUTE WS-AS-OF-INT =
                 FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           EXIT.

           LOAD-EVENT-CALENDAR SECTION.
             MOVE 0 TO WS-EVENT-COUNT
             OPEN INPUT EVENT-CALENDAR-FILE
             IF WS-EVENT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ EVENT-CALENDAR-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-EVENT-COUNT >= WS-MAX-EVENT-CAPACITY
                               SET EVENT-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-INPUT TO TRUE
                           ELSE
                               ADD 1 TO WS-EVENT-COUNT
                               MOVE EVT-ITEM-NAME
                                   TO WS-EVENT-ITEM-NAME
                                       (WS-EVENT-COUNT)
                               MOVE EVT-EVENT-NAME
                                   TO WS-EVENT-NAME(WS-EVENT-COUNT)
                               MOVE EVT-EVENT-DATE
                                   TO WS-EVENT-DATE(WS-EVENT-COUNT)
                               MOVE EVT-STATUS
                                   TO WS-EVENT-STATE(WS-EVENT-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE EVENT-CALENDAR-FILE
             END-IF
           EXIT.

           APPLY-EVENT-TRANSACTIONS SECTION.
             OPEN INPUT EVENT-TRANS-FILE
             IF WS-TRANS-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ EVENT-TRANS-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM APPLY-ONE-EVENT-TRANS
                     END-READ
                 END-PERFORM
                 CLOSE EVENT-TRANS-FILE
             END-IF
           EXIT.

           APPLY-ONE-EVENT-TRANS SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             EVALUATE TRUE
                 WHEN ETRN-ITEM-NAME = SPACES
                     MOVE "BLANK ITEM NAME" TO WS-REJECT-TEXT
                 WHEN OTHER
                     PERFORM FIND-EVENT-SLOT
                     EVALUATE TRUE
                         WHEN ETRN-IS-ADD
                             PERFORM ADD-ONE-EVENT
                         WHEN ETRN-IS-POSTPONE
                             PERFORM POSTPONE-ONE-EVENT
                         WHEN ETRN-IS-CANCEL
                             PERFORM CANCEL-ONE-EVENT
                         WHEN ETRN-IS-DELETE
                             PERFORM DELETE-ONE-EVENT
                         WHEN OTHER
                             MOVE "UNKNOWN TRANSACTION CODE"
                                 TO WS-REJECT-TEXT
                     END-EVALUATE
             END-EVALUATE
             IF WS-REJECT-TEXT NOT = SPACES
                 ADD 1 TO WS-TRANS-REJECT-COUNT
                 PERFORM LOG-REJECTED
             END-IF
           EXIT.

           FIND-EVENT-SLOT SECTION.
             MOVE "N" TO WS-EVENT-MATCH
             PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                         OR EVENT-SLOT-FOUND
                 IF WS-EVENT-ITEM-NAME(WS-EVENT-IDX) = ETRN-ITEM-NAME
                     SET EVENT-SLOT-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF EVENT-SLOT-FOUND
                 SUBTRACT 1 FROM WS-EVENT-IDX
             END-IF
           EXIT.

      * Edits the keyed event date into WS-NEW-DATE. An event already
      * past on the master's as-of date cannot be added or moved to.
           EDIT-EVENT-DATE SECTION.
             IF ETRN-EVENT-DATE IS NOT NUMERIC
                 MOVE "EVENT DATE NOT NUMERIC" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE ETRN-EVENT-DATE TO WS-NEW-DATE
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
                 MOVE "EVENT DATE NOT A VALID DATE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF WS-NEW-DATE < WS-AS-OF-DATE
                 MOVE "EVENT DATE ALREADY PAST" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
           EXIT.

           ADD-ONE-EVENT SECTION.
             IF EVENT-SLOT-FOUND
                 MOVE "EVENT ALREADY ON CALENDAR FOR ITEM"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF ETRN-EVENT-NAME = SPACES
                 MOVE "BLANK EVENT NAME" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM EDIT-EVENT-DATE
             IF WS-REJECT-TEXT NOT = SPACES
                 EXIT SECTION
             END-IF
             IF WS-EVENT-COUNT >= WS-MAX-EVENT-CAPACITY
                 MOVE "EVENT CALENDAR FULL, NOT ADDED"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-EVENT-COUNT
             MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
             MOVE ETRN-ITEM-NAME TO WS-EVENT-ITEM-NAME(WS-EVENT-IDX)
             MOVE ETRN-EVENT-NAME TO WS-EVENT-NAME(WS-EVENT-IDX)
             MOVE WS-NEW-DATE TO WS-EVENT-DATE(WS-EVENT-IDX)
             SET EVENT-IS-SCHEDULED(WS-EVENT-IDX) TO TRUE
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             PERFORM LOG-APPLIED
             MOVE "SELL-IN SET FROM EVENT DATE" TO WS-ROW-ACTION
             PERFORM LOG-AFFECTED-ROWS
           EXIT.

      * A postponement moves the date for every store at once; the
      * rows pick up the new SELL-IN at the next nightly run.
           POSTPONE-ONE-EVENT SECTION.
             IF NOT EVENT-SLOT-FOUND
                 MOVE "NO EVENT ON CALENDAR FOR ITEM" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF EVENT-IS-CANCELLED(WS-EVENT-IDX)
                 MOVE "EVENT IS CANCELLED" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM EDIT-EVENT-DATE
             IF WS-REJECT-TEXT NOT = SPACES
                 EXIT SECTION
             END-IF
             IF WS-NEW-DATE NOT > WS-EVENT-DATE(WS-EVENT-IDX)
                 MOVE "NEW DATE NOT AFTER CURRENT EVENT DATE"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM LOG-BEFORE-IMAGE
             MOVE WS-NEW-DATE TO WS-EVENT-DATE(WS-EVENT-IDX)
             SET EVENT-IS-POSTPONED(WS-EVENT-IDX) TO TRUE
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             PERFORM LOG-APPLIED
             MOVE "SELL-IN MOVED TO NEW DATE" TO WS-ROW-ACTION
             PERFORM LOG-AFFECTED-ROWS
           EXIT.

      * A cancellation freezes the rows where they stand; the passes
      * sold are refunded and the passes on hand go back to the
      * vendor, both listed per store.
           CANCEL-ONE-EVENT SECTION.
             IF NOT EVENT-SLOT-FOUND
                 MOVE "NO EVENT ON CALENDAR FOR ITEM" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF EVENT-IS-CANCELLED(WS-EVENT-IDX)
                 MOVE "EVENT ALREADY CANCELLED" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM LOG-BEFORE-IMAGE
             SET EVENT-IS-CANCELLED(WS-EVENT-IDX) TO TRUE
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             PERFORM LOG-APPLIED
             PERFORM LOAD-REFUND-SALES
             MOVE "ROW FROZEN" TO WS-ROW-ACTION
             PERFORM LOG-AFFECTED-ROWS
           EXIT.

      * The event's slot is closed up so the calendar is rewritten
      * without it; the rows go back to aging their keyed SELL-IN.
           DELETE-ONE-EVENT SECTION.
             IF NOT EVENT-SLOT-FOUND
                 MOVE "NO EVENT ON CALENDAR FOR ITEM" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM LOG-BEFORE-IMAGE
             PERFORM VARYING WS-EVENT-IDX FROM WS-EVENT-IDX BY 1
                 UNTIL WS-EVENT-IDX >= WS-EVENT-COUNT
                 MOVE WS-EVENT-ENTRY(WS-EVENT-IDX + 1)
                     TO WS-EVENT-ENTRY(WS-EVENT-IDX)
             END-PERFORM
             SUBTRACT 1 FROM WS-EVENT-COUNT
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " APPLIED: D EVENT FOR " DELIMITED BY SIZE
                 FUNCTION TRIM(ETRN-ITEM-NAME) DELIMITED BY SIZE
                 " - EVENT DELETED" DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             WRITE EVENT-AUDIT-LOG-RECORD
             MOVE "SELL-IN BACK TO KEYED AGING" TO WS-ROW-ACTION
             PERFORM LOG-AFFECTED-ROWS
           EXIT.

           REWRITE-EVENT-CALENDAR SECTION.
             OPEN OUTPUT EVENT-CALENDAR-FILE
             PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                 MOVE WS-EVENT-ITEM-NAME(WS-EVENT-IDX)
                     TO EVT-ITEM-NAME
                 MOVE WS-EVENT-NAME(WS-EVENT-IDX) TO EVT-EVENT-NAME
                 MOVE WS-EVENT-DATE(WS-EVENT-IDX) TO EVT-EVENT-DATE
                 MOVE WS-EVENT-STATE(WS-EVENT-IDX) TO EVT-STATUS
                 WRITE EVENT-CALENDAR-RECORD
             END-PERFORM
             CLOSE EVENT-CALENDAR-FILE
           EXIT.

      * Walks the Item Master for every store's row of the item and
      * logs it under the transaction with what the change does to
      * it; a cancellation also lists it for refund and return.
           LOG-AFFECTED-ROWS SECTION.
             MOVE 0 TO WS-ROWS-AFFECTED
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS = "00"
                 MOVE "N" TO WS-ROW-EOF
                 PERFORM UNTIL END-OF-ROWS
                     READ ITEM-MASTER-FILE NEXT
                         AT END SET END-OF-ROWS TO TRUE
                         NOT AT END
                           IF NAME OF ITEM-MASTER-RECORD
                               = ETRN-ITEM-NAME
                               ADD 1 TO WS-ROWS-AFFECTED
                               PERFORM LOG-ONE-AFFECTED-ROW
                               IF ETRN-IS-CANCEL
                                   PERFORM LIST-ONE-REFUND-ROW
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ITEM-MASTER-FILE
             END-IF
             MOVE WS-ROWS-AFFECTED TO WS-ROWS-ED
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 "   ROWS AFFECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ROWS-ED) DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             WRITE EVENT-AUDIT-LOG-RECORD
           EXIT.

           LOG-ONE-AFFECTED-ROW SECTION.
             MOVE SELL-IN OF ITEM-MASTER-RECORD TO WS-SELL-IN-ED
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD TO WS-ONHAND-ED
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 "   ROW: STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(STORE-ID OF ITEM-MASTER-RECORD)
                     DELIMITED BY SIZE
                 ", SELL-IN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SELL-IN-ED) DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             COMPUTE WS-LOG-POINTER = FUNCTION LENGTH(
                 FUNCTION TRIM(EVENT-AUDIT-LOG-RECORD TRAILING)) + 1
             IF ETRN-IS-ADD OR ETRN-IS-POSTPONE
                 PERFORM COMPUTE-NEW-SELL-IN
                 MOVE WS-NEW-SELL-IN TO WS-NEW-SELL-IN-ED
                 STRING " -> " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NEW-SELL-IN-ED)
                         DELIMITED BY SIZE
                     INTO EVENT-AUDIT-LOG-RECORD
                     WITH POINTER WS-LOG-POINTER
                 END-STRING
             END-IF
             STRING ", ON HAND " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ONHAND-ED) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ROW-ACTION) DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
                 WITH POINTER WS-LOG-POINTER
             END-STRING
             WRITE EVENT-AUDIT-LOG-RECORD
           EXIT.

      * Days from the master's as-of date to the event, the SELL-IN
      * the nightly run will carry; held inside the SELL-IN picture.
           COMPUTE-NEW-SELL-IN SECTION.
             COMPUTE WS-EVENT-INT = FUNCTION INTEGER-OF-DATE(
                 WS-EVENT-DATE(WS-EVENT-IDX))
             COMPUTE WS-DAYS-LEFT = WS-EVENT-INT - WS-AS-OF-INT
             IF WS-DAYS-LEFT > 9999
                 MOVE 9999 TO WS-DAYS-LEFT
             END-IF
             MOVE WS-DAYS-LEFT TO WS-NEW-SELL-IN
           EXIT.

      * Sums the item's sales per store off the sales-history ledger
      * before the master walk lists the cancelled rows.
           LOAD-REFUND-SALES SECTION.
             MOVE 0 TO WS-REFUND-COUNT
             OPEN INPUT SALES-HISTORY-FILE
             IF WS-SALESHIS-STATUS = "00"
                 MOVE "N" TO WS-ROW-EOF
                 PERFORM UNTIL END-OF-ROWS
                     READ SALES-HISTORY-FILE
                         AT END SET END-OF-ROWS TO TRUE
                         NOT AT END
                           IF SH-NAME = ETRN-ITEM-NAME
                               AND SH-UNITS-SOLD IS NUMERIC
                               PERFORM ADD-REFUND-SALE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SALES-HISTORY-FILE
             END-IF
           EXIT.

           ADD-REFUND-SALE SECTION.
             MOVE "N" TO WS-REFUND-MATCH
             PERFORM VARYING WS-REFUND-IDX FROM 1 BY 1
                 UNTIL WS-REFUND-IDX > WS-REFUND-COUNT
                         OR REFUND-STORE-FOUND
                 IF WS-REFUND-STORE-ID(WS-REFUND-IDX) = SH-STORE-ID
                     SET REFUND-STORE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF REFUND-STORE-FOUND
                 SUBTRACT 1 FROM WS-REFUND-IDX
             ELSE
                 IF WS-REFUND-COUNT >= WS-MAX-REFUND-CAPACITY
                     EXIT SECTION
                 END-IF
                 ADD 1 TO WS-REFUND-COUNT
                 MOVE WS-REFUND-COUNT TO WS-REFUND-IDX
                 MOVE SH-STORE-ID TO WS-REFUND-STORE-ID(WS-REFUND-IDX)
                 MOVE 0 TO WS-REFUND-UNITS(WS-REFUND-IDX)
                 MOVE 0 TO WS-REFUND-REVENUE(WS-REFUND-IDX)
             END-IF
             ADD SH-UNITS-SOLD TO WS-REFUND-UNITS(WS-REFUND-IDX)
             IF SH-REVENUE IS NUMERIC
                 ADD SH-REVENUE TO WS-REFUND-REVENUE(WS-REFUND-IDX)
             END-IF
           EXIT.

           FIND-REFUND-STORE SECTION.
             MOVE "N" TO WS-REFUND-MATCH
             PERFORM VARYING WS-REFUND-IDX FROM 1 BY 1
                 UNTIL WS-REFUND-IDX > WS-REFUND-COUNT
                         OR REFUND-STORE-FOUND
                 IF WS-REFUND-STORE-ID(WS-REFUND-IDX)
                     = STORE-ID OF ITEM-MASTER-RECORD
                     SET REFUND-STORE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF REFUND-STORE-FOUND
                 SUBTRACT 1 FROM WS-REFUND-IDX
             END-IF
           EXIT.

           LIST-ONE-REFUND-ROW SECTION.
             PERFORM FIND-REFUND-STORE
             IF REFUND-STORE-FOUND
                 MOVE WS-REFUND-UNITS(WS-REFUND-IDX) TO WS-UNITS-ED
                 MOVE WS-REFUND-REVENUE(WS-REFUND-IDX)
                     TO WS-REVENUE-ED
                 MOVE SPACES TO REFUND-LISTING-RECORD
                 STRING "CUSTOMER REFUND: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-IDX))
                         DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(ETRN-ITEM-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(STORE-ID OF ITEM-MASTER-RECORD)
                         DELIMITED BY SIZE
                     ", UNITS SOLD " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                     ", VALUE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-REVENUE-ED) DELIMITED BY SIZE
                     INTO REFUND-LISTING-RECORD
                 WRITE REFUND-LISTING-RECORD
             END-IF
             IF ON-HAND-QTY OF ITEM-MASTER-RECORD > 0
                 MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD TO WS-UNITS-ED
                 MOVE SPACES TO REFUND-LISTING-RECORD
                 STRING "VENDOR RETURN: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-IDX))
                         DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(ETRN-ITEM-NAME) DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(STORE-ID OF ITEM-MASTER-RECORD)
                         DELIMITED BY SIZE
                     ", VENDOR " DELIMITED BY SIZE
                     VENDOR-ID OF ITEM-MASTER-RECORD
                         DELIMITED BY SIZE
                     ", UNITS ON HAND " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                     INTO REFUND-LISTING-RECORD
                 WRITE REFUND-LISTING-RECORD
             END-IF
           EXIT.

           LOG-BEFORE-IMAGE SECTION.
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " BEFORE: EVENT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-IDX))
                     DELIMITED BY SIZE
                 " FOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EVENT-ITEM-NAME(WS-EVENT-IDX))
                     DELIMITED BY SIZE
                 ", DATE " DELIMITED BY SIZE
                 WS-EVENT-DATE(WS-EVENT-IDX) DELIMITED BY SIZE
                 ", STATUS " DELIMITED BY SIZE
                 WS-EVENT-STATE(WS-EVENT-IDX) DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             WRITE EVENT-AUDIT-LOG-RECORD
           EXIT.

           LOG-APPLIED SECTION.
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " APPLIED: " DELIMITED BY SIZE
                 ETRN-CODE DELIMITED BY SIZE
                 " EVENT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EVENT-NAME(WS-EVENT-IDX))
                     DELIMITED BY SIZE
                 " FOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EVENT-ITEM-NAME(WS-EVENT-IDX))
                     DELIMITED BY SIZE
                 ", DATE " DELIMITED BY SIZE
                 WS-EVENT-DATE(WS-EVENT-IDX) DELIMITED BY SIZE
                 ", STATUS " DELIMITED BY SIZE
                 WS-EVENT-STATE(WS-EVENT-IDX) DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             WRITE EVENT-AUDIT-LOG-RECORD
           EXIT.

           LOG-REJECTED SECTION.
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " REJECTED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 ETRN-CODE DELIMITED BY SIZE
                 " EVENT FOR " DELIMITED BY SIZE
                 FUNCTION TRIM(ETRN-ITEM-NAME) DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             WRITE EVENT-AUDIT-LOG-RECORD
           EXIT.

           WRITE-AUDIT-TEXT SECTION.
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-REJECT-TEXT DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             WRITE EVENT-AUDIT-LOG-RECORD
           EXIT.

           WRITE-LOG-TRAILER SECTION.
             MOVE WS-TRANS-READ-COUNT TO WS-COUNT-ED
             MOVE WS-TRANS-APPLIED-COUNT TO WS-APPLIED-ED
             MOVE WS-TRANS-REJECT-COUNT TO WS-REJECT-ED
             MOVE SPACES TO EVENT-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " EVENT MAINT RUN - READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", APPLIED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPLIED-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-ED) DELIMITED BY SIZE
                 INTO EVENT-AUDIT-LOG-RECORD
             WRITE EVENT-AUDIT-LOG-RECORD
           EXIT.

       END PROGRAM EVENT-MAINT.
