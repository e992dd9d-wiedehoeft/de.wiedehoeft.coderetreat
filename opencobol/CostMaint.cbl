      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vendor cost book maintenance in the StoreMaint
      *          mould. Applies keyed add/change/delete transactions
      *          (data/COSTTRAN.DAT) against the cost book
      *          (data/COSTBOOK.DAT): the unit cost contracted with a
      *          vendor for an item, good from an effective-from
      *          date to an effective-to date (open-ended when the
      *          to-date is left blank). Periods for one vendor and
      *          item may not overlap, so exactly one contract cost
      *          is in effect on any date. Every applied and rejected
      *          transaction is appended, time-stamped, to the
      *          permanent audit log data/COSTAUD.DAT with the
      *          before image of anything changed. GoodsReceive
      *          prices each receipt off this book instead of taking
      *          whatever cost the clerk keyed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-MAINT as "CostMaint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-TRANS-FILE ASSIGN TO "data/COSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT COST-BOOK-FILE ASSIGN TO "data/COSTBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "data/VENDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMSTR-STATUS.
           SELECT COST-AUDIT-LOG-FILE ASSIGN TO "data/COSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One keyed move per line, keyed on vendor, item and the
      * period's effective-from date: A adds a contract period, C
      * changes its cost or its effective-to date (a blank field is
      * left alone), D deletes a period keyed in error. The cost is
      * eight plain digits with the pennies in the last two, the
      * way it is keyed on the delivery note.
       FD  COST-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-TRANS-RECORD.
           05 CTRN-CODE PIC X(001).
               88 CTRN-IS-ADD VALUE "A".
               88 CTRN-IS-CHANGE VALUE "C".
               88 CTRN-IS-DELETE VALUE "D".
           05 CTRN-VENDOR-ID PIC X(006).
           05 CTRN-NAME PIC X(041).
           05 CTRN-EFF-FROM PIC X(008).
           05 CTRN-EFF-TO PIC X(008).
           05 CTRN-UNIT-COST PIC X(008).

      * The cost book. An open-ended period carries 99999999 as its
      * effective-to date so an in-effect test is a plain range
      * compare.
       FD  COST-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-BOOK-RECORD.
           05 CB-VENDOR-ID PIC X(006).
           05 CB-NAME PIC X(041).
           05 CB-EFF-FROM PIC X(008).
           05 CB-EFF-TO PIC X(008).
           05 CB-UNIT-COST PIC 9(006)V99.

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASTER-RECORD.
           05 VEND-ID PIC X(006).
           05 VEND-NAME PIC X(030).
           05 VEND-RETURN-TERMS PIC X(020).

       FD  COST-AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-AUDIT-LOG-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC X(002).
       01 WS-BOOK-STATUS PIC X(002).
       01 WS-VENDMSTR-STATUS PIC X(002).
       01 WS-AUDIT-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-OPEN-ENDED-DATE PIC X(008) VALUE "99999999".

       01 WS-MAX-BOOK-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-BOOK-COUNT PIC 9(005) VALUE 0.
       01 WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 5000 TIMES.
               10 WS-BOOK-VENDOR-ID PIC X(006).
               10 WS-BOOK-NAME PIC X(041).
               10 WS-BOOK-EFF-FROM PIC X(008).
               10 WS-BOOK-EFF-TO PIC X(008).
               10 WS-BOOK-UNIT-COST PIC 9(006)V99.
       01 WS-BOOK-IDX PIC 9(005).
       01 WS-BOOK-MATCH PIC X(001).
           88 BOOK-SLOT-FOUND VALUE "Y".
       01 WS-OVERLAP-IDX PIC 9(005).
       01 WS-OVERLAP-MATCH PIC X(001).
           88 PERIOD-OVERLAPS VALUE "Y".
       01 WS-BOOK-OVERFLOW PIC X(001) VALUE "N".
           88 BOOK-CAPACITY-EXCEEDED VALUE "Y".

      * Vendor master; an empty or missing master leaves the vendor
      * edit off, as the other intakes do while a master is stood up.
       01 WS-MAX-VENDOR-CAPACITY PIC 9(003) VALUE 500.
       01 WS-VENDOR-COUNT PIC 9(003) VALUE 0.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ID PIC X(006) OCCURS 500 TIMES.
       01 WS-VENDOR-IDX PIC 9(003).
       01 WS-VENDOR-MATCH PIC X(001).
           88 VENDOR-FOUND VALUE "Y".

      * The period a transaction would leave behind, edited before
      * anything is applied.
       01 WS-NEW-EFF-FROM PIC X(008).
       01 WS-NEW-EFF-TO PIC X(008).
       01 WS-NEW-UNIT-COST PIC 9(006)V99.
       01 WS-COST-IMAGE PIC 9(006)V99.
       01 WS-COST-IMAGE-X REDEFINES WS-COST-IMAGE PIC X(008).
       01 WS-COST-ED PIC Z(5)9.99.
       01 WS-REJECT-TEXT PIC X(050).

       01 WS-TRANS-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-APPLIED-COUNT PIC 9(005) VALUE 0.
       01 WS-TRANS-REJECT-COUNT PIC 9(005) VALUE 0.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-APPLIED-ED PIC Z(4)9.
       01 WS-REJECT-ED PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN EXTEND COST-AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT COST-AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "COSTMAINT HALTED - AUDIT LOG data/COSTAUD.DAT"
                   " NOT AVAILABLE, STATUS " WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-COST-BOOK
           IF BOOK-CAPACITY-EXCEEDED
               MOVE "EXCEPTION: COST BOOK EXCEEDS TABLE CAPACITY -"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-AUDIT-TEXT
               MOVE "NO TRANSACTIONS APPLIED, COST BOOK UNCHANGED"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-AUDIT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-COST-TRANSACTIONS
               PERFORM REWRITE-COST-BOOK
           END-IF
           PERFORM WRITE-LOG-TRAILER
           CLOSE COST-AUDIT-LOG-FILE

           STOP RUN.

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
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE VENDOR-MASTER-FILE
             END-IF
           EXIT.

           LOAD-COST-BOOK SECTION.
             MOVE 0 TO WS-BOOK-COUNT
             OPEN INPUT COST-BOOK-FILE
             IF WS-BOOK-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ COST-BOOK-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-BOOK-COUNT >= WS-MAX-BOOK-CAPACITY
                               SET BOOK-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-INPUT TO TRUE
                           ELSE
                               ADD 1 TO WS-BOOK-COUNT
                               MOVE CB-VENDOR-ID
                                   TO WS-BOOK-VENDOR-ID(WS-BOOK-COUNT)
                               MOVE CB-NAME
                                   TO WS-BOOK-NAME(WS-BOOK-COUNT)
                               MOVE CB-EFF-FROM
                                   TO WS-BOOK-EFF-FROM(WS-BOOK-COUNT)
                               MOVE CB-EFF-TO
                                   TO WS-BOOK-EFF-TO(WS-BOOK-COUNT)
                               MOVE CB-UNIT-COST
                                   TO WS-BOOK-UNIT-COST(WS-BOOK-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE COST-BOOK-FILE
             END-IF
           EXIT.

           APPLY-COST-TRANSACTIONS SECTION.
             OPEN INPUT COST-TRANS-FILE
             IF WS-TRANS-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ COST-TRANS-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM APPLY-ONE-COST-TRANS
                     END-READ
                 END-PERFORM
                 CLOSE COST-TRANS-FILE
             END-IF
           EXIT.

           APPLY-ONE-COST-TRANS SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             EVALUATE TRUE
                 WHEN CTRN-VENDOR-ID = SPACES
                     MOVE "BLANK VENDOR ID" TO WS-REJECT-TEXT
                 WHEN CTRN-NAME = SPACES
                     MOVE "BLANK ITEM NAME" TO WS-REJECT-TEXT
                 WHEN CTRN-EFF-FROM IS NOT NUMERIC
                     MOVE "EFFECTIVE-FROM DATE NOT A DATE"
                         TO WS-REJECT-TEXT
                 WHEN FUNCTION TEST-DATE-YYYYMMDD(
                         FUNCTION NUMVAL(CTRN-EFF-FROM)) NOT = 0
                     MOVE "EFFECTIVE-FROM DATE NOT A DATE"
                         TO WS-REJECT-TEXT
                 WHEN OTHER
                     PERFORM FIND-BOOK-SLOT
                     EVALUATE TRUE
                         WHEN CTRN-IS-ADD
                             PERFORM ADD-ONE-PERIOD
                         WHEN CTRN-IS-CHANGE
                             PERFORM CHANGE-ONE-PERIOD
                         WHEN CTRN-IS-DELETE
                             PERFORM DELETE-ONE-PERIOD
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

           FIND-BOOK-SLOT SECTION.
             MOVE "N" TO WS-BOOK-MATCH
             PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                 UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                         OR BOOK-SLOT-FOUND
                 IF WS-BOOK-VENDOR-ID(WS-BOOK-IDX) = CTRN-VENDOR-ID
                     AND WS-BOOK-NAME(WS-BOOK-IDX) = CTRN-NAME
                     AND WS-BOOK-EFF-FROM(WS-BOOK-IDX) = CTRN-EFF-FROM
                     SET BOOK-SLOT-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF BOOK-SLOT-FOUND
                 SUBTRACT 1 FROM WS-BOOK-IDX
             END-IF
           EXIT.

           FIND-VENDOR SECTION.
             MOVE "N" TO WS-VENDOR-MATCH
             PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                 UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                         OR VENDOR-FOUND
                 IF WS-VENDOR-ID(WS-VENDOR-IDX) = CTRN-VENDOR-ID
                     SET VENDOR-FOUND TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

      * Edits the keyed cost and effective-to date into the NEW
      * fields; a blank to-date on an add is an open-ended period.
           EDIT-COST-AND-END-DATE SECTION.
             IF CTRN-UNIT-COST NOT = SPACES
                 IF CTRN-UNIT-COST IS NOT NUMERIC
                     MOVE "UNIT COST NOT NUMERIC" TO WS-REJECT-TEXT
                     EXIT SECTION
                 END-IF
                 MOVE CTRN-UNIT-COST TO WS-COST-IMAGE-X
                 IF WS-COST-IMAGE = 0
                     MOVE "UNIT COST IS ZERO" TO WS-REJECT-TEXT
                     EXIT SECTION
                 END-IF
                 MOVE WS-COST-IMAGE TO WS-NEW-UNIT-COST
             END-IF
             IF CTRN-EFF-TO NOT = SPACES
                 IF CTRN-EFF-TO IS NOT NUMERIC
                     MOVE "EFFECTIVE-TO DATE NOT A DATE"
                         TO WS-REJECT-TEXT
                     EXIT SECTION
                 END-IF
                 IF CTRN-EFF-TO NOT = WS-OPEN-ENDED-DATE
                     AND FUNCTION TEST-DATE-YYYYMMDD(
                         FUNCTION NUMVAL(CTRN-EFF-TO)) NOT = 0
                     MOVE "EFFECTIVE-TO DATE NOT A DATE"
                         TO WS-REJECT-TEXT
                     EXIT SECTION
                 END-IF
                 MOVE CTRN-EFF-TO TO WS-NEW-EFF-TO
             END-IF
             IF WS-NEW-EFF-TO < WS-NEW-EFF-FROM
                 MOVE "EFFECTIVE-TO DATE BEFORE EFFECTIVE-FROM"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM FIND-OVERLAPPING-PERIOD
             IF PERIOD-OVERLAPS
                 MOVE SPACES TO WS-REJECT-TEXT
                 STRING "OVERLAPS THE PERIOD FROM " DELIMITED BY SIZE
                     WS-BOOK-EFF-FROM(WS-OVERLAP-IDX)
                         DELIMITED BY SIZE
                     " TO " DELIMITED BY SIZE
                     WS-BOOK-EFF-TO(WS-OVERLAP-IDX) DELIMITED BY SIZE
                     INTO WS-REJECT-TEXT
             END-IF
           EXIT.

      * Any other period for the same vendor and item that shares a
      * day with the new one; the slot being changed is skipped.
           FIND-OVERLAPPING-PERIOD SECTION.
             MOVE "N" TO WS-OVERLAP-MATCH
             PERFORM VARYING WS-OVERLAP-IDX FROM 1 BY 1
                 UNTIL WS-OVERLAP-IDX > WS-BOOK-COUNT
                         OR PERIOD-OVERLAPS
                 IF WS-BOOK-VENDOR-ID(WS-OVERLAP-IDX) = CTRN-VENDOR-ID
                     AND WS-BOOK-NAME(WS-OVERLAP-IDX) = CTRN-NAME
                     AND WS-BOOK-EFF-FROM(WS-OVERLAP-IDX)
                         NOT = CTRN-EFF-FROM
                     AND WS-BOOK-EFF-FROM(WS-OVERLAP-IDX)
                         <= WS-NEW-EFF-TO
                     AND WS-NEW-EFF-FROM
                         <= WS-BOOK-EFF-TO(WS-OVERLAP-IDX)
                     SET PERIOD-OVERLAPS TO TRUE
                 END-IF
             END-PERFORM
             IF PERIOD-OVERLAPS
                 SUBTRACT 1 FROM WS-OVERLAP-IDX
             END-IF
           EXIT.

           ADD-ONE-PERIOD SECTION.
             IF BOOK-SLOT-FOUND
                 MOVE "PERIOD ALREADY ON THE COST BOOK"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF WS-VENDOR-COUNT > 0
                 PERFORM FIND-VENDOR
                 IF NOT VENDOR-FOUND
                     MOVE "VENDOR NOT ON VENDOR MASTER"
                         TO WS-REJECT-TEXT
                     EXIT SECTION
                 END-IF
             END-IF
             IF CTRN-UNIT-COST = SPACES
                 MOVE "NO UNIT COST ON AN ADD" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE CTRN-EFF-FROM TO WS-NEW-EFF-FROM
             MOVE WS-OPEN-ENDED-DATE TO WS-NEW-EFF-TO
             PERFORM EDIT-COST-AND-END-DATE
             IF WS-REJECT-TEXT NOT = SPACES
                 EXIT SECTION
             END-IF
             IF WS-BOOK-COUNT >= WS-MAX-BOOK-CAPACITY
                 MOVE "COST BOOK TABLE FULL, NOT ADDED"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-BOOK-COUNT
             MOVE WS-BOOK-COUNT TO WS-BOOK-IDX
             MOVE CTRN-VENDOR-ID TO WS-BOOK-VENDOR-ID(WS-BOOK-IDX)
             MOVE CTRN-NAME TO WS-BOOK-NAME(WS-BOOK-IDX)
             MOVE WS-NEW-EFF-FROM TO WS-BOOK-EFF-FROM(WS-BOOK-IDX)
             MOVE WS-NEW-EFF-TO TO WS-BOOK-EFF-TO(WS-BOOK-IDX)
             MOVE WS-NEW-UNIT-COST TO WS-BOOK-UNIT-COST(WS-BOOK-IDX)
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             PERFORM LOG-APPLIED
           EXIT.

           CHANGE-ONE-PERIOD SECTION.
             IF NOT BOOK-SLOT-FOUND
                 MOVE "PERIOD NOT ON THE COST BOOK" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE WS-BOOK-EFF-FROM(WS-BOOK-IDX) TO WS-NEW-EFF-FROM
             MOVE WS-BOOK-EFF-TO(WS-BOOK-IDX) TO WS-NEW-EFF-TO
             MOVE WS-BOOK-UNIT-COST(WS-BOOK-IDX) TO WS-NEW-UNIT-COST
             PERFORM EDIT-COST-AND-END-DATE
             IF WS-REJECT-TEXT NOT = SPACES
                 EXIT SECTION
             END-IF
             PERFORM LOG-BEFORE-IMAGE
             MOVE WS-NEW-EFF-TO TO WS-BOOK-EFF-TO(WS-BOOK-IDX)
             MOVE WS-NEW-UNIT-COST TO WS-BOOK-UNIT-COST(WS-BOOK-IDX)
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             PERFORM LOG-APPLIED
           EXIT.

      * The deleted period's slot is closed up so the book is
      * rewritten without it; its last image stays on the log.
           DELETE-ONE-PERIOD SECTION.
             IF NOT BOOK-SLOT-FOUND
                 MOVE "PERIOD NOT ON THE COST BOOK" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM LOG-BEFORE-IMAGE
             PERFORM VARYING WS-BOOK-IDX FROM WS-BOOK-IDX BY 1
                 UNTIL WS-BOOK-IDX >= WS-BOOK-COUNT
                 MOVE WS-BOOK-ENTRY(WS-BOOK-IDX + 1)
                     TO WS-BOOK-ENTRY(WS-BOOK-IDX)
             END-PERFORM
             SUBTRACT 1 FROM WS-BOOK-COUNT
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             MOVE SPACES TO COST-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " APPLIED: D VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(CTRN-VENDOR-ID) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(CTRN-NAME) DELIMITED BY SIZE
                 ", FROM " DELIMITED BY SIZE
                 CTRN-EFF-FROM DELIMITED BY SIZE
                 " - PERIOD DELETED" DELIMITED BY SIZE
                 INTO COST-AUDIT-LOG-RECORD
             WRITE COST-AUDIT-LOG-RECORD
           EXIT.

           REWRITE-COST-BOOK SECTION.
             OPEN OUTPUT COST-BOOK-FILE
             PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                 UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                 MOVE WS-BOOK-VENDOR-ID(WS-BOOK-IDX) TO CB-VENDOR-ID
                 MOVE WS-BOOK-NAME(WS-BOOK-IDX) TO CB-NAME
                 MOVE WS-BOOK-EFF-FROM(WS-BOOK-IDX) TO CB-EFF-FROM
                 MOVE WS-BOOK-EFF-TO(WS-BOOK-IDX) TO CB-EFF-TO
                 MOVE WS-BOOK-UNIT-COST(WS-BOOK-IDX) TO CB-UNIT-COST
                 WRITE COST-BOOK-RECORD
             END-PERFORM
             CLOSE COST-BOOK-FILE
           EXIT.

           LOG-BEFORE-IMAGE SECTION.
             MOVE WS-BOOK-UNIT-COST(WS-BOOK-IDX) TO WS-COST-ED
             MOVE SPACES TO COST-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " BEFORE: VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BOOK-VENDOR-ID(WS-BOOK-IDX))
                     DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BOOK-NAME(WS-BOOK-IDX))
                     DELIMITED BY SIZE
                 ", FROM " DELIMITED BY SIZE
                 WS-BOOK-EFF-FROM(WS-BOOK-IDX) DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-BOOK-EFF-TO(WS-BOOK-IDX) DELIMITED BY SIZE
                 ", COST " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 INTO COST-AUDIT-LOG-RECORD
             WRITE COST-AUDIT-LOG-RECORD
           EXIT.

           LOG-APPLIED SECTION.
             MOVE WS-BOOK-UNIT-COST(WS-BOOK-IDX) TO WS-COST-ED
             MOVE SPACES TO COST-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " APPLIED: " DELIMITED BY SIZE
                 CTRN-CODE DELIMITED BY SIZE
                 " VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BOOK-VENDOR-ID(WS-BOOK-IDX))
                     DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BOOK-NAME(WS-BOOK-IDX))
                     DELIMITED BY SIZE
                 ", FROM " DELIMITED BY SIZE
                 WS-BOOK-EFF-FROM(WS-BOOK-IDX) DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-BOOK-EFF-TO(WS-BOOK-IDX) DELIMITED BY SIZE
                 ", COST " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 INTO COST-AUDIT-LOG-RECORD
             WRITE COST-AUDIT-LOG-RECORD
           EXIT.

           LOG-REJECTED SECTION.
             MOVE SPACES TO COST-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " REJECTED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 CTRN-CODE DELIMITED BY SIZE
                 " VENDOR " DELIMITED BY SIZE
                 FUNCTION TRIM(CTRN-VENDOR-ID) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(CTRN-NAME) DELIMITED BY SIZE
                 ", FROM " DELIMITED BY SIZE
                 CTRN-EFF-FROM DELIMITED BY SIZE
                 INTO COST-AUDIT-LOG-RECORD
             WRITE COST-AUDIT-LOG-RECORD
           EXIT.

           WRITE-AUDIT-TEXT SECTION.
             MOVE SPACES TO COST-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-REJECT-TEXT DELIMITED BY SIZE
                 INTO COST-AUDIT-LOG-RECORD
             WRITE COST-AUDIT-LOG-RECORD
           EXIT.

           WRITE-LOG-TRAILER SECTION.
             MOVE WS-TRANS-READ-COUNT TO WS-COUNT-ED
             MOVE WS-TRANS-APPLIED-COUNT TO WS-APPLIED-ED
             MOVE WS-TRANS-REJECT-COUNT TO WS-REJECT-ED
             MOVE SPACES TO COST-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " COST MAINT RUN - READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", APPLIED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPLIED-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-ED) DELIMITED BY SIZE
                 INTO COST-AUDIT-LOG-RECORD
             WRITE COST-AUDIT-LOG-RECORD
           EXIT.

       END PROGRAM COST-MAINT.
