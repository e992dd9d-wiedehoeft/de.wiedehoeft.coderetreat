      ******************************************************************
      * Author:
      * Date:
      * Purpose: Regional zone price maintenance in the StoreMaint
      *          mould. Applies keyed add/change/delete transactions
      *          (data/ZONETRAN.DAT) against the zone price file
      *          (data/ZONEPRC.DAT): the base retail price of an item
      *          in a price zone, the zone being the STM-REGION the
      *          store master already carries. The nightly run prices
      *          every store row from its store's zone before the
      *          markdown and promotions apply, so a chain price
      *          change is one zone transaction instead of a dozen
      *          ItemMaint changes. Every applied and rejected
      *          transaction is appended, time-stamped, to the
      *          permanent audit log data/ZONEAUD.DAT with the before
      *          image of anything changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONE-MAINT as "ZoneMaint".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-TRANS-FILE ASSIGN TO "data/ZONETRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ZONE-PRICE-FILE ASSIGN TO "data/ZONEPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "data/STORMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORMSTR-STATUS.
           SELECT ZONE-AUDIT-LOG-FILE ASSIGN TO "data/ZONEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One keyed move per line, keyed on region and item: A adds a
      * zone price, C changes it, D deletes one keyed in error. The
      * price is seven plain digits with the pennies in the last two,
      * the way it is keyed off the price sheet.
       FD  ZONE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ZONE-TRANS-RECORD.
           05 ZTRN-CODE PIC X(001).
               88 ZTRN-IS-ADD VALUE "A".
               88 ZTRN-IS-CHANGE VALUE "C".
               88 ZTRN-IS-DELETE VALUE "D".
           05 ZTRN-REGION PIC X(010).
           05 ZTRN-NAME PIC X(041).
           05 ZTRN-PRICE PIC X(007).

      * The zone price file: one base retail price per region and
      * item.
       FD  ZONE-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ZONE-PRICE-RECORD.
           05 ZP-REGION PIC X(010).
           05 ZP-NAME PIC X(041).
           05 ZP-PRICE PIC 9(005)V99.

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-MASTER-RECORD.
           05 STM-STORE-ID PIC X(006).
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

       FD  ZONE-AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ZONE-AUDIT-LOG-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC X(002).
       01 WS-ZONE-STATUS PIC X(002).
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-AUDIT-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).

       01 WS-MAX-ZONE-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-ZONE-COUNT PIC 9(005) VALUE 0.
       01 WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 5000 TIMES.
               10 WS-ZONE-REGION PIC X(010).
               10 WS-ZONE-NAME PIC X(041).
               10 WS-ZONE-PRICE PIC 9(005)V99.
       01 WS-ZONE-IDX PIC 9(005).
       01 WS-ZONE-MATCH PIC X(001).
           88 ZONE-SLOT-FOUND VALUE "Y".
       01 WS-ZONE-OVERFLOW PIC X(001) VALUE "N".
           88 ZONE-CAPACITY-EXCEEDED VALUE "Y".

      * Regions the store master carries; an empty or missing master
      * leaves the region edit off, as the other intakes do while a
      * master is stood up.
       01 WS-MAX-REGION-CAPACITY PIC 9(003) VALUE 100.
       01 WS-REGION-COUNT PIC 9(003) VALUE 0.
       01 WS-REGION-TABLE.
           05 WS-REGION-ID PIC X(010) OCCURS 100 TIMES.
       01 WS-REGION-IDX PIC 9(003).
       01 WS-REGION-MATCH PIC X(001).
           88 REGION-FOUND VALUE "Y".
       01 WS-REGION-CHECK PIC X(010).

       01 WS-NEW-PRICE PIC 9(005)V99.
       01 WS-PRICE-IMAGE PIC 9(005)V99.
       01 WS-PRICE-IMAGE-X REDEFINES WS-PRICE-IMAGE PIC X(007).
       01 WS-PRICE-ED PIC Z(4)9.99.
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
           OPEN EXTEND ZONE-AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT ZONE-AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ZONEMAINT HALTED - AUDIT LOG data/ZONEAUD.DAT"
                   " NOT AVAILABLE, STATUS " WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STORE-REGIONS
           PERFORM LOAD-ZONE-PRICES
           IF ZONE-CAPACITY-EXCEEDED
               MOVE "EXCEPTION: ZONE PRICES EXCEED TABLE CAPACITY -"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-AUDIT-TEXT
               MOVE "NO TRANSACTIONS APPLIED, ZONE PRICES UNCHANGED"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-AUDIT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-ZONE-TRANSACTIONS
               PERFORM REWRITE-ZONE-PRICES
           END-IF
           PERFORM WRITE-LOG-TRAILER
           CLOSE ZONE-AUDIT-LOG-FILE

           STOP RUN.

           LOAD-STORE-REGIONS SECTION.
             MOVE 0 TO WS-REGION-COUNT
             OPEN INPUT STORE-MASTER-FILE
             IF WS-STORMSTR-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ STORE-MASTER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           MOVE STM-REGION TO WS-REGION-CHECK
                           PERFORM FIND-REGION
                           IF NOT REGION-FOUND
                               AND STM-REGION NOT = SPACES
                               AND WS-REGION-COUNT
                                   < WS-MAX-REGION-CAPACITY
                               ADD 1 TO WS-REGION-COUNT
                               MOVE STM-REGION
                                   TO WS-REGION-ID(WS-REGION-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE STORE-MASTER-FILE
             END-IF
           EXIT.

           LOAD-ZONE-PRICES SECTION.
             MOVE 0 TO WS-ZONE-COUNT
             OPEN INPUT ZONE-PRICE-FILE
             IF WS-ZONE-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ZONE-PRICE-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-ZONE-COUNT >= WS-MAX-ZONE-CAPACITY
                               SET ZONE-CAPACITY-EXCEEDED TO TRUE
                               SET END-OF-INPUT TO TRUE
                           ELSE
                               ADD 1 TO WS-ZONE-COUNT
                               MOVE ZP-REGION
                                   TO WS-ZONE-REGION(WS-ZONE-COUNT)
                               MOVE ZP-NAME
                                   TO WS-ZONE-NAME(WS-ZONE-COUNT)
                               MOVE ZP-PRICE
                                   TO WS-ZONE-PRICE(WS-ZONE-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ZONE-PRICE-FILE
             END-IF
           EXIT.

           APPLY-ZONE-TRANSACTIONS SECTION.
             OPEN INPUT ZONE-TRANS-FILE
             IF WS-TRANS-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ZONE-TRANS-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           ADD 1 TO WS-TRANS-READ-COUNT
                           PERFORM APPLY-ONE-ZONE-TRANS
                     END-READ
                 END-PERFORM
                 CLOSE ZONE-TRANS-FILE
             END-IF
           EXIT.

           APPLY-ONE-ZONE-TRANS SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             EVALUATE TRUE
                 WHEN ZTRN-REGION = SPACES
                     MOVE "BLANK REGION" TO WS-REJECT-TEXT
                 WHEN ZTRN-NAME = SPACES
                     MOVE "BLANK ITEM NAME" TO WS-REJECT-TEXT
                 WHEN OTHER
                     PERFORM FIND-ZONE-SLOT
                     EVALUATE TRUE
                         WHEN ZTRN-IS-ADD
                             PERFORM ADD-ONE-ZONE-PRICE
                         WHEN ZTRN-IS-CHANGE
                             PERFORM CHANGE-ONE-ZONE-PRICE
                         WHEN ZTRN-IS-DELETE
                             PERFORM DELETE-ONE-ZONE-PRICE
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

           FIND-ZONE-SLOT SECTION.
             MOVE "N" TO WS-ZONE-MATCH
             PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                 UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
                         OR ZONE-SLOT-FOUND
                 IF WS-ZONE-REGION(WS-ZONE-IDX) = ZTRN-REGION
                     AND WS-ZONE-NAME(WS-ZONE-IDX) = ZTRN-NAME
                     SET ZONE-SLOT-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF ZONE-SLOT-FOUND
                 SUBTRACT 1 FROM WS-ZONE-IDX
             END-IF
           EXIT.

           FIND-REGION SECTION.
             MOVE "N" TO WS-REGION-MATCH
             PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                 UNTIL WS-REGION-IDX > WS-REGION-COUNT
                         OR REGION-FOUND
                 IF WS-REGION-ID(WS-REGION-IDX) = WS-REGION-CHECK
                     SET REGION-FOUND TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

      * Edits the keyed price into WS-NEW-PRICE.
           EDIT-ZONE-PRICE SECTION.
             IF ZTRN-PRICE = SPACES
                 MOVE "NO PRICE KEYED" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF ZTRN-PRICE IS NOT NUMERIC
                 MOVE "PRICE NOT NUMERIC" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE ZTRN-PRICE TO WS-PRICE-IMAGE-X
             IF WS-PRICE-IMAGE = 0
                 MOVE "PRICE IS ZERO" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE WS-PRICE-IMAGE TO WS-NEW-PRICE
           EXIT.

           ADD-ONE-ZONE-PRICE SECTION.
             IF ZONE-SLOT-FOUND
                 MOVE "ITEM ALREADY PRICED IN THIS ZONE"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             IF WS-REGION-COUNT > 0
                 MOVE ZTRN-REGION TO WS-REGION-CHECK
                 PERFORM FIND-REGION
                 IF NOT REGION-FOUND
                     MOVE "REGION NOT ON STORE MASTER"
                         TO WS-REJECT-TEXT
                     EXIT SECTION
                 END-IF
             END-IF
             PERFORM EDIT-ZONE-PRICE
             IF WS-REJECT-TEXT NOT = SPACES
                 EXIT SECTION
             END-IF
             IF WS-ZONE-COUNT >= WS-MAX-ZONE-CAPACITY
                 MOVE "ZONE PRICE TABLE FULL, NOT ADDED"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-ZONE-COUNT
             MOVE WS-ZONE-COUNT TO WS-ZONE-IDX
             MOVE ZTRN-REGION TO WS-ZONE-REGION(WS-ZONE-IDX)
             MOVE ZTRN-NAME TO WS-ZONE-NAME(WS-ZONE-IDX)
             MOVE WS-NEW-PRICE TO WS-ZONE-PRICE(WS-ZONE-IDX)
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             PERFORM LOG-APPLIED
           EXIT.

           CHANGE-ONE-ZONE-PRICE SECTION.
             IF NOT ZONE-SLOT-FOUND
                 MOVE "ITEM NOT PRICED IN THIS ZONE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM EDIT-ZONE-PRICE
             IF WS-REJECT-TEXT NOT = SPACES
                 EXIT SECTION
             END-IF
             PERFORM LOG-BEFORE-IMAGE
             MOVE WS-NEW-PRICE TO WS-ZONE-PRICE(WS-ZONE-IDX)
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             PERFORM LOG-APPLIED
           EXIT.

      * The deleted price's slot is closed up so the file is
      * rewritten without it; its last image stays on the log. Rows
      * in that zone keep whatever UNIT-PRICE they last carried.
           DELETE-ONE-ZONE-PRICE SECTION.
             IF NOT ZONE-SLOT-FOUND
                 MOVE "ITEM NOT PRICED IN THIS ZONE" TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             PERFORM LOG-BEFORE-IMAGE
             PERFORM VARYING WS-ZONE-IDX FROM WS-ZONE-IDX BY 1
                 UNTIL WS-ZONE-IDX >= WS-ZONE-COUNT
                 MOVE WS-ZONE-ENTRY(WS-ZONE-IDX + 1)
                     TO WS-ZONE-ENTRY(WS-ZONE-IDX)
             END-PERFORM
             SUBTRACT 1 FROM WS-ZONE-COUNT
             ADD 1 TO WS-TRANS-APPLIED-COUNT
             MOVE SPACES TO ZONE-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " APPLIED: D ZONE " DELIMITED BY SIZE
                 FUNCTION TRIM(ZTRN-REGION) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(ZTRN-NAME) DELIMITED BY SIZE
                 " - ZONE PRICE DELETED" DELIMITED BY SIZE
                 INTO ZONE-AUDIT-LOG-RECORD
             WRITE ZONE-AUDIT-LOG-RECORD
           EXIT.

           REWRITE-ZONE-PRICES SECTION.
             OPEN OUTPUT ZONE-PRICE-FILE
             PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                 UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
                 MOVE WS-ZONE-REGION(WS-ZONE-IDX) TO ZP-REGION
                 MOVE WS-ZONE-NAME(WS-ZONE-IDX) TO ZP-NAME
                 MOVE WS-ZONE-PRICE(WS-ZONE-IDX) TO ZP-PRICE
                 WRITE ZONE-PRICE-RECORD
             END-PERFORM
             CLOSE ZONE-PRICE-FILE
           EXIT.

           LOG-BEFORE-IMAGE SECTION.
             MOVE WS-ZONE-PRICE(WS-ZONE-IDX) TO WS-PRICE-ED
             MOVE SPACES TO ZONE-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " BEFORE: ZONE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ZONE-REGION(WS-ZONE-IDX))
                     DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ZONE-NAME(WS-ZONE-IDX))
                     DELIMITED BY SIZE
                 ", PRICE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PRICE-ED) DELIMITED BY SIZE
                 INTO ZONE-AUDIT-LOG-RECORD
             WRITE ZONE-AUDIT-LOG-RECORD
           EXIT.

           LOG-APPLIED SECTION.
             MOVE WS-ZONE-PRICE(WS-ZONE-IDX) TO WS-PRICE-ED
             MOVE SPACES TO ZONE-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " APPLIED: " DELIMITED BY SIZE
                 ZTRN-CODE DELIMITED BY SIZE
                 " ZONE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ZONE-REGION(WS-ZONE-IDX))
                     DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ZONE-NAME(WS-ZONE-IDX))
                     DELIMITED BY SIZE
                 ", PRICE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PRICE-ED) DELIMITED BY SIZE
                 INTO ZONE-AUDIT-LOG-RECORD
             WRITE ZONE-AUDIT-LOG-RECORD
           EXIT.

           LOG-REJECTED SECTION.
             MOVE SPACES TO ZONE-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " REJECTED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 ZTRN-CODE DELIMITED BY SIZE
                 " ZONE " DELIMITED BY SIZE
                 FUNCTION TRIM(ZTRN-REGION) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(ZTRN-NAME) DELIMITED BY SIZE
                 INTO ZONE-AUDIT-LOG-RECORD
             WRITE ZONE-AUDIT-LOG-RECORD
           EXIT.

           WRITE-AUDIT-TEXT SECTION.
             MOVE SPACES TO ZONE-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-REJECT-TEXT DELIMITED BY SIZE
                 INTO ZONE-AUDIT-LOG-RECORD
             WRITE ZONE-AUDIT-LOG-RECORD
           EXIT.

           WRITE-LOG-TRAILER SECTION.
             MOVE WS-TRANS-READ-COUNT TO WS-COUNT-ED
             MOVE WS-TRANS-APPLIED-COUNT TO WS-APPLIED-ED
             MOVE WS-TRANS-REJECT-COUNT TO WS-REJECT-ED
             MOVE SPACES TO ZONE-AUDIT-LOG-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " ZONE MAINT RUN - READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", APPLIED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-APPLIED-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-ED) DELIMITED BY SIZE
                 INTO ZONE-AUDIT-LOG-RECORD
             WRITE ZONE-AUDIT-LOG-RECORD
           EXIT.

       END PROGRAM ZONE-MAINT.
