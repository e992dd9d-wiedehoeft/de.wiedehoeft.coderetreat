      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly shelf-fill pull list. First applies the floor
      *          crew's confirmations (data/PULLCONF.DAT) against the
      *          list printed the night before (data/PULLLIST.DAT):
      *          each confirmed pull moves its units from the row's
      *          BACKROOM-QTY out to the sales floor on the Item
      *          Master, and any listed pull left unconfirmed is
      *          reported as still sitting in the back. Then walks
      *          the shelf-location directory (data/SHELFLOC.DAT) in
      *          LocMaint aisle order and, for every location with a
      *          shelf capacity, lists what to bring out of the
      *          backroom to fill the shelf back up to capacity -
      *          flagged SHORT where the backroom cannot fill it.
      *          Tonight's list replaces data/PULLLIST.DAT and prints
      *          to data/PULLLIST.RPT under a heading per store.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-FILL as "ShelfFill".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SHELF-LOCATION-FILE ASSIGN TO "data/SHELFLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHELFLOC-STATUS.
           SELECT PULL-LIST-FILE ASSIGN TO "data/PULLLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PULL-STATUS.
           SELECT PULL-CONFIRM-FILE ASSIGN TO "data/PULLCONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT PULL-REPORT-FILE ASSIGN TO "data/PULLLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

      * Shelf-location directory (see LocMaint) with each shelf's
      * full-shelf capacity; zero capacity is never topped up.
       FD  SHELF-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHELF-LOCATION-RECORD.
           05 SLC-STORE-ID PIC X(006).
           05 SLC-NAME PIC X(041).
           05 SLC-AISLE PIC 9(003).
           05 SLC-BAY PIC 9(003).
           05 SLC-SHELF PIC 9(003).
           05 SLC-CAPACITY PIC 9(005).

      * One line per pull on the list, stamped with the date of the
      * night that printed it - a confirmation must quote that date,
      * so last week's slip keyed again cannot move stock twice.
       FD  PULL-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PULL-LIST-RECORD.
           05 PUL-LIST-DATE PIC X(008).
           05 PUL-STORE-ID PIC X(006).
           05 PUL-NAME PIC X(041).
           05 PUL-AISLE PIC 9(003).
           05 PUL-BAY PIC 9(003).
           05 PUL-SHELF PIC 9(003).
           05 PUL-QTY PIC 9(005).

      * The crew's confirmation of a pull actually carried out to
      * the floor: the list date, the store and item, and the units
      * moved (blank or zero: the quantity listed).
       FD  PULL-CONFIRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PULL-CONFIRM-RECORD.
           05 PFC-LIST-DATE PIC X(008).
           05 PFC-STORE-ID PIC X(006).
           05 PFC-NAME PIC X(041).
           05 PFC-QTY PIC X(005).

       FD  PULL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PULL-REPORT-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       WORKING-STORAGE SECTION.
      * Item Master interlock request handed to the shared MasterLock
      * subprogram - claimed before the first master I-O, released at
      * end of job, so two writers cannot clobber each other.
       01 WS-LOCK-REQUEST.
           05 WS-LOCK-ACTION PIC X(001).
           05 WS-LOCK-OWNER-NAME PIC X(012) VALUE "SHELFFILL".
           05 WS-LOCK-RESULT PIC X(001).
               88 WS-LOCK-GRANTED VALUE "Y".
           05 WS-LOCK-HELD-BY PIC X(012).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-SHELFLOC-STATUS PIC X(002).
       01 WS-PULL-STATUS PIC X(002).
       01 WS-CONFIRM-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

      * Last night's list, held while the confirmations are applied.
       01 WS-MAX-PULL-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-PULL-COUNT PIC 9(005) VALUE 0.
       01 WS-PULL-TABLE.
           05 WS-PULL-ENTRY OCCURS 10000 TIMES.
               10 WS-PUL-LIST-DATE PIC X(008).
               10 WS-PUL-STORE-ID PIC X(006).
               10 WS-PUL-NAME PIC X(041).
               10 WS-PUL-QTY PIC 9(005).
               10 WS-PUL-STATE PIC X(001).
                   88 WS-PUL-PENDING VALUE "P".
                   88 WS-PUL-CONFIRMED VALUE "C".
       01 WS-PULL-IDX PIC 9(005).
       01 WS-PULL-FOUND PIC 9(005).
       01 WS-CONFIRM-QTY PIC 9(005).

      * The directory, sorted into the walk order the crew uses.
       01 WS-MAX-SHELFLOC-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-SHELFLOC-COUNT PIC 9(005) VALUE 0.
       01 WS-SHELFLOC-TABLE.
           05 WS-SHELFLOC-ENTRY OCCURS 1 TO 10000 TIMES
                    DEPENDING ON WS-SHELFLOC-COUNT.
               10 WS-SLC-STORE-ID PIC X(006).
               10 WS-SLC-AISLE PIC 9(003).
               10 WS-SLC-BAY PIC 9(003).
               10 WS-SLC-SHELF PIC 9(003).
               10 WS-SLC-NAME PIC X(041).
               10 WS-SLC-CAPACITY PIC 9(005).
       01 WS-SHELFLOC-IDX PIC 9(005).
       01 WS-CURRENT-STORE PIC X(006).

       01 WS-BACKROOM-QTY PIC 9(005).
       01 WS-FLOOR-QTY PIC 9(005).
       01 WS-NEED-QTY PIC 9(005).
       01 WS-PULL-QTY PIC 9(005).
       01 WS-SHORT-QTY PIC 9(005).

       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).
       01 WS-PREVIOUS-LIST-DATE PIC X(008).

       01 WS-CONFIRMS-READ PIC 9(005) VALUE 0.
       01 WS-CONFIRMS-APPLIED PIC 9(005) VALUE 0.
       01 WS-CONFIRMS-REFUSED PIC 9(005) VALUE 0.
       01 WS-PULLS-UNCONFIRMED PIC 9(005) VALUE 0.
       01 WS-PULLS-LISTED PIC 9(005) VALUE 0.
       01 WS-PULLS-SHORT PIC 9(005) VALUE 0.
       01 WS-UNITS-LISTED PIC 9(007) VALUE 0.
       01 WS-LOCS-NOT-ON-MASTER PIC 9(005) VALUE 0.
       01 WS-REFUSE-MESSAGE PIC X(050).
       01 WS-QTY-ED PIC Z(4)9.
       01 WS-FLOOR-ED PIC Z(4)9.
       01 WS-CAPACITY-ED PIC Z(4)9.
       01 WS-BACKROOM-ED PIC Z(4)9.
       01 WS-SHORT-ED PIC Z(4)9.
       01 WS-COUNT-ED PIC Z(6)9.

      * Before/after journal request handed to the shared
      * MasterJournal subprogram - every master WRITE/REWRITE/DELETE
      * here leaves one image-pair record on data/MSTRJRNL.DAT.
       01 WS-JOURNAL-REQ.
           05 WS-MJ-ACTION PIC X(001).
           05 WS-MJ-PROGRAM PIC X(012) VALUE "SHELFFILL".
           05 WS-MJ-RUN-ID PIC 9(006) VALUE 0.
           05 WS-MJ-BEFORE PIC X(100).
           05 WS-MJ-AFTER PIC X(100).

      * Run-status stamp handed to the shared RunStatus subprogram -
      * the pull list follows the aging step in the nightly chain.
       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "SHELFFILL".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           MOVE "C" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL
           IF NOT WS-LOCK-GRANTED
               DISPLAY "SHELFFILL HALTED - ITEM MASTER LOCKED BY "
                   FUNCTION TRIM(WS-LOCK-HELD-BY)
                   " - SET data/LOCKOVR.DAT TO Y TO BREAK A"
                   " CRASHED LOCK"
               MOVE 8 TO WS-RS-COND-CODE
               PERFORM STAMP-RUN-STATUS-END
               STOP RUN
           END-IF

           OPEN OUTPUT PULL-REPORT-FILE
           PERFORM LOAD-BUSINESS-DATE

           OPEN I-O ITEM-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO PULL-REPORT-RECORD
               STRING "EXCEPTION: ITEM MASTER OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   WS-MASTER-STATUS DELIMITED BY SIZE
                   " - NO PULLS CONFIRMED OR LISTED" DELIMITED BY SIZE
                   INTO PULL-REPORT-RECORD
               WRITE PULL-REPORT-RECORD
               CLOSE PULL-REPORT-FILE
               DISPLAY "SHELFFILL HALTED - ITEM MASTER NOT"
                   " AVAILABLE, STATUS " WS-MASTER-STATUS
               MOVE 8 TO WS-RS-COND-CODE
               MOVE "R" TO WS-LOCK-ACTION
               CALL "MasterLock" USING WS-LOCK-REQUEST
               END-CALL
               PERFORM STAMP-RUN-STATUS-END
               STOP RUN
           END-IF

           PERFORM LOAD-PREVIOUS-PULL-LIST
           PERFORM APPLY-PULL-CONFIRMATIONS
           PERFORM REPORT-UNCONFIRMED-PULLS

           PERFORM LOAD-SHELF-LOCATIONS
           SORT WS-SHELFLOC-ENTRY
               ASCENDING KEY WS-SLC-STORE-ID WS-SLC-AISLE
                             WS-SLC-BAY WS-SLC-SHELF WS-SLC-NAME
           PERFORM BUILD-TONIGHTS-PULL-LIST
           CLOSE ITEM-MASTER-FILE

           PERFORM WRITE-REPORT-TRAILER
           CLOSE PULL-REPORT-FILE

           MOVE RETURN-CODE TO WS-RS-COND-CODE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL

           PERFORM STAMP-RUN-STATUS-END

           STOP RUN.

      * The condition code is taken into WS-RS-COND-CODE before the
      * lock is released, since a CALL leaves RETURN-CODE zero, and
      * handed back as the step's return code after the stamp.
           STAMP-RUN-STATUS-END SECTION.
             MOVE "E" TO WS-RS-ACTION
             MOVE WS-PULLS-LISTED TO WS-RS-ROW-COUNT
             CALL "RunStatus" USING WS-RUN-STATUS-REQ
             END-CALL
             MOVE WS-RS-COND-CODE TO RETURN-CODE
           EXIT.

      * The date the chain just aged - the list is printed after the
      * nightly sales depletion, for the crew on the next morning.
           LOAD-BUSINESS-DATE SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-LAST-AGED-DATE IS NUMERIC
                           AND BUS-LAST-AGED-DATE NOT = 0
                           MOVE BUS-LAST-AGED-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
           EXIT.

           LOAD-PREVIOUS-PULL-LIST SECTION.
             MOVE 0 TO WS-PULL-COUNT
             MOVE SPACES TO WS-PREVIOUS-LIST-DATE
             OPEN INPUT PULL-LIST-FILE
             IF WS-PULL-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ PULL-LIST-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-PULL-COUNT < WS-MAX-PULL-CAPACITY
                               ADD 1 TO WS-PULL-COUNT
                               MOVE PUL-LIST-DATE
                                   TO WS-PUL-LIST-DATE(WS-PULL-COUNT)
                               MOVE PUL-STORE-ID
                                   TO WS-PUL-STORE-ID(WS-PULL-COUNT)
                               MOVE PUL-NAME
                                   TO WS-PUL-NAME(WS-PULL-COUNT)
                               MOVE PUL-QTY
                                   TO WS-PUL-QTY(WS-PULL-COUNT)
                               MOVE "P"
                                   TO WS-PUL-STATE(WS-PULL-COUNT)
                               MOVE PUL-LIST-DATE
                                   TO WS-PREVIOUS-LIST-DATE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PULL-LIST-FILE
             END-IF
           EXIT.

           APPLY-PULL-CONFIRMATIONS SECTION.
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "PULL CONFIRMATIONS AGAINST LIST OF "
                 DELIMITED BY SIZE
                 WS-PREVIOUS-LIST-DATE DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             OPEN INPUT PULL-CONFIRM-FILE
             IF WS-CONFIRM-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ PULL-CONFIRM-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF PULL-CONFIRM-RECORD NOT = SPACES
                               ADD 1 TO WS-CONFIRMS-READ
                               PERFORM APPLY-ONE-CONFIRMATION
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PULL-CONFIRM-FILE
             END-IF
           EXIT.

      * A confirmation is only good against the list it was written
      * from, once, and for no more units than the row still shows
      * in the backroom.
           APPLY-ONE-CONFIRMATION SECTION.
             MOVE SPACES TO WS-REFUSE-MESSAGE
             IF PFC-LIST-DATE NOT = WS-PREVIOUS-LIST-DATE
                 MOVE "NOT THE CURRENT PULL LIST"
                     TO WS-REFUSE-MESSAGE
                 PERFORM WRITE-REFUSED-CONFIRMATION
                 EXIT SECTION
             END-IF
             IF PFC-QTY NOT = SPACES
                 AND PFC-QTY IS NOT NUMERIC
                 MOVE "QUANTITY NOT NUMERIC" TO WS-REFUSE-MESSAGE
                 PERFORM WRITE-REFUSED-CONFIRMATION
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-PULL-FOUND
             PERFORM VARYING WS-PULL-IDX FROM 1 BY 1
                 UNTIL WS-PULL-IDX > WS-PULL-COUNT
                     OR WS-PULL-FOUND > 0
                 IF WS-PUL-STORE-ID(WS-PULL-IDX) = PFC-STORE-ID
                     AND WS-PUL-NAME(WS-PULL-IDX) = PFC-NAME
                     MOVE WS-PULL-IDX TO WS-PULL-FOUND
                 END-IF
             END-PERFORM
             IF WS-PULL-FOUND = 0
                 MOVE "NOT ON THE PULL LIST" TO WS-REFUSE-MESSAGE
                 PERFORM WRITE-REFUSED-CONFIRMATION
                 EXIT SECTION
             END-IF
             IF WS-PUL-CONFIRMED(WS-PULL-FOUND)
                 MOVE "PULL ALREADY CONFIRMED" TO WS-REFUSE-MESSAGE
                 PERFORM WRITE-REFUSED-CONFIRMATION
                 EXIT SECTION
             END-IF
             IF PFC-QTY = SPACES OR PFC-QTY = "00000"
                 MOVE WS-PUL-QTY(WS-PULL-FOUND) TO WS-CONFIRM-QTY
             ELSE
                 MOVE PFC-QTY TO WS-CONFIRM-QTY
             END-IF
             MOVE PFC-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE PFC-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     MOVE "ITEM NOT ON MASTER" TO WS-REFUSE-MESSAGE
                     PERFORM WRITE-REFUSED-CONFIRMATION
                 NOT INVALID KEY
                     PERFORM MOVE-PULL-TO-FLOOR
             END-READ
           EXIT.

           MOVE-PULL-TO-FLOOR SECTION.
             IF BACKROOM-QTY OF ITEM-MASTER-RECORD IS NOT NUMERIC
                 MOVE 0 TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             END-IF
             IF WS-CONFIRM-QTY > BACKROOM-QTY OF ITEM-MASTER-RECORD
                 MOVE "MORE THAN THE BACKROOM HOLDS"
                     TO WS-REFUSE-MESSAGE
                 PERFORM WRITE-REFUSED-CONFIRMATION
                 EXIT SECTION
             END-IF
             MOVE ITEM-MASTER-RECORD TO WS-MJ-BEFORE
             SUBTRACT WS-CONFIRM-QTY
                 FROM BACKROOM-QTY OF ITEM-MASTER-RECORD
             REWRITE ITEM-MASTER-RECORD
             END-REWRITE
             MOVE "R" TO WS-MJ-ACTION
             MOVE ITEM-MASTER-RECORD TO WS-MJ-AFTER
             CALL "MasterJournal" USING WS-JOURNAL-REQ
             END-CALL
             MOVE "C" TO WS-PUL-STATE(WS-PULL-FOUND)
             ADD 1 TO WS-CONFIRMS-APPLIED
             MOVE WS-CONFIRM-QTY TO WS-QTY-ED
             MOVE BACKROOM-QTY OF ITEM-MASTER-RECORD
                 TO WS-BACKROOM-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "CONFIRMED: " DELIMITED BY SIZE
                 FUNCTION TRIM(PFC-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(PFC-STORE-ID) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                 " UNITS TO THE FLOOR, BACKROOM NOW "
                     DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BACKROOM-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
           EXIT.

      * A refused slip is the crew's to re-key and is counted on the
      * trailer; it does not stop the nightly chain.
           WRITE-REFUSED-CONFIRMATION SECTION.
             ADD 1 TO WS-CONFIRMS-REFUSED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "REFUSED: " DELIMITED BY SIZE
                 FUNCTION TRIM(PFC-NAME) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(PFC-STORE-ID) DELIMITED BY SIZE
                 ", LIST " DELIMITED BY SIZE
                 PFC-LIST-DATE DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REFUSE-MESSAGE) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
           EXIT.

      * A pull nobody confirmed is still counted in the backroom; if
      * the crew did carry it out, the nightly sales will show it
      * as a FLOOR SHORT line on the oversell report.
           REPORT-UNCONFIRMED-PULLS SECTION.
             PERFORM VARYING WS-PULL-IDX FROM 1 BY 1
                 UNTIL WS-PULL-IDX > WS-PULL-COUNT
                 IF WS-PUL-PENDING(WS-PULL-IDX)
                     ADD 1 TO WS-PULLS-UNCONFIRMED
                     MOVE WS-PUL-QTY(WS-PULL-IDX) TO WS-QTY-ED
                     MOVE SPACES TO PULL-REPORT-RECORD
                     STRING "NOT CONFIRMED: " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PUL-NAME(WS-PULL-IDX))
                             DELIMITED BY SIZE
                         ", STORE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-PUL-STORE-ID(WS-PULL-IDX))
                             DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-QTY-ED) DELIMITED BY SIZE
                         " UNITS LISTED - STILL IN THE BACKROOM"
                             DELIMITED BY SIZE
                         INTO PULL-REPORT-RECORD
                     WRITE PULL-REPORT-RECORD
                 END-IF
             END-PERFORM
           EXIT.

           LOAD-SHELF-LOCATIONS SECTION.
             MOVE 0 TO WS-SHELFLOC-COUNT
             OPEN INPUT SHELF-LOCATION-FILE
             IF WS-SHELFLOC-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SHELF-LOCATION-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-SHELFLOC-COUNT
                               >= WS-MAX-SHELFLOC-CAPACITY
                               MOVE SPACES TO PULL-REPORT-RECORD
                               STRING "EXCEPTION: SHELF LOCATION"
                                   " COUNT EXCEEDS TABLE CAPACITY -"
                                   " REMAINING SHELVES NOT LISTED"
                                   DELIMITED BY SIZE
                                   INTO PULL-REPORT-RECORD
                               WRITE PULL-REPORT-RECORD
                               MOVE 4 TO RETURN-CODE
                               SET END-OF-INPUT TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-SHELF-LOCATION
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SHELF-LOCATION-FILE
             END-IF
           EXIT.

      * Rows written before shelf capacities were kept carry no
      * capacity and are left off the list.
           TAKE-ONE-SHELF-LOCATION SECTION.
             ADD 1 TO WS-SHELFLOC-COUNT
             MOVE SLC-STORE-ID TO WS-SLC-STORE-ID(WS-SHELFLOC-COUNT)
             MOVE SLC-NAME TO WS-SLC-NAME(WS-SHELFLOC-COUNT)
             MOVE SLC-AISLE TO WS-SLC-AISLE(WS-SHELFLOC-COUNT)
             MOVE SLC-BAY TO WS-SLC-BAY(WS-SHELFLOC-COUNT)
             MOVE SLC-SHELF TO WS-SLC-SHELF(WS-SHELFLOC-COUNT)
             IF SLC-CAPACITY IS NUMERIC
                 MOVE SLC-CAPACITY
                     TO WS-SLC-CAPACITY(WS-SHELFLOC-COUNT)
             ELSE
                 MOVE 0 TO WS-SLC-CAPACITY(WS-SHELFLOC-COUNT)
             END-IF
           EXIT.

           BUILD-TONIGHTS-PULL-LIST SECTION.
             MOVE SPACES TO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "SHELF-FILL PULL LIST FOR " DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 " - BRING OUT FROM THE BACKROOM IN AISLE ORDER"
                     DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE SPACES TO WS-CURRENT-STORE
             OPEN OUTPUT PULL-LIST-FILE
             PERFORM VARYING WS-SHELFLOC-IDX FROM 1 BY 1
                 UNTIL WS-SHELFLOC-IDX > WS-SHELFLOC-COUNT
                 IF WS-SLC-CAPACITY(WS-SHELFLOC-IDX) > 0
                     PERFORM CHECK-ONE-SHELF
                 END-IF
             END-PERFORM
             CLOSE PULL-LIST-FILE
           EXIT.

           CHECK-ONE-SHELF SECTION.
             MOVE WS-SLC-STORE-ID(WS-SHELFLOC-IDX)
                 TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE WS-SLC-NAME(WS-SHELFLOC-IDX)
                 TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     ADD 1 TO WS-LOCS-NOT-ON-MASTER
                 NOT INVALID KEY
                     PERFORM SIZE-ONE-PULL
             END-READ
           EXIT.

      * Floor stock is what the row holds outside the backroom. A
      * held (recall) or delisted row is never brought out.
           SIZE-ONE-PULL SECTION.
             IF ITEM-ON-HOLD OF ITEM-MASTER-RECORD
                 OR ITEM-IS-DELISTED OF ITEM-MASTER-RECORD
                 EXIT SECTION
             END-IF
             MOVE 0 TO WS-BACKROOM-QTY
             IF BACKROOM-QTY OF ITEM-MASTER-RECORD IS NUMERIC
                 MOVE BACKROOM-QTY OF ITEM-MASTER-RECORD
                     TO WS-BACKROOM-QTY
             END-IF
             IF WS-BACKROOM-QTY > ON-HAND-QTY OF ITEM-MASTER-RECORD
                 MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                     TO WS-BACKROOM-QTY
             END-IF
             COMPUTE WS-FLOOR-QTY
                 = ON-HAND-QTY OF ITEM-MASTER-RECORD - WS-BACKROOM-QTY
             IF WS-FLOOR-QTY NOT < WS-SLC-CAPACITY(WS-SHELFLOC-IDX)
                 EXIT SECTION
             END-IF
             COMPUTE WS-NEED-QTY
                 = WS-SLC-CAPACITY(WS-SHELFLOC-IDX) - WS-FLOOR-QTY
             IF WS-NEED-QTY > WS-BACKROOM-QTY
                 MOVE WS-BACKROOM-QTY TO WS-PULL-QTY
                 COMPUTE WS-SHORT-QTY = WS-NEED-QTY - WS-BACKROOM-QTY
             ELSE
                 MOVE WS-NEED-QTY TO WS-PULL-QTY
                 MOVE 0 TO WS-SHORT-QTY
             END-IF
             IF WS-SLC-STORE-ID(WS-SHELFLOC-IDX) NOT = WS-CURRENT-STORE
                 PERFORM WRITE-STORE-HEADING
             END-IF
             IF WS-PULL-QTY > 0
                 MOVE WS-BUSINESS-DATE TO PUL-LIST-DATE
                 MOVE WS-SLC-STORE-ID(WS-SHELFLOC-IDX) TO PUL-STORE-ID
                 MOVE WS-SLC-NAME(WS-SHELFLOC-IDX) TO PUL-NAME
                 MOVE WS-SLC-AISLE(WS-SHELFLOC-IDX) TO PUL-AISLE
                 MOVE WS-SLC-BAY(WS-SHELFLOC-IDX) TO PUL-BAY
                 MOVE WS-SLC-SHELF(WS-SHELFLOC-IDX) TO PUL-SHELF
                 MOVE WS-PULL-QTY TO PUL-QTY
                 WRITE PULL-LIST-RECORD
                 ADD 1 TO WS-PULLS-LISTED
                 ADD WS-PULL-QTY TO WS-UNITS-LISTED
             END-IF
             IF WS-SHORT-QTY > 0
                 ADD 1 TO WS-PULLS-SHORT
             END-IF
             PERFORM WRITE-PULL-LINE
           EXIT.

           WRITE-STORE-HEADING SECTION.
             MOVE WS-SLC-STORE-ID(WS-SHELFLOC-IDX) TO WS-CURRENT-STORE
             MOVE SPACES TO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "STORE " DELIMITED BY SIZE
                 WS-CURRENT-STORE DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE SPACES TO PULL-REPORT-RECORD
             MOVE "AISLE BAY SHELF  ITEM"
                 TO PULL-REPORT-RECORD(1:21)
             MOVE "  PULL FLOOR   CAP  BACK"
                 TO PULL-REPORT-RECORD(59:24)
             WRITE PULL-REPORT-RECORD
           EXIT.

           WRITE-PULL-LINE SECTION.
             MOVE WS-PULL-QTY TO WS-QTY-ED
             MOVE WS-FLOOR-QTY TO WS-FLOOR-ED
             MOVE WS-SLC-CAPACITY(WS-SHELFLOC-IDX) TO WS-CAPACITY-ED
             MOVE WS-BACKROOM-QTY TO WS-BACKROOM-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING WS-SLC-AISLE(WS-SHELFLOC-IDX) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 WS-SLC-BAY(WS-SHELFLOC-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SLC-SHELF(WS-SHELFLOC-IDX) DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 WS-SLC-NAME(WS-SHELFLOC-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-QTY-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-FLOOR-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-CAPACITY-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-BACKROOM-ED DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             IF WS-SHORT-QTY > 0
                 MOVE WS-SHORT-QTY TO WS-SHORT-ED
                 STRING "  SHORT " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHORT-ED) DELIMITED BY SIZE
                     INTO PULL-REPORT-RECORD(83:40)
             END-IF
             WRITE PULL-REPORT-RECORD
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE SPACES TO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE WS-CONFIRMS-READ TO WS-COUNT-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "SHELF-FILL RUN - CONFIRMATIONS READ: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE WS-CONFIRMS-APPLIED TO WS-COUNT-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "  PULLS MOVED TO THE FLOOR: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE WS-CONFIRMS-REFUSED TO WS-COUNT-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "  CONFIRMATIONS REFUSED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE WS-PULLS-UNCONFIRMED TO WS-COUNT-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "  PULLS NOT CONFIRMED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE WS-PULLS-LISTED TO WS-COUNT-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "  PULLS LISTED TONIGHT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE WS-UNITS-LISTED TO WS-COUNT-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "  UNITS TO BRING OUT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             MOVE WS-PULLS-SHORT TO WS-COUNT-ED
             MOVE SPACES TO PULL-REPORT-RECORD
             STRING "  SHELVES THE BACKROOM CANNOT FILL: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO PULL-REPORT-RECORD
             WRITE PULL-REPORT-RECORD
             IF WS-LOCS-NOT-ON-MASTER > 0
                 MOVE WS-LOCS-NOT-ON-MASTER TO WS-COUNT-ED
                 MOVE SPACES TO PULL-REPORT-RECORD
                 STRING "  SHELVES WITH NO ITEM MASTER ROW: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                     INTO PULL-REPORT-RECORD
                 WRITE PULL-REPORT-RECORD
             END-IF
           EXIT.

       END PROGRAM SHELF-FILL.
