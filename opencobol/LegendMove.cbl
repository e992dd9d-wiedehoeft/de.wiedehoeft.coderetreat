      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies custody moves for legendary items (the
      *          protected list, data/PROTECT.DAT) in the nightly
      *          chain. Every legendary unit is held by serial number
      *          on the custody register (data/CUSTODY.DAT) with its
      *          store, location and custodian, and a custody move
      *          (data/CUSTMOVE.DAT) is the only way a legendary
      *          row's ON-HAND-QTY may change - the receiving,
      *          transfer, return, write-off and maintenance runs all
      *          refuse to touch one. A unit taken into custody adds
      *          one to its store's row, a transfer moves it between
      *          stores (or only changes its location or custodian
      *          within one), and a unit released from custody comes
      *          off the row and off the register. Each applied move
      *          is appended, stamped with the business date, to the
      *          permanent custody ledger (data/CUSTHIS.DAT), and the
      *          night's moves and refusals are listed on
      *          data/CUSTMOVE.RPT. LegendAttest reconciles the
      *          register against the Item Master every quarter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGEND-MOVE as "LegendMove".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTODY-MOVE-FILE ASSIGN TO "data/CUSTMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
           SELECT CUSTODY-REGISTER-FILE ASSIGN TO "data/CUSTODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CUSTODY-HISTORY-FILE ASSIGN TO "data/CUSTHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVE-REPORT-FILE ASSIGN TO "data/CUSTMOVE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "data/STORMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORMSTR-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

      * One custody move per line. CMV-TYPE I takes a unit into
      * custody (a new serial, named item, at the to-store); T moves
      * a registered serial to the to-store, location and custodian
      * (a blank to-store, location or custodian keeps the current
      * one); O releases a registered serial from custody. The item
      * name on a T or O line is optional and, when keyed, must be
      * the one the register holds for the serial.
       FD  CUSTODY-MOVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTODY-MOVE-RECORD.
           05 CMV-TYPE PIC X(001).
               88 CMV-INTO-CUSTODY VALUE "I".
               88 CMV-TRANSFER VALUE "T".
               88 CMV-OUT-OF-CUSTODY VALUE "O".
           05 CMV-SERIAL PIC X(012).
           05 CMV-NAME PIC X(041).
           05 CMV-TO-STORE-ID PIC X(006).
           05 CMV-TO-LOCATION PIC X(010).
           05 CMV-TO-CUSTODIAN PIC X(020).
           05 CMV-REASON PIC X(010).

       FD  CUSTODY-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTODY-REGISTER-RECORD. COPY CUSTODY-REGISTER.

      * Permanent, append-only custody ledger: one line per applied
      * move, with where the unit was and where it went, so the
      * chain of custody of any serial can be read back in full.
       FD  CUSTODY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTODY-HISTORY-RECORD.
           05 CH-DATE PIC X(008).
           05 CH-TYPE PIC X(001).
           05 CH-SERIAL PIC X(012).
           05 CH-NAME PIC X(041).
           05 CH-FROM-STORE-ID PIC X(006).
           05 CH-FROM-LOCATION PIC X(010).
           05 CH-FROM-CUSTODIAN PIC X(020).
           05 CH-TO-STORE-ID PIC X(006).
           05 CH-TO-LOCATION PIC X(010).
           05 CH-TO-CUSTODIAN PIC X(020).
           05 CH-REASON PIC X(010).

       FD  MOVE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVE-REPORT-RECORD PIC X(132).

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

      * Store master (see StoreMaint): a legendary unit may only be
      * placed at an open store.
       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-MASTER-RECORD.
           05 STM-STORE-ID PIC X(006).
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

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
           05 WS-LOCK-OWNER-NAME PIC X(012) VALUE "LEGENDMOVE".
           05 WS-LOCK-RESULT PIC X(001).
               88 WS-LOCK-GRANTED VALUE "Y".
           05 WS-LOCK-HELD-BY PIC X(012).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-MOVE-STATUS PIC X(002).
       01 WS-MOVE-EOF PIC X(001) VALUE "N".
           88 END-OF-MOVES VALUE "Y".

      * Before/after journal request handed to the shared
      * MasterJournal subprogram - every master WRITE/REWRITE/DELETE
      * here leaves one image-pair record on data/MSTRJRNL.DAT.
       01 WS-JOURNAL-REQ.
           05 WS-MJ-ACTION PIC X(001).
           05 WS-MJ-PROGRAM PIC X(012) VALUE "LEGENDMOVE".
           05 WS-MJ-RUN-ID PIC 9(006) VALUE 0.
           05 WS-MJ-BEFORE PIC X(100).
           05 WS-MJ-AFTER PIC X(100).

      * Run-status stamp handed to the shared RunStatus subprogram -
      * custody moves run in the nightly chain, so their outcome
      * belongs on the operator summary page too.
       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "LEGENDMOVE".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

      * The custody register, held whole for the run and written
      * back at the end. A register too large for the table is
      * never rewritten - that would drop the units past the limit -
      * so the run halts before any move is applied.
       01 WS-REGISTER-STATUS PIC X(002).
       01 WS-REGISTER-EOF PIC X(001) VALUE "N".
           88 END-OF-REGISTER VALUE "Y".
       01 WS-REGISTER-OVERFLOW PIC X(001) VALUE "N".
           88 REGISTER-TOO-LARGE VALUE "Y".
       01 WS-MAX-REG-CAPACITY PIC 9(004) VALUE 2000.
       01 WS-REG-COUNT PIC 9(004) VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 2000 TIMES.
               10 WS-REG-SERIAL PIC X(012).
               10 WS-REG-NAME PIC X(041).
               10 WS-REG-STORE-ID PIC X(006).
               10 WS-REG-LOCATION PIC X(010).
               10 WS-REG-CUSTODIAN PIC X(020).
               10 WS-REG-SINCE-DATE PIC X(008).
               10 WS-REG-ACTIVE PIC X(001).
                   88 REG-IS-ACTIVE VALUE "Y".
       01 WS-REG-IDX PIC 9(004).
       01 WS-REG-FOUND-IDX PIC 9(004).
       01 WS-REG-MATCH PIC X(001).
           88 SERIAL-IS-REGISTERED VALUE "Y".

      * Names on the protected list - only these are held by serial.
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

      * Known open stores off the store master; an empty or missing
      * master leaves validation off so moves still post while the
      * master is being stood up.
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-MAX-SM-CAPACITY PIC 9(003) VALUE 100.
       01 WS-SM-COUNT PIC 9(003) VALUE 0.
       01 WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 100 TIMES.
               10 WS-SM-ID PIC X(006).
               10 WS-SM-STATUS PIC X(001).
       01 WS-SM-EOF PIC X(001) VALUE "N".
           88 END-OF-STORE-MASTER VALUE "Y".
       01 WS-SM-IDX PIC 9(003).
       01 WS-SM-VALID PIC X(001).
           88 STORE-IS-VALID VALUE "Y".
       01 WS-SM-CHECK-ID PIC X(006).

      * The move being applied: where the unit is now and where it
      * is going, filled in from the register and the move line.
       01 WS-FROM-STORE-ID PIC X(006).
       01 WS-FROM-LOCATION PIC X(010).
       01 WS-FROM-CUSTODIAN PIC X(020).
       01 WS-TO-STORE-ID PIC X(006).
       01 WS-TO-LOCATION PIC X(010).
       01 WS-TO-CUSTODIAN PIC X(020).
       01 WS-MOVE-NAME PIC X(041).
       01 WS-REJECT-TEXT PIC X(060).

      * The source row is held here between the source decrement and
      * the destination increment, since both travel through the one
      * ITEM-MASTER-RECORD buffer.
       01 WS-SOURCE-ITEM. COPY ITEMS.

       01 WS-MOVE-READ-COUNT PIC 9(005) VALUE 0.
       01 WS-MOVE-APPLIED-COUNT PIC 9(005) VALUE 0.
       01 WS-MOVE-REJECT-COUNT PIC 9(005) VALUE 0.
       01 WS-MOVE-READ-ED PIC Z(4)9.
       01 WS-MOVE-APPLIED-ED PIC Z(4)9.
       01 WS-MOVE-REJECT-ED PIC Z(4)9.
       01 WS-REG-COUNT-ED PIC Z(3)9.

       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           MOVE "C" TO WS-LOCK-ACTION
           CALL "MasterLock" USING WS-LOCK-REQUEST
           END-CALL
           IF NOT WS-LOCK-GRANTED
               DISPLAY "LEGENDMOVE HALTED - ITEM MASTER LOCKED BY "
                   FUNCTION TRIM(WS-LOCK-HELD-BY)
                   " - SET data/LOCKOVR.DAT TO Y TO BREAK A"
                   " CRASHED LOCK"
               MOVE 8 TO RETURN-CODE
               PERFORM STAMP-RUN-STATUS-END
               STOP RUN
           END-IF

           OPEN OUTPUT MOVE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN I-O ITEM-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO MOVE-REPORT-RECORD
               STRING "EXCEPTION: ITEM MASTER OPEN FAILED, STATUS "
                   DELIMITED BY SIZE
                   WS-MASTER-STATUS DELIMITED BY SIZE
                   " - NO CUSTODY MOVES PROCESSED" DELIMITED BY SIZE
                   INTO MOVE-REPORT-RECORD
               WRITE MOVE-REPORT-RECORD
               CLOSE MOVE-REPORT-FILE
               DISPLAY "LEGENDMOVE HALTED - ITEM MASTER NOT"
                   " AVAILABLE, STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               PERFORM STAMP-RUN-STATUS-END
               STOP RUN
           END-IF

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-CUSTODY-REGISTER
           IF REGISTER-TOO-LARGE
               MOVE WS-MAX-REG-CAPACITY TO WS-REG-COUNT-ED
               MOVE SPACES TO MOVE-REPORT-RECORD
               STRING "EXCEPTION: CUSTODY REGISTER HOLDS MORE THAN "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REG-COUNT-ED) DELIMITED BY SIZE
                   " SERIALS - NO CUSTODY MOVES PROCESSED"
                       DELIMITED BY SIZE
                   INTO MOVE-REPORT-RECORD
               WRITE MOVE-REPORT-RECORD
               DISPLAY "LEGENDMOVE HALTED - CUSTODY REGISTER OVER "
                   FUNCTION TRIM(WS-REG-COUNT-ED) " SERIALS"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND CUSTODY-HISTORY-FILE
               PERFORM APPLY-CUSTODY-MOVES
               CLOSE CUSTODY-HISTORY-FILE
               PERFORM SAVE-CUSTODY-REGISTER
               PERFORM WRITE-REPORT-TRAILER
           END-IF

           CLOSE ITEM-MASTER-FILE
           CLOSE MOVE-REPORT-FILE

           PERFORM RELEASE-MASTER-LOCK
           PERFORM STAMP-RUN-STATUS-END

           STOP RUN.

           RELEASE-MASTER-LOCK SECTION.
             MOVE "R" TO WS-LOCK-ACTION
             CALL "MasterLock" USING WS-LOCK-REQUEST
             END-CALL
           EXIT.

           STAMP-RUN-STATUS-END SECTION.
             MOVE "E" TO WS-RS-ACTION
             MOVE RETURN-CODE TO WS-RS-COND-CODE
             MOVE WS-MOVE-READ-COUNT TO WS-RS-ROW-COUNT
             CALL "RunStatus" USING WS-RUN-STATUS-REQ
             END-CALL
           EXIT.

      * No move file is an ordinary night - most nights nothing
      * legendary moves at all.
           APPLY-CUSTODY-MOVES SECTION.
             OPEN INPUT CUSTODY-MOVE-FILE
             IF WS-MOVE-STATUS NOT = "00"
                 MOVE SPACES TO MOVE-REPORT-RECORD
                 STRING "NO CUSTODY MOVES TONIGHT" DELIMITED BY SIZE
                     INTO MOVE-REPORT-RECORD
                 WRITE MOVE-REPORT-RECORD
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-MOVE-EOF
             PERFORM UNTIL END-OF-MOVES
                 READ CUSTODY-MOVE-FILE
                     AT END SET END-OF-MOVES TO TRUE
                     NOT AT END
                       IF CUSTODY-MOVE-RECORD NOT = SPACES
                           ADD 1 TO WS-MOVE-READ-COUNT
                           PERFORM APPLY-ONE-MOVE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE CUSTODY-MOVE-FILE
           EXIT.

           APPLY-ONE-MOVE SECTION.
             MOVE SPACES TO WS-REJECT-TEXT
             IF CMV-SERIAL = SPACES
                 MOVE "NO SERIAL NUMBER" TO WS-REJECT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             PERFORM FIND-REGISTERED-SERIAL
             EVALUATE TRUE
                 WHEN CMV-INTO-CUSTODY
                     PERFORM TAKE-INTO-CUSTODY
                 WHEN CMV-TRANSFER
                     PERFORM TRANSFER-CUSTODY
                 WHEN CMV-OUT-OF-CUSTODY
                     PERFORM RELEASE-FROM-CUSTODY
                 WHEN OTHER
                     MOVE "MOVE TYPE NOT I, T OR O" TO WS-REJECT-TEXT
                     PERFORM WRITE-REJECT-LINE
             END-EVALUATE
           EXIT.

      * A new unit comes into custody at a store that already carries
      * the item - the row is set up through ItemMaint with no stock
      * first, and this is what puts the unit on it.
           TAKE-INTO-CUSTODY SECTION.
             MOVE CMV-NAME TO WS-MOVE-NAME
             MOVE SPACES TO WS-FROM-STORE-ID
             MOVE SPACES TO WS-FROM-LOCATION
             MOVE SPACES TO WS-FROM-CUSTODIAN
             MOVE CMV-TO-STORE-ID TO WS-TO-STORE-ID
             MOVE CMV-TO-LOCATION TO WS-TO-LOCATION
             MOVE CMV-TO-CUSTODIAN TO WS-TO-CUSTODIAN
             PERFORM CHECK-PROTECTED-ITEM
             EVALUATE TRUE
                 WHEN SERIAL-IS-REGISTERED
                     MOVE "SERIAL ALREADY ON THE CUSTODY REGISTER"
                         TO WS-REJECT-TEXT
                 WHEN NOT ITEM-IS-PROTECTED
                     MOVE "ITEM IS NOT ON THE PROTECTED LIST"
                         TO WS-REJECT-TEXT
                 WHEN WS-TO-STORE-ID = SPACES
                     OR WS-TO-LOCATION = SPACES
                     OR WS-TO-CUSTODIAN = SPACES
                     MOVE "STORE, LOCATION AND CUSTODIAN ALL REQUIRED"
                         TO WS-REJECT-TEXT
                 WHEN WS-REG-COUNT NOT < WS-MAX-REG-CAPACITY
                     MOVE "CUSTODY REGISTER FULL" TO WS-REJECT-TEXT
             END-EVALUATE
             IF WS-REJECT-TEXT = SPACES
                 MOVE WS-TO-STORE-ID TO WS-SM-CHECK-ID
                 PERFORM CHECK-STORE-VALID
                 IF NOT STORE-IS-VALID
                     MOVE "STORE NOT ON STORE MASTER OR CLOSED"
                         TO WS-REJECT-TEXT
                 END-IF
             END-IF
             IF WS-REJECT-TEXT NOT = SPACES
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             MOVE WS-TO-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE WS-MOVE-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     MOVE "STORE DOES NOT CARRY ITEM - ADD THE ROW"
                         TO WS-REJECT-TEXT
                     PERFORM WRITE-REJECT-LINE
                     EXIT SECTION
             END-READ
             IF ON-HAND-QTY OF ITEM-MASTER-RECORD = 99999
                 MOVE "ON-HAND AT ITS LIMIT" TO WS-REJECT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             MOVE ITEM-MASTER-RECORD TO WS-MJ-BEFORE
             ADD 1 TO ON-HAND-QTY OF ITEM-MASTER-RECORD
             MOVE 0 TO DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
             REWRITE ITEM-MASTER-RECORD
             END-REWRITE
             PERFORM JOURNAL-MASTER-REWRITE
             ADD 1 TO WS-REG-COUNT
             MOVE WS-REG-COUNT TO WS-REG-FOUND-IDX
             MOVE CMV-SERIAL TO WS-REG-SERIAL(WS-REG-FOUND-IDX)
             MOVE WS-MOVE-NAME TO WS-REG-NAME(WS-REG-FOUND-IDX)
             MOVE "Y" TO WS-REG-ACTIVE(WS-REG-FOUND-IDX)
             PERFORM PLACE-REGISTERED-UNIT
             PERFORM RECORD-APPLIED-MOVE
           EXIT.

      * A transfer within one store only relocates the unit or hands
      * it to a new custodian; one between stores also moves a unit
      * of on-hand from the old store's row to the new one's,
      * opening the new row from the old one's merchandising fields
      * when the store has never carried the item.
           TRANSFER-CUSTODY SECTION.
             IF NOT SERIAL-IS-REGISTERED
                 MOVE "SERIAL NOT ON THE CUSTODY REGISTER"
                     TO WS-REJECT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             PERFORM LOAD-CURRENT-PLACE
             MOVE CMV-TO-STORE-ID TO WS-TO-STORE-ID
             MOVE CMV-TO-LOCATION TO WS-TO-LOCATION
             MOVE CMV-TO-CUSTODIAN TO WS-TO-CUSTODIAN
             IF WS-TO-STORE-ID = SPACES
                 MOVE WS-FROM-STORE-ID TO WS-TO-STORE-ID
             END-IF
             IF WS-TO-LOCATION = SPACES
                 MOVE WS-FROM-LOCATION TO WS-TO-LOCATION
             END-IF
             IF WS-TO-CUSTODIAN = SPACES
                 MOVE WS-FROM-CUSTODIAN TO WS-TO-CUSTODIAN
             END-IF
             EVALUATE TRUE
                 WHEN CMV-NAME NOT = SPACES
                     AND CMV-NAME NOT = WS-MOVE-NAME
                     MOVE "ITEM DOES NOT MATCH THE REGISTERED SERIAL"
                         TO WS-REJECT-TEXT
                 WHEN WS-TO-STORE-ID = WS-FROM-STORE-ID
                     AND WS-TO-LOCATION = WS-FROM-LOCATION
                     AND WS-TO-CUSTODIAN = WS-FROM-CUSTODIAN
                     MOVE "UNIT IS ALREADY THERE" TO WS-REJECT-TEXT
             END-EVALUATE
             IF WS-REJECT-TEXT = SPACES
                 AND WS-TO-STORE-ID NOT = WS-FROM-STORE-ID
                 MOVE WS-TO-STORE-ID TO WS-SM-CHECK-ID
                 PERFORM CHECK-STORE-VALID
                 IF NOT STORE-IS-VALID
                     MOVE "STORE NOT ON STORE MASTER OR CLOSED"
                         TO WS-REJECT-TEXT
                 END-IF
             END-IF
             IF WS-REJECT-TEXT NOT = SPACES
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             IF WS-TO-STORE-ID NOT = WS-FROM-STORE-ID
                 PERFORM TAKE-UNIT-OFF-SOURCE-ROW
                 IF WS-REJECT-TEXT NOT = SPACES
                     PERFORM WRITE-REJECT-LINE
                     EXIT SECTION
                 END-IF
                 PERFORM PUT-UNIT-ON-DESTINATION-ROW
             END-IF
             PERFORM PLACE-REGISTERED-UNIT
             PERFORM RECORD-APPLIED-MOVE
           EXIT.

      * The unit leaves the company's custody - sold by private
      * treaty, lent out, or written off by the loss-prevention
      * office - and comes off both its row and the register.
           RELEASE-FROM-CUSTODY SECTION.
             IF NOT SERIAL-IS-REGISTERED
                 MOVE "SERIAL NOT ON THE CUSTODY REGISTER"
                     TO WS-REJECT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             PERFORM LOAD-CURRENT-PLACE
             MOVE SPACES TO WS-TO-STORE-ID
             MOVE SPACES TO WS-TO-LOCATION
             MOVE SPACES TO WS-TO-CUSTODIAN
             IF CMV-NAME NOT = SPACES
                 AND CMV-NAME NOT = WS-MOVE-NAME
                 MOVE "ITEM DOES NOT MATCH THE REGISTERED SERIAL"
                     TO WS-REJECT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             PERFORM TAKE-UNIT-OFF-SOURCE-ROW
             IF WS-REJECT-TEXT NOT = SPACES
                 PERFORM WRITE-REJECT-LINE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-REG-ACTIVE(WS-REG-FOUND-IDX)
             PERFORM RECORD-APPLIED-MOVE
           EXIT.

           LOAD-CURRENT-PLACE SECTION.
             MOVE WS-REG-NAME(WS-REG-FOUND-IDX) TO WS-MOVE-NAME
             MOVE WS-REG-STORE-ID(WS-REG-FOUND-IDX)
                 TO WS-FROM-STORE-ID
             MOVE WS-REG-LOCATION(WS-REG-FOUND-IDX)
                 TO WS-FROM-LOCATION
             MOVE WS-REG-CUSTODIAN(WS-REG-FOUND-IDX)
                 TO WS-FROM-CUSTODIAN
           EXIT.

      * A row already at zero cannot give up a unit the register
      * says is there - the two have drifted apart, which is what
      * the quarterly attestation is for, so the move is refused
      * rather than driving the row negative.
           TAKE-UNIT-OFF-SOURCE-ROW SECTION.
             MOVE WS-FROM-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE WS-MOVE-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     MOVE "REGISTERED STORE HAS NO ROW FOR ITEM"
                         TO WS-REJECT-TEXT
                     EXIT SECTION
             END-READ
             IF ON-HAND-QTY OF ITEM-MASTER-RECORD = 0
                 MOVE "REGISTERED STORE'S ROW IS ALREADY AT ZERO"
                     TO WS-REJECT-TEXT
                 EXIT SECTION
             END-IF
             MOVE ITEM-MASTER-RECORD TO WS-MJ-BEFORE
             SUBTRACT 1 FROM ON-HAND-QTY OF ITEM-MASTER-RECORD
             MOVE ITEM-MASTER-RECORD TO WS-SOURCE-ITEM
             REWRITE ITEM-MASTER-RECORD
             END-REWRITE
             PERFORM JOURNAL-MASTER-REWRITE
           EXIT.

           PUT-UNIT-ON-DESTINATION-ROW SECTION.
             MOVE WS-TO-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE WS-MOVE-NAME TO NAME OF ITEM-MASTER-RECORD
             READ ITEM-MASTER-FILE
                 INVALID KEY
                     PERFORM CREATE-DESTINATION-ROW
                 NOT INVALID KEY
                     MOVE ITEM-MASTER-RECORD TO WS-MJ-BEFORE
                     ADD 1 TO ON-HAND-QTY OF ITEM-MASTER-RECORD
                     MOVE 0 TO DAYS-OUT-OF-STOCK
                         OF ITEM-MASTER-RECORD
                     REWRITE ITEM-MASTER-RECORD
                     END-REWRITE
                     PERFORM JOURNAL-MASTER-REWRITE
             END-READ
           EXIT.

           CREATE-DESTINATION-ROW SECTION.
             MOVE WS-SOURCE-ITEM TO ITEM-MASTER-RECORD
             MOVE WS-TO-STORE-ID TO STORE-ID OF ITEM-MASTER-RECORD
             MOVE 1 TO ON-HAND-QTY OF ITEM-MASTER-RECORD
             MOVE 0 TO DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
             MOVE 0 TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             WRITE ITEM-MASTER-RECORD
             END-WRITE
             MOVE "W" TO WS-MJ-ACTION
             MOVE SPACES TO WS-MJ-BEFORE
             MOVE ITEM-MASTER-RECORD TO WS-MJ-AFTER
             CALL "MasterJournal" USING WS-JOURNAL-REQ
             END-CALL
           EXIT.

           JOURNAL-MASTER-REWRITE SECTION.
             MOVE "R" TO WS-MJ-ACTION
             MOVE ITEM-MASTER-RECORD TO WS-MJ-AFTER
             CALL "MasterJournal" USING WS-JOURNAL-REQ
             END-CALL
           EXIT.

           PLACE-REGISTERED-UNIT SECTION.
             MOVE WS-TO-STORE-ID TO WS-REG-STORE-ID(WS-REG-FOUND-IDX)
             MOVE WS-TO-LOCATION TO WS-REG-LOCATION(WS-REG-FOUND-IDX)
             MOVE WS-TO-CUSTODIAN
                 TO WS-REG-CUSTODIAN(WS-REG-FOUND-IDX)
             MOVE WS-BUSINESS-DATE
                 TO WS-REG-SINCE-DATE(WS-REG-FOUND-IDX)
           EXIT.

           RECORD-APPLIED-MOVE SECTION.
             ADD 1 TO WS-MOVE-APPLIED-COUNT
             MOVE WS-BUSINESS-DATE TO CH-DATE
             MOVE CMV-TYPE TO CH-TYPE
             MOVE CMV-SERIAL TO CH-SERIAL
             MOVE WS-MOVE-NAME TO CH-NAME
             MOVE WS-FROM-STORE-ID TO CH-FROM-STORE-ID
             MOVE WS-FROM-LOCATION TO CH-FROM-LOCATION
             MOVE WS-FROM-CUSTODIAN TO CH-FROM-CUSTODIAN
             MOVE WS-TO-STORE-ID TO CH-TO-STORE-ID
             MOVE WS-TO-LOCATION TO CH-TO-LOCATION
             MOVE WS-TO-CUSTODIAN TO CH-TO-CUSTODIAN
             MOVE CMV-REASON TO CH-REASON
             WRITE CUSTODY-HISTORY-RECORD
             MOVE SPACES TO MOVE-REPORT-RECORD
             EVALUATE TRUE
                 WHEN CMV-INTO-CUSTODY
                     STRING "INTO CUSTODY: " DELIMITED BY SIZE
                         FUNCTION TRIM(CMV-SERIAL) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MOVE-NAME)
                             DELIMITED BY SIZE
                         " -> STORE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-TO-STORE-ID)
                             DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-TO-LOCATION)
                             DELIMITED BY SIZE
                         ", CUSTODIAN " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-TO-CUSTODIAN)
                             DELIMITED BY SIZE
                         INTO MOVE-REPORT-RECORD
                 WHEN CMV-TRANSFER
                     STRING "TRANSFER: " DELIMITED BY SIZE
                         FUNCTION TRIM(CMV-SERIAL) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MOVE-NAME)
                             DELIMITED BY SIZE
                         ", STORE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-FROM-STORE-ID)
                             DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-FROM-LOCATION)
                             DELIMITED BY SIZE
                         " -> STORE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-TO-STORE-ID)
                             DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-TO-LOCATION)
                             DELIMITED BY SIZE
                         ", CUSTODIAN " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-TO-CUSTODIAN)
                             DELIMITED BY SIZE
                         INTO MOVE-REPORT-RECORD
                 WHEN OTHER
                     STRING "OUT OF CUSTODY: " DELIMITED BY SIZE
                         FUNCTION TRIM(CMV-SERIAL) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MOVE-NAME)
                             DELIMITED BY SIZE
                         ", STORE " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-FROM-STORE-ID)
                             DELIMITED BY SIZE
                         ", REASON " DELIMITED BY SIZE
                         FUNCTION TRIM(CMV-REASON) DELIMITED BY SIZE
                         INTO MOVE-REPORT-RECORD
             END-EVALUATE
             WRITE MOVE-REPORT-RECORD
           EXIT.

           WRITE-REJECT-LINE SECTION.
             ADD 1 TO WS-MOVE-REJECT-COUNT
             MOVE SPACES TO MOVE-REPORT-RECORD
             STRING "REJECTED - " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 CMV-TYPE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(CMV-SERIAL) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(CMV-NAME) DELIMITED BY SIZE
                 INTO MOVE-REPORT-RECORD
             WRITE MOVE-REPORT-RECORD
           EXIT.

           FIND-REGISTERED-SERIAL SECTION.
             MOVE "N" TO WS-REG-MATCH
             MOVE 0 TO WS-REG-FOUND-IDX
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                         OR SERIAL-IS-REGISTERED
                 IF WS-REG-SERIAL(WS-REG-IDX) = CMV-SERIAL
                     AND REG-IS-ACTIVE(WS-REG-IDX)
                     SET SERIAL-IS-REGISTERED TO TRUE
                     MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
                 END-IF
             END-PERFORM
           EXIT.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF WS-MOVE-NAME
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

      * A missing register is the first night of the register - it
      * starts empty and is written out at end of run.
           LOAD-CUSTODY-REGISTER SECTION.
             MOVE 0 TO WS-REG-COUNT
             OPEN INPUT CUSTODY-REGISTER-FILE
             IF WS-REGISTER-STATUS = "00"
                 MOVE "N" TO WS-REGISTER-EOF
                 PERFORM UNTIL END-OF-REGISTER
                     READ CUSTODY-REGISTER-FILE
                         AT END SET END-OF-REGISTER TO TRUE
                         NOT AT END
                           IF WS-REG-COUNT < WS-MAX-REG-CAPACITY
                               ADD 1 TO WS-REG-COUNT
                               PERFORM STORE-REGISTER-ENTRY
                           ELSE
                               SET REGISTER-TOO-LARGE TO TRUE
                               SET END-OF-REGISTER TO TRUE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CUSTODY-REGISTER-FILE
             END-IF
           EXIT.

           STORE-REGISTER-ENTRY SECTION.
             MOVE CUS-SERIAL TO WS-REG-SERIAL(WS-REG-COUNT)
             MOVE CUS-NAME TO WS-REG-NAME(WS-REG-COUNT)
             MOVE CUS-STORE-ID TO WS-REG-STORE-ID(WS-REG-COUNT)
             MOVE CUS-LOCATION TO WS-REG-LOCATION(WS-REG-COUNT)
             MOVE CUS-CUSTODIAN TO WS-REG-CUSTODIAN(WS-REG-COUNT)
             MOVE CUS-SINCE-DATE TO WS-REG-SINCE-DATE(WS-REG-COUNT)
             MOVE "Y" TO WS-REG-ACTIVE(WS-REG-COUNT)
           EXIT.

      * Units released from custody tonight are dropped as the
      * register is written back; their history stays on the ledger.
           SAVE-CUSTODY-REGISTER SECTION.
             OPEN OUTPUT CUSTODY-REGISTER-FILE
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                 IF REG-IS-ACTIVE(WS-REG-IDX)
                     MOVE WS-REG-SERIAL(WS-REG-IDX) TO CUS-SERIAL
                     MOVE WS-REG-NAME(WS-REG-IDX) TO CUS-NAME
                     MOVE WS-REG-STORE-ID(WS-REG-IDX) TO CUS-STORE-ID
                     MOVE WS-REG-LOCATION(WS-REG-IDX) TO CUS-LOCATION
                     MOVE WS-REG-CUSTODIAN(WS-REG-IDX)
                         TO CUS-CUSTODIAN
                     MOVE WS-REG-SINCE-DATE(WS-REG-IDX)
                         TO CUS-SINCE-DATE
                     WRITE CUSTODY-REGISTER-RECORD
                 END-IF
             END-PERFORM
             CLOSE CUSTODY-REGISTER-FILE
           EXIT.

           LOAD-STORE-MASTER SECTION.
             MOVE 0 TO WS-SM-COUNT
             OPEN INPUT STORE-MASTER-FILE
             IF WS-STORMSTR-STATUS = "00"
                 MOVE "N" TO WS-SM-EOF
                 PERFORM UNTIL END-OF-STORE-MASTER
                     READ STORE-MASTER-FILE
                         AT END SET END-OF-STORE-MASTER TO TRUE
                         NOT AT END
                           IF WS-SM-COUNT < WS-MAX-SM-CAPACITY
                               ADD 1 TO WS-SM-COUNT
                               MOVE STM-STORE-ID
                                   TO WS-SM-ID(WS-SM-COUNT)
                               MOVE STM-STATUS
                                   TO WS-SM-STATUS(WS-SM-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE STORE-MASTER-FILE
             END-IF
           EXIT.

           CHECK-STORE-VALID SECTION.
             IF WS-SM-COUNT = 0
                 MOVE "Y" TO WS-SM-VALID
             ELSE
                 MOVE "N" TO WS-SM-VALID
                 PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                     UNTIL WS-SM-IDX > WS-SM-COUNT
                             OR STORE-IS-VALID
                     IF WS-SM-ID(WS-SM-IDX) = WS-SM-CHECK-ID
                         AND WS-SM-STATUS(WS-SM-IDX) = "O"
                         SET STORE-IS-VALID TO TRUE
                     END-IF
                 END-PERFORM
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

           WRITE-REPORT-HEADER SECTION.
             MOVE SPACES TO MOVE-REPORT-RECORD
             STRING "CUSTODY MOVES - LEGENDARY ITEMS BY SERIAL"
                 INTO MOVE-REPORT-RECORD
             WRITE MOVE-REPORT-RECORD
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE WS-MOVE-READ-COUNT TO WS-MOVE-READ-ED
             MOVE WS-MOVE-APPLIED-COUNT TO WS-MOVE-APPLIED-ED
             MOVE WS-MOVE-REJECT-COUNT TO WS-MOVE-REJECT-ED
             MOVE 0 TO WS-REG-FOUND-IDX
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                 IF REG-IS-ACTIVE(WS-REG-IDX)
                     ADD 1 TO WS-REG-FOUND-IDX
                 END-IF
             END-PERFORM
             MOVE WS-REG-FOUND-IDX TO WS-REG-COUNT-ED
             MOVE SPACES TO MOVE-REPORT-RECORD
             STRING "CUSTODY RUN - READ: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MOVE-READ-ED) DELIMITED BY SIZE
                 ", APPLIED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MOVE-APPLIED-ED) DELIMITED BY SIZE
                 ", REJECTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MOVE-REJECT-ED) DELIMITED BY SIZE
                 ", SERIALS ON REGISTER: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REG-COUNT-ED) DELIMITED BY SIZE
                 INTO MOVE-REPORT-RECORD
             WRITE MOVE-REPORT-RECORD
           EXIT.

       END PROGRAM LEGEND-MOVE.
