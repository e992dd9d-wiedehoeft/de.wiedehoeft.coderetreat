      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly attestation of the legendary-item custody
      *          register (data/CUSTODY.DAT, kept by LegendMove). For
      *          every store it prints a sign-off sheet on
      *          data/ATTEST.RPT: each serial the register places at
      *          the store, in location order, with its custodian,
      *          then a reconciliation of every legendary Item Master
      *          row at the store - its ON-HAND-QTY against the
      *          number of serials the register places there - with
      *          any row that differs flagged as an EXCEPTION, and
      *          lines for whoever counted, the store manager and
      *          each custodian to sign. A serial held twice, a
      *          serial for an item not on the protected list and a
      *          serial at a store with no row for the item are
      *          flagged too. The report ends with totals for the
      *          whole company. Runs in the nightly chain on the last
      *          business day of each calendar quarter and may be
      *          run by hand at any time; it only reads. Exceptions
      *          are for the loss-prevention office to clear and do
      *          not stop the chain, so the condition code is 0
      *          unless the Item Master cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGEND-ATTEST as "LegendAttest".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTODY-REGISTER-FILE ASSIGN TO "data/CUSTODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTED-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "data/STORMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORMSTR-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT ATTEST-REPORT-FILE ASSIGN TO "data/ATTEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  CUSTODY-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTODY-REGISTER-RECORD. COPY CUSTODY-REGISTER.

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

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

       FD  ATTEST-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ATTEST-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-MASTER-EOF PIC X(001) VALUE "N".
           88 END-OF-MASTER VALUE "Y".

      * Run-status stamp handed to the shared RunStatus subprogram -
      * the quarter-end attestation runs in the nightly chain, so its
      * outcome belongs on the operator summary page too.
       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "LEGENDATTEST".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

      * The custody register, sorted first by serial to find any
      * serial held twice and then by store and location for the
      * sheets.
       01 WS-REGISTER-STATUS PIC X(002).
       01 WS-REGISTER-EOF PIC X(001) VALUE "N".
           88 END-OF-REGISTER VALUE "Y".
       01 WS-MAX-REG-CAPACITY PIC 9(004) VALUE 2000.
       01 WS-REG-COUNT PIC 9(004) VALUE 0.
       01 WS-REG-OVERFLOW-COUNT PIC 9(005) VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-REG-COUNT.
               10 WS-REG-STORE-ID PIC X(006).
               10 WS-REG-LOCATION PIC X(010).
               10 WS-REG-SERIAL PIC X(012).
               10 WS-REG-NAME PIC X(041).
               10 WS-REG-CUSTODIAN PIC X(020).
               10 WS-REG-SINCE-DATE PIC X(008).
               10 WS-REG-DUPLICATE PIC X(001).
                   88 REG-IS-DUPLICATE VALUE "Y".
               10 WS-REG-ROW-FOUND PIC X(001).
                   88 REG-HAS-MASTER-ROW VALUE "Y".
               10 WS-REG-PROTECTED PIC X(001).
                   88 REG-IS-PROTECTED VALUE "Y".
       01 WS-REG-IDX PIC 9(004).
       01 WS-REG-NEXT-IDX PIC 9(004).

      * Legendary Item Master rows (names on the protected list) and
      * the number of serials the register places on each.
       01 WS-MAX-ROW-CAPACITY PIC 9(004) VALUE 2000.
       01 WS-ROW-COUNT PIC 9(004) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 2000 TIMES.
               10 WS-ROW-STORE-ID PIC X(006).
               10 WS-ROW-NAME PIC X(041).
               10 WS-ROW-ON-HAND PIC 9(005).
               10 WS-ROW-SERIALS PIC 9(005).
       01 WS-ROW-IDX PIC 9(004).
       01 WS-ROW-MATCH PIC X(001).
           88 ROW-WAS-FOUND VALUE "Y".

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
       01 WS-CHECK-NAME PIC X(041).

      * One sheet per store: every store on the store master, plus
      * any store the register places a serial at, or a legendary
      * row holds stock at, that the store master does not carry.
       01 WS-STORMSTR-STATUS PIC X(002).
       01 WS-SM-EOF PIC X(001) VALUE "N".
           88 END-OF-STORE-MASTER VALUE "Y".
       01 WS-MAX-STORE-CAPACITY PIC 9(003) VALUE 200.
       01 WS-STORE-COUNT PIC 9(003) VALUE 0.
       01 WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-STORE-COUNT.
               10 WS-STORE-ID PIC X(006).
               10 WS-STORE-NAME PIC X(030).
               10 WS-STORE-KNOWN PIC X(001).
                   88 STORE-IS-ON-MASTER VALUE "Y".
       01 WS-STORE-IDX PIC 9(003).
       01 WS-STORE-MATCH PIC X(001).
           88 STORE-WAS-FOUND VALUE "Y".
       01 WS-ADD-STORE-ID PIC X(006).

      * Custodians already given a signature line on this sheet.
       01 WS-CUST-COUNT PIC 9(004) VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-NAME PIC X(020) OCCURS 2000 TIMES.
       01 WS-CUST-IDX PIC 9(004).
       01 WS-CUST-MATCH PIC X(001).
           88 CUSTODIAN-ALREADY-LISTED VALUE "Y".

       01 WS-SHEET-SERIALS PIC 9(005).
       01 WS-SHEET-EXCEPTIONS PIC 9(005).
       01 WS-TOTAL-SERIALS PIC 9(005) VALUE 0.
       01 WS-TOTAL-ROWS PIC 9(005) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS PIC 9(005) VALUE 0.
       01 WS-TOTAL-AGREED PIC 9(005) VALUE 0.
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-COUNT-2-ED PIC Z(4)9.
       01 WS-ON-HAND-ED PIC Z(4)9.
       01 WS-SERIALS-ED PIC Z(4)9.
       01 WS-RECON-TEXT PIC X(050).

       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-CURRENT-DATE-TIME PIC X(021).
       01 WS-BUSINESS-DATE PIC X(008).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           OPEN OUTPUT ATTEST-REPORT-FILE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM LOAD-LEGENDARY-ROWS
           IF WS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO ATTEST-REPORT-RECORD
               STRING "ITEM MASTER NOT AVAILABLE, FILE STATUS "
                   DELIMITED BY SIZE
                   WS-MASTER-STATUS DELIMITED BY SIZE
                   " - NOTHING ATTESTED" DELIMITED BY SIZE
                   INTO ATTEST-REPORT-RECORD
               WRITE ATTEST-REPORT-RECORD
               CLOSE ATTEST-REPORT-FILE
               DISPLAY "LEGENDATTEST HALTED - ITEM MASTER NOT"
                   " AVAILABLE, STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM STAMP-RUN-STATUS-END
               STOP RUN
           END-IF
           PERFORM LOAD-CUSTODY-REGISTER
           PERFORM FLAG-DUPLICATE-SERIALS
           PERFORM MATCH-REGISTER-TO-ROWS
           PERFORM LOAD-STORE-LIST

           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               PERFORM PRINT-STORE-SHEET
           END-PERFORM
           PERFORM PRINT-COMPANY-SUMMARY

           CLOSE ATTEST-REPORT-FILE
           PERFORM STAMP-RUN-STATUS-END

           STOP RUN.

           STAMP-RUN-STATUS-END SECTION.
             MOVE "E" TO WS-RS-ACTION
             MOVE RETURN-CODE TO WS-RS-COND-CODE
             MOVE WS-REG-COUNT TO WS-RS-ROW-COUNT
             CALL "RunStatus" USING WS-RUN-STATUS-REQ
             END-CALL
           EXIT.

           LOAD-LEGENDARY-ROWS SECTION.
             MOVE 0 TO WS-ROW-COUNT
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-MASTER-EOF
             PERFORM UNTIL END-OF-MASTER
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-MASTER TO TRUE
                     NOT AT END
                       MOVE NAME OF ITEM-MASTER-RECORD
                           TO WS-CHECK-NAME
                       PERFORM CHECK-PROTECTED-ITEM
                       IF ITEM-IS-PROTECTED
                           AND WS-ROW-COUNT < WS-MAX-ROW-CAPACITY
                           ADD 1 TO WS-ROW-COUNT
                           MOVE STORE-ID OF ITEM-MASTER-RECORD
                               TO WS-ROW-STORE-ID(WS-ROW-COUNT)
                           MOVE NAME OF ITEM-MASTER-RECORD
                               TO WS-ROW-NAME(WS-ROW-COUNT)
                           MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                               TO WS-ROW-ON-HAND(WS-ROW-COUNT)
                           MOVE 0 TO WS-ROW-SERIALS(WS-ROW-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
             MOVE "00" TO WS-MASTER-STATUS
           EXIT.

      * A missing register attests as an empty one - every legendary
      * row with stock on it then shows as an exception, which is
      * the truth of the matter.
           LOAD-CUSTODY-REGISTER SECTION.
             MOVE 0 TO WS-REG-COUNT
             OPEN INPUT CUSTODY-REGISTER-FILE
             IF WS-REGISTER-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-REGISTER-EOF
             PERFORM UNTIL END-OF-REGISTER
                 READ CUSTODY-REGISTER-FILE
                     AT END SET END-OF-REGISTER TO TRUE
                     NOT AT END
                       IF WS-REG-COUNT < WS-MAX-REG-CAPACITY
                           ADD 1 TO WS-REG-COUNT
                           PERFORM STORE-REGISTER-ENTRY
                       ELSE
                           ADD 1 TO WS-REG-OVERFLOW-COUNT
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE CUSTODY-REGISTER-FILE
           EXIT.

           STORE-REGISTER-ENTRY SECTION.
             MOVE CUS-STORE-ID TO WS-REG-STORE-ID(WS-REG-COUNT)
             MOVE CUS-LOCATION TO WS-REG-LOCATION(WS-REG-COUNT)
             MOVE CUS-SERIAL TO WS-REG-SERIAL(WS-REG-COUNT)
             MOVE CUS-NAME TO WS-REG-NAME(WS-REG-COUNT)
             MOVE CUS-CUSTODIAN TO WS-REG-CUSTODIAN(WS-REG-COUNT)
             MOVE CUS-SINCE-DATE TO WS-REG-SINCE-DATE(WS-REG-COUNT)
             MOVE "N" TO WS-REG-DUPLICATE(WS-REG-COUNT)
             MOVE "N" TO WS-REG-ROW-FOUND(WS-REG-COUNT)
             MOVE CUS-NAME TO WS-CHECK-NAME
             PERFORM CHECK-PROTECTED-ITEM
             MOVE WS-PROTECTED-MATCH TO WS-REG-PROTECTED(WS-REG-COUNT)
           EXIT.

      * Both copies of a serial held twice are flagged, since there
      * is no telling from the register which one is the real unit.
           FLAG-DUPLICATE-SERIALS SECTION.
             IF WS-REG-COUNT < 2
                 EXIT SECTION
             END-IF
             SORT WS-REG-ENTRY
                 ASCENDING KEY WS-REG-SERIAL
             PERFORM VARYING WS-REG-IDX FROM 2 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                 COMPUTE WS-REG-NEXT-IDX = WS-REG-IDX - 1
                 IF WS-REG-SERIAL(WS-REG-IDX)
                     = WS-REG-SERIAL(WS-REG-NEXT-IDX)
                     MOVE "Y" TO WS-REG-DUPLICATE(WS-REG-IDX)
                     MOVE "Y" TO WS-REG-DUPLICATE(WS-REG-NEXT-IDX)
                 END-IF
             END-PERFORM
             SORT WS-REG-ENTRY
                 ASCENDING KEY WS-REG-STORE-ID
                               WS-REG-LOCATION
                               WS-REG-SERIAL
           EXIT.

           MATCH-REGISTER-TO-ROWS SECTION.
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                 MOVE "N" TO WS-ROW-MATCH
                 PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                     UNTIL WS-ROW-IDX > WS-ROW-COUNT
                             OR ROW-WAS-FOUND
                     IF WS-ROW-STORE-ID(WS-ROW-IDX)
                         = WS-REG-STORE-ID(WS-REG-IDX)
                         AND WS-ROW-NAME(WS-ROW-IDX)
                             = WS-REG-NAME(WS-REG-IDX)
                         SET ROW-WAS-FOUND TO TRUE
                         ADD 1 TO WS-ROW-SERIALS(WS-ROW-IDX)
                         MOVE "Y" TO WS-REG-ROW-FOUND(WS-REG-IDX)
                     END-IF
                 END-PERFORM
             END-PERFORM
           EXIT.

           LOAD-STORE-LIST SECTION.
             MOVE 0 TO WS-STORE-COUNT
             OPEN INPUT STORE-MASTER-FILE
             IF WS-STORMSTR-STATUS = "00"
                 MOVE "N" TO WS-SM-EOF
                 PERFORM UNTIL END-OF-STORE-MASTER
                     READ STORE-MASTER-FILE
                         AT END SET END-OF-STORE-MASTER TO TRUE
                         NOT AT END
                           IF WS-STORE-COUNT < WS-MAX-STORE-CAPACITY
                               ADD 1 TO WS-STORE-COUNT
                               MOVE STM-STORE-ID
                                   TO WS-STORE-ID(WS-STORE-COUNT)
                               MOVE STM-NAME
                                   TO WS-STORE-NAME(WS-STORE-COUNT)
                               MOVE "Y"
                                   TO WS-STORE-KNOWN(WS-STORE-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE STORE-MASTER-FILE
             END-IF
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                 MOVE WS-REG-STORE-ID(WS-REG-IDX) TO WS-ADD-STORE-ID
                 PERFORM ADD-UNLISTED-STORE
             END-PERFORM
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
                 IF WS-ROW-ON-HAND(WS-ROW-IDX) > 0
                     MOVE WS-ROW-STORE-ID(WS-ROW-IDX)
                         TO WS-ADD-STORE-ID
                     PERFORM ADD-UNLISTED-STORE
                 END-IF
             END-PERFORM
             IF WS-STORE-COUNT > 1
                 SORT WS-STORE-ENTRY
                     ASCENDING KEY WS-STORE-ID
             END-IF
           EXIT.

           ADD-UNLISTED-STORE SECTION.
             MOVE "N" TO WS-STORE-MATCH
             PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
                         OR STORE-WAS-FOUND
                 IF WS-STORE-ID(WS-STORE-IDX) = WS-ADD-STORE-ID
                     SET STORE-WAS-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF NOT STORE-WAS-FOUND
                 AND WS-STORE-COUNT < WS-MAX-STORE-CAPACITY
                 ADD 1 TO WS-STORE-COUNT
                 MOVE WS-ADD-STORE-ID TO WS-STORE-ID(WS-STORE-COUNT)
                 MOVE "NOT ON STORE MASTER"
                     TO WS-STORE-NAME(WS-STORE-COUNT)
                 MOVE "N" TO WS-STORE-KNOWN(WS-STORE-COUNT)
             END-IF
           EXIT.

           PRINT-STORE-SHEET SECTION.
             MOVE 0 TO WS-SHEET-SERIALS
             MOVE 0 TO WS-SHEET-EXCEPTIONS
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "=== STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STORE-ID(WS-STORE-IDX))
                     DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STORE-NAME(WS-STORE-IDX))
                     DELIMITED BY SIZE
                 " ===" DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "LEGENDARY-ITEM CUSTODY ATTESTATION AS OF "
                 DELIMITED BY SIZE
                 WS-BUSINESS-DATE DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             IF NOT STORE-IS-ON-MASTER(WS-STORE-IDX)
                 ADD 1 TO WS-SHEET-EXCEPTIONS
                 MOVE SPACES TO ATTEST-REPORT-RECORD
                 STRING "  EXCEPTION - LEGENDARY STOCK OR SERIALS AT A"
                     " STORE THE STORE MASTER DOES NOT CARRY"
                     DELIMITED BY SIZE
                     INTO ATTEST-REPORT-RECORD
                 WRITE ATTEST-REPORT-RECORD
             END-IF
             MOVE SPACES TO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "LOCATION   SERIAL       ITEM"
                 "                                      CUSTODIAN"
                 "            SINCE" DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                 IF WS-REG-STORE-ID(WS-REG-IDX)
                     = WS-STORE-ID(WS-STORE-IDX)
                     PERFORM PRINT-SERIAL-LINE
                 END-IF
             END-PERFORM
             MOVE WS-SHEET-SERIALS TO WS-COUNT-ED
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "SERIALS ON REGISTER AT THIS STORE: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE SPACES TO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             PERFORM PRINT-STORE-RECONCILIATION
             PERFORM PRINT-SIGN-OFF-LINES
             ADD WS-SHEET-SERIALS TO WS-TOTAL-SERIALS
             ADD WS-SHEET-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS
           EXIT.

           PRINT-SERIAL-LINE SECTION.
             ADD 1 TO WS-SHEET-SERIALS
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING WS-REG-LOCATION(WS-REG-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-REG-SERIAL(WS-REG-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-REG-NAME(WS-REG-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-REG-CUSTODIAN(WS-REG-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-REG-SINCE-DATE(WS-REG-IDX) DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             IF REG-IS-DUPLICATE(WS-REG-IDX)
                 ADD 1 TO WS-SHEET-EXCEPTIONS
                 MOVE SPACES TO ATTEST-REPORT-RECORD
                 STRING "  EXCEPTION - SERIAL IS ON THE REGISTER MORE"
                     " THAN ONCE" DELIMITED BY SIZE
                     INTO ATTEST-REPORT-RECORD
                 WRITE ATTEST-REPORT-RECORD
             END-IF
             IF NOT REG-IS-PROTECTED(WS-REG-IDX)
                 ADD 1 TO WS-SHEET-EXCEPTIONS
                 MOVE SPACES TO ATTEST-REPORT-RECORD
                 STRING "  EXCEPTION - ITEM IS NOT ON THE PROTECTED"
                     " LIST" DELIMITED BY SIZE
                     INTO ATTEST-REPORT-RECORD
                 WRITE ATTEST-REPORT-RECORD
             ELSE
                 IF NOT REG-HAS-MASTER-ROW(WS-REG-IDX)
                     ADD 1 TO WS-SHEET-EXCEPTIONS
                     MOVE SPACES TO ATTEST-REPORT-RECORD
                     STRING "  EXCEPTION - STORE HAS NO ITEM MASTER"
                         " ROW FOR THIS ITEM" DELIMITED BY SIZE
                         INTO ATTEST-REPORT-RECORD
                     WRITE ATTEST-REPORT-RECORD
                 END-IF
             END-IF
           EXIT.

           PRINT-STORE-RECONCILIATION SECTION.
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "RECONCILIATION TO ITEM MASTER" DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "ITEM                                      "
                 "ON-HAND SERIALS" DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
                 IF WS-ROW-STORE-ID(WS-ROW-IDX)
                     = WS-STORE-ID(WS-STORE-IDX)
                     PERFORM PRINT-RECONCILIATION-LINE
                 END-IF
             END-PERFORM
             MOVE SPACES TO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
           EXIT.

           PRINT-RECONCILIATION-LINE SECTION.
             ADD 1 TO WS-TOTAL-ROWS
             MOVE WS-ROW-ON-HAND(WS-ROW-IDX) TO WS-ON-HAND-ED
             MOVE WS-ROW-SERIALS(WS-ROW-IDX) TO WS-SERIALS-ED
             IF WS-ROW-ON-HAND(WS-ROW-IDX)
                 = WS-ROW-SERIALS(WS-ROW-IDX)
                 ADD 1 TO WS-TOTAL-AGREED
                 MOVE "AGREES" TO WS-RECON-TEXT
             ELSE
                 ADD 1 TO WS-SHEET-EXCEPTIONS
                 MOVE "EXCEPTION - ON-HAND DIFFERS FROM REGISTER"
                     TO WS-RECON-TEXT
             END-IF
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING WS-ROW-NAME(WS-ROW-IDX) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 WS-ON-HAND-ED DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 WS-SERIALS-ED DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-RECON-TEXT DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
           EXIT.

      * Whoever counted signs, the store manager signs, and so does
      * each custodian the register names at the store - once each,
      * however many units they hold.
           PRINT-SIGN-OFF-LINES SECTION.
             MOVE WS-SHEET-EXCEPTIONS TO WS-COUNT-ED
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "EXCEPTIONS ON THIS SHEET: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE SPACES TO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "COUNTED BY                      "
                 "______________________    DATE ________"
                     DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "STORE MANAGER                   "
                 "______________________    DATE ________"
                     DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE 0 TO WS-CUST-COUNT
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-COUNT
                 IF WS-REG-STORE-ID(WS-REG-IDX)
                     = WS-STORE-ID(WS-STORE-IDX)
                     PERFORM PRINT-CUSTODIAN-LINE
                 END-IF
             END-PERFORM
             MOVE SPACES TO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
           EXIT.

           PRINT-CUSTODIAN-LINE SECTION.
             MOVE "N" TO WS-CUST-MATCH
             PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                 UNTIL WS-CUST-IDX > WS-CUST-COUNT
                         OR CUSTODIAN-ALREADY-LISTED
                 IF WS-CUST-NAME(WS-CUST-IDX)
                     = WS-REG-CUSTODIAN(WS-REG-IDX)
                     SET CUSTODIAN-ALREADY-LISTED TO TRUE
                 END-IF
             END-PERFORM
             IF CUSTODIAN-ALREADY-LISTED
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-CUST-COUNT
             MOVE WS-REG-CUSTODIAN(WS-REG-IDX)
                 TO WS-CUST-NAME(WS-CUST-COUNT)
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "CUSTODIAN " DELIMITED BY SIZE
                 WS-REG-CUSTODIAN(WS-REG-IDX) DELIMITED BY SIZE
                 "  ______________________    DATE ________"
                     DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
           EXIT.

           PRINT-COMPANY-SUMMARY SECTION.
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "=== COMPANY SUMMARY ===" DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             IF WS-REG-OVERFLOW-COUNT > 0
                 ADD WS-REG-OVERFLOW-COUNT TO WS-TOTAL-EXCEPTIONS
                 MOVE WS-REG-OVERFLOW-COUNT TO WS-COUNT-ED
                 MOVE SPACES TO ATTEST-REPORT-RECORD
                 STRING "EXCEPTION - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                     " REGISTER LINE(S) BEYOND THE ATTESTATION"
                     " TABLE WERE NOT ATTESTED" DELIMITED BY SIZE
                     INTO ATTEST-REPORT-RECORD
                 WRITE ATTEST-REPORT-RECORD
             END-IF
             MOVE WS-STORE-COUNT TO WS-COUNT-ED
             MOVE WS-TOTAL-SERIALS TO WS-COUNT-2-ED
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "STORES: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", SERIALS ATTESTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-2-ED) DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE WS-TOTAL-ROWS TO WS-COUNT-ED
             MOVE WS-TOTAL-AGREED TO WS-COUNT-2-ED
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "LEGENDARY ROWS RECONCILED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", AGREEING: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-2-ED) DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-ED
             MOVE SPACES TO ATTEST-REPORT-RECORD
             STRING "EXCEPTIONS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO ATTEST-REPORT-RECORD
             WRITE ATTEST-REPORT-RECORD
             IF WS-TOTAL-EXCEPTIONS > 0
                 DISPLAY "LEGENDATTEST - " FUNCTION TRIM(WS-COUNT-ED)
                     " CUSTODY EXCEPTION(S), SEE data/ATTEST.RPT"
             END-IF
           EXIT.

           CHECK-PROTECTED-ITEM SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF WS-CHECK-NAME
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

       END PROGRAM LEGEND-ATTEST.
