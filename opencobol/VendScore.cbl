      *          units and value on their items from the shrinkage
      *          ledger (data/SHRNKHIS.DAT), return lines and credit
      *          value from the RMA ledger (data/RMAFILE.DAT), and
      *          stock-out exposure on their SKUs off the Item Master,
      *          and chargebacks raised, recovered and still open at
      *          month end off the claim file Chargeback ages
      *          (data/CBCLAIM.DAT) - so the buyer walks into a
      *          vendor review with numbers instead of anecdotes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RMA-FILE ASSIGN TO "data/RMAFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CHARGEBACK-CLAIM-FILE ASSIGN TO "data/CBCLAIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 RMA-CREDIT-DATE PIC X(008).
           05 RMA-CREDIT-AMOUNT PIC 9(009)V99.

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

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.
               10 WS-VEND-WRITEOFF-VALUE PIC 9(011)V99.
               10 WS-VEND-OUT-SKUS PIC 9(005).
               10 WS-VEND-OUT-DAYS PIC 9(007).
               10 WS-VEND-CLAIMS-RAISED PIC 9(005).
               10 WS-VEND-CLAIMS-VALUE PIC 9(011)V99.
               10 WS-VEND-RECOVERED-VALUE PIC 9(011)V99.
               10 WS-VEND-CLAIMS-OPEN PIC 9(005).
               10 WS-VEND-OPEN-VALUE PIC 9(011)V99.
               10 WS-VEND-CLAIMS-DISPUTED PIC 9(005).
       01 WS-VENDOR-IDX PIC 9(003).
       01 WS-VENDOR-MATCH PIC X(001).
           88 VENDOR-SLOT-FOUND VALUE "Y".
       01 WS-LOOKUP-VENDOR-ID PIC X(006).
       01 WS-MONTH-END-DATE PIC X(008).

       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-VALUE-ED PIC Z(10)9.99.
           PERFORM TALLY-RECEIPTS
           PERFORM TALLY-WRITE-OFFS
           PERFORM TALLY-RMA-LEDGER
           PERFORM TALLY-CHARGEBACKS
           PERFORM TALLY-STOCK-OUTS
           PERFORM WRITE-SCORECARDS

                                   (WS-VENDOR-COUNT)
                               WS-VEND-OUT-SKUS(WS-VENDOR-COUNT)
                               WS-VEND-OUT-DAYS(WS-VENDOR-COUNT)
                               WS-VEND-CLAIMS-RAISED
                                   (WS-VENDOR-COUNT)
                               WS-VEND-CLAIMS-VALUE
                                   (WS-VENDOR-COUNT)
                               WS-VEND-RECOVERED-VALUE
                                   (WS-VENDOR-COUNT)
                               WS-VEND-CLAIMS-OPEN
                                   (WS-VENDOR-COUNT)
                               WS-VEND-OPEN-VALUE
                                   (WS-VENDOR-COUNT)
                               WS-VEND-CLAIMS-DISPUTED
                                   (WS-VENDOR-COUNT)
                       ELSE
                           SET END-OF-INPUT TO TRUE
                       END-IF
             END-IF
           EXIT.

      * Chargebacks off the claim file Chargeback keeps: claims
      * raised in the month and their value, what was recovered on
      * claims settled in the month, and the claims still open (or
      * in dispute) at month end - those raised by then and not yet
      * settled or withdrawn by then, whatever has happened since.
           TALLY-CHARGEBACKS SECTION.
             MOVE SPACES TO WS-MONTH-END-DATE
             STRING WS-SCORE-MONTH DELIMITED BY SIZE
                 "99" DELIMITED BY SIZE
                 INTO WS-MONTH-END-DATE
             OPEN INPUT CHARGEBACK-CLAIM-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ CHARGEBACK-CLAIM-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                             MOVE CB-VENDOR-ID TO WS-LOOKUP-VENDOR-ID
                             PERFORM FIND-VENDOR-SLOT
                             IF VENDOR-SLOT-FOUND
                                 PERFORM TALLY-ONE-CHARGEBACK
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CHARGEBACK-CLAIM-FILE
             END-IF
           EXIT.

           TALLY-ONE-CHARGEBACK SECTION.
             IF CB-RAISED-DATE(1:6) = WS-SCORE-MONTH
                 ADD 1 TO WS-VEND-CLAIMS-RAISED(WS-VENDOR-IDX)
                 ADD CB-AMOUNT TO WS-VEND-CLAIMS-VALUE(WS-VENDOR-IDX)
             END-IF
             IF CB-STATUS = "S"
                 AND CB-STATUS-DATE(1:6) = WS-SCORE-MONTH
                 ADD CB-SETTLED-AMOUNT
                     TO WS-VEND-RECOVERED-VALUE(WS-VENDOR-IDX)
             END-IF
             IF CB-RAISED-DATE > WS-MONTH-END-DATE
                 EXIT SECTION
             END-IF
             IF (CB-STATUS = "S" OR CB-STATUS = "W")
                 AND CB-STATUS-DATE NOT > WS-MONTH-END-DATE
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-VEND-CLAIMS-OPEN(WS-VENDOR-IDX)
             ADD CB-AMOUNT TO WS-VEND-OPEN-VALUE(WS-VENDOR-IDX)
             IF CB-STATUS = "D"
                 AND CB-STATUS-DATE NOT > WS-MONTH-END-DATE
                 ADD 1 TO WS-VEND-CLAIMS-DISPUTED(WS-VENDOR-IDX)
             END-IF
           EXIT.

           TALLY-STOCK-OUTS SECTION.
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS = "00"
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO SCORECARD-REPORT-RECORD
             WRITE SCORECARD-REPORT-RECORD
             MOVE WS-VEND-CLAIMS-RAISED(WS-VENDOR-IDX) TO WS-COUNT-ED
             MOVE WS-VEND-CLAIMS-VALUE(WS-VENDOR-IDX) TO WS-VALUE-ED
             MOVE SPACES TO SCORECARD-REPORT-RECORD
             STRING "  CHARGEBACKS RAISED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO SCORECARD-REPORT-RECORD
             WRITE SCORECARD-REPORT-RECORD
             MOVE WS-VEND-RECOVERED-VALUE(WS-VENDOR-IDX)
                 TO WS-VALUE-ED
             MOVE SPACES TO SCORECARD-REPORT-RECORD
             STRING "  CHARGEBACKS RECOVERED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO SCORECARD-REPORT-RECORD
             WRITE SCORECARD-REPORT-RECORD
             MOVE WS-VEND-CLAIMS-OPEN(WS-VENDOR-IDX) TO WS-COUNT-ED
             MOVE WS-VEND-OPEN-VALUE(WS-VENDOR-IDX) TO WS-VALUE-ED
             MOVE SPACES TO SCORECARD-REPORT-RECORD
             STRING "  CHARGEBACKS OPEN AT MONTH END: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", VALUE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VALUE-ED) DELIMITED BY SIZE
                 INTO SCORECARD-REPORT-RECORD
             WRITE SCORECARD-REPORT-RECORD
             MOVE WS-VEND-CLAIMS-DISPUTED(WS-VENDOR-IDX)
                 TO WS-COUNT-ED
             MOVE SPACES TO SCORECARD-REPORT-RECORD
             STRING "  CHARGEBACKS IN DISPUTE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO SCORECARD-REPORT-RECORD
             WRITE SCORECARD-REPORT-RECORD
           EXIT.

       END PROGRAM VEND-SCORE.
