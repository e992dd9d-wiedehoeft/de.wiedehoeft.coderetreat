      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scrap-serial report. Totals the serials voided on the
      *          scrap ledger (data/FBSCRAP.DAT) for each month of the
      *          void date and each reason code within the month, with
      *          the number of voids behind each total, a total for
      *          every month and a grand total. Output to
      *          data/FBSCRAP.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FB-SCRAP-RPT as "FbScrapRpt".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRAP-LEDGER-FILE ASSIGN TO "data/FBSCRAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.
           SELECT SCRAP-REPORT-FILE ASSIGN TO "data/FBSCRAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRAP-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCRAP-LEDGER-RECORD.
           05 FBS-LOT-ID PIC X(010).
           05 FBS-FROM-SERIAL PIC 9(007).
           05 FBS-TO-SERIAL PIC 9(007).
           05 FBS-REASON PIC X(004).
           05 FBS-OPERATOR PIC X(008).
           05 FBS-VOID-DATE.
               10 FBS-VOID-MONTH PIC X(006).
               10 FBS-VOID-DAY PIC X(002).
           05 FBS-REISSUE-LOT-ID PIC X(010).

       FD  SCRAP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCRAP-REPORT-RECORD PIC X(080).

       WORKING-STORAGE SECTION.
       01 WS-SCRAP-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

      * One total per month and reason seen on the ledger.
       01 WS-MAX-TOTAL-CAPACITY PIC 9(004) VALUE 2000.
       01 WS-TOTAL-COUNT PIC 9(004) VALUE 0.
       01 WS-TOTAL-TABLE.
           05 WS-TOTAL-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-TOTAL-COUNT.
               10 WS-TOT-MONTH PIC X(006).
               10 WS-TOT-REASON PIC X(004).
               10 WS-TOT-VOIDS PIC 9(005).
               10 WS-TOT-SERIALS PIC 9(009).
       01 WS-TOTAL-IDX PIC 9(004).
       01 WS-FOUND-IDX PIC 9(004).
       01 WS-LEDGER-LINES PIC 9(005) VALUE 0.
       01 WS-LINES-NOT-TOTALLED PIC 9(005) VALUE 0.
       01 WS-RANGE-SIZE PIC 9(007).

       01 WS-CURRENT-MONTH PIC X(006).
       01 WS-MONTH-VOIDS PIC 9(005).
       01 WS-MONTH-SERIALS PIC 9(009).
       01 WS-GRAND-VOIDS PIC 9(005) VALUE 0.
       01 WS-GRAND-SERIALS PIC 9(009) VALUE 0.
       01 WS-VOIDS-ED PIC Z(4)9.
       01 WS-SERIALS-ED PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-SCRAP-TOTALS
           SORT WS-TOTAL-ENTRY
               ASCENDING KEY WS-TOT-MONTH WS-TOT-REASON

           OPEN OUTPUT SCRAP-REPORT-FILE
           MOVE SPACES TO SCRAP-REPORT-RECORD
           STRING "SCRAPPED SERIALS BY MONTH AND REASON"
               INTO SCRAP-REPORT-RECORD
           WRITE SCRAP-REPORT-RECORD
           MOVE SPACES TO SCRAP-REPORT-RECORD
           STRING "MONTH   REASON   VOIDS    SERIALS"
               INTO SCRAP-REPORT-RECORD
           WRITE SCRAP-REPORT-RECORD

           MOVE SPACES TO WS-CURRENT-MONTH
           PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-TOTAL-IDX > WS-TOTAL-COUNT
               IF WS-TOT-MONTH(WS-TOTAL-IDX) NOT = WS-CURRENT-MONTH
                   IF WS-CURRENT-MONTH NOT = SPACES
                       PERFORM WRITE-MONTH-TOTAL
                   END-IF
                   MOVE WS-TOT-MONTH(WS-TOTAL-IDX) TO WS-CURRENT-MONTH
                   MOVE 0 TO WS-MONTH-VOIDS
                   MOVE 0 TO WS-MONTH-SERIALS
               END-IF
               PERFORM WRITE-ONE-REASON-LINE
           END-PERFORM
           IF WS-CURRENT-MONTH NOT = SPACES
               PERFORM WRITE-MONTH-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           CLOSE SCRAP-REPORT-FILE

           STOP RUN.

           LOAD-SCRAP-TOTALS SECTION.
             MOVE 0 TO WS-TOTAL-COUNT
             OPEN INPUT SCRAP-LEDGER-FILE
             IF WS-SCRAP-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SCRAP-LEDGER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF SCRAP-LEDGER-RECORD NOT = SPACES
                               ADD 1 TO WS-LEDGER-LINES
                               PERFORM ADD-ONE-VOID
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SCRAP-LEDGER-FILE
             END-IF
           EXIT.

           ADD-ONE-VOID SECTION.
             MOVE 0 TO WS-FOUND-IDX
             PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
                 UNTIL WS-TOTAL-IDX > WS-TOTAL-COUNT
                     OR WS-FOUND-IDX > 0
                 IF WS-TOT-MONTH(WS-TOTAL-IDX) = FBS-VOID-MONTH
                     AND WS-TOT-REASON(WS-TOTAL-IDX) = FBS-REASON
                     MOVE WS-TOTAL-IDX TO WS-FOUND-IDX
                 END-IF
             END-PERFORM
             IF WS-FOUND-IDX = 0
                 IF WS-TOTAL-COUNT NOT < WS-MAX-TOTAL-CAPACITY
                     ADD 1 TO WS-LINES-NOT-TOTALLED
                     EXIT SECTION
                 END-IF
                 ADD 1 TO WS-TOTAL-COUNT
                 MOVE WS-TOTAL-COUNT TO WS-FOUND-IDX
                 MOVE FBS-VOID-MONTH TO WS-TOT-MONTH(WS-FOUND-IDX)
                 MOVE FBS-REASON TO WS-TOT-REASON(WS-FOUND-IDX)
                 MOVE 0 TO WS-TOT-VOIDS(WS-FOUND-IDX)
                 MOVE 0 TO WS-TOT-SERIALS(WS-FOUND-IDX)
             END-IF
             COMPUTE WS-RANGE-SIZE
                 = FBS-TO-SERIAL - FBS-FROM-SERIAL + 1
             ADD 1 TO WS-TOT-VOIDS(WS-FOUND-IDX)
             ADD WS-RANGE-SIZE TO WS-TOT-SERIALS(WS-FOUND-IDX)
           EXIT.

           WRITE-ONE-REASON-LINE SECTION.
             ADD WS-TOT-VOIDS(WS-TOTAL-IDX) TO WS-MONTH-VOIDS
             ADD WS-TOT-SERIALS(WS-TOTAL-IDX) TO WS-MONTH-SERIALS
             MOVE WS-TOT-VOIDS(WS-TOTAL-IDX) TO WS-VOIDS-ED
             MOVE WS-TOT-SERIALS(WS-TOTAL-IDX) TO WS-SERIALS-ED
             MOVE SPACES TO SCRAP-REPORT-RECORD
             STRING WS-TOT-MONTH(WS-TOTAL-IDX) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-TOT-REASON(WS-TOTAL-IDX) DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 WS-VOIDS-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SERIALS-ED DELIMITED BY SIZE
                 INTO SCRAP-REPORT-RECORD
             WRITE SCRAP-REPORT-RECORD
           EXIT.

           WRITE-MONTH-TOTAL SECTION.
             ADD WS-MONTH-VOIDS TO WS-GRAND-VOIDS
             ADD WS-MONTH-SERIALS TO WS-GRAND-SERIALS
             MOVE WS-MONTH-VOIDS TO WS-VOIDS-ED
             MOVE WS-MONTH-SERIALS TO WS-SERIALS-ED
             MOVE SPACES TO SCRAP-REPORT-RECORD
             STRING WS-CURRENT-MONTH DELIMITED BY SIZE
                 "  TOTAL   " DELIMITED BY SIZE
                 WS-VOIDS-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SERIALS-ED DELIMITED BY SIZE
                 INTO SCRAP-REPORT-RECORD
             WRITE SCRAP-REPORT-RECORD
             MOVE SPACES TO SCRAP-REPORT-RECORD
             WRITE SCRAP-REPORT-RECORD
           EXIT.

           WRITE-GRAND-TOTAL SECTION.
             MOVE WS-GRAND-VOIDS TO WS-VOIDS-ED
             MOVE WS-GRAND-SERIALS TO WS-SERIALS-ED
             MOVE SPACES TO SCRAP-REPORT-RECORD
             STRING "ALL     TOTAL   " DELIMITED BY SIZE
                 WS-VOIDS-ED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SERIALS-ED DELIMITED BY SIZE
                 INTO SCRAP-REPORT-RECORD
             WRITE SCRAP-REPORT-RECORD
             IF WS-LINES-NOT-TOTALLED > 0
                 MOVE WS-LINES-NOT-TOTALLED TO WS-VOIDS-ED
                 MOVE SPACES TO SCRAP-REPORT-RECORD
                 STRING "LEDGER LINES NOT TOTALLED - TABLE FULL: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-VOIDS-ED) DELIMITED BY SIZE
                     INTO SCRAP-REPORT-RECORD
                 WRITE SCRAP-REPORT-RECORD
                 MOVE 4 TO RETURN-CODE
             END-IF
           EXIT.

       END PROGRAM FB-SCRAP-RPT.
