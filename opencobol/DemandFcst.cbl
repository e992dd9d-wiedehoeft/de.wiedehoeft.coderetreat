      ******************************************************************
      * Author:
      * Date:
      * Purpose: Demand forecast per store and item. Reads the sales
      *          history ledger (data/SALESHIS.DAT) over the weeks
      *          up to the last aged business date and writes a
      *          forward daily forecast, weighted by day of week, to
      *          data/FORECAST.DAT. The forecast the previous run
      *          left behind is first scored against what actually
      *          sold on the days that have since passed, and the
      *          result appended to the accuracy history
      *          (data/FCSTACC.DAT). data/FORECAST.RPT prints a
      *          recommended reorder point and safety stock beside
      *          the one keyed on data/REORDER.DAT and flags every
      *          keyed point that has drifted away from real demand.
      *          History weeks, horizon, lead time, service factor
      *          and drift tolerance come from data/FCSTCTL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMAND-FCST as "DemandFcst".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CONTROL-FILE ASSIGN TO "data/FCSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "data/SALESHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT REORDER-CONTROL-FILE ASSIGN TO "data/REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT FORECAST-FILE ASSIGN TO "data/FORECAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ACCURACY-HISTORY-FILE ASSIGN TO "data/FCSTACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "data/FORECAST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  FORECAST-CONTROL-RECORD.
           05 FCC-HISTORY-WEEKS PIC 9(001).
           05 FCC-HORIZON-DAYS PIC 9(002).
           05 FCC-LEAD-DAYS PIC 9(002).
           05 FCC-SERVICE-FACTOR PIC 9(001)V99.
           05 FCC-DRIFT-PCT PIC 9(003).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-HISTORY-RECORD.
           05 SH-DATE PIC X(008).
           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

       FD  REORDER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REORDER-CONTROL-RECORD.
           05 REORD-STORE-ID PIC X(006).
           05 REORD-NAME PIC X(041).
           05 REORD-POINT PIC 9(005).
           05 REORD-QTY PIC 9(005).

      * One line per store, item and forecast day. Rewritten every
      * run; the next run reads it back to score it.
       FD  FORECAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  FORECAST-RECORD.
           05 FC-STORE-ID PIC X(006).
           05 FC-NAME PIC X(041).
           05 FC-DATE PIC X(008).
           05 FC-UNITS PIC 9(005)V99.

      * Append-only: per store and item, what was forecast for the
      * days that have passed since the last run against what sold.
       FD  ACCURACY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCURACY-HISTORY-RECORD.
           05 FA-RUN-DATE PIC X(008).
           05 FA-STORE-ID PIC X(006).
           05 FA-NAME PIC X(041).
           05 FA-FROM-DATE PIC X(008).
           05 FA-TO-DATE PIC X(008).
           05 FA-FORECAST-UNITS PIC 9(007)V99.
           05 FA-ACTUAL-UNITS PIC 9(007).

       FD  FORECAST-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FORECAST-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).

      * Run parameters, defaulted when FCSTCTL.DAT is absent or a
      * field is blank or out of range.
       01 WS-HISTORY-WEEKS PIC 9(001) VALUE 4.
       01 WS-HISTORY-DAYS PIC 9(002) VALUE 28.
       01 WS-HORIZON-DAYS PIC 9(002) VALUE 7.
       01 WS-LEAD-DAYS PIC 9(002) VALUE 7.
       01 WS-SERVICE-FACTOR PIC 9(001)V99 VALUE 1.65.
       01 WS-DRIFT-PCT PIC 9(003) VALUE 25.

      * The history window ends on the last aged business date; the
      * forecast starts the day after.
       01 WS-END-DATE PIC X(008).
       01 WS-END-INT PIC 9(008).
       01 WS-FIRST-INT PIC 9(008).
       01 WS-DATE-INT PIC 9(008).
       01 WS-DAY-OFFSET PIC S9(009).
       01 WS-DAY-IDX PIC 9(002).
       01 WS-SLOT-IDX PIC 9(001).

      * One row per store and item seen in the window, on the keyed
      * reorder file, or on the forecast being scored.
       01 WS-MAX-ROW-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-ROW-COUNT PIC 9(005) VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 5000 TIMES.
               10 WS-ROW-STORE-ID PIC X(006).
               10 WS-ROW-NAME PIC X(041).
               10 WS-ROW-DAILY-UNITS PIC 9(005) OCCURS 28 TIMES.
               10 WS-ROW-KEYED-FLAG PIC X(001).
                   88 ROW-POINT-IS-KEYED VALUE "Y".
               10 WS-ROW-KEYED-POINT PIC 9(005).
               10 WS-ROW-SCORED-FLAG PIC X(001).
                   88 ROW-WAS-SCORED VALUE "Y".
               10 WS-ROW-PRIOR-FORECAST PIC 9(007)V99.
               10 WS-ROW-PRIOR-ACTUAL PIC 9(007).
       01 WS-ROW-IDX PIC 9(005).
       01 WS-ROW-MATCH PIC X(001).
           88 ROW-FOUND VALUE "Y".
       01 WS-ROW-FULL-LOGGED PIC X(001) VALUE "N".
           88 ROW-CAPACITY-LOGGED VALUE "Y".
       01 WS-KEY-STORE-ID PIC X(006).
       01 WS-KEY-NAME PIC X(041).

      * Per-row working figures.
       01 WS-SLOT-UNITS PIC 9(007) OCCURS 7 TIMES.
       01 WS-TOTAL-UNITS PIC 9(007).
       01 WS-AVERAGE-DAILY PIC 9(005)V9(004).
       01 WS-SQUARES-SUM PIC 9(011)V9(004).
       01 WS-DAILY-DEVIATION PIC S9(005)V9(004).
       01 WS-DAILY-SIGMA PIC 9(005)V9(004).
       01 WS-DAY-FORECAST PIC 9(005)V99.
       01 WS-HORIZON-FORECAST PIC 9(007)V99.
       01 WS-SAFETY-STOCK PIC 9(005).
       01 WS-RECOMMENDED-POINT PIC 9(005).
       01 WS-POINT-GAP PIC 9(005).
       01 WS-ROW-FLAG PIC X(012).

      * Scoring of the previous forecast.
       01 WS-SCORE-FROM-DATE PIC X(008) VALUE HIGH-VALUES.
       01 WS-SCORE-TO-DATE PIC X(008) VALUE LOW-VALUES.
       01 WS-SCORED-ROWS PIC 9(005) VALUE 0.
       01 WS-SCORED-FORECAST PIC 9(009)V99 VALUE 0.
       01 WS-SCORED-ACTUAL PIC 9(009) VALUE 0.
       01 WS-SCORED-ABS-ERROR PIC 9(009)V99 VALUE 0.
       01 WS-ROW-ERROR PIC S9(009)V99.
       01 WS-ERROR-PCT PIC 9(005)V9.

       01 WS-ROWS-DRIFTED PIC 9(005) VALUE 0.
       01 WS-ROWS-UNKEYED PIC 9(005) VALUE 0.

       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-POINT-ED PIC Z(4)9.
       01 WS-RECOMMEND-ED PIC Z(4)9.
       01 WS-SAFETY-ED PIC Z(4)9.
       01 WS-DAILY-ED PIC Z(4)9.99.
       01 WS-UNITS-ED PIC Z(8)9.99.
       01 WS-ACTUAL-ED PIC Z(8)9.
       01 WS-PCT-ED PIC Z(4)9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT FORECAST-REPORT-FILE

           PERFORM LOAD-FORECAST-CONTROL
           PERFORM LOAD-BUSINESS-DATE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-SALES-HISTORY
           PERFORM LOAD-KEYED-POINTS
           PERFORM SCORE-PRIOR-FORECAST
           PERFORM WRITE-NEW-FORECAST
           PERFORM WRITE-REPORT-TRAILER

           CLOSE FORECAST-REPORT-FILE

           STOP RUN.

           LOAD-FORECAST-CONTROL SECTION.
             OPEN INPUT FORECAST-CONTROL-FILE
             IF WS-CONTROL-STATUS = "00"
                 READ FORECAST-CONTROL-FILE
                     NOT AT END
                       IF FCC-HISTORY-WEEKS IS NUMERIC
                           AND FCC-HISTORY-WEEKS >= 1
                           AND FCC-HISTORY-WEEKS <= 4
                           MOVE FCC-HISTORY-WEEKS TO WS-HISTORY-WEEKS
                       END-IF
                       IF FCC-HORIZON-DAYS IS NUMERIC
                           AND FCC-HORIZON-DAYS >= 1
                           AND FCC-HORIZON-DAYS <= 28
                           MOVE FCC-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
                       IF FCC-LEAD-DAYS IS NUMERIC
                           AND FCC-LEAD-DAYS >= 1
                           MOVE FCC-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
                       IF FCC-SERVICE-FACTOR IS NUMERIC
                           AND FCC-SERVICE-FACTOR > 0
                           MOVE FCC-SERVICE-FACTOR
                               TO WS-SERVICE-FACTOR
                       END-IF
                       IF FCC-DRIFT-PCT IS NUMERIC
                           AND FCC-DRIFT-PCT > 0
                           MOVE FCC-DRIFT-PCT TO WS-DRIFT-PCT
                       END-IF
                 END-READ
                 CLOSE FORECAST-CONTROL-FILE
             END-IF
             COMPUTE WS-HISTORY-DAYS = WS-HISTORY-WEEKS * 7
           EXIT.

           LOAD-BUSINESS-DATE SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-END-DATE
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSDATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     NOT AT END
                       IF BUS-LAST-AGED-DATE IS NUMERIC
                           AND BUS-LAST-AGED-DATE NOT = 0
                           MOVE BUS-LAST-AGED-DATE TO WS-END-DATE
                       END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             COMPUTE WS-END-INT =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-END-DATE))
             COMPUTE WS-FIRST-INT = WS-END-INT - WS-HISTORY-DAYS + 1
           EXIT.

      * Each sale lands in its row's day bucket for the window; sales
      * outside the window are not read into the forecast.
           LOAD-SALES-HISTORY SECTION.
             OPEN INPUT SALES-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SALES-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF SH-DATE IS NUMERIC
                               AND SH-UNITS-SOLD IS NUMERIC
                               PERFORM BUCKET-ONE-SALE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SALES-HISTORY-FILE
             END-IF
           EXIT.

           BUCKET-ONE-SALE SECTION.
             COMPUTE WS-DAY-OFFSET =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SH-DATE))
                     - WS-FIRST-INT + 1
             IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-HISTORY-DAYS
                 EXIT SECTION
             END-IF
             MOVE SH-STORE-ID TO WS-KEY-STORE-ID
             MOVE SH-NAME TO WS-KEY-NAME
             PERFORM FIND-OR-ADD-ROW
             IF ROW-FOUND
                 MOVE WS-DAY-OFFSET TO WS-DAY-IDX
                 ADD SH-UNITS-SOLD
                     TO WS-ROW-DAILY-UNITS(WS-ROW-IDX WS-DAY-IDX)
             END-IF
           EXIT.

           LOAD-KEYED-POINTS SECTION.
             OPEN INPUT REORDER-CONTROL-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ REORDER-CONTROL-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           MOVE REORD-STORE-ID TO WS-KEY-STORE-ID
                           MOVE REORD-NAME TO WS-KEY-NAME
                           PERFORM FIND-OR-ADD-ROW
                           IF ROW-FOUND
                               SET ROW-POINT-IS-KEYED(WS-ROW-IDX)
                                   TO TRUE
                               IF REORD-POINT IS NUMERIC
                                   MOVE REORD-POINT
                                       TO WS-ROW-KEYED-POINT(WS-ROW-IDX)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE REORDER-CONTROL-FILE
             END-IF
           EXIT.

      * The forecast the last run wrote still sits on FORECAST.DAT.
      * Its days that now fall inside the history window have
      * happened, so each is set against the units that sold that
      * day; days still ahead are simply forecast again below.
           SCORE-PRIOR-FORECAST SECTION.
             OPEN INPUT FORECAST-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ FORECAST-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF FC-DATE IS NUMERIC
                               AND FC-UNITS IS NUMERIC
                               PERFORM SCORE-ONE-FORECAST-DAY
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE FORECAST-FILE
             END-IF
             IF WS-SCORED-ROWS > 0
                 OPEN EXTEND ACCURACY-HISTORY-FILE
                 PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                     UNTIL WS-ROW-IDX > WS-ROW-COUNT
                     IF ROW-WAS-SCORED(WS-ROW-IDX)
                         PERFORM RECORD-ONE-ROW-ACCURACY
                     END-IF
                 END-PERFORM
                 CLOSE ACCURACY-HISTORY-FILE
             END-IF
             PERFORM WRITE-ACCURACY-SUMMARY
           EXIT.

           SCORE-ONE-FORECAST-DAY SECTION.
             COMPUTE WS-DAY-OFFSET =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FC-DATE))
                     - WS-FIRST-INT + 1
             IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-HISTORY-DAYS
                 EXIT SECTION
             END-IF
             MOVE FC-STORE-ID TO WS-KEY-STORE-ID
             MOVE FC-NAME TO WS-KEY-NAME
             PERFORM FIND-OR-ADD-ROW
             IF NOT ROW-FOUND
                 EXIT SECTION
             END-IF
             MOVE WS-DAY-OFFSET TO WS-DAY-IDX
             IF NOT ROW-WAS-SCORED(WS-ROW-IDX)
                 SET ROW-WAS-SCORED(WS-ROW-IDX) TO TRUE
                 ADD 1 TO WS-SCORED-ROWS
             END-IF
             ADD FC-UNITS TO WS-ROW-PRIOR-FORECAST(WS-ROW-IDX)
             ADD WS-ROW-DAILY-UNITS(WS-ROW-IDX WS-DAY-IDX)
                 TO WS-ROW-PRIOR-ACTUAL(WS-ROW-IDX)
             IF FC-DATE < WS-SCORE-FROM-DATE
                 MOVE FC-DATE TO WS-SCORE-FROM-DATE
             END-IF
             IF FC-DATE > WS-SCORE-TO-DATE
                 MOVE FC-DATE TO WS-SCORE-TO-DATE
             END-IF
           EXIT.

           RECORD-ONE-ROW-ACCURACY SECTION.
             MOVE WS-END-DATE TO FA-RUN-DATE
             MOVE WS-ROW-STORE-ID(WS-ROW-IDX) TO FA-STORE-ID
             MOVE WS-ROW-NAME(WS-ROW-IDX) TO FA-NAME
             MOVE WS-SCORE-FROM-DATE TO FA-FROM-DATE
             MOVE WS-SCORE-TO-DATE TO FA-TO-DATE
             MOVE WS-ROW-PRIOR-FORECAST(WS-ROW-IDX)
                 TO FA-FORECAST-UNITS
             MOVE WS-ROW-PRIOR-ACTUAL(WS-ROW-IDX) TO FA-ACTUAL-UNITS
             WRITE ACCURACY-HISTORY-RECORD
             ADD WS-ROW-PRIOR-FORECAST(WS-ROW-IDX)
                 TO WS-SCORED-FORECAST
             ADD WS-ROW-PRIOR-ACTUAL(WS-ROW-IDX) TO WS-SCORED-ACTUAL
             COMPUTE WS-ROW-ERROR = WS-ROW-PRIOR-FORECAST(WS-ROW-IDX)
                 - WS-ROW-PRIOR-ACTUAL(WS-ROW-IDX)
             IF WS-ROW-ERROR < 0
                 SUBTRACT WS-ROW-ERROR FROM WS-SCORED-ABS-ERROR
             ELSE
                 ADD WS-ROW-ERROR TO WS-SCORED-ABS-ERROR
             END-IF
           EXIT.

      * Error is the sum of each row's absolute miss over the units
      * that actually sold, so a big seller weighs more than a slow
      * one and over- and under-forecasts do not cancel out.
           WRITE-ACCURACY-SUMMARY SECTION.
             MOVE SPACES TO FORECAST-REPORT-RECORD
             IF WS-SCORED-ROWS = 0
                 STRING "FORECAST ACCURACY - NO EARLIER FORECAST DAYS "
                     "HAVE PASSED SINCE THE LAST RUN" DELIMITED BY SIZE
                     INTO FORECAST-REPORT-RECORD
                 WRITE FORECAST-REPORT-RECORD
                 EXIT SECTION
             END-IF
             MOVE WS-SCORED-ROWS TO WS-COUNT-ED
             MOVE WS-SCORED-FORECAST TO WS-UNITS-ED
             MOVE WS-SCORED-ACTUAL TO WS-ACTUAL-ED
             IF WS-SCORED-ACTUAL > 0
                 COMPUTE WS-ERROR-PCT ROUNDED =
                     WS-SCORED-ABS-ERROR * 100 / WS-SCORED-ACTUAL
                     ON SIZE ERROR MOVE 99999.9 TO WS-ERROR-PCT
                 END-COMPUTE
             ELSE
                 MOVE 0 TO WS-ERROR-PCT
             END-IF
             MOVE WS-ERROR-PCT TO WS-PCT-ED
             STRING "FORECAST ACCURACY " DELIMITED BY SIZE
                 WS-SCORE-FROM-DATE DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-SCORE-TO-DATE DELIMITED BY SIZE
                 " - ROWS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 ", FORECAST: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-UNITS-ED) DELIMITED BY SIZE
                 ", ACTUAL: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ACTUAL-ED) DELIMITED BY SIZE
                 ", ABSOLUTE ERROR: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
             WRITE FORECAST-REPORT-RECORD
           EXIT.

           WRITE-NEW-FORECAST SECTION.
             OPEN OUTPUT FORECAST-FILE
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
                 PERFORM FORECAST-ONE-ROW
             END-PERFORM
             CLOSE FORECAST-FILE
           EXIT.

      * Each weekday's forecast is that weekday's average over the
      * window. The recommended reorder point covers average demand
      * over the lead time plus a safety stock of the service factor
      * times the daily standard deviation, scaled to the lead time.
           FORECAST-ONE-ROW SECTION.
             MOVE 0 TO WS-TOTAL-UNITS
             MOVE 0 TO WS-SQUARES-SUM
             PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                 UNTIL WS-SLOT-IDX > 7
                 MOVE 0 TO WS-SLOT-UNITS(WS-SLOT-IDX)
             END-PERFORM
             PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > WS-HISTORY-DAYS
                 COMPUTE WS-SLOT-IDX = FUNCTION MOD(
                     WS-FIRST-INT + WS-DAY-IDX - 1, 7) + 1
                 ADD WS-ROW-DAILY-UNITS(WS-ROW-IDX WS-DAY-IDX)
                     TO WS-SLOT-UNITS(WS-SLOT-IDX)
                 ADD WS-ROW-DAILY-UNITS(WS-ROW-IDX WS-DAY-IDX)
                     TO WS-TOTAL-UNITS
             END-PERFORM
             COMPUTE WS-AVERAGE-DAILY ROUNDED =
                 WS-TOTAL-UNITS / WS-HISTORY-DAYS
             PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > WS-HISTORY-DAYS
                 COMPUTE WS-DAILY-DEVIATION =
                     WS-ROW-DAILY-UNITS(WS-ROW-IDX WS-DAY-IDX)
                         - WS-AVERAGE-DAILY
                 COMPUTE WS-SQUARES-SUM = WS-SQUARES-SUM
                     + WS-DAILY-DEVIATION * WS-DAILY-DEVIATION
             END-PERFORM
             COMPUTE WS-DAILY-SIGMA ROUNDED =
                 FUNCTION SQRT(WS-SQUARES-SUM / WS-HISTORY-DAYS)
             COMPUTE WS-SAFETY-STOCK ROUNDED =
                 WS-SERVICE-FACTOR * WS-DAILY-SIGMA
                     * FUNCTION SQRT(WS-LEAD-DAYS)
                 ON SIZE ERROR MOVE 99999 TO WS-SAFETY-STOCK
             END-COMPUTE
             COMPUTE WS-RECOMMENDED-POINT ROUNDED =
                 WS-AVERAGE-DAILY * WS-LEAD-DAYS + WS-SAFETY-STOCK
                 ON SIZE ERROR MOVE 99999 TO WS-RECOMMENDED-POINT
             END-COMPUTE
             MOVE 0 TO WS-HORIZON-FORECAST
             PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > WS-HORIZON-DAYS
                 COMPUTE WS-DATE-INT = WS-END-INT + WS-DAY-IDX
                 COMPUTE WS-SLOT-IDX =
                     FUNCTION MOD(WS-DATE-INT, 7) + 1
                 COMPUTE WS-DAY-FORECAST ROUNDED =
                     WS-SLOT-UNITS(WS-SLOT-IDX) / WS-HISTORY-WEEKS
                 MOVE WS-ROW-STORE-ID(WS-ROW-IDX) TO FC-STORE-ID
                 MOVE WS-ROW-NAME(WS-ROW-IDX) TO FC-NAME
                 MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                     TO FC-DATE
                 MOVE WS-DAY-FORECAST TO FC-UNITS
                 WRITE FORECAST-RECORD
                 ADD WS-DAY-FORECAST TO WS-HORIZON-FORECAST
             END-PERFORM
             PERFORM JUDGE-KEYED-POINT
             PERFORM WRITE-ROW-LINE
           EXIT.

      * A keyed point is drifted when it sits further from the
      * recommendation than the drift tolerance allows - including
      * a point keyed on an item that no longer sells at all.
           JUDGE-KEYED-POINT SECTION.
             MOVE SPACES TO WS-ROW-FLAG
             IF NOT ROW-POINT-IS-KEYED(WS-ROW-IDX)
                 IF WS-RECOMMENDED-POINT > 0
                     MOVE "NOT KEYED" TO WS-ROW-FLAG
                     ADD 1 TO WS-ROWS-UNKEYED
                 END-IF
                 EXIT SECTION
             END-IF
             IF WS-ROW-KEYED-POINT(WS-ROW-IDX) > WS-RECOMMENDED-POINT
                 COMPUTE WS-POINT-GAP =
                     WS-ROW-KEYED-POINT(WS-ROW-IDX)
                         - WS-RECOMMENDED-POINT
             ELSE
                 COMPUTE WS-POINT-GAP = WS-RECOMMENDED-POINT
                     - WS-ROW-KEYED-POINT(WS-ROW-IDX)
             END-IF
             IF WS-POINT-GAP * 100
                 > WS-DRIFT-PCT * WS-RECOMMENDED-POINT
                 MOVE "DRIFTED" TO WS-ROW-FLAG
                 ADD 1 TO WS-ROWS-DRIFTED
             END-IF
           EXIT.

           WRITE-ROW-LINE SECTION.
             MOVE WS-AVERAGE-DAILY TO WS-DAILY-ED
             MOVE WS-HORIZON-FORECAST TO WS-UNITS-ED
             MOVE WS-RECOMMENDED-POINT TO WS-RECOMMEND-ED
             MOVE WS-SAFETY-STOCK TO WS-SAFETY-ED
             MOVE SPACES TO FORECAST-REPORT-RECORD
             STRING WS-ROW-STORE-ID(WS-ROW-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-ROW-NAME(WS-ROW-IDX) DELIMITED BY SIZE
                 " DAILY " DELIMITED BY SIZE
                 WS-DAILY-ED DELIMITED BY SIZE
                 " NEXT " DELIMITED BY SIZE
                 WS-HORIZON-DAYS DELIMITED BY SIZE
                 "D " DELIMITED BY SIZE
                 WS-UNITS-ED DELIMITED BY SIZE
                 " SAFETY " DELIMITED BY SIZE
                 WS-SAFETY-ED DELIMITED BY SIZE
                 " ROP REC " DELIMITED BY SIZE
                 WS-RECOMMEND-ED DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
             IF ROW-POINT-IS-KEYED(WS-ROW-IDX)
                 MOVE WS-ROW-KEYED-POINT(WS-ROW-IDX) TO WS-POINT-ED
                 STRING " KEYED " DELIMITED BY SIZE
                     WS-POINT-ED DELIMITED BY SIZE
                     INTO FORECAST-REPORT-RECORD(119:14)
             END-IF
             WRITE FORECAST-REPORT-RECORD
             IF WS-ROW-FLAG NOT = SPACES
                 MOVE SPACES TO FORECAST-REPORT-RECORD
                 STRING "    *** " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROW-FLAG) DELIMITED BY SIZE
                     " - REVIEW THE REORDER POINT FOR STORE "
                         DELIMITED BY SIZE
                     WS-ROW-STORE-ID(WS-ROW-IDX) DELIMITED BY SIZE
                     " ON CTLMAINT" DELIMITED BY SIZE
                     INTO FORECAST-REPORT-RECORD
                 WRITE FORECAST-REPORT-RECORD
             END-IF
           EXIT.

           FIND-OR-ADD-ROW SECTION.
             MOVE "N" TO WS-ROW-MATCH
             PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
                         OR ROW-FOUND
                 IF WS-ROW-STORE-ID(WS-ROW-IDX) = WS-KEY-STORE-ID
                     AND WS-ROW-NAME(WS-ROW-IDX) = WS-KEY-NAME
                     SET ROW-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF ROW-FOUND
                 SUBTRACT 1 FROM WS-ROW-IDX
                 EXIT SECTION
             END-IF
             IF WS-ROW-COUNT >= WS-MAX-ROW-CAPACITY
                 IF NOT ROW-CAPACITY-LOGGED
                     SET ROW-CAPACITY-LOGGED TO TRUE
                     MOVE SPACES TO FORECAST-REPORT-RECORD
                     STRING "EXCEPTION: ROW CAPACITY EXCEEDED - "
                         "ROWS BEYOND THE TABLE ARE NOT FORECAST"
                         DELIMITED BY SIZE
                         INTO FORECAST-REPORT-RECORD
                     WRITE FORECAST-REPORT-RECORD
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-ROW-COUNT
             MOVE WS-ROW-COUNT TO WS-ROW-IDX
             MOVE WS-KEY-STORE-ID TO WS-ROW-STORE-ID(WS-ROW-IDX)
             MOVE WS-KEY-NAME TO WS-ROW-NAME(WS-ROW-IDX)
             MOVE "N" TO WS-ROW-KEYED-FLAG(WS-ROW-IDX)
             MOVE "N" TO WS-ROW-SCORED-FLAG(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-KEYED-POINT(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-PRIOR-FORECAST(WS-ROW-IDX)
             MOVE 0 TO WS-ROW-PRIOR-ACTUAL(WS-ROW-IDX)
             PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > 28
                 MOVE 0 TO WS-ROW-DAILY-UNITS(WS-ROW-IDX WS-DAY-IDX)
             END-PERFORM
             SET ROW-FOUND TO TRUE
           EXIT.

           WRITE-REPORT-HEADER SECTION.
             MOVE SPACES TO FORECAST-REPORT-RECORD
             STRING "DEMAND FORECAST - HISTORY " DELIMITED BY SIZE
                 WS-HISTORY-WEEKS DELIMITED BY SIZE
                 " WEEK(S) TO " DELIMITED BY SIZE
                 WS-END-DATE DELIMITED BY SIZE
                 ", HORIZON " DELIMITED BY SIZE
                 WS-HORIZON-DAYS DELIMITED BY SIZE
                 " DAY(S), LEAD TIME " DELIMITED BY SIZE
                 WS-LEAD-DAYS DELIMITED BY SIZE
                 " DAY(S), DRIFT TOLERANCE " DELIMITED BY SIZE
                 WS-DRIFT-PCT DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
             WRITE FORECAST-REPORT-RECORD
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE WS-ROW-COUNT TO WS-COUNT-ED
             MOVE SPACES TO FORECAST-REPORT-RECORD
             STRING "DEMAND FORECAST - ROWS FORECAST: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
             WRITE FORECAST-REPORT-RECORD
             MOVE WS-ROWS-DRIFTED TO WS-COUNT-ED
             MOVE SPACES TO FORECAST-REPORT-RECORD
             STRING "DEMAND FORECAST - KEYED POINTS DRIFTED: "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
             WRITE FORECAST-REPORT-RECORD
             MOVE WS-ROWS-UNKEYED TO WS-COUNT-ED
             MOVE SPACES TO FORECAST-REPORT-RECORD
             STRING "DEMAND FORECAST - SELLING ROWS WITH NO KEYED "
                 "POINT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO FORECAST-REPORT-RECORD
             WRITE FORECAST-REPORT-RECORD
           EXIT.

       END PROGRAM DEMAND-FCST.
