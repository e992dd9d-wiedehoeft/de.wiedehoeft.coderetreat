      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ad-hoc list extract over the published query master,
      *          for the one-off "all conjured items under quality 10
      *          at CENTRAL stores with their vendor" questions. The
      *          request (data/CSVREQ.DAT) names the ITEMS fields
      *          wanted, in column order, and the selection - store,
      *          region, category code, vendor, status, hold, and
      *          quality and sell-in ranges. Matching rows go to a
      *          comma-separated file with a header row
      *          (data/CSVEXTR.CSV) and a control page
      *          (data/CSVEXTR.RPT) echoes the request, the published
      *          close it answers from and the row count. Like
      *          ItemInq it reads only QRYMSTR.DAT and the store and
      *          vendor reference files - never the live ITEMMSTR.DAT
      *          - so it is safe to run while the day is trading.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-EXTRACT as "CsvExtract".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-REQUEST-FILE ASSIGN TO "data/CSVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT QUERY-MASTER-FILE ASSIGN TO "data/QRYMSTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT QUERY-STAMP-FILE ASSIGN TO "data/QRYSTAMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT STORE-MASTER-FILE ASSIGN TO "data/STORMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "data/VENDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT EXTRACT-CSV-FILE ASSIGN TO "data/CSVEXTR.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "data/CSVEXTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One extract per run, one line per entry, typed in column 1:
      *   T - a title for the control page (who asked, and why);
      *   F - one field wanted, by its ITEMS name, in column order
      *       (REGION and VENDOR-NAME may also be asked for - they
      *       are looked up on the store and vendor masters); with
      *       no F lines every ITEMS field is written;
      *   S - the selection. Each filter left blank matches every
      *       row. Status A also matches rows that predate the
      *       field; hold H takes held rows only, N unheld rows
      *       only. A range bound is a signed whole number and
      *       either end may be left open.
       FD  EXTRACT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-REQUEST-RECORD.
           05 CRQ-TYPE PIC X(001).
               88 CRQ-IS-TITLE VALUE "T".
               88 CRQ-IS-FIELD VALUE "F".
               88 CRQ-IS-SELECTION VALUE "S".
           05 CRQ-BODY PIC X(079).
       01  EXTRACT-FIELD-RECORD.
           05 FILLER PIC X(001).
           05 CRQ-FIELD-NAME PIC X(020).
       01  EXTRACT-SELECTION-RECORD.
           05 FILLER PIC X(001).
           05 CRQ-STORE-ID PIC X(006).
           05 CRQ-REGION PIC X(010).
           05 CRQ-CATEGORY-CODE PIC X(001).
           05 CRQ-VENDOR-ID PIC X(006).
           05 CRQ-ITEM-STATUS PIC X(001).
           05 CRQ-HOLD PIC X(001).
           05 CRQ-QUALITY-LOW PIC X(005).
           05 CRQ-QUALITY-HIGH PIC X(005).
           05 CRQ-SELLIN-LOW PIC X(005).
           05 CRQ-SELLIN-HIGH PIC X(005).

      * The read-only query master PublishMaster unloads at end of
      * chain (see ItemInq).
       FD  QUERY-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  QUERY-STAMP-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUERY-STAMP-RECORD.
           05 QST-RUN-ID PIC 9(006).
           05 QST-BUSINESS-DATE PIC X(008).

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-MASTER-RECORD.
           05 STM-STORE-ID PIC X(006).
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASTER-RECORD.
           05 VEND-ID PIC X(006).
           05 VEND-NAME PIC X(030).
           05 VEND-RETURN-TERMS PIC X(020).

       FD  EXTRACT-CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-CSV-RECORD PIC X(400).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-STAMP-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-REQUEST-EOF PIC X(001).
           88 END-OF-REQUEST VALUE "Y".
       01 WS-QUERY-EOF PIC X(001).
           88 END-OF-QUERY-MASTER VALUE "Y".
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-STAMP-RUN-ID PIC 9(006) VALUE 0.
       01 WS-STAMP-DATE PIC X(008) VALUE SPACES.
       01 WS-STAMP-RUN-ED PIC Z(5)9.

      * The fields an extract can carry: the ITEMS layout in record
      * order, then the two lookups. WS-FIELD-IS-TEXT says whether
      * the value is written quoted.
       01 WS-FIELD-NAME-DATA.
           05 FILLER PIC X(021) VALUE "STORE-ID            Y".
           05 FILLER PIC X(021) VALUE "NAME                Y".
           05 FILLER PIC X(021) VALUE "SELL-IN             N".
           05 FILLER PIC X(021) VALUE "QUALITY             N".
           05 FILLER PIC X(021) VALUE "CATEGORY-CODE       Y".
           05 FILLER PIC X(021) VALUE "ON-HAND-QTY         N".
           05 FILLER PIC X(021) VALUE "UNIT-PRICE          N".
           05 FILLER PIC X(021) VALUE "HOLD-STATUS         Y".
           05 FILLER PIC X(021) VALUE "VENDOR-ID           Y".
           05 FILLER PIC X(021) VALUE "DAYS-OUT-OF-STOCK   N".
           05 FILLER PIC X(021) VALUE "ITEM-STATUS         Y".
           05 FILLER PIC X(021) VALUE "REGION              Y".
           05 FILLER PIC X(021) VALUE "VENDOR-NAME         Y".
       01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-DATA.
           05 WS-FIELD-ENTRY OCCURS 13 TIMES.
               10 WS-FIELD-NAME PIC X(020).
               10 WS-FIELD-IS-TEXT PIC X(001).
       01 WS-ITEMS-FIELD-COUNT PIC 9(002) VALUE 11.
       01 WS-KNOWN-FIELD-COUNT PIC 9(002) VALUE 13.
       01 WS-FIELD-IDX PIC 9(002).

      * The columns asked for, by position in the table above.
       01 WS-MAX-COLUMNS PIC 9(002) VALUE 20.
       01 WS-COLUMN-COUNT PIC 9(002) VALUE 0.
       01 WS-COLUMN-TABLE.
           05 WS-COLUMN-FIELD PIC 9(002) OCCURS 20 TIMES.
       01 WS-COLUMN-IDX PIC 9(002).

      * The request as read, and whether it can be run at all.
       01 WS-TITLE-TEXT PIC X(079) VALUE SPACES.
       01 WS-SELECTION-COUNT PIC 9(003) VALUE 0.
       01 WS-SELECTION.
           05 WS-SEL-STORE-ID PIC X(006) VALUE SPACES.
           05 WS-SEL-REGION PIC X(010) VALUE SPACES.
           05 WS-SEL-CATEGORY-CODE PIC X(001) VALUE SPACES.
           05 WS-SEL-VENDOR-ID PIC X(006) VALUE SPACES.
           05 WS-SEL-ITEM-STATUS PIC X(001) VALUE SPACES.
           05 WS-SEL-HOLD PIC X(001) VALUE SPACES.
           05 WS-SEL-QUALITY-LOW PIC X(005) VALUE SPACES.
           05 WS-SEL-QUALITY-HIGH PIC X(005) VALUE SPACES.
           05 WS-SEL-SELLIN-LOW PIC X(005) VALUE SPACES.
           05 WS-SEL-SELLIN-HIGH PIC X(005) VALUE SPACES.
       01 WS-QUALITY-LOW PIC S9(005).
       01 WS-QUALITY-HIGH PIC S9(005).
       01 WS-SELLIN-LOW PIC S9(005).
       01 WS-SELLIN-HIGH PIC S9(005).
       01 WS-BOUND-TEXT PIC X(005).
       01 WS-BOUND-OK PIC X(001).
           88 BOUND-IS-VALID VALUE "Y".
      * Request faults are held until the request has been echoed,
      * so the control page reads request first, faults after.
       01 WS-ERROR-TEXT PIC X(100).
       01 WS-MAX-ERRORS PIC 9(003) VALUE 50.
       01 WS-ERROR-COUNT PIC 9(003) VALUE 0.
       01 WS-ERROR-TABLE.
           05 WS-ERROR-ENTRY PIC X(100) OCCURS 50 TIMES.
       01 WS-ERROR-IDX PIC 9(003).

      * Store and vendor lookups, loaded once.
       01 WS-MAX-STORE-CAPACITY PIC 9(003) VALUE 200.
       01 WS-STORE-COUNT PIC 9(003) VALUE 0.
       01 WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 200 TIMES.
               10 WS-STORE-ID PIC X(006).
               10 WS-STORE-REGION PIC X(010).
       01 WS-STORE-IDX PIC 9(003).
       01 WS-MAX-VENDOR-CAPACITY PIC 9(003) VALUE 200.
       01 WS-VENDOR-COUNT PIC 9(003) VALUE 0.
       01 WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 200 TIMES.
               10 WS-VENDOR-ID PIC X(006).
               10 WS-VENDOR-NAME PIC X(030).
       01 WS-VENDOR-IDX PIC 9(003).
       01 WS-ROW-REGION PIC X(010).
       01 WS-ROW-VENDOR-NAME PIC X(030).

       01 WS-ROW-WANTED PIC X(001).
           88 ROW-IS-WANTED VALUE "Y".
       01 WS-ROWS-READ PIC 9(007) VALUE 0.
       01 WS-ROWS-WRITTEN PIC 9(007) VALUE 0.
       01 WS-COUNT-ED PIC Z(6)9.

      * Building one CSV line: the value of one column as text,
      * then appended to the line - quoted, with any embedded quote
      * doubled, when the column is text (item names carry commas).
       01 WS-CSV-LINE PIC X(400).
       01 WS-CSV-POINTER PIC 9(003).
       01 WS-VALUE-TEXT PIC X(041).
       01 WS-VALUE-LENGTH PIC 9(003).
       01 WS-CHAR-IDX PIC 9(003).
       01 WS-SIGNED-ED PIC -(4)9.
       01 WS-UNSIGNED-ED PIC Z(4)9.
       01 WS-PRICE-ED PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN OUTPUT CONTROL-REPORT-FILE
           PERFORM LOAD-QUERY-STAMP
           PERFORM READ-EXTRACT-REQUEST
           IF WS-STAMP-DATE = SPACES
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "NO PUBLISHED QUERY MASTER ON FILE - RUN THE"
                   " NIGHTLY CHAIN (PublishMaster) FIRST"
                   DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM WRITE-REQUEST-ERROR
           END-IF
           PERFORM WRITE-REQUEST-ECHO

      * A refused request still empties the CSV, so yesterday's list
      * cannot be handed on as the answer to today's question.
           IF WS-ERROR-COUNT > 0
               PERFORM VARYING WS-ERROR-IDX FROM 1 BY 1
                   UNTIL WS-ERROR-IDX > WS-ERROR-COUNT
                   MOVE SPACES TO CONTROL-REPORT-RECORD
                   STRING "REQUEST ERROR: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ERROR-ENTRY(WS-ERROR-IDX))
                           DELIMITED BY SIZE
                       INTO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-PERFORM
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "EXTRACT NOT RUN - CSV FILE LEFT EMPTY"
                   INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               CLOSE CONTROL-REPORT-FILE
               OPEN OUTPUT EXTRACT-CSV-FILE
               CLOSE EXTRACT-CSV-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STORE-TABLE
           PERFORM LOAD-VENDOR-TABLE

           OPEN OUTPUT EXTRACT-CSV-FILE
           PERFORM WRITE-CSV-HEADER
           OPEN INPUT QUERY-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "N" TO WS-QUERY-EOF
               PERFORM UNTIL END-OF-QUERY-MASTER
                   READ QUERY-MASTER-FILE
                       AT END SET END-OF-QUERY-MASTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM EXTRACT-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE QUERY-MASTER-FILE
           END-IF
           CLOSE EXTRACT-CSV-FILE

           MOVE SPACES TO CONTROL-REPORT-RECORD
           MOVE WS-ROWS-READ TO WS-COUNT-ED
           STRING "ROWS READ: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           MOVE WS-ROWS-WRITTEN TO WS-COUNT-ED
           STRING "ROWS EXTRACTED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               " (PLUS THE HEADER ROW) TO data/CSVEXTR.CSV"
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           CLOSE CONTROL-REPORT-FILE

           STOP RUN.

           LOAD-QUERY-STAMP SECTION.
             OPEN INPUT QUERY-STAMP-FILE
             IF WS-STAMP-STATUS = "00"
                 READ QUERY-STAMP-FILE
                     NOT AT END
                       IF QST-RUN-ID IS NUMERIC
                           MOVE QST-RUN-ID TO WS-STAMP-RUN-ID
                       END-IF
                       MOVE QST-BUSINESS-DATE TO WS-STAMP-DATE
                 END-READ
                 CLOSE QUERY-STAMP-FILE
             END-IF
           EXIT.

      * Reads the whole request, checking every line as it goes, so
      * the control page lists every fault at once rather than only
      * the first.
           READ-EXTRACT-REQUEST SECTION.
             OPEN INPUT EXTRACT-REQUEST-FILE
             IF WS-REQUEST-STATUS NOT = "00"
                 MOVE "NO EXTRACT REQUEST ON FILE (data/CSVREQ.DAT)"
                     TO WS-ERROR-TEXT
                 PERFORM WRITE-REQUEST-ERROR
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-REQUEST-EOF
             PERFORM UNTIL END-OF-REQUEST
                 READ EXTRACT-REQUEST-FILE
                     AT END SET END-OF-REQUEST TO TRUE
                     NOT AT END
                         PERFORM TAKE-ONE-REQUEST-LINE
                 END-READ
             END-PERFORM
             CLOSE EXTRACT-REQUEST-FILE
             IF WS-COLUMN-COUNT = 0
                 PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                     UNTIL WS-FIELD-IDX > WS-ITEMS-FIELD-COUNT
                     ADD 1 TO WS-COLUMN-COUNT
                     MOVE WS-FIELD-IDX
                         TO WS-COLUMN-FIELD(WS-COLUMN-COUNT)
                 END-PERFORM
             END-IF
             PERFORM CHECK-SELECTION
           EXIT.

           TAKE-ONE-REQUEST-LINE SECTION.
             EVALUATE TRUE
                 WHEN CRQ-IS-TITLE
                     MOVE CRQ-BODY TO WS-TITLE-TEXT
                 WHEN CRQ-IS-FIELD
                     PERFORM TAKE-FIELD-LINE
                 WHEN CRQ-IS-SELECTION
                     ADD 1 TO WS-SELECTION-COUNT
                     IF WS-SELECTION-COUNT > 1
                         MOVE "MORE THAN ONE SELECTION (S) LINE"
                             TO WS-ERROR-TEXT
                         PERFORM WRITE-REQUEST-ERROR
                     ELSE
                         MOVE CRQ-STORE-ID TO WS-SEL-STORE-ID
                         MOVE CRQ-REGION TO WS-SEL-REGION
                         MOVE CRQ-CATEGORY-CODE
                             TO WS-SEL-CATEGORY-CODE
                         MOVE CRQ-VENDOR-ID TO WS-SEL-VENDOR-ID
                         MOVE CRQ-ITEM-STATUS TO WS-SEL-ITEM-STATUS
                         MOVE CRQ-HOLD TO WS-SEL-HOLD
                         MOVE CRQ-QUALITY-LOW TO WS-SEL-QUALITY-LOW
                         MOVE CRQ-QUALITY-HIGH
                             TO WS-SEL-QUALITY-HIGH
                         MOVE CRQ-SELLIN-LOW TO WS-SEL-SELLIN-LOW
                         MOVE CRQ-SELLIN-HIGH TO WS-SEL-SELLIN-HIGH
                     END-IF
                 WHEN EXTRACT-REQUEST-RECORD = SPACES
                     CONTINUE
                 WHEN OTHER
                     MOVE SPACES TO WS-ERROR-TEXT
                     STRING "UNKNOWN REQUEST LINE TYPE '"
                         DELIMITED BY SIZE
                         CRQ-TYPE DELIMITED BY SIZE
                         "'" DELIMITED BY SIZE
                         INTO WS-ERROR-TEXT
                     PERFORM WRITE-REQUEST-ERROR
             END-EVALUATE
           EXIT.

           TAKE-FIELD-LINE SECTION.
             MOVE 0 TO WS-COLUMN-IDX
             PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                 UNTIL WS-FIELD-IDX > WS-KNOWN-FIELD-COUNT
                 IF WS-FIELD-NAME(WS-FIELD-IDX) = CRQ-FIELD-NAME
                     MOVE WS-FIELD-IDX TO WS-COLUMN-IDX
                 END-IF
             END-PERFORM
             EVALUATE TRUE
                 WHEN WS-COLUMN-IDX = 0
                     MOVE SPACES TO WS-ERROR-TEXT
                     STRING "UNKNOWN FIELD '" DELIMITED BY SIZE
                         FUNCTION TRIM(CRQ-FIELD-NAME)
                             DELIMITED BY SIZE
                         "' - NOT ON THE ITEMS LAYOUT"
                             DELIMITED BY SIZE
                         INTO WS-ERROR-TEXT
                     PERFORM WRITE-REQUEST-ERROR
                 WHEN WS-COLUMN-COUNT NOT < WS-MAX-COLUMNS
                     MOVE "MORE THAN 20 FIELDS ASKED FOR"
                         TO WS-ERROR-TEXT
                     PERFORM WRITE-REQUEST-ERROR
                 WHEN OTHER
                     ADD 1 TO WS-COLUMN-COUNT
                     MOVE WS-COLUMN-IDX
                         TO WS-COLUMN-FIELD(WS-COLUMN-COUNT)
             END-EVALUATE
           EXIT.

      * The coded filters must carry a code the master uses, and
      * each range bound must read as a whole number.
           CHECK-SELECTION SECTION.
             IF WS-SEL-CATEGORY-CODE NOT = SPACES
                 AND WS-SEL-CATEGORY-CODE NOT = "N"
                 AND WS-SEL-CATEGORY-CODE NOT = "B"
                 AND WS-SEL-CATEGORY-CODE NOT = "P"
                 AND WS-SEL-CATEGORY-CODE NOT = "C"
                 MOVE "CATEGORY CODE MUST BE N, B, P OR C"
                     TO WS-ERROR-TEXT
                 PERFORM WRITE-REQUEST-ERROR
             END-IF
             IF WS-SEL-ITEM-STATUS NOT = SPACES
                 AND WS-SEL-ITEM-STATUS NOT = "A"
                 AND WS-SEL-ITEM-STATUS NOT = "D"
                 AND WS-SEL-ITEM-STATUS NOT = "X"
                 MOVE "STATUS MUST BE A, D OR X" TO WS-ERROR-TEXT
                 PERFORM WRITE-REQUEST-ERROR
             END-IF
             IF WS-SEL-HOLD NOT = SPACES
                 AND WS-SEL-HOLD NOT = "H"
                 AND WS-SEL-HOLD NOT = "N"
                 MOVE "HOLD MUST BE H OR N" TO WS-ERROR-TEXT
                 PERFORM WRITE-REQUEST-ERROR
             END-IF

             MOVE -99999 TO WS-QUALITY-LOW WS-SELLIN-LOW
             MOVE 99999 TO WS-QUALITY-HIGH WS-SELLIN-HIGH
             MOVE WS-SEL-QUALITY-LOW TO WS-BOUND-TEXT
             PERFORM CHECK-RANGE-BOUND
             IF WS-BOUND-TEXT NOT = SPACES AND BOUND-IS-VALID
                 COMPUTE WS-QUALITY-LOW =
                     FUNCTION NUMVAL(WS-BOUND-TEXT)
             END-IF
             MOVE WS-SEL-QUALITY-HIGH TO WS-BOUND-TEXT
             PERFORM CHECK-RANGE-BOUND
             IF WS-BOUND-TEXT NOT = SPACES AND BOUND-IS-VALID
                 COMPUTE WS-QUALITY-HIGH =
                     FUNCTION NUMVAL(WS-BOUND-TEXT)
             END-IF
             MOVE WS-SEL-SELLIN-LOW TO WS-BOUND-TEXT
             PERFORM CHECK-RANGE-BOUND
             IF WS-BOUND-TEXT NOT = SPACES AND BOUND-IS-VALID
                 COMPUTE WS-SELLIN-LOW =
                     FUNCTION NUMVAL(WS-BOUND-TEXT)
             END-IF
             MOVE WS-SEL-SELLIN-HIGH TO WS-BOUND-TEXT
             PERFORM CHECK-RANGE-BOUND
             IF WS-BOUND-TEXT NOT = SPACES AND BOUND-IS-VALID
                 COMPUTE WS-SELLIN-HIGH =
                     FUNCTION NUMVAL(WS-BOUND-TEXT)
             END-IF
             IF WS-QUALITY-LOW > WS-QUALITY-HIGH
                 MOVE "QUALITY RANGE RUNS BACKWARDS" TO WS-ERROR-TEXT
                 PERFORM WRITE-REQUEST-ERROR
             END-IF
             IF WS-SELLIN-LOW > WS-SELLIN-HIGH
                 MOVE "SELL-IN RANGE RUNS BACKWARDS" TO WS-ERROR-TEXT
                 PERFORM WRITE-REQUEST-ERROR
             END-IF
           EXIT.

           CHECK-RANGE-BOUND SECTION.
             MOVE "Y" TO WS-BOUND-OK
             IF WS-BOUND-TEXT NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(WS-BOUND-TEXT) NOT = 0
                     MOVE "N" TO WS-BOUND-OK
                 ELSE
                     IF FUNCTION NUMVAL(WS-BOUND-TEXT)
                         NOT = FUNCTION INTEGER(
                             FUNCTION NUMVAL(WS-BOUND-TEXT))
                         MOVE "N" TO WS-BOUND-OK
                     END-IF
                 END-IF
             END-IF
             IF NOT BOUND-IS-VALID
                 MOVE SPACES TO WS-ERROR-TEXT
                 STRING "RANGE BOUND '" DELIMITED BY SIZE
                     WS-BOUND-TEXT DELIMITED BY SIZE
                     "' IS NOT A WHOLE NUMBER" DELIMITED BY SIZE
                     INTO WS-ERROR-TEXT
                 PERFORM WRITE-REQUEST-ERROR
             END-IF
           EXIT.

      * Faults past the table's capacity are not listed - the
      * request is refused either way.
           WRITE-REQUEST-ERROR SECTION.
             ADD 1 TO WS-ERROR-COUNT
             IF WS-ERROR-COUNT > WS-MAX-ERRORS
                 MOVE WS-MAX-ERRORS TO WS-ERROR-COUNT
             ELSE
                 MOVE WS-ERROR-TEXT TO WS-ERROR-ENTRY(WS-ERROR-COUNT)
             END-IF
           EXIT.

      * The control page opens with the request as it will be run,
      * so the list can be handed back with what was asked.
           WRITE-REQUEST-ECHO SECTION.
             MOVE WS-STAMP-RUN-ID TO WS-STAMP-RUN-ED
             MOVE SPACES TO CONTROL-REPORT-RECORD
             STRING "AD-HOC EXTRACT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TITLE-TEXT) DELIMITED BY SIZE
                 INTO CONTROL-REPORT-RECORD
             WRITE CONTROL-REPORT-RECORD
             IF WS-STAMP-DATE NOT = SPACES
                 MOVE SPACES TO CONTROL-REPORT-RECORD
                 STRING "ANSWERS FROM THE PUBLISHED CLOSE OF "
                     DELIMITED BY SIZE
                     WS-STAMP-DATE DELIMITED BY SIZE
                     ", RUN " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-STAMP-RUN-ED)
                         DELIMITED BY SIZE
                     INTO CONTROL-REPORT-RECORD
                 WRITE CONTROL-REPORT-RECORD
             END-IF
             MOVE SPACES TO CONTROL-REPORT-RECORD
             MOVE 1 TO WS-CSV-POINTER
             STRING "FIELDS:" DELIMITED BY SIZE
                 INTO CONTROL-REPORT-RECORD
                 WITH POINTER WS-CSV-POINTER
             PERFORM VARYING WS-COLUMN-IDX FROM 1 BY 1
                 UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT
                 MOVE WS-COLUMN-FIELD(WS-COLUMN-IDX) TO WS-FIELD-IDX
                 IF WS-CSV-POINTER > 110
                     WRITE CONTROL-REPORT-RECORD
                     MOVE SPACES TO CONTROL-REPORT-RECORD
                     MOVE 8 TO WS-CSV-POINTER
                 END-IF
                 STRING " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FIELD-NAME(WS-FIELD-IDX))
                         DELIMITED BY SIZE
                     INTO CONTROL-REPORT-RECORD
                     WITH POINTER WS-CSV-POINTER
             END-PERFORM
             WRITE CONTROL-REPORT-RECORD
             MOVE SPACES TO CONTROL-REPORT-RECORD
             STRING "SELECTION: STORE " DELIMITED BY SIZE
                 WS-SEL-STORE-ID DELIMITED BY SIZE
                 " REGION " DELIMITED BY SIZE
                 WS-SEL-REGION DELIMITED BY SIZE
                 " CATEGORY " DELIMITED BY SIZE
                 WS-SEL-CATEGORY-CODE DELIMITED BY SIZE
                 " VENDOR " DELIMITED BY SIZE
                 WS-SEL-VENDOR-ID DELIMITED BY SIZE
                 " STATUS " DELIMITED BY SIZE
                 WS-SEL-ITEM-STATUS DELIMITED BY SIZE
                 " HOLD " DELIMITED BY SIZE
                 WS-SEL-HOLD DELIMITED BY SIZE
                 INTO CONTROL-REPORT-RECORD
             WRITE CONTROL-REPORT-RECORD
             MOVE SPACES TO CONTROL-REPORT-RECORD
             STRING "           QUALITY " DELIMITED BY SIZE
                 WS-SEL-QUALITY-LOW DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-SEL-QUALITY-HIGH DELIMITED BY SIZE
                 " SELL-IN " DELIMITED BY SIZE
                 WS-SEL-SELLIN-LOW DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-SEL-SELLIN-HIGH DELIMITED BY SIZE
                 "   (BLANK MATCHES EVERYTHING)" DELIMITED BY SIZE
                 INTO CONTROL-REPORT-RECORD
             WRITE CONTROL-REPORT-RECORD
           EXIT.

           LOAD-STORE-TABLE SECTION.
             MOVE 0 TO WS-STORE-COUNT
             OPEN INPUT STORE-MASTER-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ STORE-MASTER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-STORE-COUNT < WS-MAX-STORE-CAPACITY
                               ADD 1 TO WS-STORE-COUNT
                               MOVE STM-STORE-ID
                                   TO WS-STORE-ID(WS-STORE-COUNT)
                               MOVE STM-REGION
                                   TO WS-STORE-REGION(WS-STORE-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE STORE-MASTER-FILE
             END-IF
           EXIT.

           LOAD-VENDOR-TABLE SECTION.
             MOVE 0 TO WS-VENDOR-COUNT
             OPEN INPUT VENDOR-MASTER-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ VENDOR-MASTER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-VENDOR-COUNT < WS-MAX-VENDOR-CAPACITY
                               ADD 1 TO WS-VENDOR-COUNT
                               MOVE VEND-ID
                                   TO WS-VENDOR-ID(WS-VENDOR-COUNT)
                               MOVE VEND-NAME
                                   TO WS-VENDOR-NAME(WS-VENDOR-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE VENDOR-MASTER-FILE
             END-IF
           EXIT.

           WRITE-CSV-HEADER SECTION.
             MOVE SPACES TO WS-CSV-LINE
             MOVE 1 TO WS-CSV-POINTER
             PERFORM VARYING WS-COLUMN-IDX FROM 1 BY 1
                 UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT
                 MOVE WS-COLUMN-FIELD(WS-COLUMN-IDX) TO WS-FIELD-IDX
                 IF WS-COLUMN-IDX > 1
                     STRING "," DELIMITED BY SIZE
                         INTO WS-CSV-LINE
                         WITH POINTER WS-CSV-POINTER
                 END-IF
                 STRING FUNCTION TRIM(WS-FIELD-NAME(WS-FIELD-IDX))
                     DELIMITED BY SIZE
                     INTO WS-CSV-LINE
                     WITH POINTER WS-CSV-POINTER
             END-PERFORM
             MOVE WS-CSV-LINE TO EXTRACT-CSV-RECORD
             WRITE EXTRACT-CSV-RECORD
           EXIT.

           EXTRACT-ONE-ROW SECTION.
             PERFORM FIND-ROW-LOOKUPS
             PERFORM CHECK-ROW-WANTED
             IF NOT ROW-IS-WANTED
                 EXIT SECTION
             END-IF
             MOVE SPACES TO WS-CSV-LINE
             MOVE 1 TO WS-CSV-POINTER
             PERFORM VARYING WS-COLUMN-IDX FROM 1 BY 1
                 UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT
                 MOVE WS-COLUMN-FIELD(WS-COLUMN-IDX) TO WS-FIELD-IDX
                 IF WS-COLUMN-IDX > 1
                     STRING "," DELIMITED BY SIZE
                         INTO WS-CSV-LINE
                         WITH POINTER WS-CSV-POINTER
                 END-IF
                 PERFORM FORMAT-ONE-VALUE
                 PERFORM APPEND-ONE-VALUE
             END-PERFORM
             MOVE WS-CSV-LINE TO EXTRACT-CSV-RECORD
             WRITE EXTRACT-CSV-RECORD
             ADD 1 TO WS-ROWS-WRITTEN
           EXIT.

           FIND-ROW-LOOKUPS SECTION.
             MOVE SPACES TO WS-ROW-REGION WS-ROW-VENDOR-NAME
             PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
                 IF WS-STORE-ID(WS-STORE-IDX)
                     = STORE-ID OF ITEM-MASTER-RECORD
                     MOVE WS-STORE-REGION(WS-STORE-IDX)
                         TO WS-ROW-REGION
                 END-IF
             END-PERFORM
             PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                 UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                 IF WS-VENDOR-ID(WS-VENDOR-IDX)
                     = VENDOR-ID OF ITEM-MASTER-RECORD
                     MOVE WS-VENDOR-NAME(WS-VENDOR-IDX)
                         TO WS-ROW-VENDOR-NAME
                 END-IF
             END-PERFORM
           EXIT.

           CHECK-ROW-WANTED SECTION.
             MOVE "N" TO WS-ROW-WANTED
             IF WS-SEL-STORE-ID NOT = SPACES
                 AND WS-SEL-STORE-ID NOT = STORE-ID
                     OF ITEM-MASTER-RECORD
                 EXIT SECTION
             END-IF
             IF WS-SEL-REGION NOT = SPACES
                 AND WS-SEL-REGION NOT = WS-ROW-REGION
                 EXIT SECTION
             END-IF
             IF WS-SEL-CATEGORY-CODE NOT = SPACES
                 AND WS-SEL-CATEGORY-CODE NOT = CATEGORY-CODE
                     OF ITEM-MASTER-RECORD
                 EXIT SECTION
             END-IF
             IF WS-SEL-VENDOR-ID NOT = SPACES
                 AND WS-SEL-VENDOR-ID NOT = VENDOR-ID
                     OF ITEM-MASTER-RECORD
                 EXIT SECTION
             END-IF
             EVALUATE WS-SEL-ITEM-STATUS
                 WHEN "A"
                     IF NOT ITEM-IS-ACTIVE OF ITEM-MASTER-RECORD
                         EXIT SECTION
                     END-IF
                 WHEN "D"
                     IF NOT ITEM-IS-DISCONTINUED
                         OF ITEM-MASTER-RECORD
                         EXIT SECTION
                     END-IF
                 WHEN "X"
                     IF NOT ITEM-IS-DELISTED OF ITEM-MASTER-RECORD
                         EXIT SECTION
                     END-IF
             END-EVALUATE
             EVALUATE WS-SEL-HOLD
                 WHEN "H"
                     IF NOT ITEM-ON-HOLD OF ITEM-MASTER-RECORD
                         EXIT SECTION
                     END-IF
                 WHEN "N"
                     IF ITEM-ON-HOLD OF ITEM-MASTER-RECORD
                         EXIT SECTION
                     END-IF
             END-EVALUATE
             IF QUALITY OF ITEM-MASTER-RECORD < WS-QUALITY-LOW
                 OR QUALITY OF ITEM-MASTER-RECORD > WS-QUALITY-HIGH
                 EXIT SECTION
             END-IF
             IF SELL-IN OF ITEM-MASTER-RECORD < WS-SELLIN-LOW
                 OR SELL-IN OF ITEM-MASTER-RECORD > WS-SELLIN-HIGH
                 EXIT SECTION
             END-IF
             SET ROW-IS-WANTED TO TRUE
           EXIT.

      * The value of column WS-FIELD-IDX as text - numbers with a
      * leading minus and no padding, the price with its decimal
      * point, codes and names trailing-trimmed.
           FORMAT-ONE-VALUE SECTION.
             MOVE SPACES TO WS-VALUE-TEXT
             EVALUATE WS-FIELD-IDX
                 WHEN 1
                     MOVE STORE-ID OF ITEM-MASTER-RECORD
                         TO WS-VALUE-TEXT
                 WHEN 2
                     MOVE NAME OF ITEM-MASTER-RECORD
                         TO WS-VALUE-TEXT
                 WHEN 3
                     MOVE SELL-IN OF ITEM-MASTER-RECORD
                         TO WS-SIGNED-ED
                     MOVE FUNCTION TRIM(WS-SIGNED-ED)
                         TO WS-VALUE-TEXT
                 WHEN 4
                     MOVE QUALITY OF ITEM-MASTER-RECORD
                         TO WS-SIGNED-ED
                     MOVE FUNCTION TRIM(WS-SIGNED-ED)
                         TO WS-VALUE-TEXT
                 WHEN 5
                     MOVE CATEGORY-CODE OF ITEM-MASTER-RECORD
                         TO WS-VALUE-TEXT
                 WHEN 6
                     MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                         TO WS-UNSIGNED-ED
                     MOVE FUNCTION TRIM(WS-UNSIGNED-ED)
                         TO WS-VALUE-TEXT
                 WHEN 7
                     MOVE UNIT-PRICE OF ITEM-MASTER-RECORD
                         TO WS-PRICE-ED
                     MOVE FUNCTION TRIM(WS-PRICE-ED)
                         TO WS-VALUE-TEXT
                 WHEN 8
                     MOVE HOLD-STATUS OF ITEM-MASTER-RECORD
                         TO WS-VALUE-TEXT
                 WHEN 9
                     MOVE VENDOR-ID OF ITEM-MASTER-RECORD
                         TO WS-VALUE-TEXT
                 WHEN 10
                     MOVE DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
                         TO WS-UNSIGNED-ED
                     MOVE FUNCTION TRIM(WS-UNSIGNED-ED)
                         TO WS-VALUE-TEXT
                 WHEN 11
                     MOVE ITEM-STATUS OF ITEM-MASTER-RECORD
                         TO WS-VALUE-TEXT
                 WHEN 12
                     MOVE WS-ROW-REGION TO WS-VALUE-TEXT
                 WHEN 13
                     MOVE WS-ROW-VENDOR-NAME TO WS-VALUE-TEXT
             END-EVALUATE
           EXIT.

           APPEND-ONE-VALUE SECTION.
             MOVE 0 TO WS-VALUE-LENGTH
             IF WS-VALUE-TEXT NOT = SPACES
                 COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(
                     FUNCTION TRIM(WS-VALUE-TEXT TRAILING))
             END-IF
             IF WS-FIELD-IS-TEXT(WS-FIELD-IDX) NOT = "Y"
                 IF WS-VALUE-LENGTH > 0
                     STRING WS-VALUE-TEXT(1:WS-VALUE-LENGTH)
                         DELIMITED BY SIZE
                         INTO WS-CSV-LINE
                         WITH POINTER WS-CSV-POINTER
                 END-IF
                 EXIT SECTION
             END-IF
             STRING QUOTE DELIMITED BY SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER WS-CSV-POINTER
             PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                 UNTIL WS-CHAR-IDX > WS-VALUE-LENGTH
                 IF WS-VALUE-TEXT(WS-CHAR-IDX:1) = QUOTE
                     STRING QUOTE DELIMITED BY SIZE
                         INTO WS-CSV-LINE
                         WITH POINTER WS-CSV-POINTER
                 END-IF
                 STRING WS-VALUE-TEXT(WS-CHAR-IDX:1)
                     DELIMITED BY SIZE
                     INTO WS-CSV-LINE
                     WITH POINTER WS-CSV-POINTER
             END-PERFORM
             STRING QUOTE DELIMITED BY SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER WS-CSV-POINTER
           EXIT.

       END PROGRAM CSV-EXTRACT.
