      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly spoilage-risk projection. For every live row
      *          on the Item Master, ages its current QUALITY and
      *          SELL-IN forward a day at a time under its category
      *          decay rule (data/CATRULE.DAT, or the long-standing
      *          built-in aging for a category with no rule record)
      *          to find the day quality reaches zero, and sets the
      *          recent daily sell rate off the sales history ledger
      *          (data/SALESHIS.DAT) against ON-HAND-QTY to project
      *          how many units will still be on the shelf that day.
      *          Those units are valued at UNIT-PRICE and at held
      *          cost (data/ITEMCOST.DAT) and ranked by held-cost
      *          exposure within each store on data/SPOILRSK.RPT -
      *          while there is still time to transfer or promote
      *          them rather than write them off. The look-ahead and
      *          sell-rate windows come from data/SPOILCTL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOIL-RISK as "SpoilRisk".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOIL-CONTROL-FILE ASSIGN TO "data/SPOILCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CATEGORY-RULE-FILE ASSIGN TO "data/CATRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ITEM-COST-FILE ASSIGN TO "data/ITEMCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "data/SALESHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "data/ITEMMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SPOIL-REPORT-FILE ASSIGN TO "data/SPOILRSK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOIL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPOIL-CONTROL-RECORD.
           05 SPC-LOOKAHEAD-DAYS PIC 9(003).
           05 SPC-SALES-DAYS PIC 9(003).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05 BUS-CURRENT-DATE PIC 9(008).
           05 BUS-LAST-AGED-DATE PIC 9(008).

       FD  CATEGORY-RULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATEGORY-RULE-RECORD.
           05 CATRULE-CODE PIC X(001).
           05 CATRULE-DELTA-BEFORE PIC S9(003)
               SIGN LEADING SEPARATE.
           05 CATRULE-DELTA-AFTER PIC S9(003)
               SIGN LEADING SEPARATE.
           05 CATRULE-SELLIN-DEC PIC X(001).
           05 CATRULE-MIN PIC 9(003).
           05 CATRULE-MAX PIC 9(003).

       FD  PROTECTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROTECTED-RECORD PIC X(041).

       FD  ITEM-COST-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-COST-RECORD.
           05 COST-STORE-ID PIC X(006).
           05 COST-NAME PIC X(041).
           05 COST-LAST PIC 9(006)V99.
           05 COST-AVG PIC 9(006)V99.
           05 COST-UNITS PIC 9(007).

       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-HISTORY-RECORD.
           05 SH-DATE PIC X(008).
           05 SH-STORE-ID PIC X(006).
           05 SH-NAME PIC X(041).
           05 SH-UNITS-SOLD PIC 9(005).
           05 SH-SOLD-PRICE PIC 9(005)V99.
           05 SH-REVENUE PIC 9(007)V99.

       FD  ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-MASTER-RECORD. COPY ITEMS.

       FD  SPOIL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SPOIL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC X(002).
       01 WS-BUSDATE-STATUS PIC X(002).
       01 WS-INPUT-STATUS PIC X(002).
       01 WS-MASTER-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).

      * A row is reported when its quality reaches zero inside the
      * look-ahead; the sell rate is the average over the sales
      * window ending on the last aged business date.
       01 WS-LOOKAHEAD-DAYS PIC 9(003) VALUE 14.
       01 WS-SALES-DAYS PIC 9(003) VALUE 14.
       01 WS-END-DATE PIC X(008).
       01 WS-END-INT PIC 9(008).
       01 WS-FIRST-INT PIC 9(008).
       01 WS-DAY-OFFSET PIC S9(009).

       01 WS-MAX-CATRULE-CAPACITY PIC 9(003) VALUE 20.
       01 WS-CATRULE-COUNT PIC 9(003) VALUE 0.
       01 WS-CATRULE-TABLE.
           05 WS-CATRULE-ENTRY OCCURS 20 TIMES.
               10 WS-CATRULE-CODE PIC X(001).
               10 WS-CATRULE-DELTA-BEFORE PIC S9(003).
               10 WS-CATRULE-DELTA-AFTER PIC S9(003).
               10 WS-CATRULE-SELLIN-DEC PIC X(001).
               10 WS-CATRULE-MIN PIC 9(003).
               10 WS-CATRULE-MAX PIC 9(003).
       01 WS-CATRULE-IDX PIC 9(003).
       01 WS-CATRULE-MATCH PIC X(001).
           88 CATEGORY-RULE-FOUND VALUE "Y".

       01 WS-MAX-PROTECTED-CAPACITY PIC 9(003) VALUE 100.
       01 WS-PROTECTED-COUNT PIC 9(003) VALUE 0.
       01 WS-PROTECTED-TABLE.
           05 WS-PROTECTED-NAME PIC X(041) OCCURS 100 TIMES.
       01 WS-PROTECTED-IDX PIC 9(003).
       01 WS-PROTECTED-MATCH PIC X(001).
           88 ITEM-IS-PROTECTED VALUE "Y".

       01 WS-MAX-COST-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-COST-COUNT PIC 9(005) VALUE 0.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 10000 TIMES.
               10 WS-COST-STORE-ID PIC X(006).
               10 WS-COST-NAME PIC X(041).
               10 WS-COST-HELD PIC 9(006)V99.
       01 WS-COST-IDX PIC 9(005).
       01 WS-COST-MATCH PIC X(001).
           88 COST-FOUND VALUE "Y".

       01 WS-MAX-SOLD-CAPACITY PIC 9(005) VALUE 10000.
       01 WS-SOLD-COUNT PIC 9(005) VALUE 0.
       01 WS-SOLD-TABLE.
           05 WS-SOLD-ENTRY OCCURS 10000 TIMES.
               10 WS-SOLD-STORE-ID PIC X(006).
               10 WS-SOLD-NAME PIC X(041).
               10 WS-SOLD-UNITS PIC 9(007).
       01 WS-SOLD-IDX PIC 9(005).
       01 WS-SOLD-MATCH PIC X(001).
           88 SOLD-FOUND VALUE "Y".
       01 WS-SOLD-FULL-LOGGED PIC X(001) VALUE "N".
           88 SOLD-CAPACITY-LOGGED VALUE "Y".

      * Rows at risk, sorted by store and then by held-cost exposure
      * so the worst item in each store prints first.
       01 WS-MAX-RISK-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-RISK-COUNT PIC 9(005) VALUE 0.
       01 WS-RISK-TABLE.
           05 WS-RISK-ENTRY
                    OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-RISK-COUNT
                    INDEXED BY WS-RISK-INDEX.
               10 WS-RISK-STORE-ID PIC X(006).
               10 WS-RISK-COST-VALUE PIC 9(009)V99.
               10 WS-RISK-NAME PIC X(041).
               10 WS-RISK-QUALITY PIC S9(004).
               10 WS-RISK-SELL-IN PIC S9(004).
               10 WS-RISK-DAYS-LEFT PIC 9(003).
               10 WS-RISK-ON-HAND PIC 9(005).
               10 WS-RISK-DAILY-RATE PIC 9(005)V99.
               10 WS-RISK-UNITS PIC 9(005).
               10 WS-RISK-RETAIL-VALUE PIC 9(009)V99.
       01 WS-RISK-IDX PIC 9(005).
       01 WS-RISK-FULL-LOGGED PIC X(001) VALUE "N".
           88 RISK-CAPACITY-LOGGED VALUE "Y".

      * Day-by-day projection of one row.
       01 WS-PROJ-QUALITY PIC S9(005).
       01 WS-PROJ-SELL-IN PIC S9(005).
       01 WS-PROJ-DAY PIC 9(003).
       01 WS-PROJ-DELTA-BEFORE PIC S9(003).
       01 WS-PROJ-DELTA-AFTER PIC S9(003).
       01 WS-PROJ-SELLIN-DEC PIC X(001).
       01 WS-PROJ-MIN PIC 9(003).
       01 WS-PROJ-MAX PIC 9(003).
       01 WS-PROJ-DELTA PIC S9(003).
       01 WS-PROJ-RESULT PIC X(001).
           88 PROJ-NEVER-SPOILS VALUE "N".
           88 PROJ-REACHES-ZERO VALUE "Z".
           88 PROJ-STILL-GOOD VALUE "G".
       01 WS-DAILY-RATE PIC 9(005)V99.
       01 WS-UNITS-SOLD-BEFORE PIC 9(007).
       01 WS-UNITS-AT-RISK PIC 9(005).
       01 WS-HELD-COST PIC 9(006)V99.
       01 WS-KEY-STORE-ID PIC X(006).
       01 WS-KEY-NAME PIC X(041).

       01 WS-ROWS-EXAMINED PIC 9(007) VALUE 0.
       01 WS-PREV-STORE-ID PIC X(006) VALUE SPACES.
       01 WS-STORE-RANK PIC 9(005).
       01 WS-STORE-UNITS PIC 9(007).
       01 WS-STORE-RETAIL PIC 9(011)V99.
       01 WS-STORE-COST PIC 9(011)V99.
       01 WS-CHAIN-UNITS PIC 9(007) VALUE 0.
       01 WS-CHAIN-RETAIL PIC 9(011)V99 VALUE 0.
       01 WS-CHAIN-COST PIC 9(011)V99 VALUE 0.

       01 WS-RANK-ED PIC Z(4)9.
       01 WS-QUALITY-ED PIC -(3)9.
       01 WS-SELL-IN-ED PIC -(3)9.
       01 WS-DAYS-ED PIC ZZ9.
       01 WS-ON-HAND-ED PIC Z(4)9.
       01 WS-RATE-ED PIC Z(3)9.99.
       01 WS-UNITS-ED PIC Z(6)9.
       01 WS-RETAIL-ED PIC Z(8)9.99.
       01 WS-COST-ED PIC Z(8)9.99.
       01 WS-TOTAL-UNITS-ED PIC Z(6)9.
       01 WS-TOTAL-RETAIL-ED PIC Z(10)9.99.
       01 WS-TOTAL-COST-ED PIC Z(10)9.99.

      * Run-status stamp for the shared chain-status file (see
      * RunStatus).
       01 WS-RUN-STATUS-REQ.
           05 WS-RS-ACTION PIC X(001).
           05 WS-RS-STEP-NAME PIC X(012) VALUE "SPOILRISK".
           05 WS-RS-COND-CODE PIC 9(004) VALUE 0.
           05 WS-RS-ROW-COUNT PIC 9(007) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "S" TO WS-RS-ACTION
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           OPEN OUTPUT SPOIL-REPORT-FILE

           PERFORM LOAD-SPOIL-CONTROL
           PERFORM LOAD-BUSINESS-DATE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-CATEGORY-RULES
           PERFORM LOAD-PROTECTED-ITEMS
           PERFORM LOAD-HELD-COSTS
           PERFORM LOAD-RECENT-SALES
           PERFORM PROJECT-MASTER-ROWS
           IF WS-RISK-COUNT > 0
               SORT WS-RISK-ENTRY
                   ASCENDING KEY WS-RISK-STORE-ID
                   DESCENDING KEY WS-RISK-COST-VALUE
           END-IF
           PERFORM WRITE-RANKED-ROWS
           PERFORM WRITE-REPORT-TRAILER

           CLOSE SPOIL-REPORT-FILE

           MOVE "E" TO WS-RS-ACTION
           MOVE RETURN-CODE TO WS-RS-COND-CODE
           MOVE WS-ROWS-EXAMINED TO WS-RS-ROW-COUNT
           CALL "RunStatus" USING WS-RUN-STATUS-REQ
           END-CALL

           STOP RUN.

           LOAD-SPOIL-CONTROL SECTION.
             OPEN INPUT SPOIL-CONTROL-FILE
             IF WS-CONTROL-STATUS = "00"
                 READ SPOIL-CONTROL-FILE
                     NOT AT END
                       IF SPC-LOOKAHEAD-DAYS IS NUMERIC
                           AND SPC-LOOKAHEAD-DAYS > 0
                           MOVE SPC-LOOKAHEAD-DAYS
                               TO WS-LOOKAHEAD-DAYS
                       END-IF
                       IF SPC-SALES-DAYS IS NUMERIC
                           AND SPC-SALES-DAYS > 0
                           MOVE SPC-SALES-DAYS TO WS-SALES-DAYS
                       END-IF
                 END-READ
                 CLOSE SPOIL-CONTROL-FILE
             END-IF
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
             COMPUTE WS-FIRST-INT = WS-END-INT - WS-SALES-DAYS + 1
           EXIT.

           LOAD-CATEGORY-RULES SECTION.
             OPEN INPUT CATEGORY-RULE-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ CATEGORY-RULE-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-CATRULE-COUNT
                               < WS-MAX-CATRULE-CAPACITY
                               AND CATRULE-DELTA-BEFORE IS NUMERIC
                               AND CATRULE-DELTA-AFTER IS NUMERIC
                               AND CATRULE-MIN IS NUMERIC
                               AND CATRULE-MAX IS NUMERIC
                               ADD 1 TO WS-CATRULE-COUNT
                               MOVE CATRULE-CODE TO
                                   WS-CATRULE-CODE(WS-CATRULE-COUNT)
                               MOVE CATRULE-DELTA-BEFORE TO
                                   WS-CATRULE-DELTA-BEFORE
                                       (WS-CATRULE-COUNT)
                               MOVE CATRULE-DELTA-AFTER TO
                                   WS-CATRULE-DELTA-AFTER
                                       (WS-CATRULE-COUNT)
                               MOVE CATRULE-SELLIN-DEC TO
                                   WS-CATRULE-SELLIN-DEC
                                       (WS-CATRULE-COUNT)
                               MOVE CATRULE-MIN TO
                                   WS-CATRULE-MIN(WS-CATRULE-COUNT)
                               MOVE CATRULE-MAX TO
                                   WS-CATRULE-MAX(WS-CATRULE-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CATEGORY-RULE-FILE
             END-IF
           EXIT.

           LOAD-PROTECTED-ITEMS SECTION.
             OPEN INPUT PROTECTED-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ PROTECTED-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-PROTECTED-COUNT
                               < WS-MAX-PROTECTED-CAPACITY
                               ADD 1 TO WS-PROTECTED-COUNT
                               MOVE PROTECTED-RECORD TO
                                   WS-PROTECTED-NAME
                                       (WS-PROTECTED-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PROTECTED-FILE
             END-IF
           EXIT.

      * Held cost is the running average cost; a row whose average
      * has never been set falls back to its last receipt cost.
           LOAD-HELD-COSTS SECTION.
             OPEN INPUT ITEM-COST-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ ITEM-COST-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF WS-COST-COUNT >= WS-MAX-COST-CAPACITY
                               MOVE SPACES TO SPOIL-REPORT-RECORD
                               STRING "EXCEPTION: ITEM COST CAPACITY "
                                   "EXCEEDED - REMAINING ROWS VALUED "
                                   "AT ZERO COST" DELIMITED BY SIZE
                                   INTO SPOIL-REPORT-RECORD
                               WRITE SPOIL-REPORT-RECORD
                               SET END-OF-INPUT TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-COST-ROW
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ITEM-COST-FILE
             END-IF
           EXIT.

           TAKE-ONE-COST-ROW SECTION.
             ADD 1 TO WS-COST-COUNT
             MOVE COST-STORE-ID TO WS-COST-STORE-ID(WS-COST-COUNT)
             MOVE COST-NAME TO WS-COST-NAME(WS-COST-COUNT)
             MOVE 0 TO WS-COST-HELD(WS-COST-COUNT)
             IF COST-AVG IS NUMERIC AND COST-AVG > 0
                 MOVE COST-AVG TO WS-COST-HELD(WS-COST-COUNT)
             ELSE
                 IF COST-LAST IS NUMERIC
                     MOVE COST-LAST TO WS-COST-HELD(WS-COST-COUNT)
                 END-IF
             END-IF
           EXIT.

           LOAD-RECENT-SALES SECTION.
             OPEN INPUT SALES-HISTORY-FILE
             IF WS-INPUT-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SALES-HISTORY-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF SH-DATE IS NUMERIC
                               AND SH-UNITS-SOLD IS NUMERIC
                               PERFORM TAKE-ONE-SALE
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SALES-HISTORY-FILE
             END-IF
           EXIT.

           TAKE-ONE-SALE SECTION.
             COMPUTE WS-DAY-OFFSET =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SH-DATE))
                     - WS-FIRST-INT + 1
             IF WS-DAY-OFFSET < 1 OR WS-DAY-OFFSET > WS-SALES-DAYS
                 EXIT SECTION
             END-IF
             MOVE SH-STORE-ID TO WS-KEY-STORE-ID
             MOVE SH-NAME TO WS-KEY-NAME
             PERFORM FIND-SOLD-SLOT
             IF SOLD-FOUND
                 ADD SH-UNITS-SOLD TO WS-SOLD-UNITS(WS-SOLD-IDX)
                 EXIT SECTION
             END-IF
             IF WS-SOLD-COUNT >= WS-MAX-SOLD-CAPACITY
                 IF NOT SOLD-CAPACITY-LOGGED
                     SET SOLD-CAPACITY-LOGGED TO TRUE
                     MOVE SPACES TO SPOIL-REPORT-RECORD
                     STRING "EXCEPTION: SALES RATE CAPACITY EXCEEDED"
                         " - REMAINING ROWS TAKEN AS NOT SELLING"
                         DELIMITED BY SIZE
                         INTO SPOIL-REPORT-RECORD
                     WRITE SPOIL-REPORT-RECORD
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-SOLD-COUNT
             MOVE SH-STORE-ID TO WS-SOLD-STORE-ID(WS-SOLD-COUNT)
             MOVE SH-NAME TO WS-SOLD-NAME(WS-SOLD-COUNT)
             MOVE SH-UNITS-SOLD TO WS-SOLD-UNITS(WS-SOLD-COUNT)
           EXIT.

           FIND-SOLD-SLOT SECTION.
             MOVE "N" TO WS-SOLD-MATCH
             PERFORM VARYING WS-SOLD-IDX FROM 1 BY 1
                 UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
                         OR SOLD-FOUND
                 IF WS-SOLD-STORE-ID(WS-SOLD-IDX) = WS-KEY-STORE-ID
                     AND WS-SOLD-NAME(WS-SOLD-IDX) = WS-KEY-NAME
                     SET SOLD-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF SOLD-FOUND
                 SUBTRACT 1 FROM WS-SOLD-IDX
             END-IF
           EXIT.

      * Held, delisted, legendary and empty rows cannot spoil on the
      * shelf; nor can a row whose quality is already gone - that
      * stock is WasteWriteOff's business, not a warning.
           PROJECT-MASTER-ROWS SECTION.
             OPEN INPUT ITEM-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "SPOILRISK HALTED - ITEM MASTER OPEN FAILED,"
                     " STATUS " WS-MASTER-STATUS
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ ITEM-MASTER-FILE NEXT
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       ADD 1 TO WS-ROWS-EXAMINED
                       IF NOT ITEM-ON-HOLD OF ITEM-MASTER-RECORD
                           AND NOT ITEM-IS-DELISTED
                               OF ITEM-MASTER-RECORD
                           AND ON-HAND-QTY OF ITEM-MASTER-RECORD
                               IS NUMERIC
                           AND ON-HAND-QTY OF ITEM-MASTER-RECORD > 0
                           AND QUALITY OF ITEM-MASTER-RECORD > 0
                           PERFORM PROJECT-ONE-ROW
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE ITEM-MASTER-FILE
           EXIT.

           PROJECT-ONE-ROW SECTION.
             MOVE "N" TO WS-PROTECTED-MATCH
             PERFORM VARYING WS-PROTECTED-IDX FROM 1 BY 1
                 UNTIL WS-PROTECTED-IDX > WS-PROTECTED-COUNT
                         OR ITEM-IS-PROTECTED
                 IF WS-PROTECTED-NAME(WS-PROTECTED-IDX)
                     = NAME OF ITEM-MASTER-RECORD
                     SET ITEM-IS-PROTECTED TO TRUE
                 END-IF
             END-PERFORM
             IF ITEM-IS-PROTECTED
                 EXIT SECTION
             END-IF
             PERFORM PROJECT-DAYS-TO-ZERO
             IF NOT PROJ-REACHES-ZERO
                 EXIT SECTION
             END-IF
             MOVE STORE-ID OF ITEM-MASTER-RECORD TO WS-KEY-STORE-ID
             MOVE NAME OF ITEM-MASTER-RECORD TO WS-KEY-NAME
             MOVE 0 TO WS-DAILY-RATE
             PERFORM FIND-SOLD-SLOT
             IF SOLD-FOUND
                 COMPUTE WS-DAILY-RATE ROUNDED =
                     WS-SOLD-UNITS(WS-SOLD-IDX) / WS-SALES-DAYS
             END-IF
             COMPUTE WS-UNITS-SOLD-BEFORE ROUNDED =
                 WS-DAILY-RATE * WS-PROJ-DAY
             IF WS-UNITS-SOLD-BEFORE
                 >= ON-HAND-QTY OF ITEM-MASTER-RECORD
                 EXIT SECTION
             END-IF
             COMPUTE WS-UNITS-AT-RISK =
                 ON-HAND-QTY OF ITEM-MASTER-RECORD
                     - WS-UNITS-SOLD-BEFORE
             PERFORM FIND-HELD-COST
             PERFORM ADD-RISK-ROW
           EXIT.

      * Ages a copy of the row a day at a time, the same way the
      * nightly run will: sell-in first, then the before- or
      * after-sell-date delta clamped to the rule's bounds. With no
      * rule record the built-in aging applies - normal stock loses
      * one a day and two past its sell date, conjured stock two a
      * day, Aged Brie only improves, and a backstage pass is worth
      * nothing the day after the concert.
           PROJECT-DAYS-TO-ZERO SECTION.
             MOVE QUALITY OF ITEM-MASTER-RECORD TO WS-PROJ-QUALITY
             MOVE SELL-IN OF ITEM-MASTER-RECORD TO WS-PROJ-SELL-IN
             MOVE 0 TO WS-PROJ-DAY
             SET PROJ-STILL-GOOD TO TRUE
             IF CATEGORY-IS-BACKSTAGE OF ITEM-MASTER-RECORD
                 IF WS-PROJ-SELL-IN + 1 <= WS-LOOKAHEAD-DAYS
                     COMPUTE WS-PROJ-DAY = WS-PROJ-SELL-IN + 1
                     SET PROJ-REACHES-ZERO TO TRUE
                 END-IF
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-CATRULE-MATCH
             PERFORM VARYING WS-CATRULE-IDX FROM 1 BY 1
                 UNTIL WS-CATRULE-IDX > WS-CATRULE-COUNT
                         OR CATEGORY-RULE-FOUND
                 IF WS-CATRULE-CODE(WS-CATRULE-IDX)
                     = CATEGORY-CODE OF ITEM-MASTER-RECORD
                     SET CATEGORY-RULE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF CATEGORY-RULE-FOUND
                 SUBTRACT 1 FROM WS-CATRULE-IDX
                 MOVE WS-CATRULE-DELTA-BEFORE(WS-CATRULE-IDX)
                     TO WS-PROJ-DELTA-BEFORE
                 MOVE WS-CATRULE-DELTA-AFTER(WS-CATRULE-IDX)
                     TO WS-PROJ-DELTA-AFTER
                 MOVE WS-CATRULE-SELLIN-DEC(WS-CATRULE-IDX)
                     TO WS-PROJ-SELLIN-DEC
                 MOVE WS-CATRULE-MIN(WS-CATRULE-IDX) TO WS-PROJ-MIN
                 MOVE WS-CATRULE-MAX(WS-CATRULE-IDX) TO WS-PROJ-MAX
             ELSE
                 EVALUATE TRUE
                     WHEN CATEGORY-IS-AGED-BRIE OF ITEM-MASTER-RECORD
                         SET PROJ-NEVER-SPOILS TO TRUE
                         EXIT SECTION
                     WHEN CATEGORY-IS-CONJURED OF ITEM-MASTER-RECORD
                         MOVE -2 TO WS-PROJ-DELTA-BEFORE
                         MOVE -2 TO WS-PROJ-DELTA-AFTER
                     WHEN OTHER
                         MOVE -1 TO WS-PROJ-DELTA-BEFORE
                         MOVE -2 TO WS-PROJ-DELTA-AFTER
                 END-EVALUATE
                 MOVE "Y" TO WS-PROJ-SELLIN-DEC
                 MOVE 0 TO WS-PROJ-MIN
                 MOVE 50 TO WS-PROJ-MAX
             END-IF
             IF WS-PROJ-DELTA-BEFORE >= 0 AND WS-PROJ-DELTA-AFTER >= 0
                 SET PROJ-NEVER-SPOILS TO TRUE
                 EXIT SECTION
             END-IF
             IF WS-PROJ-MIN > 0
                 SET PROJ-NEVER-SPOILS TO TRUE
                 EXIT SECTION
             END-IF
             PERFORM UNTIL WS-PROJ-DAY >= WS-LOOKAHEAD-DAYS
                     OR PROJ-REACHES-ZERO
                 ADD 1 TO WS-PROJ-DAY
                 IF WS-PROJ-SELLIN-DEC = "Y"
                     SUBTRACT 1 FROM WS-PROJ-SELL-IN
                 END-IF
                 IF WS-PROJ-SELL-IN < 0
                     MOVE WS-PROJ-DELTA-AFTER TO WS-PROJ-DELTA
                 ELSE
                     MOVE WS-PROJ-DELTA-BEFORE TO WS-PROJ-DELTA
                 END-IF
                 ADD WS-PROJ-DELTA TO WS-PROJ-QUALITY
                 IF WS-PROJ-QUALITY > WS-PROJ-MAX
                     MOVE WS-PROJ-MAX TO WS-PROJ-QUALITY
                 END-IF
                 IF WS-PROJ-QUALITY <= 0
                     SET PROJ-REACHES-ZERO TO TRUE
                 END-IF
             END-PERFORM
           EXIT.

           FIND-HELD-COST SECTION.
             MOVE 0 TO WS-HELD-COST
             MOVE "N" TO WS-COST-MATCH
             PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                 UNTIL WS-COST-IDX > WS-COST-COUNT
                         OR COST-FOUND
                 IF WS-COST-STORE-ID(WS-COST-IDX) = WS-KEY-STORE-ID
                     AND WS-COST-NAME(WS-COST-IDX) = WS-KEY-NAME
                     SET COST-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF COST-FOUND
                 SUBTRACT 1 FROM WS-COST-IDX
                 MOVE WS-COST-HELD(WS-COST-IDX) TO WS-HELD-COST
             END-IF
           EXIT.

           ADD-RISK-ROW SECTION.
             IF WS-RISK-COUNT >= WS-MAX-RISK-CAPACITY
                 IF NOT RISK-CAPACITY-LOGGED
                     SET RISK-CAPACITY-LOGGED TO TRUE
                     MOVE SPACES TO SPOIL-REPORT-RECORD
                     STRING "EXCEPTION: AT-RISK ROW CAPACITY EXCEEDED"
                         " - REMAINING ROWS NOT RANKED"
                         DELIMITED BY SIZE
                         INTO SPOIL-REPORT-RECORD
                     WRITE SPOIL-REPORT-RECORD
                 END-IF
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-RISK-COUNT
             MOVE WS-RISK-COUNT TO WS-RISK-IDX
             MOVE WS-KEY-STORE-ID TO WS-RISK-STORE-ID(WS-RISK-IDX)
             MOVE WS-KEY-NAME TO WS-RISK-NAME(WS-RISK-IDX)
             MOVE QUALITY OF ITEM-MASTER-RECORD
                 TO WS-RISK-QUALITY(WS-RISK-IDX)
             MOVE SELL-IN OF ITEM-MASTER-RECORD
                 TO WS-RISK-SELL-IN(WS-RISK-IDX)
             MOVE WS-PROJ-DAY TO WS-RISK-DAYS-LEFT(WS-RISK-IDX)
             MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                 TO WS-RISK-ON-HAND(WS-RISK-IDX)
             MOVE WS-DAILY-RATE TO WS-RISK-DAILY-RATE(WS-RISK-IDX)
             MOVE WS-UNITS-AT-RISK TO WS-RISK-UNITS(WS-RISK-IDX)
             MOVE 0 TO WS-RISK-RETAIL-VALUE(WS-RISK-IDX)
             IF UNIT-PRICE OF ITEM-MASTER-RECORD IS NUMERIC
                 COMPUTE WS-RISK-RETAIL-VALUE(WS-RISK-IDX) =
                     WS-UNITS-AT-RISK
                         * UNIT-PRICE OF ITEM-MASTER-RECORD
             END-IF
             COMPUTE WS-RISK-COST-VALUE(WS-RISK-IDX) =
                 WS-UNITS-AT-RISK * WS-HELD-COST
           EXIT.

           WRITE-RANKED-ROWS SECTION.
             PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                 UNTIL WS-RISK-IDX > WS-RISK-COUNT
                 IF WS-RISK-STORE-ID(WS-RISK-IDX) NOT = WS-PREV-STORE-ID
                     IF WS-PREV-STORE-ID NOT = SPACES
                         PERFORM WRITE-STORE-TOTAL
                     END-IF
                     MOVE WS-RISK-STORE-ID(WS-RISK-IDX)
                         TO WS-PREV-STORE-ID
                     MOVE 0 TO WS-STORE-RANK
                     MOVE 0 TO WS-STORE-UNITS
                     MOVE 0 TO WS-STORE-RETAIL
                     MOVE 0 TO WS-STORE-COST
                     MOVE SPACES TO SPOIL-REPORT-RECORD
                     STRING "STORE " DELIMITED BY SIZE
                         WS-PREV-STORE-ID DELIMITED BY SIZE
                         INTO SPOIL-REPORT-RECORD
                     WRITE SPOIL-REPORT-RECORD
                     PERFORM WRITE-COLUMN-HEADINGS
                 END-IF
                 ADD 1 TO WS-STORE-RANK
                 ADD WS-RISK-UNITS(WS-RISK-IDX) TO WS-STORE-UNITS
                 ADD WS-RISK-RETAIL-VALUE(WS-RISK-IDX)
                     TO WS-STORE-RETAIL
                 ADD WS-RISK-COST-VALUE(WS-RISK-IDX) TO WS-STORE-COST
                 PERFORM WRITE-ONE-RISK-LINE
             END-PERFORM
             IF WS-PREV-STORE-ID NOT = SPACES
                 PERFORM WRITE-STORE-TOTAL
             END-IF
           EXIT.

           WRITE-ONE-RISK-LINE SECTION.
             MOVE WS-STORE-RANK TO WS-RANK-ED
             MOVE WS-RISK-QUALITY(WS-RISK-IDX) TO WS-QUALITY-ED
             MOVE WS-RISK-SELL-IN(WS-RISK-IDX) TO WS-SELL-IN-ED
             MOVE WS-RISK-DAYS-LEFT(WS-RISK-IDX) TO WS-DAYS-ED
             MOVE WS-RISK-ON-HAND(WS-RISK-IDX) TO WS-ON-HAND-ED
             MOVE WS-RISK-DAILY-RATE(WS-RISK-IDX) TO WS-RATE-ED
             MOVE WS-RISK-UNITS(WS-RISK-IDX) TO WS-UNITS-ED
             MOVE WS-RISK-RETAIL-VALUE(WS-RISK-IDX) TO WS-RETAIL-ED
             MOVE WS-RISK-COST-VALUE(WS-RISK-IDX) TO WS-COST-ED
             MOVE SPACES TO SPOIL-REPORT-RECORD
             STRING WS-RANK-ED " " DELIMITED BY SIZE
                 WS-RISK-NAME(WS-RISK-IDX) " " DELIMITED BY SIZE
                 WS-QUALITY-ED " " DELIMITED BY SIZE
                 WS-SELL-IN-ED " " DELIMITED BY SIZE
                 WS-DAYS-ED " " DELIMITED BY SIZE
                 WS-ON-HAND-ED " " DELIMITED BY SIZE
                 WS-RATE-ED " " DELIMITED BY SIZE
                 WS-UNITS-ED " " DELIMITED BY SIZE
                 WS-RETAIL-ED " " DELIMITED BY SIZE
                 WS-COST-ED DELIMITED BY SIZE
                 INTO SPOIL-REPORT-RECORD
             WRITE SPOIL-REPORT-RECORD
           EXIT.

           WRITE-COLUMN-HEADINGS SECTION.
             MOVE SPACES TO SPOIL-REPORT-RECORD
             MOVE " RANK ITEM" TO SPOIL-REPORT-RECORD(1:10)
             STRING "QUAL SLIN DAY ONHND  RATE/D AT-RISK"
                     DELIMITED BY SIZE
                 "       RETAIL    HELD COST" DELIMITED BY SIZE
                 INTO SPOIL-REPORT-RECORD(48:61)
             WRITE SPOIL-REPORT-RECORD
           EXIT.

           WRITE-STORE-TOTAL SECTION.
             ADD WS-STORE-UNITS TO WS-CHAIN-UNITS
             ADD WS-STORE-RETAIL TO WS-CHAIN-RETAIL
             ADD WS-STORE-COST TO WS-CHAIN-COST
             MOVE WS-STORE-UNITS TO WS-TOTAL-UNITS-ED
             MOVE WS-STORE-RETAIL TO WS-TOTAL-RETAIL-ED
             MOVE WS-STORE-COST TO WS-TOTAL-COST-ED
             MOVE SPACES TO SPOIL-REPORT-RECORD
             STRING "STORE " DELIMITED BY SIZE
                 WS-PREV-STORE-ID DELIMITED BY SIZE
                 " AT RISK - UNITS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-UNITS-ED) DELIMITED BY SIZE
                 ", RETAIL: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-RETAIL-ED) DELIMITED BY SIZE
                 ", HELD COST: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-COST-ED) DELIMITED BY SIZE
                 INTO SPOIL-REPORT-RECORD
             WRITE SPOIL-REPORT-RECORD
           EXIT.

           WRITE-REPORT-HEADER SECTION.
             MOVE SPACES TO SPOIL-REPORT-RECORD
             STRING "SPOILAGE RISK AFTER " DELIMITED BY SIZE
                 WS-END-DATE DELIMITED BY SIZE
                 " - STOCK STILL ON HAND WHEN QUALITY REACHES ZERO "
                     DELIMITED BY SIZE
                 "WITHIN " DELIMITED BY SIZE
                 WS-LOOKAHEAD-DAYS DELIMITED BY SIZE
                 " DAYS, AT THE LAST " DELIMITED BY SIZE
                 WS-SALES-DAYS DELIMITED BY SIZE
                 " DAYS' SELL RATE" DELIMITED BY SIZE
                 INTO SPOIL-REPORT-RECORD
             WRITE SPOIL-REPORT-RECORD
           EXIT.

           WRITE-REPORT-TRAILER SECTION.
             MOVE WS-CHAIN-UNITS TO WS-TOTAL-UNITS-ED
             MOVE WS-CHAIN-RETAIL TO WS-TOTAL-RETAIL-ED
             MOVE WS-CHAIN-COST TO WS-TOTAL-COST-ED
             MOVE SPACES TO SPOIL-REPORT-RECORD
             STRING "CHAIN AT RISK - UNITS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-UNITS-ED) DELIMITED BY SIZE
                 ", RETAIL: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-RETAIL-ED) DELIMITED BY SIZE
                 ", HELD COST: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-COST-ED) DELIMITED BY SIZE
                 INTO SPOIL-REPORT-RECORD
             WRITE SPOIL-REPORT-RECORD
           EXIT.

       END PROGRAM SPOIL-RISK.
