       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "data/ITEMCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECONCILE-FILE ASSIGN TO WS-RECON-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELTA-REPORT-FILE ASSIGN TO WS-DELTA-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGENDARY-CONTROL-FILE ASSIGN TO WS-LEGEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROTECTED-FILE ASSIGN TO "data/PROTECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATEGORY-RULE-FILE ASSIGN TO "data/CATRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUALITY-BOUNDS-FILE ASSIGN TO WS-QBOUND-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POS-EXTRACT-FILE ASSIGN TO WS-POSEXTR-PATH
               ORGANIZATION IS SEQUENTIAL.
           SELECT SELLIN-ALERT-FILE ASSIGN TO WS-SELLIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-RETURN-FILE ASSIGN TO WS-VENDOR-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-CHECK-CONTROL-FILE ASSIGN TO "data/DUPCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-NAME-LOG-FILE ASSIGN TO WS-DUPNAME-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QTY-ADJUST-FILE ASSIGN TO "data/QTYADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QTY-ADJUST-LOG-FILE ASSIGN TO WS-QTYADJ-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICING-REPORT-FILE ASSIGN TO WS-PRICING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-TRIGGER-FILE ASSIGN TO WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "data/BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-CONTROL-FILE ASSIGN TO "data/REORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-EXTRACT-FILE ASSIGN TO WS-REORDER-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-CHANGE-FILE ASSIGN TO WS-LABELCHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE-HISTORY-FILE ASSIGN TO WS-PRICEHIS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-TRANS-FILE ASSIGN TO "data/HOLDTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMO-EVENT-FILE ASSIGN TO "data/PROMOEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDS-REPORT-FILE ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCKOUT-REPORT-FILE ASSIGN TO WS-STOCKOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVERSELL-FILE ASSIGN TO WS-OVERSELL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LOAD-LOG-FILE ASSIGN TO "data/CTLLOAD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CLEARANCE-REGISTER-FILE
               ASSIGN TO WS-CLEARNCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHELF-LOCATION-FILE ASSIGN TO "data/SHELFLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHELFLOC-STATUS.
           SELECT LABEL-TAIL-FILE ASSIGN TO WS-LABELTMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MARGIN-FLOOR-FILE ASSIGN TO "data/MARGFLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MFLR-STATUS.
           SELECT BELOW-FLOOR-FILE ASSIGN TO WS-BELOWFLR-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZONE-PRICE-FILE ASSIGN TO "data/ZONEPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
           SELECT OFF-ZONE-FILE ASSIGN TO WS-OFFZONE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUNDLE-BOM-FILE ASSIGN TO "data/BUNDLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.
           SELECT BUNDLE-REPORT-FILE ASSIGN TO WS-BUNDLE-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-CALENDAR-FILE ASSIGN TO "data/EVENTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
      * Row-level checkpoint (req 009): lets a crash partway through
      * the per-item aging loop resume from the next unfinished row
      * instead of reprocessing the whole item table, the same way
      * GuildedRoseRunner's CHECKPOINT-FILE resumes at the day level.
           SELECT ROW-CHECKPOINT-FILE ASSIGN TO WS-ROWCKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROWCKPT-STATUS.
           SELECT ROW-STATE-FILE ASSIGN TO WS-ROWSTATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROWSTATE-STATUS.

           05 SALES-STORE-ID PIC X(006).
           05 SALES-NAME PIC X(041).
           05 SALES-UNITS-SOLD PIC 9(005).
           05 SALES-SOLD-PRICE PIC 9(005)V99.
           05 SALES-REVENUE PIC 9(007)V99.

      * Per-item reorder points and order quantities (data/REORDER.DAT)
      * maintained by purchasing alongside the master rather than
      * Oversell exceptions (data/OVERSELL.RPT) - one line per item
      * whose reported sales exceeded the on-hand count, so the store
      * can chase the miscount instead of the shortfall vanishing into
      * a clamped-at-zero shelf quantity. Items that sold more than
      * the sales floor held are listed here too (FLOOR SHORT).
       FD  OVERSELL-FILE
           LABEL RECORDS ARE STANDARD.
       01  OVERSELL-RECORD PIC X(120).
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

      * Numeric SKU cross-reference (see SkuAssign), read here so
      * the shelf-label and reorder lines carry the short SKU the
           05 SLC-AISLE PIC 9(003).
           05 SLC-BAY PIC 9(003).
           05 SLC-SHELF PIC 9(003).
           05 SLC-CAPACITY PIC 9(005).

      * Scratch copy of the label pick list taken before the
      * walking-order rewrite, so an overflowing tail can be read
           LABEL RECORDS ARE STANDARD.
       01  LABEL-TAIL-RECORD PIC X(120).

      * Margin floor per category (data/MARGFLR.DAT): the least
      * markup over held cost, in percent, the stacked markdown,
      * promotion and clearance cuts may leave. A row with a blank
      * category code is the floor for every category without a row
      * of its own.
       FD  MARGIN-FLOOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MARGIN-FLOOR-RECORD.
           05 MFLR-CATEGORY-CODE PIC X(001).
           05 MFLR-FLOOR-PCT PIC 9(003).

      * Below-floor exceptions (data/BELOWFLR.RPT): one line per row
      * whose stacked price was clamped up to its margin floor, with
      * the price it would otherwise have carried.
       FD  BELOW-FLOOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BELOW-FLOOR-RECORD PIC X(132).

      * Zone price file (data/ZONEPRC.DAT, kept by ZoneMaint): the
      * base retail price of an item in a price zone, the zone being
      * the STM-REGION of the row's store on the store master.
       FD  ZONE-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ZONE-PRICE-RECORD.
           05 ZP-REGION PIC X(010).
           05 ZP-NAME PIC X(041).
           05 ZP-PRICE PIC 9(005)V99.

      * Off-zone exceptions (data/OFFZONE.RPT): one line per row whose
      * keyed UNIT-PRICE did not match its zone price, with both, so
      * a drifted store price can be chased back to whoever keyed it.
       FD  OFF-ZONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFF-ZONE-RECORD PIC X(132).

      * Bundle bill of materials (data/BUNDLE.DAT): one line per
      * component of a bundle assembled in store, with the units of
      * that component one bundle takes. The bundle has no row of its
      * own; its sales deplete the component rows.
       FD  BUNDLE-BOM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUNDLE-BOM-RECORD.
           05 BOM-BUNDLE-NAME PIC X(041).
           05 BOM-COMPONENT-NAME PIC X(041).
           05 BOM-COMPONENT-QTY PIC 9(003).

      * Bundle report (data/BUNDLE.RPT): per store, each bundle whose
      * components the store carries, how many can be built from
      * tonight's ending stock, and every component short of one.
       FD  BUNDLE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUNDLE-REPORT-RECORD PIC X(132).

      * Event calendar (data/EVENTCAL.DAT, kept by EventMaint): the
      * event each backstage item admits to, its date, and S
      * scheduled, P postponed or X cancelled.
       FD  EVENT-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVENT-CALENDAR-RECORD.
           05 EVT-ITEM-NAME PIC X(041).
           05 EVT-EVENT-NAME PIC X(030).
           05 EVT-EVENT-DATE PIC 9(008).
           05 EVT-STATUS PIC X(001).

      * One record holding the last completed row number for the
      * AGING-DATE currently in progress, rewritten after every row so
      * a crash can tell how far the previous attempt got.
       01 WS-RESUME-ROW PIC 9(005) VALUE 0.
       01 WS-LOOP-START PIC 9(005).
       01 WS-ROWSTATE-IDX PIC 9(005).

      * Aging partition this CALL is working, set by the AgePart
      * worker when the nightly run is split by store range (see
      * data/AGEPART.DAT). Blank - or never set, as for every other
      * caller - means the whole chain in one pass under the plain
      * file names; otherwise every per-run output, and the row
      * checkpoint, carries a ".Pnn" suffix so partitions running at
      * the same time never share a file and each resumes on its
      * own. AgeMerge rebuilds the chain-wide files afterwards.
       01 WS-AGE-PARTITION PIC X(002) EXTERNAL.
       01 WS-PARTITION-FILE-NAMES.
           05 WS-RECON-PATH PIC X(040).
           05 WS-DELTA-PATH PIC X(040).
           05 WS-LEGEND-PATH PIC X(040).
           05 WS-QBOUND-PATH PIC X(040).
           05 WS-POSEXTR-PATH PIC X(040).
           05 WS-SELLIN-PATH PIC X(040).
           05 WS-VENDOR-RPT-PATH PIC X(040).
           05 WS-DUPNAME-PATH PIC X(040).
           05 WS-QTYADJ-LOG-PATH PIC X(040).
           05 WS-PRICING-PATH PIC X(040).
           05 WS-ALERT-PATH PIC X(040).
           05 WS-REORDER-RPT-PATH PIC X(040).
           05 WS-LABELCHG-PATH PIC X(040).
           05 WS-PRICEHIS-PATH PIC X(040).
           05 WS-HOLDS-PATH PIC X(040).
           05 WS-STOCKOUT-PATH PIC X(040).
           05 WS-OVERSELL-PATH PIC X(040).
           05 WS-CLEARNCE-PATH PIC X(040).
           05 WS-LABELTMP-PATH PIC X(040).
           05 WS-BELOWFLR-PATH PIC X(040).
           05 WS-OFFZONE-PATH PIC X(040).
           05 WS-BUNDLE-RPT-PATH PIC X(040).
           05 WS-ROWCKPT-PATH PIC X(040).
           05 WS-ROWSTATE-PATH PIC X(040).
       01 WS-PARTITION-PATH-TABLE REDEFINES WS-PARTITION-FILE-NAMES.
           05 WS-PARTITION-PATH PIC X(040) OCCURS 24 TIMES.
       01 WS-BASE-FILE-NAMES.
           05 FILLER PIC X(040) VALUE "data/RECON.RPT".
           05 FILLER PIC X(040) VALUE "data/DELTA.RPT".
           05 FILLER PIC X(040) VALUE "data/LEGEND.RPT".
           05 FILLER PIC X(040) VALUE "data/QBOUND.RPT".
           05 FILLER PIC X(040) VALUE "data/POSEXTR.DAT".
           05 FILLER PIC X(040) VALUE "data/SELLIN.RPT".
           05 FILLER PIC X(040) VALUE "data/VENDOR.RPT".
           05 FILLER PIC X(040) VALUE "data/DUPNAME.LOG".
           05 FILLER PIC X(040) VALUE "data/QTYADJ.LOG".
           05 FILLER PIC X(040) VALUE "data/PRICING.RPT".
           05 FILLER PIC X(040) VALUE "data/ALERT.FLG".
           05 FILLER PIC X(040) VALUE "data/REORDER.RPT".
           05 FILLER PIC X(040) VALUE "data/LABELCHG.RPT".
           05 FILLER PIC X(040) VALUE "data/PRICEHIS.DAT".
           05 FILLER PIC X(040) VALUE "data/HOLDS.RPT".
           05 FILLER PIC X(040) VALUE "data/STOCKOUT.RPT".
           05 FILLER PIC X(040) VALUE "data/OVERSELL.RPT".
           05 FILLER PIC X(040) VALUE "data/CLEARNCE.RPT".
           05 FILLER PIC X(040) VALUE "data/LABELCHG.TMP".
           05 FILLER PIC X(040) VALUE "data/BELOWFLR.RPT".
           05 FILLER PIC X(040) VALUE "data/OFFZONE.RPT".
           05 FILLER PIC X(040) VALUE "data/BUNDLE.RPT".
           05 FILLER PIC X(040) VALUE "data/ROWCKPT.DAT".
           05 FILLER PIC X(040) VALUE "data/ROWSTATE.DAT".
       01 WS-BASE-NAME-TABLE REDEFINES WS-BASE-FILE-NAMES.
           05 WS-BASE-FILE-NAME PIC X(040) OCCURS 24 TIMES.
       01 WS-PATH-IDX PIC 9(002).
       01 WS-OLD-SELL-IN PIC S9(004).
       01 WS-OLD-QUALITY PIC S9(004).
       01 WS-OLD-UNIT-PRICE PIC 9(005)V99.
       01 WS-OLD-SELL-IN-ED PIC -(4)9.
       01 WS-NEW-SELL-IN-ED PIC -(4)9.
       01 WS-OLD-QUALITY-ED PIC -(4)9.
       01 WS-SOLD-TODAY PIC 9(005).
       01 WS-SOLD-TODAY-ED PIC Z(4)9.
       01 WS-OVERSELL-ONHAND-ED PIC Z(4)9.
       01 WS-FLOOR-QTY PIC 9(005).

      * Vendor master table (see VENDOR-MASTER-FILE above), and the
      * return extract staging table: every zero-quality returnable
           05 WS-SM-ENTRY OCCURS 100 TIMES.
               10 WS-SM-ID PIC X(006).
               10 WS-SM-NAME PIC X(030).
               10 WS-SM-REGION PIC X(010).
       01 WS-SM-EOF PIC X(001) VALUE "N".
           88 END-OF-STORE-MASTER VALUE "Y".
       01 WS-SM-IDX PIC 9(003).
       01 WS-SM-FOUND-NAME PIC X(030).
       01 WS-SM-FOUND-REGION PIC X(010).
       01 WS-STORE-LABEL PIC X(040).

      * Accelerating clearance markdown for discontinued rows: a
       01 WS-CLEARANCE-PCT PIC 9(005).
       01 WS-CLEARANCE-PCT-ED PIC ZZ9.

      * Margin-floor table (see MARGIN-FLOOR-FILE above) and the
      * floor price worked out for the row in hand. WS-FLOOR-CLAMPED
      * tells WRITE-PRICING-RECORD the shelf price is the floor.
       01 WS-MFLR-STATUS PIC X(002).
       01 WS-MAX-MFLR-CAPACITY PIC 9(003) VALUE 40.
       01 WS-MFLR-COUNT PIC 9(003) VALUE 0.
       01 WS-MFLR-TABLE.
           05 WS-MFLR-ENTRY OCCURS 40 TIMES.
               10 WS-MFLR-CATEGORY-CODE PIC X(001).
               10 WS-MFLR-FLOOR-PCT PIC 9(003).
       01 WS-MFLR-EOF PIC X(001) VALUE "N".
           88 END-OF-MARGIN-FLOOR VALUE "Y".
       01 WS-MFLR-IDX PIC 9(003).
       01 WS-MFLR-MATCH PIC X(001).
           88 MARGIN-FLOOR-FOUND VALUE "Y".
       01 WS-MFLR-DEFAULT-PCT PIC 9(003).
       01 WS-MFLR-DEFAULT-FLAG PIC X(001).
           88 MARGIN-FLOOR-DEFAULT VALUE "Y".
       01 WS-FLOOR-PCT PIC 9(003).
       01 WS-FLOOR-PRICE PIC 9(007)V99.
       01 WS-FLOOR-CLAMPED PIC X(001) VALUE "N".
           88 PRICE-AT-FLOOR VALUE "Y".
       01 WS-FLOOR-PRICE-ED PIC Z(4)9.99.
       01 WS-FLOOR-PCT-ED PIC ZZ9.

      * Zone price table (see ZONE-PRICE-FILE above). Every row is
      * priced from its store's zone before the markdown, promotions
      * and margin floor work on it; a row whose store has no region,
      * or whose item has no price in that zone, keeps its own
      * UNIT-PRICE as before.
       01 WS-ZONE-STATUS PIC X(002).
       01 WS-MAX-ZONE-CAPACITY PIC 9(005) VALUE 5000.
       01 WS-ZONE-COUNT PIC 9(005) VALUE 0.
       01 WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 5000 TIMES.
               10 WS-ZONE-REGION PIC X(010).
               10 WS-ZONE-NAME PIC X(041).
               10 WS-ZONE-PRICE PIC 9(005)V99.
       01 WS-ZONE-EOF PIC X(001) VALUE "N".
           88 END-OF-ZONE-PRICES VALUE "Y".
       01 WS-ZONE-IDX PIC 9(005).
       01 WS-ZONE-MATCH PIC X(001).
           88 ZONE-PRICE-FOUND VALUE "Y".
       01 WS-KEYED-PRICE-ED PIC Z(4)9.99.
       01 WS-ZONE-PRICE-ED PIC Z(4)9.99.

      * Bundle bill-of-materials table (see BUNDLE-BOM-FILE above),
      * kept in bundle-name order so a bundle's components sit
      * together. A bundle sale on SALES.DAT is exploded into one
      * sales line per component before the sales table is sorted,
      * so DEPLETE-STOCK takes the units off each component row.
       01 WS-BOM-STATUS PIC X(002).
       01 WS-MAX-BOM-CAPACITY PIC 9(003) VALUE 500.
       01 WS-BOM-COUNT PIC 9(003) VALUE 0.
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-BOM-COUNT.
               10 WS-BOM-BUNDLE-NAME PIC X(041).
               10 WS-BOM-COMPONENT-NAME PIC X(041).
               10 WS-BOM-COMPONENT-QTY PIC 9(003).
       01 WS-BOM-EOF PIC X(001) VALUE "N".
           88 END-OF-BUNDLE-BOM VALUE "Y".
       01 WS-BOM-IDX PIC 9(003).
       01 WS-BOM-FIRST PIC 9(003).
       01 WS-BOM-LAST PIC 9(003).
       01 WS-BUNDLE-SALES-COUNT PIC 9(005).
       01 WS-BUNDLE-STORE-ID PIC X(006).
       01 WS-BUNDLE-AVAILABLE PIC 9(005).
       01 WS-BUNDLE-BUILDABLE PIC 9(005).
       01 WS-BUNDLE-SHORT-COUNT PIC 9(003).
       01 WS-BUNDLE-CARRIED PIC X(001).
           88 BUNDLE-CARRIED VALUE "Y".
       01 WS-COMPONENT-ONHAND PIC 9(005).
       01 WS-COMPONENT-FOUND PIC X(001).
           88 COMPONENT-ROW-FOUND VALUE "Y".
       01 WS-COMPONENT-IDX PIC 9(005).
       01 WS-BUNDLE-AVAILABLE-ED PIC Z(4)9.
       01 WS-COMPONENT-QTY-ED PIC ZZ9.
       01 WS-COMPONENT-ONHAND-ED PIC Z(4)9.

      * Event calendar table (see EVENT-CALENDAR-FILE above). A
      * backstage row whose item is on the calendar takes its SELL-IN
      * from the days left to the event instead of aging a keyed
      * count; a row whose event is cancelled is frozen where it
      * stands until its passes are refunded and returned.
       01 WS-EVENT-STATUS PIC X(002).
       01 WS-MAX-EVENT-CAPACITY PIC 9(003) VALUE 200.
       01 WS-EVENT-COUNT PIC 9(003) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 200 TIMES.
               10 WS-EVENT-ITEM-NAME PIC X(041).
               10 WS-EVENT-DATE PIC 9(008).
               10 WS-EVENT-STATE PIC X(001).
       01 WS-EVENT-EOF PIC X(001) VALUE "N".
           88 END-OF-EVENT-CALENDAR VALUE "Y".
       01 WS-EVENT-IDX PIC 9(003).
       01 WS-ROW-EVENT PIC X(001) VALUE "N".
           88 ROW-HAS-NO-EVENT VALUE "N".
           88 ROW-EVENT-SCHEDULED VALUE "S" "P".
           88 ROW-EVENT-CANCELLED VALUE "X".
       01 WS-EVENT-DAYS-LEFT PIC S9(009).

      * Shelf-location table (see SHELF-LOCATION-FILE above), the
      * looked-up location of the row in hand, and the staging that
      * lets the label-change and reorder lines come out in walking

           PROCEDURE DIVISION USING ITEMS AGING-DATE RUN-ID.

           PERFORM SET-PARTITION-FILE-NAMES
           PERFORM NORMALIZE-STORE-IDS
           PERFORM SORT-ITEM-TABLE
           OPEN OUTPUT HOLDS-REPORT-FILE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM CHECK-BUSINESS-DAY
           PERFORM COMPUTE-PRIOR-DATE
           PERFORM LOAD-BUNDLE-BOM
           PERFORM LOAD-DAILY-SALES
           PERFORM LOAD-STORE-NAMES
           PERFORM LOAD-SHELF-LOCATIONS
           PERFORM LOAD-REORDER-POINTS
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-PROMO-EVENTS
           PERFORM LOAD-MARGIN-FLOORS
           PERFORM LOAD-ZONE-PRICES
           PERFORM LOAD-EVENT-CALENDAR
           PERFORM VALIDATE-ITEM-NAMES

      * Opened ahead of APPLY-QUALITY-ADJUSTMENTS since manual
               OPEN EXTEND OVERSELL-FILE
               OPEN EXTEND LABEL-CHANGE-FILE
               OPEN EXTEND CLEARANCE-REGISTER-FILE
               OPEN EXTEND BELOW-FLOOR-FILE
               OPEN EXTEND OFF-ZONE-FILE
               OPEN EXTEND ROW-STATE-FILE
           ELSE
               OPEN OUTPUT DELTA-REPORT-FILE
               OPEN OUTPUT OVERSELL-FILE
               OPEN OUTPUT LABEL-CHANGE-FILE
               OPEN OUTPUT CLEARANCE-REGISTER-FILE
               OPEN OUTPUT BELOW-FLOOR-FILE
               OPEN OUTPUT OFF-ZONE-FILE
               OPEN OUTPUT ROW-STATE-FILE
               PERFORM STAMP-RUN-HEADERS
           END-IF
           MOVE ITEM(COUNTER) TO CURRENT-ITEM
           MOVE SELL-IN OF CURRENT-ITEM TO WS-OLD-SELL-IN
           MOVE QUALITY OF CURRENT-ITEM TO WS-OLD-QUALITY
           MOVE UNIT-PRICE OF CURRENT-ITEM TO WS-OLD-UNIT-PRICE
           MOVE ON-HAND-QTY OF CURRENT-ITEM TO WS-OLD-ON-HAND-QTY
           PERFORM CHECK-STORE-BREAK
           PERFORM CHECK-PROTECTED-ITEM
           PERFORM ASSIGN-ITEM-CATEGORY
           PERFORM FIND-ROW-EVENT

           PERFORM FIND-CATEGORY-RULE
           IF CATEGORY-RULE-ACTIVE
        end-if
           END-IF

        PERFORM SETTLE-ROW-EVENT
        PERFORM APPLY-ZONE-PRICE
        PERFORM WRITE-DELTA-RECORD
        PERFORM CHECK-LEGENDARY-INTEGRITY
        PERFORM WRITE-POS-EXTRACT
           PERFORM WRITE-SELLIN-ALERTS
           PERFORM WRITE-VENDOR-RETURNS
           PERFORM WRITE-REORDER-SUGGESTIONS
           PERFORM WRITE-BUNDLE-REPORT
           PERFORM WRITE-HOLDS-IN-EFFECT
           CLOSE HOLDS-REPORT-FILE
           PERFORM WRITE-STOCKOUT-REPORT
           PERFORM SORT-LABEL-FILE-BY-LOCATION
           CLOSE PRICE-HISTORY-FILE
           CLOSE CLEARANCE-REGISTER-FILE
           CLOSE BELOW-FLOOR-FILE
           CLOSE OFF-ZONE-FILE
           CLOSE ROW-STATE-FILE
           PERFORM RETIRE-ROW-CHECKPOINT
           PERFORM WRITE-ALERT-TRIGGER
       goback.

      * Resolved at the top of every CALL from the partition the
      * caller has set, so the plain names come back for any caller
      * that never sets one.
           SET-PARTITION-FILE-NAMES SECTION.
             PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                 UNTIL WS-PATH-IDX > 24
                 MOVE WS-BASE-FILE-NAME(WS-PATH-IDX)
                     TO WS-PARTITION-PATH(WS-PATH-IDX)
                 IF WS-AGE-PARTITION NOT = SPACES
                     AND WS-AGE-PARTITION NOT = LOW-VALUES
                     MOVE SPACES TO WS-PARTITION-PATH(WS-PATH-IDX)
                     STRING FUNCTION TRIM(
                             WS-BASE-FILE-NAME(WS-PATH-IDX))
                             DELIMITED BY SIZE
                         ".P" DELIMITED BY SIZE
                         WS-AGE-PARTITION DELIMITED BY SIZE
                         INTO WS-PARTITION-PATH(WS-PATH-IDX)
                 END-IF
             END-PERFORM
           EXIT.

      * Reads the single ROW-CHECKPOINT-FILE record left by a prior,
      * possibly-crashed, attempt. Only trusted when it was written for
      * the AGING-DATE being processed now - a checkpoint left over
                 END-READ
             END-PERFORM
             CLOSE DAILY-SALES-FILE
             PERFORM EXPLODE-BUNDLE-SALES
             SORT WS-SALES-ENTRY
                 ASCENDING KEY WS-SALES-STORE-ID WS-SALES-NAME
           EXIT.

      * Each bundle sale loaded above adds one sales line per
      * component, at the bundle's units times the component's
      * units per bundle. The bundle's own line stays in the table;
      * no row carries the bundle name, so it depletes nothing.
           EXPLODE-BUNDLE-SALES SECTION.
             IF WS-BOM-COUNT = 0
                 EXIT SECTION
             END-IF
             MOVE WS-SALES-COUNT TO WS-BUNDLE-SALES-COUNT
             PERFORM VARYING WS-SALES-IDX FROM 1 BY 1
                 UNTIL WS-SALES-IDX > WS-BUNDLE-SALES-COUNT
                 PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                     UNTIL WS-BOM-IDX > WS-BOM-COUNT
                     IF WS-BOM-BUNDLE-NAME(WS-BOM-IDX)
                         = WS-SALES-NAME(WS-SALES-IDX)
                         IF WS-SALES-COUNT >= WS-MAX-SALES-CAPACITY
                             PERFORM LOG-SALES-CAPACITY-EXCEEDED
                             EXIT SECTION
                         END-IF
                         ADD 1 TO WS-SALES-COUNT
                         MOVE WS-SALES-STORE-ID(WS-SALES-IDX)
                             TO WS-SALES-STORE-ID(WS-SALES-COUNT)
                         MOVE WS-BOM-COMPONENT-NAME(WS-BOM-IDX)
                             TO WS-SALES-NAME(WS-SALES-COUNT)
                         COMPUTE WS-SALES-UNITS(WS-SALES-COUNT)
                             = WS-SALES-UNITS(WS-SALES-IDX)
                                 * WS-BOM-COMPONENT-QTY(WS-BOM-IDX)
                     END-IF
                 END-PERFORM
             END-PERFORM
           EXIT.

           LOAD-BUNDLE-BOM SECTION.
             MOVE 0 TO WS-BOM-COUNT
             MOVE "N" TO WS-BOM-EOF
             OPEN INPUT BUNDLE-BOM-FILE
             IF WS-BOM-STATUS = "00"
                 PERFORM UNTIL END-OF-BUNDLE-BOM
                     READ BUNDLE-BOM-FILE
                         AT END SET END-OF-BUNDLE-BOM TO TRUE
                         NOT AT END
                           IF WS-BOM-COUNT >= WS-MAX-BOM-CAPACITY
                               PERFORM LOG-BUNDLE-BOM-CAPACITY
                               SET END-OF-BUNDLE-BOM TO TRUE
                           ELSE
                             IF BOM-COMPONENT-QTY IS NUMERIC
                                 AND BOM-COMPONENT-QTY > 0
                                 AND BOM-BUNDLE-NAME NOT = SPACES
                                 AND BOM-COMPONENT-NAME NOT = SPACES
                               ADD 1 TO WS-BOM-COUNT
                               MOVE BOM-BUNDLE-NAME
                                   TO WS-BOM-BUNDLE-NAME(WS-BOM-COUNT)
                               MOVE BOM-COMPONENT-NAME
                                   TO WS-BOM-COMPONENT-NAME
                                       (WS-BOM-COUNT)
                               MOVE BOM-COMPONENT-QTY
                                   TO WS-BOM-COMPONENT-QTY
                                       (WS-BOM-COUNT)
                             END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE BUNDLE-BOM-FILE
                 IF WS-BOM-COUNT > 0
                     SORT WS-BOM-ENTRY
                         ASCENDING KEY WS-BOM-BUNDLE-NAME
                             WS-BOM-COMPONENT-NAME
                 END-IF
             END-IF
           EXIT.

           LOG-BUNDLE-BOM-CAPACITY SECTION.
             OPEN EXTEND CONTROL-LOAD-LOG-FILE
             MOVE SPACES TO CONTROL-LOAD-LOG-RECORD
             STRING "EXCEPTION: BUNDLE BOM ROW COUNT EXCEEDS TABLE"
                 " CAPACITY - REMAINING ROWS NOT LOADED"
                 INTO CONTROL-LOAD-LOG-RECORD
             WRITE CONTROL-LOAD-LOG-RECORD
             CLOSE CONTROL-LOAD-LOG-FILE
           EXIT.

           LOG-SALES-CAPACITY-EXCEEDED SECTION.
             OPEN EXTEND CONTROL-LOAD-LOG-FILE
             MOVE SPACES TO CONTROL-LOAD-LOG-RECORD
             MOVE SPACES TO POS-EXTRACT-RECORD
             MOVE WS-RUN-HEADER TO POS-EXTRACT-RECORD
             WRITE POS-EXTRACT-RECORD
             MOVE SPACES TO BELOW-FLOOR-RECORD
             MOVE WS-RUN-HEADER TO BELOW-FLOOR-RECORD
             WRITE BELOW-FLOOR-RECORD
             MOVE SPACES TO OFF-ZONE-RECORD
             MOVE WS-RUN-HEADER TO OFF-ZONE-RECORD
             WRITE OFF-ZONE-RECORD
           EXIT.

           VALIDATE-ITEM-NAMES SECTION.
                 IF ITEM-STATUS OF ITEM(COUNTER) = LOW-VALUES
                     MOVE SPACE TO ITEM-STATUS OF ITEM(COUNTER)
                 END-IF
      *          The backroom is part of the on-hand count, so a
      *          depletion taken off the floor can never leave more
      *          units in the back than in the store.
                 IF BACKROOM-QTY OF ITEM(COUNTER) IS NOT NUMERIC
                     MOVE 0 TO BACKROOM-QTY OF ITEM(COUNTER)
                 END-IF
                 IF BACKROOM-QTY OF ITEM(COUNTER)
                     > ON-HAND-QTY OF ITEM(COUNTER)
                     MOVE ON-HAND-QTY OF ITEM(COUNTER)
                         TO BACKROOM-QTY OF ITEM(COUNTER)
                 END-IF
             END-PERFORM
           EXIT.

                         > ON-HAND-QTY OF CURRENT-ITEM
                         PERFORM WRITE-OVERSELL-EXCEPTION
                         MOVE 0 TO ON-HAND-QTY OF CURRENT-ITEM
                         MOVE 0 TO BACKROOM-QTY OF CURRENT-ITEM
                     ELSE
                         COMPUTE WS-FLOOR-QTY
                             = ON-HAND-QTY OF CURRENT-ITEM
                             - BACKROOM-QTY OF CURRENT-ITEM
                         IF WS-SOLD-TODAY > WS-FLOOR-QTY
                             PERFORM WRITE-FLOOR-SHORT-EXCEPTION
                             COMPUTE BACKROOM-QTY OF CURRENT-ITEM
                                 = BACKROOM-QTY OF CURRENT-ITEM
                                 - (WS-SOLD-TODAY - WS-FLOOR-QTY)
                         END-IF
                         SUBTRACT WS-SOLD-TODAY
                             FROM ON-HAND-QTY OF CURRENT-ITEM
                     END-IF
             WRITE OVERSELL-RECORD
           EXIT.

      * Sales come off the sales floor. Selling more than the floor
      * held means backroom stock reached the shelf without a
      * confirmed pull (see ShelfFill), so the shortfall is taken out
      * of the backroom figure and reported for the store to check.
           WRITE-FLOOR-SHORT-EXCEPTION SECTION.
             MOVE WS-SOLD-TODAY TO WS-SOLD-TODAY-ED
             MOVE WS-FLOOR-QTY TO WS-OVERSELL-ONHAND-ED
             MOVE SPACES TO OVERSELL-RECORD
             STRING "FLOOR SHORT: " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME OF CURRENT-ITEM)
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(STORE-ID OF CURRENT-ITEM)
                     DELIMITED BY SIZE
                 " SOLD " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SOLD-TODAY-ED) DELIMITED BY SIZE
                 " WITH ONLY " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-OVERSELL-ONHAND-ED)
                     DELIMITED BY SIZE
                 " ON THE FLOOR - UNCONFIRMED PULL FROM BACKROOM"
                     DELIMITED BY SIZE
                 INTO OVERSELL-RECORD
             WRITE OVERSELL-RECORD
           EXIT.

           WRITE-DELTA-RECORD SECTION.
             MOVE WS-OLD-SELL-IN TO WS-OLD-SELL-IN-ED
             MOVE SELL-IN OF CURRENT-ITEM TO WS-NEW-SELL-IN-ED
                                   TO WS-SM-ID(WS-SM-COUNT)
                               MOVE STM-NAME
                                   TO WS-SM-NAME(WS-SM-COUNT)
                               MOVE STM-REGION
                                   TO WS-SM-REGION(WS-SM-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM

           FIND-STORE-NAME SECTION.
             MOVE SPACES TO WS-SM-FOUND-NAME
             MOVE SPACES TO WS-SM-FOUND-REGION
             PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                 UNTIL WS-SM-IDX > WS-SM-COUNT
                 IF WS-SM-ID(WS-SM-IDX)
                     = STORE-ID OF CURRENT-ITEM
                     MOVE WS-SM-NAME(WS-SM-IDX)
                         TO WS-SM-FOUND-NAME
                     MOVE WS-SM-REGION(WS-SM-IDX)
                         TO WS-SM-FOUND-REGION
                 END-IF
             END-PERFORM
           EXIT.

      * Prices the row from its store's zone. A keyed UNIT-PRICE
      * that has drifted off the zone price is reported, then
      * brought back into line, so the POS extract, the markdown and
      * the shelf label all work from the zone price.
           APPLY-ZONE-PRICE SECTION.
             PERFORM FIND-STORE-NAME
             IF WS-SM-FOUND-REGION = SPACES
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-ZONE-MATCH
             PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                 UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
                         OR ZONE-PRICE-FOUND
                 IF WS-ZONE-REGION(WS-ZONE-IDX) = WS-SM-FOUND-REGION
                     AND WS-ZONE-NAME(WS-ZONE-IDX)
                         = NAME OF CURRENT-ITEM
                     SET ZONE-PRICE-FOUND TO TRUE
                 END-IF
             END-PERFORM
             IF NOT ZONE-PRICE-FOUND
                 EXIT SECTION
             END-IF
             SUBTRACT 1 FROM WS-ZONE-IDX
             IF WS-ZONE-PRICE(WS-ZONE-IDX)
                 = UNIT-PRICE OF CURRENT-ITEM
                 EXIT SECTION
             END-IF
             MOVE UNIT-PRICE OF CURRENT-ITEM TO WS-KEYED-PRICE-ED
             MOVE WS-ZONE-PRICE(WS-ZONE-IDX) TO WS-ZONE-PRICE-ED
             MOVE SPACES TO OFF-ZONE-RECORD
             STRING "OFF ZONE: " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME OF CURRENT-ITEM) DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(STORE-ID OF CURRENT-ITEM)
                     DELIMITED BY SIZE
                 ", REGION " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SM-FOUND-REGION) DELIMITED BY SIZE
                 ", KEYED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-KEYED-PRICE-ED) DELIMITED BY SIZE
                 ", ZONE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ZONE-PRICE-ED) DELIMITED BY SIZE
                 INTO OFF-ZONE-RECORD
             WRITE OFF-ZONE-RECORD
             MOVE WS-ZONE-PRICE(WS-ZONE-IDX)
                 TO UNIT-PRICE OF CURRENT-ITEM
           EXIT.

           LOAD-ZONE-PRICES SECTION.
             MOVE 0 TO WS-ZONE-COUNT
             MOVE "N" TO WS-ZONE-EOF
             OPEN INPUT ZONE-PRICE-FILE
             IF WS-ZONE-STATUS = "00"
                 PERFORM UNTIL END-OF-ZONE-PRICES
                     READ ZONE-PRICE-FILE
                         AT END SET END-OF-ZONE-PRICES TO TRUE
                         NOT AT END
                           IF WS-ZONE-COUNT >= WS-MAX-ZONE-CAPACITY
                               PERFORM LOG-ZONE-PRICE-CAPACITY
                               SET END-OF-ZONE-PRICES TO TRUE
                           ELSE
                             IF ZP-PRICE IS NUMERIC
                               ADD 1 TO WS-ZONE-COUNT
                               MOVE ZP-REGION
                                   TO WS-ZONE-REGION(WS-ZONE-COUNT)
                               MOVE ZP-NAME
                                   TO WS-ZONE-NAME(WS-ZONE-COUNT)
                               MOVE ZP-PRICE
                                   TO WS-ZONE-PRICE(WS-ZONE-COUNT)
                             END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE ZONE-PRICE-FILE
             END-IF
           EXIT.

           LOG-ZONE-PRICE-CAPACITY SECTION.
             OPEN EXTEND CONTROL-LOAD-LOG-FILE
             MOVE SPACES TO CONTROL-LOAD-LOG-RECORD
             STRING "EXCEPTION: ZONE PRICE ROW COUNT EXCEEDS TABLE"
                 " CAPACITY - REMAINING ROWS NOT LOADED"
                 INTO CONTROL-LOAD-LOG-RECORD
             WRITE CONTROL-LOAD-LOG-RECORD
             CLOSE CONTROL-LOAD-LOG-FILE
           EXIT.

      * Looks the backstage row's item up on the event calendar. A
      * live event sets SELL-IN one day above the days left to it, so
      * the aging below sees the same thresholds it always has and
      * SETTLE-ROW-EVENT can put the count right afterwards.
           FIND-ROW-EVENT SECTION.
             MOVE "N" TO WS-ROW-EVENT
             IF NOT CATEGORY-IS-BACKSTAGE OF CURRENT-ITEM
                 OR AGING-DATE IS NOT NUMERIC
                 EXIT SECTION
             END-IF
             PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                         OR NOT ROW-HAS-NO-EVENT
                 IF WS-EVENT-ITEM-NAME(WS-EVENT-IDX)
                     = NAME OF CURRENT-ITEM
                     MOVE WS-EVENT-STATE(WS-EVENT-IDX)
                         TO WS-ROW-EVENT
                     COMPUTE WS-EVENT-DAYS-LEFT =
                         FUNCTION INTEGER-OF-DATE(
                             WS-EVENT-DATE(WS-EVENT-IDX))
                         - FUNCTION INTEGER-OF-DATE(
                             FUNCTION NUMVAL(AGING-DATE))
                 END-IF
             END-PERFORM
             IF WS-EVENT-DAYS-LEFT > 9998
                 MOVE 9998 TO WS-EVENT-DAYS-LEFT
             END-IF
             IF ROW-EVENT-SCHEDULED
                 COMPUTE SELL-IN OF CURRENT-ITEM
                     = WS-EVENT-DAYS-LEFT + 1
             END-IF
           EXIT.

      * After the row has aged: a live event leaves SELL-IN at the
      * days left to it, and a pass past its event is worth nothing;
      * a cancelled event leaves the row exactly as it came in.
           SETTLE-ROW-EVENT SECTION.
             EVALUATE TRUE
                 WHEN ROW-EVENT-SCHEDULED
                     MOVE WS-EVENT-DAYS-LEFT
                         TO SELL-IN OF CURRENT-ITEM
                     IF WS-EVENT-DAYS-LEFT < 0
                         MOVE 0 TO QUALITY OF CURRENT-ITEM
                     END-IF
                 WHEN ROW-EVENT-CANCELLED
                     MOVE WS-OLD-SELL-IN TO SELL-IN OF CURRENT-ITEM
                     MOVE WS-OLD-QUALITY TO QUALITY OF CURRENT-ITEM
             END-EVALUATE
           EXIT.

           LOAD-EVENT-CALENDAR SECTION.
             MOVE 0 TO WS-EVENT-COUNT
             MOVE "N" TO WS-EVENT-EOF
             OPEN INPUT EVENT-CALENDAR-FILE
             IF WS-EVENT-STATUS = "00"
                 PERFORM UNTIL END-OF-EVENT-CALENDAR
                     READ EVENT-CALENDAR-FILE
                         AT END SET END-OF-EVENT-CALENDAR TO TRUE
                         NOT AT END
                           IF WS-EVENT-COUNT >= WS-MAX-EVENT-CAPACITY
                               PERFORM LOG-EVENT-CALENDAR-CAPACITY
                               SET END-OF-EVENT-CALENDAR TO TRUE
                           ELSE
                             IF EVT-EVENT-DATE IS NUMERIC
                                 AND FUNCTION TEST-DATE-YYYYMMDD(
                                     EVT-EVENT-DATE) = 0
                               ADD 1 TO WS-EVENT-COUNT
                               MOVE EVT-ITEM-NAME
                                   TO WS-EVENT-ITEM-NAME
                                       (WS-EVENT-COUNT)
                               MOVE EVT-EVENT-DATE
                                   TO WS-EVENT-DATE(WS-EVENT-COUNT)
                               MOVE EVT-STATUS
                                   TO WS-EVENT-STATE(WS-EVENT-COUNT)
                             END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE EVENT-CALENDAR-FILE
             END-IF
           EXIT.

           LOG-EVENT-CALENDAR-CAPACITY SECTION.
             OPEN EXTEND CONTROL-LOAD-LOG-FILE
             MOVE SPACES TO CONTROL-LOAD-LOG-RECORD
             STRING "EXCEPTION: EVENT CALENDAR ROW COUNT EXCEEDS TABLE"
                 " CAPACITY - REMAINING ROWS NOT LOADED"
                 INTO CONTROL-LOAD-LOG-RECORD
             WRITE CONTROL-LOAD-LOG-RECORD
             CLOSE CONTROL-LOAD-LOG-FILE
           EXIT.

           WRITE-POS-EXTRACT SECTION.
                         * WS-MARKDOWN-PCT / 100)
             PERFORM APPLY-PROMO-EVENTS
             PERFORM APPLY-CLEARANCE-MARKDOWN
             PERFORM APPLY-MARGIN-FLOOR
           EXIT.

      * The markdown, the promotion and the clearance cut each take
      * their own slice; the price they stack up to may not fall
      * below held cost plus the category's margin floor. A row
      * clamped to its floor is logged with the price it would have
      * had. A discontinued row in clearance is exempt - clearing
      * it is worth more than the margin - and so is a row with no
      * held cost, or one whose own UNIT-PRICE already sits under
      * the floor (that is a keyed price, not a stacked cut).
           APPLY-MARGIN-FLOOR SECTION.
             MOVE "N" TO WS-FLOOR-CLAMPED
             IF ITEM-IS-DISCONTINUED OF CURRENT-ITEM
                 AND NOT ITEM-IS-PROTECTED
                 EXIT SECTION
             END-IF
             PERFORM FIND-MARGIN-FLOOR
             IF NOT MARGIN-FLOOR-FOUND
                 EXIT SECTION
             END-IF
             PERFORM FIND-ITEM-UNIT-COST
             IF NOT UNIT-COST-FOUND OR WS-ITEM-UNIT-COST = 0
                 EXIT SECTION
             END-IF
             COMPUTE WS-FLOOR-PRICE ROUNDED
                 = WS-ITEM-UNIT-COST
                     + (WS-ITEM-UNIT-COST * WS-FLOOR-PCT / 100)
             IF WS-FLOOR-PRICE > UNIT-PRICE OF CURRENT-ITEM
                 EXIT SECTION
             END-IF
             IF WS-MARKDOWN-PRICE NOT < WS-FLOOR-PRICE
                 EXIT SECTION
             END-IF
             SET PRICE-AT-FLOOR TO TRUE
             MOVE WS-MARKDOWN-PRICE TO WS-MARKDOWN-PRICE-ED
             MOVE WS-FLOOR-PRICE TO WS-FLOOR-PRICE-ED
             MOVE WS-ITEM-UNIT-COST TO WS-COST-ED
             MOVE WS-FLOOR-PCT TO WS-FLOOR-PCT-ED
             MOVE SPACES TO BELOW-FLOOR-RECORD
             STRING "BELOW FLOOR: " DELIMITED BY SIZE
                 FUNCTION TRIM(NAME OF CURRENT-ITEM)
                     DELIMITED BY SIZE
                 ", STORE " DELIMITED BY SIZE
                 FUNCTION TRIM(STORE-ID OF CURRENT-ITEM)
                     DELIMITED BY SIZE
                 ", CATEGORY " DELIMITED BY SIZE
                 CATEGORY-CODE OF CURRENT-ITEM DELIMITED BY SIZE
                 ", WOULD HAVE BEEN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MARKDOWN-PRICE-ED)
                     DELIMITED BY SIZE
                 ", COST " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COST-ED) DELIMITED BY SIZE
                 " + " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FLOOR-PCT-ED) DELIMITED BY SIZE
                 "% - PRICED AT FLOOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FLOOR-PRICE-ED) DELIMITED BY SIZE
                 INTO BELOW-FLOOR-RECORD
             WRITE BELOW-FLOOR-RECORD
             MOVE WS-FLOOR-PRICE TO WS-MARKDOWN-PRICE
           EXIT.

      * The category's own floor row, else the blank-category row
      * that stands for every other category.
           FIND-MARGIN-FLOOR SECTION.
             MOVE "N" TO WS-MFLR-MATCH
             MOVE "N" TO WS-MFLR-DEFAULT-FLAG
             PERFORM VARYING WS-MFLR-IDX FROM 1 BY 1
                 UNTIL WS-MFLR-IDX > WS-MFLR-COUNT
                         OR MARGIN-FLOOR-FOUND
                 IF WS-MFLR-CATEGORY-CODE(WS-MFLR-IDX)
                     = CATEGORY-CODE OF CURRENT-ITEM
                     AND CATEGORY-CODE OF CURRENT-ITEM NOT = SPACE
                     SET MARGIN-FLOOR-FOUND TO TRUE
                     MOVE WS-MFLR-FLOOR-PCT(WS-MFLR-IDX)
                         TO WS-FLOOR-PCT
                 END-IF
                 IF WS-MFLR-CATEGORY-CODE(WS-MFLR-IDX) = SPACE
                     SET MARGIN-FLOOR-DEFAULT TO TRUE
                     MOVE WS-MFLR-FLOOR-PCT(WS-MFLR-IDX)
                         TO WS-MFLR-DEFAULT-PCT
                 END-IF
             END-PERFORM
             IF NOT MARGIN-FLOOR-FOUND AND MARGIN-FLOOR-DEFAULT
                 SET MARGIN-FLOOR-FOUND TO TRUE
                 MOVE WS-MFLR-DEFAULT-PCT TO WS-FLOOR-PCT
             END-IF
           EXIT.

           LOAD-MARGIN-FLOORS SECTION.
             MOVE 0 TO WS-MFLR-COUNT
             MOVE "N" TO WS-MFLR-EOF
             OPEN INPUT MARGIN-FLOOR-FILE
             IF WS-MFLR-STATUS = "00"
                 PERFORM UNTIL END-OF-MARGIN-FLOOR
                     READ MARGIN-FLOOR-FILE
                         AT END SET END-OF-MARGIN-FLOOR TO TRUE
                         NOT AT END
                           IF WS-MFLR-COUNT >= WS-MAX-MFLR-CAPACITY
                               PERFORM LOG-MARGIN-FLOOR-CAPACITY
                               SET END-OF-MARGIN-FLOOR TO TRUE
                           ELSE
                             IF MFLR-FLOOR-PCT IS NUMERIC
                               ADD 1 TO WS-MFLR-COUNT
                               MOVE MFLR-CATEGORY-CODE
                                   TO WS-MFLR-CATEGORY-CODE
                                       (WS-MFLR-COUNT)
                               MOVE MFLR-FLOOR-PCT
                                   TO WS-MFLR-FLOOR-PCT(WS-MFLR-COUNT)
                             END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE MARGIN-FLOOR-FILE
             END-IF
           EXIT.

           LOG-MARGIN-FLOOR-CAPACITY SECTION.
             OPEN EXTEND CONTROL-LOAD-LOG-FILE
             MOVE SPACES TO CONTROL-LOAD-LOG-RECORD
             STRING "EXCEPTION: MARGIN FLOOR ROW COUNT EXCEEDS TABLE"
                 " CAPACITY - REMAINING ROWS NOT LOADED"
                 INTO CONTROL-LOAD-LOG-RECORD
             WRITE CONTROL-LOAD-LOG-RECORD
             CLOSE CONTROL-LOAD-LOG-FILE
           EXIT.

      * A discontinued row clears at an extra discount that deepens
                     WITH POINTER WS-PRICING-POINTER
                 END-STRING
             END-IF
             IF PRICE-AT-FLOOR
                 COMPUTE WS-PRICING-POINTER = FUNCTION LENGTH(
                     FUNCTION TRIM(PRICING-REPORT-RECORD TRAILING))
                     + 1
                 STRING ", AT FLOOR" DELIMITED BY SIZE
                     INTO PRICING-REPORT-RECORD
                     WITH POINTER WS-PRICING-POINTER
                 END-STRING
             END-IF
             WRITE PRICING-REPORT-RECORD
           EXIT.

                 END-IF
             END-IF
             COMPUTE WS-OLD-SHELF-PRICE ROUNDED
                 = WS-OLD-UNIT-PRICE
                     - (WS-OLD-UNIT-PRICE
                         * WS-OLD-MARKDOWN-PCT / 100)
             PERFORM APPLY-PRIOR-PROMO-EVENTS
             PERFORM APPLY-PRIOR-CLEARANCE-MARKDOWN
             PERFORM APPLY-PRIOR-MARGIN-FLOOR
             IF WS-OLD-SHELF-PRICE NOT EQUAL TO WS-MARKDOWN-PRICE
                 MOVE WS-OLD-SHELF-PRICE TO WS-OLD-SHELF-PRICE-ED
                 MOVE WS-MARKDOWN-PRICE TO WS-NEW-SHELF-PRICE-ED
             END-IF
           EXIT.

      * Holds last night's rebuilt shelf price to the same margin
      * floor, against tonight's held cost, so a row that sat at its
      * floor both nights does not reprint an identical label. No
      * exception line - last night's clamp was logged last night.
           APPLY-PRIOR-MARGIN-FLOOR SECTION.
             IF ITEM-IS-DISCONTINUED OF CURRENT-ITEM
                 AND NOT ITEM-IS-PROTECTED
                 EXIT SECTION
             END-IF
             PERFORM FIND-MARGIN-FLOOR
             IF NOT MARGIN-FLOOR-FOUND
                 EXIT SECTION
             END-IF
             PERFORM FIND-ITEM-UNIT-COST
             IF NOT UNIT-COST-FOUND OR WS-ITEM-UNIT-COST = 0
                 EXIT SECTION
             END-IF
             COMPUTE WS-FLOOR-PRICE ROUNDED
                 = WS-ITEM-UNIT-COST
                     + (WS-ITEM-UNIT-COST * WS-FLOOR-PCT / 100)
             IF WS-FLOOR-PRICE > WS-OLD-UNIT-PRICE
                 EXIT SECTION
             END-IF
             IF WS-OLD-SHELF-PRICE < WS-FLOOR-PRICE
                 MOVE WS-FLOOR-PRICE TO WS-OLD-SHELF-PRICE
             END-IF
           EXIT.

           APPEND-PRICE-HISTORY SECTION.
             MOVE AGING-DATE TO PH-DATE
             MOVE STORE-ID OF CURRENT-ITEM TO PH-STORE-ID
             END-IF
           EXIT.

      * The item table is in store order, so each store is taken
      * at its first row. A bundle's available quantity is set by
      * its scarcest component: the fewest whole bundles any one
      * component's ending stock will make. A bundle none of whose
      * components the store carries is not reported for it.
           WRITE-BUNDLE-REPORT SECTION.
             OPEN OUTPUT BUNDLE-REPORT-FILE
             MOVE SPACES TO WS-BUNDLE-STORE-ID
             IF WS-BOM-COUNT > 0
                 PERFORM VARYING COUNTER FROM 1 BY 1
                     UNTIL COUNTER > ITEM-COUNT OF ITEMS
                     IF ITEM-IS-VALID(COUNTER)
                         AND STORE-ID OF ITEM(COUNTER)
                             NOT = WS-BUNDLE-STORE-ID
                         MOVE STORE-ID OF ITEM(COUNTER)
                             TO WS-BUNDLE-STORE-ID
                         PERFORM WRITE-STORE-BUNDLES
                     END-IF
                 END-PERFORM
             END-IF
             CLOSE BUNDLE-REPORT-FILE
           EXIT.

           WRITE-STORE-BUNDLES SECTION.
             MOVE 1 TO WS-BOM-FIRST
             PERFORM UNTIL WS-BOM-FIRST > WS-BOM-COUNT
                 MOVE WS-BOM-FIRST TO WS-BOM-LAST
                 PERFORM UNTIL WS-BOM-LAST >= WS-BOM-COUNT
                     OR WS-BOM-BUNDLE-NAME(WS-BOM-LAST + 1)
                         NOT = WS-BOM-BUNDLE-NAME(WS-BOM-FIRST)
                     ADD 1 TO WS-BOM-LAST
                 END-PERFORM
                 PERFORM CHECK-ONE-BUNDLE
                 COMPUTE WS-BOM-FIRST = WS-BOM-LAST + 1
             END-PERFORM
           EXIT.

           CHECK-ONE-BUNDLE SECTION.
             MOVE "N" TO WS-BUNDLE-CARRIED
             MOVE 99999 TO WS-BUNDLE-AVAILABLE
             MOVE 0 TO WS-BUNDLE-SHORT-COUNT
             PERFORM VARYING WS-BOM-IDX FROM WS-BOM-FIRST BY 1
                 UNTIL WS-BOM-IDX > WS-BOM-LAST
                 PERFORM FIND-COMPONENT-ONHAND
                 IF COMPONENT-ROW-FOUND
                     SET BUNDLE-CARRIED TO TRUE
                 END-IF
                 COMPUTE WS-BUNDLE-BUILDABLE
                     = WS-COMPONENT-ONHAND
                         / WS-BOM-COMPONENT-QTY(WS-BOM-IDX)
                 IF WS-BUNDLE-BUILDABLE < WS-BUNDLE-AVAILABLE
                     MOVE WS-BUNDLE-BUILDABLE TO WS-BUNDLE-AVAILABLE
                 END-IF
                 IF WS-BUNDLE-BUILDABLE = 0
                     ADD 1 TO WS-BUNDLE-SHORT-COUNT
                 END-IF
             END-PERFORM
             IF NOT BUNDLE-CARRIED
                 EXIT SECTION
             END-IF
             MOVE WS-BUNDLE-AVAILABLE TO WS-BUNDLE-AVAILABLE-ED
             MOVE SPACES TO BUNDLE-REPORT-RECORD
             IF WS-BUNDLE-AVAILABLE = 0
                 STRING "CANNOT BUILD: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BOM-BUNDLE-NAME(WS-BOM-FIRST))
                         DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BUNDLE-STORE-ID)
                         DELIMITED BY SIZE
                     INTO BUNDLE-REPORT-RECORD
             ELSE
                 STRING "BUNDLE: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BOM-BUNDLE-NAME(WS-BOM-FIRST))
                         DELIMITED BY SIZE
                     ", STORE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BUNDLE-STORE-ID)
                         DELIMITED BY SIZE
                     ", AVAILABLE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BUNDLE-AVAILABLE-ED)
                         DELIMITED BY SIZE
                     INTO BUNDLE-REPORT-RECORD
             END-IF
             WRITE BUNDLE-REPORT-RECORD
             IF WS-BUNDLE-SHORT-COUNT > 0
                 PERFORM VARYING WS-BOM-IDX FROM WS-BOM-FIRST BY 1
                     UNTIL WS-BOM-IDX > WS-BOM-LAST
                     PERFORM FIND-COMPONENT-ONHAND
                     IF WS-COMPONENT-ONHAND
                         < WS-BOM-COMPONENT-QTY(WS-BOM-IDX)
                         PERFORM WRITE-COMPONENT-SHORTFALL
                     END-IF
                 END-PERFORM
             END-IF
           EXIT.

           WRITE-COMPONENT-SHORTFALL SECTION.
             MOVE WS-BOM-COMPONENT-QTY(WS-BOM-IDX)
                 TO WS-COMPONENT-QTY-ED
             MOVE WS-COMPONENT-ONHAND TO WS-COMPONENT-ONHAND-ED
             MOVE SPACES TO BUNDLE-REPORT-RECORD
             STRING "  SHORT: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BOM-COMPONENT-NAME(WS-BOM-IDX))
                     DELIMITED BY SIZE
                 ", NEEDS " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COMPONENT-QTY-ED) DELIMITED BY SIZE
                 " PER BUNDLE" DELIMITED BY SIZE
                 INTO BUNDLE-REPORT-RECORD
             COMPUTE WS-PRICING-POINTER = FUNCTION LENGTH(
                 FUNCTION TRIM(BUNDLE-REPORT-RECORD TRAILING)) + 1
             IF COMPONENT-ROW-FOUND
                 STRING ", ON HAND " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COMPONENT-ONHAND-ED)
                         DELIMITED BY SIZE
                     INTO BUNDLE-REPORT-RECORD
                     WITH POINTER WS-PRICING-POINTER
                 END-STRING
             ELSE
                 STRING ", NOT CARRIED" DELIMITED BY SIZE
                     INTO BUNDLE-REPORT-RECORD
                     WITH POINTER WS-PRICING-POINTER
                 END-STRING
             END-IF
             WRITE BUNDLE-REPORT-RECORD
           EXIT.

      * Ending on-hand of one component row in the store in hand; a
      * component the store does not carry counts as none on hand.
           FIND-COMPONENT-ONHAND SECTION.
             MOVE 0 TO WS-COMPONENT-ONHAND
             MOVE "N" TO WS-COMPONENT-FOUND
             PERFORM VARYING WS-COMPONENT-IDX FROM 1 BY 1
                 UNTIL WS-COMPONENT-IDX > ITEM-COUNT OF ITEMS
                         OR COMPONENT-ROW-FOUND
                 IF ITEM-IS-VALID(WS-COMPONENT-IDX)
                     AND STORE-ID OF ITEM(WS-COMPONENT-IDX)
                         = WS-BUNDLE-STORE-ID
                     AND NAME OF ITEM(WS-COMPONENT-IDX)
                         = WS-BOM-COMPONENT-NAME(WS-BOM-IDX)
                     SET COMPONENT-ROW-FOUND TO TRUE
                     MOVE ON-HAND-QTY OF ITEM(WS-COMPONENT-IDX)
                         TO WS-COMPONENT-ONHAND
                 END-IF
             END-PERFORM
           EXIT.

           CHECK-LEGENDARY-INTEGRITY SECTION.
             IF ITEM-IS-PROTECTED
                 IF WS-OLD-SELL-IN NOT EQUAL TO SELL-IN OF CURRENT-ITEM
