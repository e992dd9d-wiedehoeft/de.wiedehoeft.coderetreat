      * Purpose: Shelf-location directory maintenance in the ItemEdit
      *          mould. Applies keyed add/change/delete transactions
      *          (data/LOCTRAN.DAT) against the shelf-location file
      *          (data/SHELFLOC.DAT: store, item, aisle, bay, shelf,
      *          shelf capacity) with the intake edits first - the
      *          store must be open on the store master, the item a
      *          catalog name or a SKU the cross-reference resolves,
      *          the aisle, bay and shelf numeric, the capacity
      *          numeric or blank - and an audit log of everything
      *          applied or refused (data/LOCMAINT.LOG). The
      *          label-change, reorder and count-sheet lines print
      *          these locations and walk in their order, so the
       DATA DIVISION.
       FILE SECTION.
      * One keyed move per line: action, the store and item (name or
      * SKU), where on the floor the item sits, and how many units
      * the shelf holds when full (blank or zero: the shelf is not
      * topped up from the backroom by ShelfFill).
       FD  LOCATION-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCATION-TRANS-RECORD.
           05 LCT-AISLE PIC X(003).
           05 LCT-BAY PIC X(003).
           05 LCT-SHELF PIC X(003).
           05 LCT-CAPACITY PIC X(005).

       FD  SHELF-LOCATION-FILE
           LABEL RECORDS ARE STANDARD.
           05 SLC-AISLE PIC 9(003).
           05 SLC-BAY PIC 9(003).
           05 SLC-SHELF PIC 9(003).
           05 SLC-CAPACITY PIC 9(005).

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05 STM-NAME PIC X(030).
           05 STM-REGION PIC X(010).
           05 STM-STATUS PIC X(001).
           05 STM-STORE-TYPE PIC X(001).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
               10 WS-LOC-AISLE PIC 9(003).
               10 WS-LOC-BAY PIC 9(003).
               10 WS-LOC-SHELF PIC 9(003).
               10 WS-LOC-CAPACITY PIC 9(005).
       01 WS-LOC-IDX PIC 9(005).
       01 WS-LOC-FOUND PIC 9(005).

                                   WS-LOC-BAY(WS-LOC-COUNT)
                               MOVE SLC-SHELF TO
                                   WS-LOC-SHELF(WS-LOC-COUNT)
                               IF SLC-CAPACITY IS NUMERIC
                                   MOVE SLC-CAPACITY TO
                                       WS-LOC-CAPACITY(WS-LOC-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-LOC-CAPACITY(WS-LOC-COUNT)
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
                     OR LCT-SHELF IS NOT NUMERIC
                     MOVE "AISLE, BAY AND SHELF MUST BE NUMERIC"
                         TO WS-EDIT-MESSAGE
                     EXIT SECTION
                 END-IF
                 IF LCT-CAPACITY NOT = SPACES
                     AND LCT-CAPACITY IS NOT NUMERIC
                     MOVE "SHELF CAPACITY MUST BE NUMERIC"
                         TO WS-EDIT-MESSAGE
                 END-IF
             END-IF
           EXIT.
             MOVE LCT-AISLE TO WS-LOC-AISLE(WS-LOC-FOUND)
             MOVE LCT-BAY TO WS-LOC-BAY(WS-LOC-FOUND)
             MOVE LCT-SHELF TO WS-LOC-SHELF(WS-LOC-FOUND)
             IF LCT-CAPACITY = SPACES
                 MOVE 0 TO WS-LOC-CAPACITY(WS-LOC-FOUND)
             ELSE
                 MOVE LCT-CAPACITY TO WS-LOC-CAPACITY(WS-LOC-FOUND)
             END-IF
           EXIT.

      * Blanked (deleted) slots drop as the file writes back.
                     MOVE WS-LOC-AISLE(WS-LOC-IDX) TO SLC-AISLE
                     MOVE WS-LOC-BAY(WS-LOC-IDX) TO SLC-BAY
                     MOVE WS-LOC-SHELF(WS-LOC-IDX) TO SLC-SHELF
                     MOVE WS-LOC-CAPACITY(WS-LOC-IDX)
                         TO SLC-CAPACITY
                     WRITE SHELF-LOCATION-RECORD
                 END-IF
             END-PERFORM
                 LCT-BAY DELIMITED BY SIZE
                 " SHELF " DELIMITED BY SIZE
                 LCT-SHELF DELIMITED BY SIZE
                 " CAPACITY " DELIMITED BY SIZE
                 LCT-CAPACITY DELIMITED BY SIZE
                 INTO LOC-MAINT-LOG-RECORD
             WRITE LOC-MAINT-LOG-RECORD
           EXIT.
