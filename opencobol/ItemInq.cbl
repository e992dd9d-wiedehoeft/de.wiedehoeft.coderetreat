       01 WS-SELLIN-ED PIC -(4)9.
       01 WS-QUALITY-ED PIC -(4)9.
       01 WS-ONHAND-ED PIC Z(4)9.
       01 WS-BACKROOM-QTY PIC 9(005).
       01 WS-FLOOR-ED PIC Z(4)9.
       01 WS-BACKROOM-ED PIC Z(4)9.
       01 WS-PRICE-ED PIC Z(4)9.99.
       01 WS-DAYS-OUT-ED PIC Z(4)9.

                     FUNCTION TRIM(WS-DAYS-OUT-ED) DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
                 WRITE INQUIRY-REPORT-RECORD
                 PERFORM WRITE-FLOOR-BACKROOM-LINE
                 IF ITEM-ON-HOLD OF ITEM-MASTER-RECORD
                     MOVE SPACES TO INQUIRY-REPORT-RECORD
                     STRING "STATUS: ON RECALL HOLD"
             END-IF
           EXIT.

      * Where the on-hand stands: on the sales floor or still in the
      * backroom waiting for a shelf-fill pull.
           WRITE-FLOOR-BACKROOM-LINE SECTION.
             MOVE 0 TO WS-BACKROOM-QTY
             IF BACKROOM-QTY OF ITEM-MASTER-RECORD IS NUMERIC
                 MOVE BACKROOM-QTY OF ITEM-MASTER-RECORD
                     TO WS-BACKROOM-QTY
             END-IF
             IF WS-BACKROOM-QTY > ON-HAND-QTY OF ITEM-MASTER-RECORD
                 MOVE ON-HAND-QTY OF ITEM-MASTER-RECORD
                     TO WS-BACKROOM-QTY
             END-IF
             MOVE WS-BACKROOM-QTY TO WS-BACKROOM-ED
             COMPUTE WS-FLOOR-ED
                 = ON-HAND-QTY OF ITEM-MASTER-RECORD - WS-BACKROOM-QTY
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             STRING "STOCK: SALES FLOOR " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FLOOR-ED) DELIMITED BY SIZE
                 ", BACKROOM " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BACKROOM-ED) DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
           EXIT.

           SHOW-PROTECTED-STATUS SECTION.
             MOVE "N" TO WS-PROTECTED-FLAG
             OPEN INPUT PROTECTED-FILE
