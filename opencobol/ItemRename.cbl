             MOVE ITEM-MASTER-RECORD TO WS-MJ-BEFORE
             ADD ON-HAND-QTY OF WS-STAGED-ITEM
                 TO ON-HAND-QTY OF ITEM-MASTER-RECORD
             IF BACKROOM-QTY OF WS-STAGED-ITEM IS NUMERIC
                 AND BACKROOM-QTY OF ITEM-MASTER-RECORD IS NUMERIC
                 ADD BACKROOM-QTY OF WS-STAGED-ITEM
                     TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             END-IF
             IF ON-HAND-QTY OF ITEM-MASTER-RECORD > 0
                 MOVE 0 TO DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
             END-IF
