             MOVE SPACES TO VENDOR-ID OF ITEM-MASTER-RECORD
             MOVE 0 TO DAYS-OUT-OF-STOCK OF ITEM-MASTER-RECORD
             MOVE "A" TO ITEM-STATUS OF ITEM-MASTER-RECORD
             MOVE 0 TO BACKROOM-QTY OF ITEM-MASTER-RECORD
             PERFORM DRESS-ROW-FROM-CARRY
             WRITE ITEM-MASTER-RECORD
                 INVALID KEY CONTINUE
