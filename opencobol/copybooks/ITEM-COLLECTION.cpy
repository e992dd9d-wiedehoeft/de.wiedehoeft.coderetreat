                   88 ITEM-IS-ACTIVE VALUE "A" " ".
                   88 ITEM-IS-DISCONTINUED VALUE "D".
                   88 ITEM-IS-DELISTED VALUE "X".
               10 BACKROOM-QTY PIC 9(005).
