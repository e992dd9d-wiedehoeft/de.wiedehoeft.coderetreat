      * name literals. STORE-ID identifies which physical location the
      * row belongs to, so one Item Master file can carry several
      * stores' shelves in a single nightly run. ON-HAND-QTY is the
      * physical unit count in the store, tracked separately from
      * QUALITY - one is a condition score, the other is a depletion
      * count, and a nightly run updates both; BACKROOM-QTY says how
      * much of it is in the back rather than on the sales floor.
      * UNIT-PRICE is the shelf price backing the daily markdown
      * calculation, driven off QUALITY.
      *****************************************************************
           05 ITEM-KEY.
               10 STORE-ID PIC X(006).
               88 ITEM-IS-ACTIVE VALUE "A" " ".
               88 ITEM-IS-DISCONTINUED VALUE "D".
               88 ITEM-IS-DELISTED VALUE "X".
      * Units of ON-HAND-QTY held in the backroom; the rest are on
      * the sales floor. Receipts land here, sales come off the
      * floor, and a confirmed shelf-fill pull (ShelfFill) moves
      * units out to the floor. Never more than ON-HAND-QTY - any
      * other depletion comes off the floor first and the nightly
      * run trims the backroom figure when the floor runs dry.
           05 BACKROOM-QTY PIC 9(005).
