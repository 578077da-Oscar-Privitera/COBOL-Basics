      *> STKCOUNT.cpy
      *> Record layout for the STOCK-COUNT indexed file, keyed by
      *> item code - one record per article for the stock-take in
      *> progress. STOCK-TAKE-FREEZE writes it fresh with the
      *> on-hand quantity as it stood at the freeze (the frozen
      *> figure nothing else ever changes), STOCK-COUNT-ENTRY
      *> records what was physically found, and
      *> STOCK-VARIANCE-POSTING moves ITEM-MASTER by the difference
      *> (counted less frozen) - so stock invoiced or received
      *> while the count is under way stays in on-hand instead of
      *> being overwritten by the count.
       01 STC-RECORD.
          05 STC-ITEM-CODE        PIC X(08).
          05 STC-DESCRIPTION      PIC X(30).
          05 STC-FROZEN-QTY       PIC S9(07).
          05 STC-COUNTED-QTY      PIC S9(07).
          05 STC-UNIT-COST        PIC 9(06)V99.
          05 STC-COUNT-STATUS     PIC X(01).
             88 STC-NOT-COUNTED      VALUE "N".
             88 STC-IS-COUNTED       VALUE "C".
             88 STC-IS-POSTED        VALUE "P".
          05 STC-COUNTED-BY       PIC X(10).
