      *> STKCTL.cpy
      *> Control record for the stock-take cycle - when the count
      *> was frozen and where it has got to. Frozen ("F") opens the
      *> count window: count entry and the variance report work
      *> against it and no second freeze is allowed. Posted ("P")
      *> closes it once STOCK-VARIANCE-POSTING has adjusted
      *> ITEM-MASTER; the next freeze can then start a new cycle.
       01 STK-CTL-RECORD.
          05 STK-FREEZE-TIMESTAMP PIC 9(14).
          05 STK-FROZEN-BY        PIC X(10).
          05 STK-STATUS           PIC X(01).
             88 STK-IS-FROZEN        VALUE "F".
             88 STK-IS-POSTED        VALUE "P".
          05 STK-ITEM-COUNT       PIC 9(06).
          05 STK-POSTED-TIMESTAMP PIC 9(14).
