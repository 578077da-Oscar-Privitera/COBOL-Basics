      *> still priceable on a credit note reversing an old sale.
          05 ITEM-DISCONTINUED    PIC X(01).
             88 ITEM-IS-DISCONTINUED VALUE "Y".
      *> The preferred supplier (a SUPPLIER-MASTER code) and that
      *> supplier's own part number for the article (appended, so
      *> older fields keep their offsets) - what buying orders
      *> against. Spaces mean no supplier has been named yet.
          05 ITEM-PREF-SUPPLIER   PIC X(06).
          05 ITEM-SUPPLIER-PART   PIC X(15).
      *> Weighted-average cost of the stock on hand (appended, so
      *> older fields keep their offsets). GOODS-RECEIPT-ENTRY
      *> re-averages it on every receipt from the purchase order
      *> cost; it values the stock and prices cost of sales on the
      *> invoice lines. Records written before it existed carry
      *> spaces here - readers treat anything not numeric as zero.
          05 ITEM-AVERAGE-COST    PIC 9(06)V99.
      *> "Y" for an article that carries the manufacturer's lot
      *> number (appended, so older fields keep their offsets).
      *> GOODS-RECEIPT-ENTRY insists on the lot of every delivery of
      *> it onto LOT-STOCK, and billing records the lot each line
      *> shipped from on INVOICE-LOTS, so a supplier recall can be
      *> traced to the customers. Anything but "Y" is not tracked.
          05 ITEM-LOT-TRACKED     PIC X(01).
             88 ITEM-IS-LOT-TRACKED  VALUE "Y".
