      *> APINVLN.cpy
      *> Record layout for the SUPPLIER-INVOICE-LINES file - one
      *> record per purchase order line a supplier invoice charges
      *> for: the quantity and unit price as invoiced, and how that
      *> line matched (M matched; P price differs from the order;
      *> Q more invoiced than goods received has booked in, less
      *> what earlier invoices already charged). Lines of a
      *> rejected invoice stay on file but no longer count as
      *> invoiced.
       01 APL-RECORD.
          05 APL-SUPPLIER-CODE    PIC X(06).
          05 APL-INVOICE-REF      PIC X(15).
          05 APL-PO-NUMBER        PIC 9(06).
          05 APL-PO-LINE-NO       PIC 9(02).
          05 APL-ITEM-CODE        PIC X(08).
          05 APL-QUANTITY         PIC 9(05).
          05 APL-UNIT-PRICE       PIC 9(06)V99.
          05 APL-MATCH-RESULT     PIC X(01).
             88 APL-IS-MATCHED       VALUE "M".
             88 APL-PRICE-DIFFERS    VALUE "P".
             88 APL-QTY-DIFFERS      VALUE "Q".
