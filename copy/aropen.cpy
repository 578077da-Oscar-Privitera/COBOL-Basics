          05 AR-CURRENCY-CODE     PIC X(03).
          05 AR-FOREIGN-AMOUNT    PIC S9(11)V99.
          05 AR-INVOICE-RATE      PIC 9(03)V9999.
      *> Deposits (appended). A deposit invoice raised against a
      *> SALES-ORDERS order is AR-ITEM-KIND "D" with the order in
      *> AR-ORDER-NUMBER; the final invoice for the shipment carries
      *> the same order number and deducts what of the order's
      *> deposits has been paid. AR-DEPOSIT-APPLIED is, on a
      *> deposit, how much of it final invoices have used up so
      *> far (AR-DEPOSIT-INVOICE the last one that did); on a final
      *> invoice, the deposits it deducted. Spaces on items raised
      *> before deposits existed read as an ordinary item with
      *> nothing applied.
          05 AR-ORDER-NUMBER      PIC 9(06).
          05 AR-ITEM-KIND         PIC X(01).
             88 AR-ITEM-IS-DEPOSIT   VALUE "D".
          05 AR-DEPOSIT-APPLIED   PIC S9(09)V99.
          05 AR-DEPOSIT-INVOICE   PIC 9(06).
