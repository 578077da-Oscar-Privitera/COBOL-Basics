      *> LOTSTOCK.cpy
      *> Record layout for the LOT-STOCK indexed file - one record
      *> per manufacturer lot of a lot-tracked article as it was
      *> booked in, keyed item code, date received, lot number, so
      *> an article's lots read back oldest first and billing can
      *> issue first-in, first-out. LT-REMAINING-QTY is what is
      *> still ours out of the lot; billing draws it down and a
      *> credit note puts it back. A second delivery of the same lot
      *> on the same day adds to the one record.
       01 LT-RECORD.
          05 LT-KEY.
             10 LT-ITEM-CODE      PIC X(08).
             10 LT-RECEIVED-DATE  PIC 9(08).
             10 LT-LOT-NUMBER     PIC X(15).
          05 LT-RECEIVED-QTY      PIC 9(07).
          05 LT-REMAINING-QTY     PIC S9(07).
          05 LT-PO-NUMBER         PIC 9(06).
          05 LT-SUPPLIER-CODE     PIC X(06).
