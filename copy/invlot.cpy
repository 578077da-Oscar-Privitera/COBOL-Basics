      *> INVLOT.cpy
      *> Record layout for the INVOICE-LOTS sequential file - which
      *> lot each item-coded INVOICE-DETAIL line of a lot-tracked
      *> article shipped from, appended by the billing programs as
      *> the stock is issued. A line drawn across two lots has two
      *> records; a credit note's return carries a negative
      *> quantity against the lot it went back into. A record with
      *> a blank lot is stock billed when no lot on file covered it
      *> (stock on the shelf from before tracking began), kept so
      *> the gap shows. The customer is carried so the recall
      *> report needs no pass over the detail file.
       01 ILT-RECORD.
          05 ILT-INVOICE-NUMBER   PIC 9(06).
          05 ILT-LINE-NO          PIC 9(02).
          05 ILT-DOC-TYPE         PIC X(01).
          05 ILT-INVOICE-DATE     PIC 9(08).
          05 ILT-CUSTOMER-ID      PIC X(06).
          05 ILT-ITEM-CODE        PIC X(08).
          05 ILT-LOT-NUMBER       PIC X(15).
          05 ILT-QUANTITY         PIC S9(07).
