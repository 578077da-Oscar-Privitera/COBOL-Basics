      *> pad. INVOICE-CALCULATOR's (S)hip mode converts outstanding
      *> quantities into a real invoice through the normal pricing
      *> machinery and writes the shipped quantities back here.
      *> SOL-ALLOCATED-QTY (taken out of the line filler, so the
      *> record length is unchanged) is the stock the nightly
      *> STOCK-ALLOCATION run reserved for the line out of on-hand;
      *> ship mode releases no more than that. Spaces on a line
      *> written before the field existed read as nothing allocated.
      *> SOH-SHIPTO-NO (also out of the filler) names the customer's
      *> CUSTOMER-SHIPTO delivery address the order goes to; 00, or
      *> spaces on an order taken before it existed, is the billing
      *> address.
       01 SO-RECORD.
          05 SO-ORDER-NUMBER      PIC 9(06).
          05 SO-RECORD-TYPE       PIC X(01).
             10 SOH-ORDER-STATUS     PIC X(01).
                88 SOH-ORDER-IS-OPEN     VALUE "O".
                88 SOH-ORDER-IS-COMPLETE VALUE "C".
             10 SOH-SHIPTO-NO        PIC 9(02).
             10 FILLER               PIC X(06).
          05 SO-LINE-DETAIL REDEFINES SO-DETAIL.
             10 SOL-ITEM-CODE        PIC X(08).
             10 SOL-DESCRIPTION      PIC X(30).
             10 SOL-SHIPPED-QTY      PIC 9(04).
             10 SOL-UNIT-PRICE       PIC 9(06)V99.
             10 SOL-VAT-CATEGORY     PIC X(01).
             10 SOL-ALLOCATED-QTY    PIC 9(04).
             10 FILLER               PIC X(16).
