      *> PURCHORD.cpy
      *> Record layout for the PURCHASE-ORDERS file - what we have
      *> ordered from a supplier and are still waiting for, the
      *> same H/L shape as the SALES-ORDERS store. One "H" record
      *> per order (date, supplier, expected delivery, company,
      *> status) and one "L" record per line carrying the article,
      *> the agreed cost, and how much of the ordered quantity has
      *> been booked in by GOODS-RECEIPT-ENTRY - so a part delivery
      *> is recorded against the line, the line closes when
      *> everything has arrived, and the order completes when its
      *> last line closes.
      *> A "D" header is a draft raised by REORDER-PROPOSAL - not yet
      *> an order: nothing is received or reported against it until
      *> the buyer releases it (status "O") in PO-DRAFT-RELEASE, or
      *> discards it (status "X").
       01 PO-RECORD.
          05 PO-ORDER-NUMBER      PIC 9(06).
          05 PO-RECORD-TYPE       PIC X(01).
             88 PO-IS-HEADER         VALUE "H".
             88 PO-IS-LINE           VALUE "L".
          05 PO-LINE-NO           PIC 9(02).
          05 PO-DETAIL            PIC X(75).
          05 PO-HEADER-DETAIL REDEFINES PO-DETAIL.
             10 POH-ORDER-DATE       PIC 9(08).
             10 POH-SUPPLIER-CODE    PIC X(06).
             10 POH-SUPPLIER-NAME    PIC X(30).
             10 POH-EXPECTED-DATE    PIC 9(08).
             10 POH-COMPANY-CODE     PIC X(02).
             10 POH-ORDER-STATUS     PIC X(01).
                88 POH-ORDER-IS-OPEN     VALUE "O".
                88 POH-ORDER-IS-COMPLETE VALUE "C".
                88 POH-ORDER-IS-DRAFT    VALUE "D".
                88 POH-ORDER-IS-DISCARDED VALUE "X".
             10 FILLER               PIC X(20).
          05 PO-LINE-DETAIL REDEFINES PO-DETAIL.
             10 POL-ITEM-CODE        PIC X(08).
             10 POL-DESCRIPTION      PIC X(30).
             10 POL-QUANTITY         PIC 9(05).
             10 POL-RECEIVED-QTY     PIC 9(05).
             10 POL-UNIT-COST        PIC 9(06)V99.
             10 POL-LINE-STATUS      PIC X(01).
                88 POL-LINE-IS-OPEN      VALUE "O".
                88 POL-LINE-IS-CLOSED    VALUE "C".
             10 POL-EXPECTED-DATE    PIC 9(08).
             10 FILLER               PIC X(10).
