      *> PENDINV.cpy
      *> Record layout for the PENDING-INVOICES indexed file - a
      *> billing document INVOICE-CALCULATOR has held for supervisor
      *> approval instead of posting it: one over its company's
      *> approval value, a credit note over the company's credit
      *> threshold, or one with a coded line priced below the
      *> article's price. Nothing of a held document is on
      *> AR-OPEN-ITEMS, INVOICE-TRANSACTION, INVOICE-DETAIL or the
      *> stock files; the whole document waits here under the
      *> number it was given. One "H" record carries the header,
      *> totals, why it was held and who decided it; one "L" record
      *> per line as priced (with the article's price it was
      *> measured against), one "S" record per order line of a
      *> shipment, one "D" record per deposit band deducted and one
      *> "P" record per deposit drawn on. INVOICE-APPROVAL approves
      *> ("A") or rejects ("R") a held ("H") document; an approved
      *> one is posted ("P") through INVOICE-CALCULATOR's (P)ost
      *> mode exactly as it would have been had it not been held.
       01 PI-RECORD.
          05 PI-KEY.
             10 PI-INVOICE-NUMBER PIC 9(06).
             10 PI-RECORD-TYPE    PIC X(01).
                88 PI-IS-HEADER      VALUE "H".
                88 PI-IS-LINE        VALUE "L".
                88 PI-IS-SHIP-LINE   VALUE "S".
                88 PI-IS-DEDUCTION   VALUE "D".
                88 PI-IS-DEPOSIT     VALUE "P".
             10 PI-SEQ            PIC 9(02).
          05 PI-DETAIL            PIC X(380).
          05 PI-HEADER-DETAIL REDEFINES PI-DETAIL.
             10 PIH-DOC-TYPE         PIC X(01).
             10 PIH-SOURCE           PIC X(01).
                88 PIH-FROM-KEYING      VALUE SPACE.
                88 PIH-FROM-QUOTE       VALUE "V".
                88 PIH-FROM-ORDER       VALUE "S".
             10 PIH-STATE            PIC X(01).
                88 PIH-AWAITING         VALUE "H".
                88 PIH-APPROVED         VALUE "A".
                88 PIH-REJECTED         VALUE "R".
                88 PIH-POSTED           VALUE "P".
                88 PIH-STILL-OPEN       VALUE "H" "A".
             10 PIH-INVOICE-DATE     PIC 9(08).
             10 PIH-COMPANY-CODE     PIC X(02).
             10 PIH-CUSTOMER-ID      PIC X(06).
             10 PIH-CUSTOMER-NAME    PIC X(30).
             10 PIH-CUSTOMER-CITY    PIC X(20).
             10 PIH-ORIGINAL-INVOICE PIC 9(06).
             10 PIH-ORDER-NUMBER     PIC 9(06).
             10 PIH-QUOTE-NUMBER     PIC 9(06).
             10 PIH-REP-CODE         PIC X(04).
             10 PIH-SHIPTO-NO        PIC 9(02).
             10 PIH-DELIVERY-NAME    PIC X(30).
             10 PIH-DELIVERY-CITY    PIC X(20).
             10 PIH-DELIVERY-ZIP     PIC X(05).
             10 PIH-DISCOUNT-PCT     PIC 9(02)V99.
             10 PIH-REVERSE-CHARGE   PIC X(01).
             10 PIH-CUST-VAT-REG     PIC X(14).
             10 PIH-TERMS-CODE       PIC X(03).
             10 PIH-CURRENCY-CODE    PIC X(03).
             10 PIH-CURRENCY-RATE    PIC 9(03)V9999.
             10 PIH-FIXING-DATE      PIC 9(08).
             10 PIH-TOTAL-CONVERTED  PIC S9(09)V99.
             10 PIH-NET-TOTAL        PIC S9(07)V99.
             10 PIH-VAT-TOTAL        PIC S9(07)V99.
             10 PIH-TOTAL            PIC S9(08)V99.
             10 PIH-LINE-COUNT       PIC 9(02).
             10 PIH-SHIP-COUNT       PIC 9(02).
             10 PIH-DEDUCT-COUNT     PIC 9(02).
             10 PIH-DEPOSIT-COUNT    PIC 9(02).
             10 PIH-DEPOSIT-TAKEN    PIC S9(09)V99.
             10 PIH-OVER-VALUE       PIC X(01).
             10 PIH-OVER-CREDIT      PIC X(01).
             10 PIH-BELOW-PRICE      PIC X(01).
             10 PIH-HELD-BY          PIC X(10).
             10 PIH-HELD-AT          PIC 9(14).
             10 PIH-DECIDED-BY       PIC X(10).
             10 PIH-DECIDED-AT       PIC 9(14).
             10 PIH-DECISION-NOTE    PIC X(30).
             10 PIH-POSTED-BY        PIC X(10).
             10 PIH-POSTED-AT        PIC 9(14).
             10 PIH-EINVOICE         PIC X(01).
             10 FILLER               PIC X(28).
          05 PI-LINE-DETAIL REDEFINES PI-DETAIL.
             10 PIL-ITEM-CODE        PIC X(08).
             10 PIL-DESCRIPTION      PIC X(30).
             10 PIL-QUANTITY         PIC 9(04).
             10 PIL-UNIT-PRICE       PIC 9(06)V99.
             10 PIL-VAT-CATEGORY     PIC X(01).
             10 PIL-VAT-RATE         PIC 9V99.
             10 PIL-GROSS-NET        PIC 9(07)V99.
             10 PIL-DISCOUNT         PIC 9(07)V99.
             10 PIL-NET-PRICE        PIC 9(07)V99.
             10 PIL-VAT-AMOUNT       PIC 9(07)V99.
             10 PIL-ARTICLE-PRICE    PIC 9(06)V99.
             10 PIL-BELOW-PRICE      PIC X(01).
             10 FILLER               PIC X(281).
          05 PI-SHIP-DETAIL REDEFINES PI-DETAIL.
             10 PIS-LINE-NO          PIC 9(02).
             10 PIS-ITEM-CODE        PIC X(08).
             10 PIS-DESCRIPTION      PIC X(30).
             10 PIS-OUTSTANDING      PIC 9(04).
             10 PIS-SHIP-QTY         PIC 9(04).
             10 PIS-ALLOCATED        PIC 9(04).
             10 PIS-UNIT-PRICE       PIC 9(06)V99.
             10 PIS-VAT-CATEGORY     PIC X(01).
             10 FILLER               PIC X(319).
          05 PI-DEDUCT-DETAIL REDEFINES PI-DETAIL.
             10 PID-INVOICE          PIC 9(06).
             10 PID-VAT-RATE         PIC 9V99.
             10 PID-NET              PIC S9(07)V99.
             10 PID-VAT              PIC S9(07)V99.
             10 FILLER               PIC X(353).
          05 PI-DEPOSIT-DETAIL REDEFINES PI-DETAIL.
             10 PIP-INVOICE          PIC 9(06).
             10 PIP-TOTAL            PIC S9(09)V99.
             10 PIP-TAKE             PIC S9(09)V99.
             10 PIP-APPLIED          PIC S9(09)V99.
             10 FILLER               PIC X(341).
