      *> EINVOUT.cpy
      *> Record layout for the EINVOICE-OUT file - the structured
      *> electronic invoices EINVOICE-EXPORT builds each night for
      *> the customers who take them instead of paper, one fixed-
      *> format document per invoice, credit note or deposit
      *> invoice, loaded straight into the customer's payables
      *> system. Each document is one "HDR" record (document code,
      *> dates, seller and buyer with their VAT registrations), one
      *> "LIN" record per line, one "VAT" record per VAT band and a
      *> closing "TOT" record; the file ends with one "CTL" record
      *> carrying the document and record counts and the gross
      *> value, so the receiving end can prove it got the lot.
      *> EIH-DOC-CODE is the standard document code - 380 invoice,
      *> 381 credit note, 386 prepayment (deposit) invoice. Amounts
      *> are in EUR, the book currency, signed - negative on a
      *> credit note and on a deposit deducted from an invoice.
      *> EIH-TRANSMISSION is "O" for the first sending, "R" for a
      *> resend the desk asked for.
       01 EI-RECORD.
          05 EI-RECORD-TYPE       PIC X(03).
             88 EI-IS-HEADER         VALUE "HDR".
             88 EI-IS-LINE           VALUE "LIN".
             88 EI-IS-VAT-BAND       VALUE "VAT".
             88 EI-IS-TOTAL          VALUE "TOT".
             88 EI-IS-CONTROL        VALUE "CTL".
          05 EI-INVOICE-NUMBER    PIC 9(06).
          05 EI-DETAIL            PIC X(191).
          05 EI-HEADER-DETAIL REDEFINES EI-DETAIL.
             10 EIH-DOC-CODE         PIC X(03).
             10 EIH-ISSUE-DATE       PIC 9(08).
             10 EIH-DUE-DATE         PIC 9(08).
             10 EIH-CURRENCY         PIC X(03).
             10 EIH-ORIGINAL-INVOICE PIC 9(06).
             10 EIH-TRANSMISSION     PIC X(01).
             10 EIH-SELLER-CODE      PIC X(02).
             10 EIH-SELLER-NAME      PIC X(30).
             10 EIH-SELLER-VAT       PIC X(12).
             10 EIH-BUYER-ID         PIC X(06).
             10 EIH-BUYER-NAME       PIC X(30).
             10 EIH-BUYER-CITY       PIC X(20).
             10 EIH-BUYER-ZIP        PIC X(05).
             10 EIH-BUYER-VAT        PIC X(14).
             10 EIH-BUYER-COUNTRY    PIC X(02).
             10 EIH-TERMS-CODE       PIC X(03).
             10 EIH-REVERSE-CHARGE   PIC X(01).
             10 FILLER               PIC X(37).
          05 EI-LINE-DETAIL REDEFINES EI-DETAIL.
             10 EIL-LINE-NO          PIC 9(02).
             10 EIL-ITEM-CODE        PIC X(08).
             10 EIL-DESCRIPTION      PIC X(30).
             10 EIL-QUANTITY         PIC 9(04).
             10 EIL-UNIT-PRICE       PIC 9(06)V99.
             10 EIL-VAT-CATEGORY     PIC X(01).
             10 EIL-VAT-RATE         PIC 9V99.
             10 EIL-NET-AMOUNT       PIC S9(07)V99.
             10 EIL-VAT-AMOUNT       PIC S9(07)V99.
             10 EIL-DISCOUNT-AMOUNT  PIC S9(07)V99.
             10 FILLER               PIC X(108).
          05 EI-VAT-DETAIL REDEFINES EI-DETAIL.
             10 EIV-VAT-RATE         PIC 9V99.
             10 EIV-NET-TOTAL        PIC S9(09)V99.
             10 EIV-VAT-TOTAL        PIC S9(09)V99.
             10 FILLER               PIC X(166).
          05 EI-TOTAL-DETAIL REDEFINES EI-DETAIL.
             10 EIT-LINE-COUNT       PIC 9(02).
             10 EIT-NET-TOTAL        PIC S9(09)V99.
             10 EIT-VAT-TOTAL        PIC S9(09)V99.
             10 EIT-GROSS-TOTAL      PIC S9(09)V99.
             10 FILLER               PIC X(156).
          05 EI-CONTROL-DETAIL REDEFINES EI-DETAIL.
             10 EIC-RUN-DATE         PIC 9(08).
             10 EIC-CREATED-AT       PIC 9(14).
             10 EIC-DOCUMENT-COUNT   PIC 9(06).
             10 EIC-RECORD-COUNT     PIC 9(08).
             10 EIC-GROSS-TOTAL      PIC S9(11)V99.
             10 FILLER               PIC X(142).
