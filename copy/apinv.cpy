      *> APINV.cpy
      *> Record layout for the SUPPLIER-INVOICES indexed file - the
      *> accounts payable register, one record per supplier invoice,
      *> keyed by supplier code and the supplier's own invoice
      *> reference so the same paper cannot be registered (and paid)
      *> twice. SUPPLIER-INVOICE-ENTRY matches each invoice to its
      *> purchase order before it is stored: a clean three-way match
      *> is approved on entry, anything else is held with the first
      *> reason found until a supervisor approves or rejects it.
      *> AP-PAYMENT-RUN pays approved invoices as they fall due and
      *> AP-GL-JOURNAL journals them - the liability on the approved
      *> date, the payment on the paid date. The lines behind each
      *> invoice are on SUPPLIER-INVOICE-LINES (APINVLN.cpy).
       01 API-RECORD.
          05 API-KEY.
             10 API-SUPPLIER-CODE PIC X(06).
             10 API-INVOICE-REF   PIC X(15).
          05 API-SUPPLIER-NAME    PIC X(30).
          05 API-PO-NUMBER        PIC 9(06).
          05 API-INVOICE-DATE     PIC 9(08).
          05 API-DUE-DATE         PIC 9(08).
          05 API-ENTERED-DATE     PIC 9(08).
          05 API-NET-AMOUNT       PIC S9(09)V99.
          05 API-VAT-AMOUNT       PIC S9(09)V99.
          05 API-GROSS-AMOUNT     PIC S9(09)V99.
          05 API-STATUS           PIC X(01).
             88 API-IS-HELD          VALUE "H".
             88 API-IS-APPROVED      VALUE "A".
             88 API-IS-PAID          VALUE "P".
             88 API-IS-REJECTED      VALUE "R".
          05 API-HOLD-REASON      PIC X(30).
          05 API-APPROVED-DATE    PIC 9(08).
          05 API-APPROVED-BY      PIC X(10).
          05 API-PAID-DATE        PIC 9(08).
