      *> APPAY.cpy
      *> Record layout for the AP-BANK-PAYMENTS file handed to the
      *> bank - one credit transfer per supplier per payment run,
      *> the total of that supplier's invoices paid in the run, to
      *> the bank account on SUPPLIER-MASTER. The remittance advice
      *> printed alongside lists the invoices the amount settles.
       01 APB-RECORD.
          05 APB-PAYMENT-DATE     PIC 9(08).
          05 APB-SUPPLIER-CODE    PIC X(06).
          05 APB-SUPPLIER-NAME    PIC X(30).
          05 APB-BANK-ACCOUNT     PIC X(34).
          05 APB-AMOUNT           PIC S9(09)V99.
          05 APB-INVOICE-COUNT    PIC 9(04).
