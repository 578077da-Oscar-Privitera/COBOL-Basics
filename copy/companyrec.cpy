      *> legal entity we bill from (code, trading name, VAT
      *> registration), so the second entity's invoices stop going
      *> out under the first one's name and each company's returns
      *> can be run apart. CO-VAT-SCHEME (appended) marks a company
      *> allowed to account for VAT on cash received ("C") instead
      *> of on the invoice date (blank or "I") - VAT-DECLARATION and
      *> VAT-SUMMARY-REPORT take that company's VAT as its customers
      *> pay. CO-APPROVAL-LIMIT and CO-CREDIT-APPROVAL (appended) are
      *> the gross values above which INVOICE-CALCULATOR holds an
      *> invoice, or a credit note, for a supervisor's approval
      *> instead of posting it; zero or spaces on an older record
      *> mean the house limits in COMPANYTBL.cpy.
       01 CO-RECORD.
          05 CO-CODE              PIC X(02).
          05 CO-NAME              PIC X(30).
          05 CO-VAT-NUMBER        PIC X(12).
          05 CO-VAT-SCHEME        PIC X(01).
             88 CO-CASH-ACCOUNTING   VALUE "C".
          05 CO-APPROVAL-LIMIT    PIC 9(07)V99.
          05 CO-CREDIT-APPROVAL   PIC 9(07)V99.
