      *> result fields - set WS-COMPANY-CODE and PERFORM
      *> 5960-LOOKUP-COMPANY (see COMPANYLD.cpy); the effective name
      *> and VAT registration come back in WS-CO-NAME-EFF /
      *> WS-CO-VAT-EFF, and its VAT scheme in WS-CO-SCHEME-EFF ("C"
      *> for cash accounting - an unknown code is never taken as
      *> cash accounting). The approval limits come back in
      *> WS-CO-APPROVAL-EFF (invoices) and WS-CO-CREDIT-APPR-EFF
      *> (credit notes) - a company that sets none gets the house
      *> limits below.
       01 COMPANY-TABLE.
          05 CO-ENTRY OCCURS 10 TIMES INDEXED BY CO-IDX.
             10 CO-T-CODE         PIC X(02).
             10 CO-T-NAME         PIC X(30).
             10 CO-T-VAT          PIC X(12).
             10 CO-T-VAT-SCHEME   PIC X(01).
             10 CO-T-APPROVAL     PIC 9(07)V99.
             10 CO-T-CREDIT-APPR  PIC 9(07)V99.
       01 WS-CO-COUNT          PIC 9(02).

       01 WS-COMPANY-CODE      PIC X(02).
       01 WS-CO-NAME-EFF       PIC X(30).
       01 WS-CO-VAT-EFF        PIC X(12).
       01 WS-CO-SCHEME-EFF     PIC X(01).
       01 WS-CO-FOUND          PIC X(01).
       01 WS-CO-APPROVAL-EFF   PIC 9(07)V99.
       01 WS-CO-CREDIT-APPR-EFF PIC 9(07)V99.
       78 HOUSE-APPROVAL-LIMIT VALUE 10000.
       78 HOUSE-CREDIT-APPROVAL VALUE 1000.
