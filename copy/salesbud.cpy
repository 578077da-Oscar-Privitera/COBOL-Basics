      *> SALESBUD.cpy
      *> Record layout for the SALES-BUDGET indexed file, keyed by
      *> company code + rep code + month (CCYYMM) - the agreed net
      *> sales target for one rep in one company for one month, so
      *> the budget the sales meeting argues over lives in the
      *> system instead of a spreadsheet. A blank rep code is the
      *> company's house sales. Kept by SALES-BUDGET-MAINTENANCE
      *> (keyed or loaded from BUDGETIN) and set against invoiced
      *> net sales by SALES-BUDGET-REPORT.
       01 SB-RECORD.
          05 SB-KEY.
             10 SB-COMPANY-CODE   PIC X(02).
             10 SB-REP-CODE       PIC X(04).
             10 SB-MONTH          PIC 9(06).
          05 SB-BUDGET-NET        PIC S9(09)V99.
          05 SB-LAST-CHANGED      PIC 9(14).
          05 SB-CHANGED-BY        PIC X(10).
