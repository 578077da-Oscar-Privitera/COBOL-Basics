      *> BUDGETIN.cpy
      *> Record layout for the BUDGETIN load file - the year's
      *> budget as finance exports it, one record per company, rep
      *> and month with the net sales target. SALES-BUDGET-
      *> MAINTENANCE's (L)oad adds or replaces each month on
      *> SALES-BUDGET from it.
       01 BIN-RECORD.
          05 BIN-COMPANY-CODE     PIC X(02).
          05 BIN-REP-CODE         PIC X(04).
          05 BIN-MONTH            PIC 9(06).
          05 BIN-BUDGET-NET       PIC S9(09)V99.
