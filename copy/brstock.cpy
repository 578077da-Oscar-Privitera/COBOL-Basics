      *> BRSTOCK.cpy
      *> Record layout for the BRANCH-STOCK indexed file - one record
      *> per branch and article, keyed branch code then item code, so
      *> each site has its own stock position instead of one figure
      *> for the whole business. ITEM-ON-HAND-QTY stays the company
      *> total: receipts, billing and stock-take move both, while an
      *> inter-branch transfer moves only the branch figures (stock
      *> on the road between dispatch and receipt is still ours and
      *> still in the item total). A zero BS-REORDER-LEVEL means the
      *> branch reorders at the article's own ITEM-REORDER-LEVEL.
       01 BS-RECORD.
          05 BS-KEY.
             10 BS-BRANCH-CODE    PIC X(04).
             10 BS-ITEM-CODE      PIC X(08).
          05 BS-ON-HAND-QTY       PIC S9(07).
          05 BS-REORDER-LEVEL     PIC 9(05).
