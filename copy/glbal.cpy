      *> GLBAL.cpy
      *> Record layout for the GL-BALANCES indexed file - the
      *> in-house nominal ledger. One record per account per
      *> accounting period (CCYYMM), keyed account then period, so
      *> an account's periods read back in date order. GL-POSTING
      *> adds every journal leg it posts to the debits or credits of
      *> its account and period. Period CCYY00 is the opening
      *> balance of year CCYY, carried forward by YEAR-END-CLOSE
      *> from the year before - a net debit balance opens as debits,
      *> a net credit balance as credits.
       01 GLB-RECORD.
          05 GLB-KEY.
             10 GLB-ACCOUNT       PIC X(08).
             10 GLB-PERIOD        PIC 9(06).
          05 GLB-DEBITS           PIC S9(13)V99.
          05 GLB-CREDITS          PIC S9(13)V99.
          05 GLB-LEG-COUNT        PIC 9(07).
          05 GLB-LAST-UPDATED     PIC 9(14).
