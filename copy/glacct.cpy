      *> interface programs are allowed to post to. A retired
      *> account stays on file with status "R" so history still
      *> reads, but no new leg can be written against it.
      *> GLA-ACCOUNT-TYPE tells YEAR-END-CLOSE what to carry
      *> forward: a balance-sheet account ("B", or blank on records
      *> keyed before the type existed) carries its balance into
      *> the new year, a profit-and-loss account ("P") starts the
      *> year at nothing and its balance goes to the one retained-
      *> earnings account ("E").
       01 GLA-RECORD.
          05 GLA-ACCOUNT          PIC X(08).
          05 GLA-DESCRIPTION      PIC X(30).
          05 GLA-STATUS           PIC X(01).
             88 GLA-IS-ACTIVE        VALUE "A".
             88 GLA-IS-RETIRED       VALUE "R".
          05 GLA-ACCOUNT-TYPE     PIC X(01).
             88 GLA-IS-BALANCE-SHEET VALUE "B" " ".
             88 GLA-IS-PROFIT-LOSS   VALUE "P".
             88 GLA-IS-RETAINED      VALUE "E".
