          05 AUD-PROGRAM-ID     PIC X(20).
          05 AUD-OPERATOR-ID    PIC X(10).
          05 AUD-MESSAGE        PIC X(60).
      *> Appended: each entry's place in the chain. AUD-SEQUENCE runs
      *> on unbroken across days (the start-of-day cut carries it
      *> into the fresh live file); AUD-MESSAGE-CHECK is the check
      *> value of the message text alone, and AUD-CHAIN-CHECK the
      *> check value of the entry chained from the entry before it,
      *> so an edited, removed, inserted or reordered entry shows up
      *> as a break to AUDIT-CHAIN-VERIFY. The chain covers the
      *> message only through its own check value - DATA-ERASURE's
      *> scrub of a message leaves the chain whole.
          05 AUD-SEQUENCE       PIC 9(09).
          05 AUD-MESSAGE-CHECK  PIC 9(09).
          05 AUD-CHAIN-CHECK    PIC 9(09).
