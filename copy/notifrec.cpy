      *> NOTIFY-FORMATTER finds the postal address by it when
      *> NQ-RECIPIENT is blank.
          05 NQ-MEMBER-NUMBER     PIC 9(08).
      *> The marketing campaign the message belongs to (appended,
      *> spaces for every event-driven message) - stamped by
      *> CAMPAIGN-SELECTION so each campaign mail can be traced back
      *> to the campaign it went out under.
          05 NQ-CAMPAIGN-ID       PIC X(08).
