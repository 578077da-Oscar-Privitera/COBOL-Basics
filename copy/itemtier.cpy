      *> ITEMTIER.cpy
      *> Record layout for the ITEM-PRICE-TIERS file - the
      *> quantity breaks on an article's price, effective-dated the
      *> way ITEM-PRICE-CONTROL is. One record per break: from
      *> IPT-MIN-QUANTITY units on a line, the unit price is
      *> IPT-UNIT-PRICE. All the breaks loaded for an article with
      *> the same effective-from make up one tier set, and the
      *> latest set on or before the pricing date is the one in
      *> force - a new set replaces the old one whole. A set of a
      *> single record at quantity and price zero withdraws the
      *> article's breaks from its date.
       01 IPT-RECORD.
          05 IPT-ITEM-CODE          PIC X(08).
          05 IPT-EFFECTIVE-FROM     PIC 9(08).
          05 IPT-MIN-QUANTITY       PIC 9(04).
          05 IPT-UNIT-PRICE         PIC 9(06)V99.
