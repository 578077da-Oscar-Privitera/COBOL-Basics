      *> ITEMTRTB.cpy
      *> In-storage image of the ITEM-PRICE-TIERS file (see
      *> ITEMTIER.cpy) plus the quantity-break lookup interface,
      *> alongside ITEMPRTB.cpy. The caller sets WS-TIER-ITEM-CODE,
      *> WS-TIER-LOOKUP-DATE and WS-TIER-QUANTITY and PERFORMs
      *> 5170-LOOKUP-TIER-PRICE; WS-TIER-FOUND "Y" gives the break
      *> in WS-TIER-MIN-QUANTITY and its price in WS-TIER-PRICE,
      *> "N" means no break reaches the quantity and the article's
      *> own price stands. WS-TIER-SET-FROM is the date of the set
      *> in force (zero when the article has none).
       01 ITEM-TIER-TABLE.
          05 IT-ENTRY OCCURS 300 TIMES INDEXED BY IT-IDX.
             10 IT-ITEM-CODE       PIC X(08).
             10 IT-EFFECTIVE-FROM  PIC 9(08).
             10 IT-MIN-QUANTITY    PIC 9(04).
             10 IT-UNIT-PRICE      PIC 9(06)V99.

       01 WS-IT-COUNT             PIC 9(03).
       01 WS-TIER-ITEM-CODE       PIC X(08).
       01 WS-TIER-LOOKUP-DATE     PIC 9(08).
       01 WS-TIER-QUANTITY        PIC 9(04).

       01 WS-TIER-SET-FROM        PIC 9(08).
       01 WS-TIER-MIN-QUANTITY    PIC 9(04).
       01 WS-TIER-PRICE           PIC 9(06)V99.
       01 WS-TIER-FOUND           PIC X(01).
