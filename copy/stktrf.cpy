      *> STKTRF.cpy
      *> Record layout for the STOCK-TRANSFERS indexed file - stock
      *> moving from one branch to another, keyed transfer number +
      *> line number. Line 00 is the "H" header (sending and
      *> receiving branch, who raised it and when, status); lines
      *> 01 up are the "L" article lines. A transfer is raised
      *> ("O"), dispatched ("D") when the sending branch loads it -
      *> its branch stock goes down then - and received ("R") when
      *> it arrives, when the receiving branch's stock goes up.
      *> Between the two the stock is on the road: still in the
      *> company ITEM-ON-HAND-QTY, in neither branch's figure. Only
      *> a transfer not yet dispatched can be cancelled ("X").
       01 TRF-RECORD.
          05 TRF-KEY.
             10 TRF-NUMBER        PIC 9(06).
             10 TRF-LINE-NO       PIC 9(02).
          05 TRF-RECORD-TYPE      PIC X(01).
             88 TRF-IS-HEADER        VALUE "H".
             88 TRF-IS-LINE          VALUE "L".
          05 TRF-DETAIL           PIC X(60).
          05 TRF-HEADER-DETAIL REDEFINES TRF-DETAIL.
             10 TRFH-FROM-BRANCH     PIC X(04).
             10 TRFH-TO-BRANCH       PIC X(04).
             10 TRFH-RAISED-DATE     PIC 9(08).
             10 TRFH-RAISED-BY       PIC X(10).
             10 TRFH-STATUS          PIC X(01).
                88 TRFH-IS-RAISED        VALUE "O".
                88 TRFH-IS-DISPATCHED    VALUE "D".
                88 TRFH-IS-RECEIVED      VALUE "R".
                88 TRFH-IS-CANCELLED     VALUE "X".
             10 TRFH-DISPATCH-DATE   PIC 9(08).
             10 TRFH-RECEIVED-DATE   PIC 9(08).
             10 TRFH-LINE-COUNT      PIC 9(02).
             10 FILLER               PIC X(15).
          05 TRF-LINE-DETAIL REDEFINES TRF-DETAIL.
             10 TRFL-ITEM-CODE       PIC X(08).
             10 TRFL-DESCRIPTION     PIC X(30).
             10 TRFL-QUANTITY        PIC 9(05).
             10 FILLER               PIC X(17).
