      *> STKMOVE.cpy
      *> Record layout for the STOCK-MOVEMENTS sequential file - one
      *> append-only record for every change to ITEM-ON-HAND-QTY,
      *> with the signed quantity (plus in, minus out), the document
      *> that moved it and the on-hand balance it left behind. File
      *> order IS date order; STOCK-MOVEMENT-INQUIRY replays an
      *> article's movements from it, so a wrong count can be traced
      *> to the exact invoice, credit note or receipt.
      *> SMV-BRANCH-CODE (appended) is the branch whose stock moved.
      *> A transfer out ("TO") or in ("TI") moves a branch figure
      *> only - the company on-hand in SMV-BALANCE is unchanged by
      *> it. STKMOVES files written before the branch code was
      *> added must be re-cut when this layout is installed.
       01 SMV-RECORD.
          05 SMV-ITEM-CODE        PIC X(08).
          05 SMV-TIMESTAMP.
             10 SMV-MOVE-DATE     PIC 9(08).
             10 SMV-MOVE-TIME     PIC 9(06).
          05 SMV-MOVE-TYPE        PIC X(02).
             88 SMV-IS-RECEIPT       VALUE "GR".
             88 SMV-IS-SALE          VALUE "IS".
             88 SMV-IS-RETURN        VALUE "CR".
             88 SMV-IS-CONTRACT      VALUE "RB".
             88 SMV-IS-STOCK-TAKE    VALUE "ST".
             88 SMV-IS-TRANSFER-OUT  VALUE "TO".
             88 SMV-IS-TRANSFER-IN   VALUE "TI".
             88 SMV-IS-TRANSFER      VALUE "TO" "TI".
          05 SMV-QUANTITY         PIC S9(07).
          05 SMV-DOC-REF          PIC X(15).
          05 SMV-BALANCE          PIC S9(07).
          05 SMV-OPERATOR-ID      PIC X(10).
          05 SMV-BRANCH-CODE      PIC X(04).
