      *> BANKRECI.cpy
      *> Record layout for the BANK-REC-ITEMS file - the items the
      *> bank reconciliation carries from one statement to the next.
      *> Side "B" is the cash book's side (a banked cash session, a
      *> direct-debit batch or return, an imported receipt, a
      *> supplier payment), side "S" a statement line nothing in the
      *> books has matched yet. BRI-COUNTED says whether a book item
      *> is in the cash-book balance yet - one dated after the
      *> statement it was loaded with waits for the next. Matched
      *> direct-debit returns stay on file a while, marked, so a
      *> returns file read twice is not loaded twice.
       01 BRI-RECORD.
          05 BRI-SIDE             PIC X(01).
             88 BRI-IS-BOOK          VALUE "B".
             88 BRI-IS-STATEMENT     VALUE "S".
          05 BRI-SOURCE           PIC X(04).
          05 BRI-DATE             PIC 9(08).
          05 BRI-AMOUNT           PIC S9(11)V99.
          05 BRI-REFERENCE        PIC X(20).
          05 BRI-COUNTED          PIC X(01).
          05 BRI-MATCHED          PIC X(01).
          05 BRI-MATCH-DATE       PIC 9(08).
