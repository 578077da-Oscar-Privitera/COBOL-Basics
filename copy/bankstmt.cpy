      *> BANKSTMT.cpy
      *> Record layout for the BANK-STATEMENT file - the bank's
      *> statement for one period as delivered: an opening-balance
      *> record ("O"), one record per line booked on the account
      *> ("L" - money in positive, money out negative) and a
      *> closing-balance record ("C") dated the statement date.
       01 BST-RECORD.
          05 BST-RECORD-TYPE      PIC X(01).
             88 BST-IS-OPENING       VALUE "O".
             88 BST-IS-LINE          VALUE "L".
             88 BST-IS-CLOSING       VALUE "C".
          05 BST-DATE             PIC 9(08).
          05 BST-AMOUNT           PIC S9(11)V99.
          05 BST-REFERENCE        PIC X(20).
          05 BST-NARRATIVE        PIC X(30).
