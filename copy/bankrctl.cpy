      *> BANKRCTL.cpy
      *> Control record for the bank reconciliation - the last
      *> statement reconciled (date and closing balance, which the
      *> next statement must open on), the cash-book balance as at
      *> that date, and how far into each feed the book items have
      *> been loaded, so a feed read twice is not loaded twice:
      *> cash sessions by close timestamp, the receipts, direct-debit
      *> and supplier-payment files by date.
       01 BRK-RECORD.
          05 BRK-LAST-STMT-DATE   PIC 9(08).
          05 BRK-LAST-CLOSING     PIC S9(11)V99.
          05 BRK-BOOK-BALANCE     PIC S9(11)V99.
          05 BRK-CASH-HIGH        PIC 9(14).
          05 BRK-RCPT-HIGH        PIC 9(08).
          05 BRK-DDO-HIGH         PIC 9(08).
          05 BRK-APPY-HIGH        PIC 9(08).
          05 BRK-LAST-RUN         PIC 9(14).
