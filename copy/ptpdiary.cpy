      *> PTPDIARY.cpy
      *> Record layout for the PROMISE-DIARY indexed file, keyed by
      *> invoice number + sequence - one record per promise to pay
      *> a collector takes on the phone against an AR open item:
      *> the date and amount promised, when and by whom the call was
      *> taken. PROMISE-ENTRY writes and cancels them; DUNNING-RUN
      *> holds the item back while an open promise's date is still
      *> to come; BROKEN-PROMISES checks each one the morning after
      *> its date against PAYMENTS and marks it kept or broken.
      *> Records are never deleted - the file is the diary.
       01 PTP-RECORD.
          05 PTP-KEY.
             10 PTP-INVOICE-NUMBER   PIC 9(06).
             10 PTP-SEQ              PIC 9(03).
          05 PTP-CUSTOMER-ID         PIC X(06).
          05 PTP-TAKEN-DATE          PIC 9(08).
          05 PTP-TAKEN-BY            PIC X(10).
          05 PTP-PROMISE-DATE        PIC 9(08).
          05 PTP-PROMISE-AMOUNT      PIC S9(09)V99.
          05 PTP-NOTE                PIC X(30).
      *> Cash PAYMENTS shows against the invoice from the day the
      *> promise was taken, as found by the check.
          05 PTP-AMOUNT-RECEIVED     PIC S9(09)V99.
          05 PTP-CHECKED-DATE        PIC 9(08).
          05 PTP-STATUS              PIC X(01).
             88 PTP-IS-OPEN             VALUE "O".
             88 PTP-IS-KEPT             VALUE "K".
             88 PTP-IS-BROKEN           VALUE "B".
             88 PTP-IS-SUPERSEDED       VALUE "S".
             88 PTP-IS-CANCELLED        VALUE "C".
          05 FILLER                  PIC X(10).
