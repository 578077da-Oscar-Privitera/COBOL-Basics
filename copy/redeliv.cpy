      *> REDELIV.cpy
      *> Record layout for the REDELIVERY indexed file - the failed
      *> stops (nobody home) waiting to go out again, keyed by
      *> invoice. DELIVERY-RETURNS puts an invoice here when its
      *> return is keyed; the next DELIVERY-MANIFEST after the failed
      *> date takes every waiting entry onto its run and marks it
      *> on that manifest, and a delivered or refused return on the
      *> redelivery takes it off again. After the last attempt the
      *> entry is held for the office to telephone the customer
      *> instead of sending the van a fourth time; DELIVERY-RETURNS
      *> releases it back to waiting once a day is agreed.
       01 RD-RECORD.
          05 RD-INVOICE-NUMBER    PIC 9(06).
          05 RD-CUSTOMER-ID       PIC X(06).
          05 RD-CUSTOMER-NAME     PIC X(30).
          05 RD-ZIP-CODE          PIC X(05).
          05 RD-FAILED-DATE       PIC 9(08).
          05 RD-ATTEMPTS          PIC 9(02).
          05 RD-STATE             PIC X(01).
             88 RD-WAITING           VALUE "W".
             88 RD-ON-MANIFEST       VALUE "M".
             88 RD-HELD              VALUE "H".
          05 RD-MANIFEST-DATE     PIC 9(08).
