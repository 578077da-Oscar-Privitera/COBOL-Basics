      *> SUPPLIER.cpy
      *> Record layout for the SUPPLIER-MASTER indexed file, keyed by
      *> supplier code - who we buy from, kept inside the system
      *> instead of on the delivery note in a drawer. ITEM-MASTER
      *> names each article's preferred supplier by this code, so
      *> buying works from one governed record.
      *> SUP-TERMS-CODE is the same COD / N-plus-days code the
      *> customer side carries - it dates what we owe the supplier.
      *> SUP-LEAD-DAYS is the supplier's usual delivery lead time,
      *> used to default the expected date on a purchase order.
      *> An inactive supplier stays on file for history, but no new
      *> article or order can be pointed at it.
       01 SUP-RECORD.
          05 SUP-CODE             PIC X(06).
          05 SUP-NAME             PIC X(30).
          05 SUP-CITY             PIC X(20).
          05 SUP-ZIP-CODE         PIC X(05).
          05 SUP-COUNTRY-CODE     PIC X(02).
          05 SUP-CONTACT-NAME     PIC X(30).
          05 SUP-PHONE            PIC X(15).
          05 SUP-EMAIL            PIC X(40).
          05 SUP-VAT-REG-NO       PIC X(14).
          05 SUP-TERMS-CODE       PIC X(03).
          05 SUP-LEAD-DAYS        PIC 9(03).
          05 SUP-STATUS           PIC X(01).
             88 SUP-IS-ACTIVE        VALUE "A".
             88 SUP-IS-INACTIVE      VALUE "I".
      *> SUP-BANK-ACCOUNT is the account (IBAN) the AP payment run
      *> pays into - a supplier without one is held off the bank
      *> file and paid by hand (appended, so older fields keep
      *> their offsets).
          05 SUP-BANK-ACCOUNT     PIC X(34).
