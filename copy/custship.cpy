      *> CUSTSHIP.cpy
      *> Record layout for the CUSTOMER-SHIPTO indexed file - the
      *> delivery addresses a customer keeps apart from the billing
      *> address on CUSTOMER-MASTER, numbered 01-99 per customer and
      *> keyed by customer id plus that number. The invoice still
      *> goes to CUST-CITY; the goods go to the ship-to the order or
      *> invoice names, and the freight-zone charge and the driver
      *> manifest measure from SHP-ZIP-CODE. Number 00 is never
      *> stored - on a document it means the billing address.
       01 SHP-RECORD.
          05 SHP-KEY.
             10 SHP-CUST-ID       PIC X(06).
             10 SHP-NO            PIC 9(02).
          05 SHP-NAME             PIC X(30).
          05 SHP-ADDRESS          PIC X(30).
          05 SHP-CITY             PIC X(20).
          05 SHP-ZIP-CODE         PIC X(05).
