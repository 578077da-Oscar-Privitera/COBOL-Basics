      *> MEMBILL.cpy
      *> Record layout for the MEMBER-BILLING indexed file, keyed by
      *> the invoice number the membership fee was billed on - one
      *> record per member per membership year, written by
      *> MEMBERSHIP-BILLING when it raises the invoice. The member is
      *> carried by lastname+zip AND permanent member number, so the
      *> record still finds its member after a re-key. When the
      *> receipt programs clear the invoice the member's expiry is
      *> moved to MB-NEW-EXPIRY and the record turns "R" - a
      *> membership is renewed when it is paid, not when it is billed.
       01 MB-RECORD.
          05 MB-INVOICE-NUMBER    PIC 9(06).
          05 MB-MEMBER-NUMBER     PIC 9(08).
          05 MB-LASTNAME          PIC X(20).
          05 MB-ZIP-CODE          PIC X(05).
          05 MB-CUST-ID           PIC X(06).
          05 MB-MEMBERSHIP-YEAR   PIC 9(04).
          05 MB-BILLED-DATE       PIC 9(08).
          05 MB-OLD-EXPIRY        PIC 9(08).
          05 MB-NEW-EXPIRY        PIC 9(08).
          05 MB-STATUS            PIC X(01).
             88 MB-IS-BILLED         VALUE "B".
             88 MB-IS-RENEWED        VALUE "R".
          05 MB-RENEWED-DATE      PIC 9(08).
