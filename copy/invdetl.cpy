      *> widened ID-DETAIL from 75 to 83 - INVDETAIL files written
      *> under the old layout must be re-cut when this is installed,
      *> like the INVSEQ re-keying before it.
      *> The "L" record also carries the article's average cost at
      *> the moment it was billed (zero on an uncoded line), so the
      *> gross margin of a sale is what it was on the day, not what
      *> today's cost makes it. That widened ID-DETAIL from 83 to
      *> 91 - INVDETAIL must be re-cut again when it is installed.
      *> IDH-SHIPTO-NO and IDH-DELIVERY-ZIP (out of the header
      *> filler, so no re-cut) record where the goods went: the
      *> customer's CUSTOMER-SHIPTO number (00 = billing address) and
      *> the zip the freight was charged from. DELIVERY-MANIFEST
      *> routes on that zip; spaces on an older header mean the
      *> customer's billing zip.
       01 ID-RECORD.
          05 ID-INVOICE-NUMBER    PIC 9(06).
          05 ID-RECORD-TYPE       PIC X(01).
             88 ID-IS-HEADER         VALUE "H".
             88 ID-IS-LINE           VALUE "L".
          05 ID-LINE-NO           PIC 9(02).
          05 ID-DETAIL            PIC X(91).
          05 ID-HEADER-DETAIL REDEFINES ID-DETAIL.
             10 IDH-INVOICE-DATE     PIC 9(08).
             10 IDH-DOC-TYPE         PIC X(01).
             10 IDH-CUSTOMER-CITY    PIC X(20).
             10 IDH-COMPANY-CODE     PIC X(02).
             10 IDH-REP-CODE         PIC X(04).
             10 IDH-SHIPTO-NO        PIC 9(02).
             10 IDH-DELIVERY-ZIP     PIC X(05).
             10 FILLER               PIC X(07).
          05 ID-LINE-DETAIL REDEFINES ID-DETAIL.
             10 IDL-DESCRIPTION      PIC X(30).
             10 IDL-QUANTITY         PIC 9(04).
             10 IDL-VAT-AMOUNT       PIC S9(07)V99.
             10 IDL-DISCOUNT-AMOUNT  PIC S9(07)V99.
             10 IDL-ITEM-CODE        PIC X(08).
             10 IDL-UNIT-COST        PIC 9(06)V99.
             10 FILLER               PIC X(02).
