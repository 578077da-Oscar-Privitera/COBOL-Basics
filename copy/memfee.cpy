      *> MEMFEE.cpy
      *> Record layout for the MEMBERSHIP-FEES file - one record per
      *> membership year: the fee (net of VAT), the VAT category it
      *> is priced under and the wording for the invoice line. The
      *> membership year is the calendar year the renewed period
      *> starts in. Records are only ever added - a later record for
      *> the same year supersedes the earlier one, so the file keeps
      *> the history of what the office set and when.
      *> MF-CATEGORY (appended) is the membership category the fee
      *> band is for (see MEMCATTB.cpy); spaces is the band for any
      *> category with no band of its own that year.
       01 MF-RECORD.
          05 MF-YEAR              PIC 9(04).
          05 MF-FEE               PIC 9(06)V99.
          05 MF-VAT-CATEGORY      PIC X(01).
          05 MF-DESCRIPTION       PIC X(30).
          05 MF-CATEGORY          PIC X(01).
