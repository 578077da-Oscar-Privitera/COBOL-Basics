      *> DEFREV.cpy
      *> Record layout for the DEFERRED-REVENUE indexed file, keyed
      *> by invoice number + sequence. RECURRING-BILLING writes one
      *> deferral entry ("D") per quarterly or annual contract line
      *> it bills - the line's net, its VAT rate band and the months
      *> it covers - and GL-INTERFACE credits that net to deferred
      *> income instead of revenue. DEFERRED-RELEASE moves each
      *> month's share to revenue and keeps the running released
      *> figure here. CONTRACT-TERMINATION writes a reversal entry
      *> ("R", net negative) under its credit note for the unused
      *> part it credits back, adds it to the original entry's
      *> reversed figure and marks that entry terminated, so the
      *> next release run moves whatever was earned up to the
      *> termination and closes it.
       01 DFR-RECORD.
          05 DFR-KEY.
             10 DFR-INVOICE-NUMBER   PIC 9(06).
             10 DFR-SEQ              PIC 9(03).
          05 DFR-ENTRY-TYPE          PIC X(01).
             88 DFR-IS-DEFERRAL         VALUE "D".
             88 DFR-IS-REVERSAL         VALUE "R".
          05 DFR-CONTRACT-ID         PIC X(06).
          05 DFR-LINE-NO             PIC 9(02).
          05 DFR-CUSTOMER-ID         PIC X(06).
          05 DFR-COMPANY-CODE        PIC X(02).
          05 DFR-INVOICE-DATE        PIC 9(08).
          05 DFR-VAT-RATE            PIC 9V99.
          05 DFR-NET-AMOUNT          PIC S9(09)V99.
      *> First month earned (CCYYMM) and the number of months the
      *> billed period covers - 3 for quarterly, 12 for annual.
          05 DFR-FIRST-MONTH         PIC 9(06).
          05 DFR-MONTHS              PIC 9(03).
          05 DFR-RELEASED-AMOUNT     PIC S9(09)V99.
          05 DFR-REVERSED-AMOUNT     PIC S9(09)V99.
          05 DFR-LAST-RELEASE-MONTH  PIC 9(06).
      *> On a reversal entry, the invoice whose deferral it reduces.
          05 DFR-SOURCE-INVOICE      PIC 9(06).
      *> On a terminated deferral, the termination month - what is
      *> left after the reversal is fully earned by then.
          05 DFR-END-MONTH           PIC 9(06).
          05 DFR-STATUS              PIC X(01).
             88 DFR-IS-OPEN             VALUE "O".
             88 DFR-IS-FINISHED         VALUE "F".
             88 DFR-IS-TERMINATED       VALUE "T".
          05 FILLER                  PIC X(14).
