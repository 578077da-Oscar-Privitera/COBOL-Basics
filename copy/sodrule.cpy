      *> SODRULE.cpy
      *> Record layout for the SOD-RULES indexed file, keyed by rule
      *> id - the pairs of steps one operator must not both take,
      *> as the auditors set them in SOD-RULE-MAINTENANCE. The steps
      *> are the step codes in SODSTEP.cpy. A rule is tested on the
      *> same invoice ("I" - the invoice raised, credited, paid,
      *> written off or disputed) or across the same customer ("C"
      *> - a refund or a credit-limit change lands on the customer,
      *> not on any one invoice). SOD-REVIEW lists every pairing it
      *> finds in the week.
       01 SOD-RECORD.
          05 SOD-RULE-ID          PIC X(04).
          05 SOD-STEP-ONE         PIC X(08).
          05 SOD-STEP-TWO         PIC X(08).
          05 SOD-SCOPE            PIC X(01).
             88 SOD-SAME-INVOICE     VALUE "I".
             88 SOD-SAME-CUSTOMER    VALUE "C".
          05 SOD-DESCRIPTION      PIC X(40).
