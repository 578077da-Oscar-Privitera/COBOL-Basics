      *> SODSTEP.cpy
      *> The steps a segregation-of-duties rule (SODRULE.cpy) can
      *> name, and where SOD-REVIEW finds each one:
      *>   INVOICE   INVOICE-CALC "Invoice" / "Deposit invoice"
      *>   CREDNOTE  INVOICE-CALC "Credit note" - on the invoice it
      *>             credits
      *>   PAYMENT   PAYMENT-ENTRY "Payment", BANK-RECEIPTS
      *>             "Auto-applied"
      *>   REFUND    PAYMENT-ENTRY "Refund" - customer only
      *>   WRITEOFF  WRITE-OFF "Wrote off"
      *>   DISPUTE   DISPUTE-LOG dispute raised
      *>   SETTLE    DISPUTE-LOG dispute settled
      *>   CREDLIM   CUSTOMER-MAINT "Credit limit" - customer only
      *> SS-STEP-ON-INVOICE marks the steps that land on an invoice;
      *> the rest can only be ruled across the customer.
       01 SS-STEP-VALUES.
          05 FILLER PIC X(09) VALUE "INVOICE I".
          05 FILLER PIC X(09) VALUE "CREDNOTEI".
          05 FILLER PIC X(09) VALUE "PAYMENT I".
          05 FILLER PIC X(09) VALUE "REFUND  C".
          05 FILLER PIC X(09) VALUE "WRITEOFFI".
          05 FILLER PIC X(09) VALUE "DISPUTE I".
          05 FILLER PIC X(09) VALUE "SETTLE  I".
          05 FILLER PIC X(09) VALUE "CREDLIM C".
       01 SS-STEP-TABLE REDEFINES SS-STEP-VALUES.
          05 SS-STEP-ENTRY OCCURS 8 TIMES.
             10 SS-STEP-CODE       PIC X(08).
             10 SS-STEP-KIND       PIC X(01).
                88 SS-STEP-ON-INVOICE  VALUE "I".

       78 SS-STEP-COUNT VALUE 8.
       01 SS-STEP-INDEX      PIC 9(02).
