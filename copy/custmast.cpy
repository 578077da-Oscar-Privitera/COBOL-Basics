      *> Spaces mean an unregistered or domestic customer.
          05 CUST-VAT-REG-NO      PIC X(14).
          05 CUST-COUNTRY-CODE    PIC X(02).
      *> Allocation priority: "Y" puts this customer's open order
      *> lines ahead of everyone else's in the nightly stock
      *> allocation, whatever their order date. Set by a supervisor
      *> only; anything but "Y" allocates in order-date turn.
          05 CUST-ALLOC-PRIORITY  PIC X(01).
             88 CUST-HAS-ALLOC-PRIORITY VALUE "Y".
      *> Payment-behaviour risk grade, A (pays on time) to E (put
      *> on hold), and the date it was graded - stamped monthly by
      *> CREDIT-REVIEW from the last twelve months' payments,
      *> dunning, bounced debits and write-offs. "N" means no
      *> activity to grade; spaces mean never reviewed. The run
      *> only advises - the limit and hold stay the credit
      *> controller's to change in CUSTOMER-MAINTENANCE.
          05 CUST-RISK-GRADE      PIC X(01).
          05 CUST-RISK-GRADED     PIC 9(08).
      *> Member sync: a customer promoted from a member follows the
      *> member's name, city and zip when they change. "H" means the
      *> desk chose to keep this customer's name and address apart
      *> from the member's - PERSON-MAINTENANCE still offers each
      *> change, but the nightly MEMBER-CUSTOMER-SYNC only lists it.
          05 CUST-MEMBER-SYNC     PIC X(01).
             88 CUST-MEMBER-SYNC-HELD VALUE "H".
      *> Electronic invoicing: "Y" and the customer's documents go
      *> out as structured electronic invoices on the nightly
      *> EINVOICE-EXPORT instead of on paper - INVOICE-CALCULATOR
      *> prints no invoice for them. Anything but "Y" (spaces on a
      *> record from before the flag) is paper, as before.
          05 CUST-EINVOICE-FLAG   PIC X(01).
             88 CUST-TAKES-EINVOICE  VALUE "Y".
