      *> MEMRENWK.cpy
      *> Working storage for the renew-on-payment paragraphs (see
      *> MEMRENEW.cpy). The caller sets WS-MR-INVOICE to the invoice
      *> just cleared and WS-MR-PAID-DATE to the date of the cash.
       01 WS-MB-STATUS          PIC X(02).
       01 WS-PH-STATUS          PIC X(02).
       01 WS-MR-BEFORE-IMAGE    PIC X(200).
       01 WS-MR-INVOICE         PIC 9(06).
       01 WS-MR-PAID-DATE       PIC 9(08).
       01 WS-MR-MEMBER-FOUND    PIC X(01).
       01 WS-MR-RENEWED-COUNT   PIC 9(06) VALUE ZERO.
