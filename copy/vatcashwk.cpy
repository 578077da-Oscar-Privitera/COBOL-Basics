      *> VATCASHWK.cpy
      *> Working storage for the cash-accounting VAT paragraphs (see
      *> VATCASH.cpy). The caller sets WS-VC-FROM-DATE and
      *> WS-VC-TO-DATE to the period before collecting; the result
      *> is VAT-CASH-BAND-TABLE - per rate band, what the cash-
      *> accounting companies invoiced in the period, the net and
      *> VAT due on the cash received in it, and the VAT on what
      *> was still unpaid at its end.
       01 WS-VC-FROM-DATE       PIC 9(08).
       01 WS-VC-TO-DATE         PIC 9(08).

      *> Every invoice paid in the period or still owing at its
      *> end, with the gross its VAT bands add up to.
       01 VAT-CASH-INVOICE-TABLE.
          05 VCI-ENTRY OCCURS 3000 TIMES.
             10 VCI-INVOICE        PIC 9(06).
             10 VCI-RECEIVED       PIC S9(11)V99.
             10 VCI-UNPAID         PIC S9(11)V99.
             10 VCI-GROSS          PIC S9(11)V99.
       01 WS-VCI-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-VCI-INDEX          PIC 9(04).
       01 WS-VCI-MATCH          PIC 9(04).

      *> The VAT bands of those invoices.
       01 VAT-CASH-LINE-TABLE.
          05 VCL-ENTRY OCCURS 6000 TIMES.
             10 VCL-INVOICE-IDX    PIC 9(04).
             10 VCL-RATE           PIC 9V99.
             10 VCL-NET            PIC S9(11)V99.
             10 VCL-VAT            PIC S9(11)V99.
       01 WS-VCL-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-VCL-INDEX          PIC 9(04).

       01 VAT-CASH-BAND-TABLE.
          05 VCB-ENTRY OCCURS 10 TIMES.
             10 VCB-RATE           PIC 9V99.
             10 VCB-INVOICED-NET   PIC S9(11)V99.
             10 VCB-INVOICED-VAT   PIC S9(11)V99.
             10 VCB-CASH-NET       PIC S9(11)V99.
             10 VCB-CASH-VAT       PIC S9(11)V99.
             10 VCB-UNPAID-VAT     PIC S9(11)V99.
       01 WS-VCB-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-VCB-INDEX          PIC 9(02).
       01 WS-VCB-MATCH          PIC 9(02).

      *> One invoice band handed in by the caller.
       01 WS-VC-INVOICE         PIC 9(06).
       01 WS-VC-INVOICE-DATE    PIC 9(08).
       01 WS-VC-RATE            PIC 9V99.
       01 WS-VC-NET             PIC S9(11)V99.
       01 WS-VC-VAT             PIC S9(11)V99.
       01 WS-VC-GROSS           PIC S9(11)V99.

       01 WS-VC-AMOUNT          PIC S9(11)V99.
       01 WS-VC-SHARE-NET       PIC S9(11)V99.
       01 WS-VC-SHARE-VAT       PIC S9(11)V99.
       01 WS-VC-UNPAID-VAT      PIC S9(11)V99.
       01 WS-VC-OVERFLOW        PIC X(01) VALUE "N".
