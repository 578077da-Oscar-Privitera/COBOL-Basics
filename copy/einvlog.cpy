      *> EINVLOG.cpy
      *> Record layout for the EINVOICE-LOG indexed file - the
      *> transmission log of the electronic invoice export, one
      *> record per document ever sent, keyed by invoice number:
      *> who it went to, its value, when it first went, when it
      *> last went and how many times. A document the desk wants
      *> sent again is marked EL-RESEND-QUEUED, with who asked and
      *> why, and the next export sends it again whatever its date.
      *> Invoice number zero is the file's control record: the
      *> last run date exported, so a night missed is caught up on
      *> the next and a customer's history is not sent the night
      *> the customer is flagged.
       01 EL-RECORD.
          05 EL-INVOICE-NUMBER    PIC 9(06).
          05 EL-CUSTOMER-ID       PIC X(06).
          05 EL-INVOICE-DATE      PIC 9(08).
          05 EL-DOC-TYPE          PIC X(01).
          05 EL-GROSS-TOTAL       PIC S9(09)V99.
          05 EL-STATE             PIC X(01).
             88 EL-SENT              VALUE "S".
             88 EL-RESEND-QUEUED     VALUE "R".
          05 EL-FIRST-SENT        PIC 9(08).
          05 EL-LAST-SENT         PIC 9(14).
          05 EL-SEND-COUNT        PIC 9(03).
          05 EL-RESEND-BY         PIC X(10).
          05 EL-RESEND-REASON     PIC X(30).
          05 FILLER               PIC X(20).
       01 EL-CONTROL-RECORD.
          05 EL-CONTROL-KEY       PIC 9(06).
          05 EL-LAST-RUN-DATE     PIC 9(08).
          05 EL-LAST-RUN-AT       PIC 9(14).
          05 FILLER               PIC X(90).
