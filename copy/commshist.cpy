      *> COMMSHIST.cpy
      *> Record layout for the COMMS-HISTORY indexed file - one
      *> record per message that leaves the system: the emails
      *> NOTIFY-FORMATTER puts on MAILOUT and the letters it prints
      *> in their place, the renewal notices and the dunning
      *> letters. Keyed by member number, then the moment it went
      *> and a sequence for messages in the same second, so a
      *> member's contact history reads in date order. Dunning
      *> letters to a customer that is no promoted member are kept
      *> under member number zero with the customer id. The outcome
      *> is "S" when it went; MAIL-BOUNCE-RUN turns an email's "S"
      *> into "B" with the gateway's reason when it comes back, and
      *> "U" marks a letter that could not be sent (no address, or
      *> the member may not be written to). Text messages go on
      *> as channel "S" with the phone number as the recipient.
       01 CMH-RECORD.
          05 CMH-KEY.
             10 CMH-MEMBER-NUMBER PIC 9(08).
             10 CMH-SENT-AT       PIC 9(14).
             10 CMH-SEQUENCE      PIC 9(04).
          05 CMH-CHANNEL          PIC X(01).
             88 CMH-BY-EMAIL         VALUE "E".
             88 CMH-BY-POST          VALUE "P".
             88 CMH-BY-TEXT          VALUE "S".
          05 CMH-TEMPLATE-ID      PIC X(08).
          05 CMH-RECIPIENT        PIC X(40).
          05 CMH-CUSTOMER-ID      PIC X(06).
      *> The campaign id for a campaign message, the invoice number
      *> for a dunning letter - spaces otherwise.
          05 CMH-REFERENCE        PIC X(08).
          05 CMH-SENT-BY          PIC X(20).
          05 CMH-OUTCOME          PIC X(01).
             88 CMH-WAS-SENT         VALUE "S".
             88 CMH-WAS-BOUNCED      VALUE "B".
             88 CMH-NOT-SENT         VALUE "U".
          05 CMH-OUTCOME-DATE     PIC 9(08).
          05 CMH-OUTCOME-NOTE     PIC X(20).
