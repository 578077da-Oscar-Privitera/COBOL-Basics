      *> SMSOUT.cpy
      *> Record layout for the SMS-OUT file the text gateway picks
      *> up - one "M" record per text message NOTIFY-FORMATTER
      *> routes to a member's phone, closed by a single "T" trailer
      *> record carrying the run date and the number of messages on
      *> the file, so the gateway can confirm it received them all
      *> before it sends any.
       01 SMS-RECORD.
          05 SMS-RECORD-TYPE      PIC X(01).
             88 SMS-IS-MESSAGE       VALUE "M".
             88 SMS-IS-TRAILER       VALUE "T".
          05 SMS-DETAIL           PIC X(191).
          05 SMS-MESSAGE-DETAIL REDEFINES SMS-DETAIL.
             10 SMS-PHONE            PIC X(15).
             10 SMS-MEMBER-NUMBER    PIC 9(08).
             10 SMS-TEMPLATE-ID      PIC X(08).
             10 SMS-TEXT             PIC X(160).
          05 SMS-TRAILER-DETAIL REDEFINES SMS-DETAIL.
             10 SMST-RUN-DATE        PIC 9(08).
             10 SMST-MESSAGE-COUNT   PIC 9(06).
             10 FILLER               PIC X(177).
