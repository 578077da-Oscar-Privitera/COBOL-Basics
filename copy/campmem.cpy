      *> CAMPMEM.cpy
      *> Record layout for the CAMPAIGN-MEMBERS indexed file - one
      *> record per member a campaign selected, keyed by campaign id
      *> + member number. CAMPAIGN-SELECTION writes it with what was
      *> sent (or why nothing was); CAMPAIGN-RESPONSE stamps the
      *> member's reply on it, so every response is held against the
      *> campaign that prompted it.
       01 CMB-RECORD.
          05 CMB-KEY.
             10 CMB-CAMPAIGN-ID   PIC X(08).
             10 CMB-MEMBER-NUMBER PIC 9(08).
          05 CMB-LASTNAME         PIC X(20).
          05 CMB-FIRSTNAME        PIC X(20).
      *> "L" letter printed, "E" email queued, "X" suppressed.
          05 CMB-OUTCOME          PIC X(01).
             88 CMB-SENT-LETTER      VALUE "L".
             88 CMB-SENT-EMAIL       VALUE "E".
             88 CMB-WAS-SENT         VALUE "L" "E".
             88 CMB-WAS-SUPPRESSED   VALUE "X".
          05 CMB-SUPPRESS-REASON  PIC X(20).
          05 CMB-SENT-AT          PIC 9(14).
      *> Spaces until the member replies: "A" accepted the offer,
      *> "D" declined, "E" enquiry only.
          05 CMB-RESPONSE         PIC X(01).
             88 CMB-NO-RESPONSE      VALUE SPACE.
             88 CMB-ACCEPTED         VALUE "A".
             88 CMB-DECLINED         VALUE "D".
             88 CMB-ENQUIRED         VALUE "E".
          05 CMB-RESPONSE-DATE    PIC 9(08).
          05 CMB-RESPONSE-BY      PIC X(10).
          05 CMB-RESPONSE-NOTE    PIC X(30).
