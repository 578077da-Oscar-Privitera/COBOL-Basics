      *> CAMPAIGN.cpy
      *> Record layout for the CAMPAIGNS indexed file, keyed by the
      *> campaign id marketing chooses (e.g. "SPRING27") - one record
      *> per targeted mailing. The selection criteria are kept on
      *> the record so the run can be repeated exactly and the
      *> results report can say who was asked for; a criterion left
      *> at zero/spaces does not restrict the selection.
       01 CM-RECORD.
          05 CM-CAMPAIGN-ID       PIC X(08).
          05 CM-DESCRIPTION       PIC X(30).
          05 CM-TEMPLATE-ID       PIC X(08).
      *> "L" printed letter, "E" email only, "B" email where the
      *> member has a usable one and a letter otherwise.
          05 CM-CHANNEL           PIC X(01).
             88 CM-BY-LETTER         VALUE "L".
             88 CM-BY-EMAIL          VALUE "E".
             88 CM-BY-EITHER         VALUE "B".
          05 CM-CRITERIA.
             10 CM-AGE-FROM       PIC 9(03).
             10 CM-AGE-TO         PIC 9(03).
             10 CM-BRANCH-CODE    PIC X(04).
      *> "A" active members only, "L" lapsed only, spaces both.
             10 CM-MEMBER-STATUS  PIC X(01).
             10 CM-REG-FROM       PIC 9(08).
             10 CM-REG-TO         PIC 9(08).
             10 CM-CITY           PIC X(20).
          05 CM-CREATED-BY        PIC X(10).
          05 CM-CREATED-DATE      PIC 9(08).
      *> "D" defined, not yet sent; "S" sent; "X" cancelled.
          05 CM-STATUS            PIC X(01).
             88 CM-IS-DEFINED        VALUE "D".
             88 CM-IS-SENT           VALUE "S".
             88 CM-IS-CANCELLED      VALUE "X".
          05 CM-SENT-DATE         PIC 9(08).
          05 CM-SELECTED-COUNT    PIC 9(06).
          05 CM-SENT-COUNT        PIC 9(06).
          05 CM-SUPPRESSED-COUNT  PIC 9(06).
