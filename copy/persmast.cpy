          05 PM-EMAIL-OPT-OUT     PIC X(01).
             88 PM-NO-EMAIL          VALUE "Y" "B".
             88 PM-EMAIL-IS-BAD      VALUE "B".
      *> Membership category (appended - the file is re-cut through
      *> PERSON-REBUILD when this field is added). Each category has
      *> its own fee band on MEMBERSHIP-FEES and its own eligibility
      *> rules (see MEMCATTB.cpy); spaces is a record not yet
      *> categorised, which the nightly category run settles by age.
          05 PM-MEMBER-CATEGORY   PIC X(01).
             88 PM-IS-JUNIOR         VALUE "J".
             88 PM-IS-ADULT          VALUE "A".
             88 PM-IS-SENIOR         VALUE "S".
             88 PM-IS-FAMILY         VALUE "F".
             88 PM-IS-HONORARY       VALUE "H".
             88 PM-CATEGORY-IS-VALID VALUE "J" "A" "S" "F" "H".
      *> Text messaging (appended, re-cut through PERSON-REBUILD):
      *> the SMS opt-out silences texts the way the other two
      *> silence post and email, and "T" is a member who asked for
      *> a text to PM-PHONE ahead of an email. Spaces on either is
      *> a member who has said nothing - texts go only to members
      *> with no usable email.
          05 PM-SMS-OPT-OUT       PIC X(01).
             88 PM-NO-SMS            VALUE "Y".
          05 PM-PREFERRED-CHANNEL PIC X(01).
             88 PM-PREFERS-TEXT      VALUE "T".
