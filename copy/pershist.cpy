      *> member claims "I never changed my address", the answer is
      *> on this file, not in somebody's memory. The images are
      *> held flat; PERSON-HISTORY-INQUIRY lays the PM layout over
      *> them to show the fields. The nightly MEMBER-CATEGORY-RUN
      *> writes an "M" record for every category move it makes.
      *> MEMBERSHIP-LAPSE writes an "L" for every member it lapses,
      *> and BRANCH-ASSIGNMENT / BRANCH-MAINTENANCE a "B" for every
      *> member they move to another branch - the monthly movement
      *> report is built from these images.
       01 PH-RECORD.
          05 PH-TIMESTAMP         PIC 9(14).
          05 PH-OPERATOR-ID       PIC X(10).
             88 PH-WAS-DELETE        VALUE "D".
             88 PH-WAS-REKEY         VALUE "R".
             88 PH-WAS-RENEW         VALUE "N".
             88 PH-WAS-CATEGORY-MOVE VALUE "M".
             88 PH-WAS-LAPSE         VALUE "L".
             88 PH-WAS-BRANCH-MOVE   VALUE "B".
          05 PH-MEMBER-NUMBER     PIC 9(08).
          05 PH-BEFORE-IMAGE      PIC X(200).
          05 PH-AFTER-IMAGE       PIC X(200).
