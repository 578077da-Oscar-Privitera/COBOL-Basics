      *> EVENTREC.cpy
      *> Record layout for the EVENTS indexed file, keyed by event
      *> number - one record per class or event a branch runs: when
      *> and where (a branch on the BRANCHES file), how many places
      *> and the minimum age to attend. EV-BOOKED-COUNT and
      *> EV-WAITING-COUNT are kept in step with EVENT-BOOKINGS by
      *> every program that books, cancels or promotes, so the desk
      *> sees "full" without counting the bookings file.
       01 EV-RECORD.
          05 EV-EVENT-ID          PIC 9(06).
          05 EV-TITLE             PIC X(30).
          05 EV-EVENT-DATE        PIC 9(08).
          05 EV-START-TIME        PIC 9(04).
          05 EV-BRANCH-CODE       PIC X(04).
          05 EV-CAPACITY          PIC 9(04).
          05 EV-MIN-AGE           PIC 9(03).
          05 EV-BOOKED-COUNT      PIC 9(04).
          05 EV-WAITING-COUNT     PIC 9(04).
      *> "O" open for booking, "X" cancelled, "A" held and its
      *> attendance recorded.
          05 EV-STATUS            PIC X(01).
             88 EV-IS-OPEN           VALUE "O".
             88 EV-IS-CANCELLED      VALUE "X".
             88 EV-ATTENDANCE-TAKEN  VALUE "A".
          05 EV-CREATED-BY        PIC X(10).
          05 EV-CREATED-DATE      PIC 9(08).
