      *> EVBOOK.cpy
      *> Record layout for the EVENT-BOOKINGS indexed file - one
      *> record per member per event, keyed event number + member
      *> number. A member past the event's capacity goes on the
      *> waiting list ("W"); the waiting list is promoted in the
      *> order it was taken (EB-BOOKED-AT) when a place comes free.
      *> A cancelled booking stays on file - booking again reuses
      *> it. EB-ATTENDED is keyed after the event.
       01 EB-RECORD.
          05 EB-KEY.
             10 EB-EVENT-ID       PIC 9(06).
             10 EB-MEMBER-NUMBER  PIC 9(08).
          05 EB-FIRSTNAME         PIC X(20).
          05 EB-LASTNAME          PIC X(20).
          05 EB-BOOKED-AT         PIC 9(14).
          05 EB-BOOKED-BY         PIC X(10).
          05 EB-STATUS            PIC X(01).
             88 EB-IS-BOOKED         VALUE "B".
             88 EB-IS-WAITING        VALUE "W".
             88 EB-IS-CANCELLED      VALUE "C".
          05 EB-PROMOTED-AT       PIC 9(14).
          05 EB-ATTENDED          PIC X(01).
             88 EB-DID-ATTEND        VALUE "Y".
             88 EB-WAS-NO-SHOW       VALUE "N".
