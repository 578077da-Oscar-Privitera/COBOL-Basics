       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-BOOKING.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Desk booking of members onto the events and classes set up
      *> in EVENT-MAINTENANCE. (B)ook takes the member number; a
      *> lapsed or deceased member is refused, so is one under the
      *> event's minimum age on the day, and a member under the age
      *> of majority is refused unless the consent register holds a
      *> consent for them that still runs on the event date. While
      *> places remain the member is booked, once the event is full
      *> they join its waiting list. (C)ancel releases a booking -
      *> a freed place goes straight to the longest-waiting member,
      *> who is told by email. (L)ist shows an event's bookings and
      *> waiting list in the order they were taken.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EV-STATUS.

           SELECT EVENT-BOOKINGS ASSIGN TO "EVBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS WS-EB-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT CONSENT-REGISTER ASSIGN TO "CONSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-MEMBER-KEY
               FILE STATUS IS WS-CR-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NQ-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
           COPY "eventrec.cpy".

       FD  EVENT-BOOKINGS.
           COPY "evbook.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  CONSENT-REGISTER.
           COPY "consreg.cpy".

       FD  NOTIFY-QUEUE.
           COPY "notifrec.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "majagetbl.cpy".
       COPY "memcattb.cpy".
       COPY "evpromwk.cpy".

       01 WS-CR-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-EVENT-IN        PIC 9(06).
       01 WS-AGE-ON-DAY      PIC 9(03).
       01 WS-REFUSAL         PIC X(50).
       01 WS-REUSE-BOOKING   PIC X(01).
       01 WS-WAS-BOOKED      PIC X(01).
       01 WS-LIST-DONE       PIC X(01).
       01 WS-LIST-COUNT      PIC 9(04).
       01 WS-LIST-WORD       PIC X(09).
       01 WS-AUDIT-WORD      PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7700-OPERATOR-SIGN-ON.
           IF WS-SIGNON-FAILED
               STOP RUN
           END-IF.

      *> No practice copies behind this program - a training
      *> sign-on must not touch the live files believing them to
      *> be practice ones.
           IF WS-TRAINING-MODE
               DISPLAY "This program runs on the LIVE files - "
                   "training sign-ons are refused here."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-COUNTRY-CODE.
           PERFORM 5990-LOAD-MEMBER-CATEGORIES.

           OPEN I-O EVENTS-FILE.
           IF WS-EV-STATUS NOT = "00"
               DISPLAY "Could not open EVENTS, status " WS-EV-STATUS
                   " - set events up in EVENT-MAINTENANCE first."
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O EVENT-BOOKINGS.
           IF WS-EB-STATUS = "35"
               OPEN OUTPUT EVENT-BOOKINGS
               CLOSE EVENT-BOOKINGS
               OPEN I-O EVENT-BOOKINGS
           END-IF.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "Could not open EVENT-BOOKINGS, status "
                   WS-EB-STATUS
               CLOSE EVENTS-FILE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               CLOSE EVENT-BOOKINGS
               CLOSE EVENTS-FILE
               GO TO 0000-EXIT
           END-IF.

      *> Without the register no minor can be shown to have
      *> consent, so minors are refused until it is back.
           OPEN INPUT CONSENT-REGISTER.
           IF WS-CR-STATUS NOT = "00"
               DISPLAY "CONSENT-REGISTER not available, status "
                   WS-CR-STATUS " - members under "
                   WS-MC-MAJORITY-AGE " cannot be booked."
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE CONSENT-REGISTER.
           CLOSE PERSON-MASTER.
           CLOSE EVENT-BOOKINGS.
           CLOSE EVENTS-FILE.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "EVENT bookings".
           DISPLAY "(B)ook, (C)ancel, (L)ist, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "B" WHEN "b"
                   PERFORM 2000-BOOK-MEMBER THRU 2000-EXIT
               WHEN "C" WHEN "c"
                   PERFORM 3000-CANCEL-BOOKING THRU 3000-EXIT
               WHEN "L" WHEN "l"
                   PERFORM 4000-LIST-BOOKINGS THRU 4000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       1100-READ-THE-EVENT.
           DISPLAY "Event number: ".
           ACCEPT WS-EVENT-IN.
           MOVE WS-EVENT-IN TO EV-EVENT-ID.
           READ EVENTS-FILE
               KEY IS EV-EVENT-ID
               INVALID KEY
                   DISPLAY "No event " WS-EVENT-IN " on file."
                   GO TO 1100-EXIT
           END-READ.
           DISPLAY EV-EVENT-ID " " EV-TITLE " on " EV-EVENT-DATE
               " at " EV-BRANCH-CODE " - " EV-BOOKED-COUNT " of "
               EV-CAPACITY " booked, " EV-WAITING-COUNT " waiting".

       1100-EXIT.
           EXIT.

       2000-BOOK-MEMBER.
           PERFORM 1100-READ-THE-EVENT THRU 1100-EXIT.
           IF WS-EV-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           IF NOT EV-IS-OPEN OR EV-EVENT-DATE < WS-TODAY
               DISPLAY "Event " EV-EVENT-ID " is not taking bookings."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Member number: ".
           ACCEPT WS-EVP-MEMBER-IN.
           PERFORM 6250-FIND-MEMBER-BY-NUMBER.
           IF WS-EVP-MEMBER-FOUND NOT = "Y"
               DISPLAY "No member " WS-EVP-MEMBER-IN " on file."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY PM-FIRSTNAME " " PM-LASTNAME " " PM-ZIP-CODE.

           PERFORM 2100-CHECK-MEMBER-MAY-BOOK THRU 2100-EXIT.
           IF WS-REFUSAL NOT = SPACES
               DISPLAY "Booking refused: " WS-REFUSAL
               GO TO 2000-EXIT
           END-IF.

      *> One booking per member per event; a booking the member
      *> cancelled earlier is taken up again rather than added.
           MOVE "N" TO WS-REUSE-BOOKING.
           MOVE EV-EVENT-ID      TO EB-EVENT-ID.
           MOVE PM-MEMBER-NUMBER TO EB-MEMBER-NUMBER.
           READ EVENT-BOOKINGS
               KEY IS EB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EB-IS-CANCELLED
                       MOVE "Y" TO WS-REUSE-BOOKING
                   ELSE
                       DISPLAY "Member is already on this event ("
                           EB-STATUS ")."
                       GO TO 2000-EXIT
                   END-IF
           END-READ.

           MOVE EV-EVENT-ID      TO EB-EVENT-ID.
           MOVE PM-MEMBER-NUMBER TO EB-MEMBER-NUMBER.
           MOVE PM-FIRSTNAME     TO EB-FIRSTNAME.
           MOVE PM-LASTNAME      TO EB-LASTNAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EB-BOOKED-AT.
           MOVE WS-OPERATOR-ID   TO EB-BOOKED-BY.
           MOVE ZERO             TO EB-PROMOTED-AT.
           MOVE SPACE            TO EB-ATTENDED.
           IF EV-BOOKED-COUNT < EV-CAPACITY
               MOVE "B" TO EB-STATUS
           ELSE
               MOVE "W" TO EB-STATUS
           END-IF.

           IF WS-REUSE-BOOKING = "Y"
               REWRITE EB-RECORD
           ELSE
               WRITE EB-RECORD
           END-IF.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "Booking failed, status " WS-EB-STATUS
               GO TO 2000-EXIT
           END-IF.

           IF EB-IS-BOOKED
               ADD 1 TO EV-BOOKED-COUNT
               DISPLAY "Booked - place " EV-BOOKED-COUNT " of "
                   EV-CAPACITY "."
               MOVE "Booked"  TO WS-AUDIT-WORD
           ELSE
               ADD 1 TO EV-WAITING-COUNT
               DISPLAY "Event is full - member is number "
                   EV-WAITING-COUNT " on the waiting list."
               MOVE "Waitlisted"  TO WS-AUDIT-WORD
           END-IF.
           REWRITE EV-RECORD.
           IF WS-EV-STATUS NOT = "00"
               DISPLAY "Event counts not updated, status "
                   WS-EV-STATUS
           END-IF.
           PERFORM 8100-LOG-BOOKING.

       2000-EXIT.
           EXIT.

       2100-CHECK-MEMBER-MAY-BOOK.
      *> Age is taken on the day of the event, not today - a
      *> member who comes of age before the class may book it.
           MOVE SPACES TO WS-REFUSAL.

           IF PM-IS-DECEASED
               MOVE "member is recorded as deceased." TO WS-REFUSAL
               GO TO 2100-EXIT
           END-IF.
           IF PM-IS-LAPSED
               MOVE "membership has lapsed - renew it first."
                   TO WS-REFUSAL
               GO TO 2100-EXIT
           END-IF.

           CALL "AGE-FROM-DOB" USING PM-DATE-OF-BIRTH WS-MC-AGE
               WS-MC-AGE-VALID.
           IF WS-MC-AGE-VALID NOT = "Y"
               MOVE "no valid date of birth to check the age."
                   TO WS-REFUSAL
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-AGE-ON-DAY =
               (EV-EVENT-DATE - PM-DATE-OF-BIRTH) / 10000.

           IF WS-AGE-ON-DAY < EV-MIN-AGE
               STRING "under the minimum age of " DELIMITED BY SIZE
                      EV-MIN-AGE DELIMITED BY SIZE
                      " for this event." DELIMITED BY SIZE
                      INTO WS-REFUSAL
               GO TO 2100-EXIT
           END-IF.

           IF WS-AGE-ON-DAY < WS-MC-MAJORITY-AGE
               PERFORM 2200-CHECK-CONSENT THRU 2200-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2200-CHECK-CONSENT.
      *> A consent counts only while it runs on the event date, and
      *> only if it is this member's - the number on it must match
      *> (an entry recorded before numbering carries zero).
           IF WS-CR-STATUS NOT = "00" AND WS-CR-STATUS NOT = "23"
               MOVE "consent register is not available." TO WS-REFUSAL
               GO TO 2200-EXIT
           END-IF.

           MOVE PM-LASTNAME TO CR-LASTNAME.
           MOVE PM-ZIP-CODE TO CR-ZIP-CODE.
           READ CONSENT-REGISTER
               KEY IS CR-MEMBER-KEY
               INVALID KEY
                   MOVE "minor with no consent on the register."
                       TO WS-REFUSAL
                   GO TO 2200-EXIT
           END-READ.

           IF CR-MEMBER-NUMBER NOT = ZERO
               AND CR-MEMBER-NUMBER NOT = PM-MEMBER-NUMBER
               MOVE "consent on the register is another member's."
                   TO WS-REFUSAL
               GO TO 2200-EXIT
           END-IF.
           IF CR-EXPIRY-DATE < EV-EVENT-DATE
               MOVE "guardian consent expires before the event."
                   TO WS-REFUSAL
           END-IF.

       2200-EXIT.
           EXIT.

       3000-CANCEL-BOOKING.
           PERFORM 1100-READ-THE-EVENT THRU 1100-EXIT.
           IF WS-EV-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           IF EV-ATTENDANCE-TAKEN
               DISPLAY "Attendance has been taken - the booking "
                   "stands as recorded."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Member number: ".
           ACCEPT WS-EVP-MEMBER-IN.
           MOVE EV-EVENT-ID      TO EB-EVENT-ID.
           MOVE WS-EVP-MEMBER-IN TO EB-MEMBER-NUMBER.
           READ EVENT-BOOKINGS
               KEY IS EB-KEY
               INVALID KEY
                   DISPLAY "Member " WS-EVP-MEMBER-IN
                       " has no booking on this event."
                   GO TO 3000-EXIT
           END-READ.
           IF EB-IS-CANCELLED
               DISPLAY "That booking is already cancelled."
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-WAS-BOOKED.
           IF EB-IS-BOOKED
               MOVE "Y" TO WS-WAS-BOOKED
           END-IF.
           MOVE "C" TO EB-STATUS.
           REWRITE EB-RECORD.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "Cancel failed, status " WS-EB-STATUS
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Booking for " EB-FIRSTNAME " " EB-LASTNAME
               " cancelled.".
           MOVE "Cancelled"  TO WS-AUDIT-WORD.
           PERFORM 8100-LOG-BOOKING.

      *> A freed place on an open event goes to the waiting list
      *> at once; a cancelled event has nobody to promote.
           IF WS-WAS-BOOKED = "Y"
               IF EV-BOOKED-COUNT > ZERO
                   SUBTRACT 1 FROM EV-BOOKED-COUNT
               END-IF
               IF EV-IS-OPEN
                   PERFORM 6200-PROMOTE-WAITING-LIST
               END-IF
           ELSE
               IF EV-WAITING-COUNT > ZERO
                   SUBTRACT 1 FROM EV-WAITING-COUNT
               END-IF
           END-IF.
           REWRITE EV-RECORD.
           IF WS-EV-STATUS NOT = "00"
               DISPLAY "Event counts not updated, status "
                   WS-EV-STATUS
           END-IF.

       3000-EXIT.
           EXIT.

       4000-LIST-BOOKINGS.
           PERFORM 1100-READ-THE-EVENT THRU 1100-EXIT.
           IF WS-EV-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "Member   Status    Booked at      Name".
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N"  TO WS-LIST-DONE.
           MOVE EV-EVENT-ID TO EB-EVENT-ID.
           MOVE ZERO        TO EB-MEMBER-NUMBER.
           START EVENT-BOOKINGS KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-DONE
           END-START.
           PERFORM 4100-LIST-ONE-BOOKING UNTIL WS-LIST-DONE = "Y".

           IF WS-LIST-COUNT = ZERO
               DISPLAY "No bookings on this event."
           END-IF.

       4000-EXIT.
           EXIT.

       4100-LIST-ONE-BOOKING.
           READ EVENT-BOOKINGS NEXT
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   IF EB-EVENT-ID NOT = EV-EVENT-ID
                       MOVE "Y" TO WS-LIST-DONE
                   ELSE
                       PERFORM 4110-SHOW-ONE-BOOKING
                   END-IF
           END-READ.

       4110-SHOW-ONE-BOOKING.
           ADD 1 TO WS-LIST-COUNT.
           EVALUATE TRUE
               WHEN EB-IS-BOOKED
                   MOVE "Booked"    TO WS-LIST-WORD
               WHEN EB-IS-WAITING
                   MOVE "Waiting"   TO WS-LIST-WORD
               WHEN OTHER
                   MOVE "Cancelled" TO WS-LIST-WORD
           END-EVALUATE.
           DISPLAY EB-MEMBER-NUMBER " " WS-LIST-WORD " "
               EB-BOOKED-AT " " EB-FIRSTNAME " " EB-LASTNAME.

       8100-LOG-BOOKING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "EVENT-BOOKING"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING WS-AUDIT-WORD DELIMITED BY SPACE
                  " member " DELIMITED BY SIZE
                  EB-MEMBER-NUMBER DELIMITED BY SIZE
                  " event " DELIMITED BY SIZE
                  EB-EVENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EV-EVENT-DATE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "majageld.cpy".
           COPY "memcatld.cpy".
           COPY "evpromo.cpy".
           COPY "notifapp.cpy".
           COPY "auditapp.cpy".

           COPY "signon.cpy".
