      *> EVPROMO.cpy
      *> Event-booking paragraphs shared by the desk programs. COPY
      *> into the PROCEDURE DIVISION with EVPROMWK.cpy in WORKING-
      *> STORAGE. Requires the calling program to SELECT
      *> EVENT-BOOKINGS ASSIGN TO "EVBOOK" (indexed, dynamic, RECORD
      *> KEY EB-KEY, status WS-EB-STATUS) open I-O, PERSON-MASTER
      *> (indexed, dynamic, status WS-PM-STATUS) open, and
      *> NOTIFY-QUEUE with NOTIFAPP.cpy.
      *> 6200-PROMOTE-WAITING-LIST fills the free places of the
      *> event in EV-RECORD off its waiting list, first come first
      *> served, and tells each promoted member by an EVPROMO1
      *> message; the caller REWRITEs EV-RECORD afterwards.
      *> 6250-FIND-MEMBER-BY-NUMBER scans PERSON-MASTER (keyed on
      *> lastname+zip) for WS-EVP-MEMBER-IN.
       6200-PROMOTE-WAITING-LIST.
           MOVE ZERO TO WS-EVP-PROMOTED.
           MOVE "N"  TO WS-EVP-NONE-WAITING.
           PERFORM 6210-PROMOTE-ONE-WAITER
               UNTIL EV-BOOKED-COUNT >= EV-CAPACITY
               OR WS-EVP-NONE-WAITING = "Y".

       6210-PROMOTE-ONE-WAITER.
           MOVE ZERO TO WS-EVP-BEST-MEMBER.
           MOVE 99999999999999 TO WS-EVP-BEST-AT.
           MOVE "N" TO WS-EVP-SCAN-DONE.

           MOVE EV-EVENT-ID TO EB-EVENT-ID.
           MOVE ZERO        TO EB-MEMBER-NUMBER.
           START EVENT-BOOKINGS KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EVP-SCAN-DONE
           END-START.
           PERFORM 6220-SCAN-ONE-BOOKING
               UNTIL WS-EVP-SCAN-DONE = "Y".

           IF WS-EVP-BEST-MEMBER = ZERO
               MOVE "Y" TO WS-EVP-NONE-WAITING
           ELSE
               MOVE EV-EVENT-ID        TO EB-EVENT-ID
               MOVE WS-EVP-BEST-MEMBER TO EB-MEMBER-NUMBER
               READ EVENT-BOOKINGS
                   KEY IS EB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EVP-NONE-WAITING
               END-READ
           END-IF.

           IF WS-EVP-NONE-WAITING = "N"
               MOVE "B" TO EB-STATUS
               MOVE FUNCTION CURRENT-DATE(1:14) TO EB-PROMOTED-AT
               REWRITE EB-RECORD
               IF WS-EB-STATUS = "00"
                   ADD 1 TO EV-BOOKED-COUNT
                   IF EV-WAITING-COUNT > ZERO
                       SUBTRACT 1 FROM EV-WAITING-COUNT
                   END-IF
                   ADD 1 TO WS-EVP-PROMOTED
                   DISPLAY "Member " EB-MEMBER-NUMBER " "
                       EB-FIRSTNAME " " EB-LASTNAME
                       " promoted from the waiting list."
                   PERFORM 6230-NOTIFY-PROMOTION
               ELSE
                   DISPLAY "Waiting-list promotion failed, status "
                       WS-EB-STATUS
                   MOVE "Y" TO WS-EVP-NONE-WAITING
               END-IF
           END-IF.

       6220-SCAN-ONE-BOOKING.
           READ EVENT-BOOKINGS NEXT
               AT END
                   MOVE "Y" TO WS-EVP-SCAN-DONE
               NOT AT END
                   IF EB-EVENT-ID NOT = EV-EVENT-ID
                       MOVE "Y" TO WS-EVP-SCAN-DONE
                   ELSE
                       IF EB-IS-WAITING
                           AND EB-BOOKED-AT < WS-EVP-BEST-AT
                           MOVE EB-BOOKED-AT     TO WS-EVP-BEST-AT
                           MOVE EB-MEMBER-NUMBER TO WS-EVP-BEST-MEMBER
                       END-IF
                   END-IF
           END-READ.

       6230-NOTIFY-PROMOTION.
      *> The event's title rides in the extra substitution field
      *> and its date in the date field.
           MOVE EB-MEMBER-NUMBER TO WS-EVP-MEMBER-IN.
           PERFORM 6250-FIND-MEMBER-BY-NUMBER.
           IF WS-EVP-MEMBER-FOUND = "Y"
               AND NOT PM-IS-DECEASED
               AND NOT PM-NO-EMAIL
               AND PM-EMAIL NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO NQ-TIMESTAMP
               MOVE PM-EMAIL         TO NQ-RECIPIENT
               MOVE "EVPROMO1"       TO NQ-TEMPLATE-ID
               MOVE PM-FIRSTNAME     TO NQ-SUB-NAME
               MOVE EV-EVENT-DATE    TO NQ-SUB-DATE
               MOVE EV-TITLE         TO NQ-SUB-EXTRA
               MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER
               MOVE SPACES           TO NQ-CAMPAIGN-ID
               PERFORM 8500-WRITE-NOTIFICATION
           END-IF.

       6250-FIND-MEMBER-BY-NUMBER.
           MOVE "N" TO WS-EVP-MEMBER-FOUND.
           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.
           PERFORM 6260-SCAN-ONE-MEMBER
               UNTIL WS-PM-STATUS NOT = "00"
               OR WS-EVP-MEMBER-FOUND = "Y".

       6260-SCAN-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF PM-MEMBER-NUMBER NUMERIC
                       AND PM-MEMBER-NUMBER = WS-EVP-MEMBER-IN
                       MOVE "Y" TO WS-EVP-MEMBER-FOUND
                   END-IF
           END-READ.
