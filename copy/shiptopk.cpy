      *> SHIPTOPK.cpy
      *> Shared ship-to pick - lists a customer's delivery addresses
      *> off CUSTOMER-SHIPTO and lets the operator choose the one
      *> this document goes to. Requires the calling program to
      *> SELECT CUSTOMER-SHIPTO ASSIGN TO "CUSTSHIP" (INDEXED,
      *> DYNAMIC, RECORD KEY SHP-KEY, status WS-SHP-STATUS), FD it
      *> with COPY "custship.cpy", and COPY "shiptowk.cpy" in
      *> WORKING-STORAGE.
      *>
      *> PERFORM 6300-PICK-SHIP-TO THRU 6300-EXIT once the customer
      *> is known. A customer with no ship-tos on file (or no file
      *> at all) is not asked - the goods go to the billing address.
      *> PERFORM 6330-READ-SHIP-TO THRU 6330-EXIT instead when the
      *> number is already settled (an order being shipped) and only
      *> the address is wanted; a ship-to deleted since falls back
      *> to the billing address with a warning.
       6300-PICK-SHIP-TO.
           MOVE ZERO   TO WS-SHIPTO-NO WS-SHP-COUNT.
           MOVE SPACES TO WS-DELIVERY-NAME.

           OPEN INPUT CUSTOMER-SHIPTO.
           IF WS-SHP-STATUS NOT = "00"
               GO TO 6300-EXIT
           END-IF.

           MOVE WS-SHP-CUST-ID TO SHP-CUST-ID.
           MOVE ZERO           TO SHP-NO.
           START CUSTOMER-SHIPTO
               KEY IS NOT LESS THAN SHP-KEY
               INVALID KEY
                   MOVE "10" TO WS-SHP-STATUS
           END-START.
           PERFORM 6310-LIST-ONE-SHIP-TO
               UNTIL WS-SHP-STATUS NOT = "00".

           IF WS-SHP-COUNT > ZERO
               MOVE "N" TO WS-SHP-FOUND
               PERFORM 6320-ACCEPT-SHIP-TO
                   UNTIL WS-SHP-FOUND = "Y"
           END-IF.

           CLOSE CUSTOMER-SHIPTO.

       6300-EXIT.
           EXIT.

       6310-LIST-ONE-SHIP-TO.
           READ CUSTOMER-SHIPTO NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHP-STATUS
               NOT AT END
                   IF SHP-CUST-ID NOT = WS-SHP-CUST-ID
                       MOVE "10" TO WS-SHP-STATUS
                   ELSE
                       ADD 1 TO WS-SHP-COUNT
                       IF WS-SHP-COUNT = 1
                           DISPLAY "Delivery addresses on file "
                               "(00 = billing address, "
                               WS-DELIVERY-CITY "):"
                       END-IF
                       DISPLAY "  " SHP-NO "  " SHP-NAME " "
                           SHP-CITY " " SHP-ZIP-CODE
                   END-IF
           END-READ.

       6320-ACCEPT-SHIP-TO.
           DISPLAY "Ship to number (Enter for the billing "
               "address): ".
           ACCEPT WS-SHP-NO-IN.
           IF WS-SHP-NO-IN = ZERO
               MOVE "Y" TO WS-SHP-FOUND
           ELSE
               MOVE WS-SHP-CUST-ID TO SHP-CUST-ID
               MOVE WS-SHP-NO-IN   TO SHP-NO
               READ CUSTOMER-SHIPTO
                   KEY IS SHP-KEY
                   INVALID KEY
                       DISPLAY "No ship-to " WS-SHP-NO-IN
                           " for this customer - try again."
                   NOT INVALID KEY
                       PERFORM 6340-TAKE-SHIP-TO
                       MOVE "Y" TO WS-SHP-FOUND
               END-READ
           END-IF.

       6330-READ-SHIP-TO.
           MOVE SPACES TO WS-DELIVERY-NAME.
           IF WS-SHIPTO-NO = ZERO
               GO TO 6330-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-SHIPTO.
           IF WS-SHP-STATUS NOT = "00"
               DISPLAY "CUSTOMER-SHIPTO not available, status "
                   WS-SHP-STATUS " - delivering to the billing "
                   "address."
               MOVE ZERO TO WS-SHIPTO-NO
               GO TO 6330-EXIT
           END-IF.

           MOVE WS-SHP-CUST-ID TO SHP-CUST-ID.
           MOVE WS-SHIPTO-NO   TO SHP-NO.
           READ CUSTOMER-SHIPTO
               KEY IS SHP-KEY
               INVALID KEY
                   DISPLAY "Ship-to " WS-SHIPTO-NO " is no longer "
                       "on file - delivering to the billing address."
                   MOVE ZERO TO WS-SHIPTO-NO
               NOT INVALID KEY
                   PERFORM 6340-TAKE-SHIP-TO
           END-READ.
           CLOSE CUSTOMER-SHIPTO.

       6330-EXIT.
           EXIT.

       6340-TAKE-SHIP-TO.
           MOVE SHP-NO   TO WS-SHIPTO-NO.
           MOVE SHP-NAME TO WS-DELIVERY-NAME.
           MOVE SHP-CITY TO WS-DELIVERY-CITY.
           IF SHP-ZIP-CODE NOT = SPACES
               MOVE SHP-ZIP-CODE TO WS-DELIVERY-ZIP
           END-IF.
           DISPLAY "Delivering to " WS-DELIVERY-NAME ", "
               WS-DELIVERY-CITY.
