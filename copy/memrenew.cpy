      *> MEMRENEW.cpy
      *> Renew-on-payment paragraphs. COPY into the PROCEDURE
      *> DIVISION of every program that can clear an open item, with
      *> MEMRENWK.cpy in WORKING-STORAGE. Requires the calling
      *> program to SELECT MEMBER-BILLING ASSIGN TO "MEMBILL"
      *> (indexed, dynamic, key MB-INVOICE-NUMBER, FD COPY
      *> "membill.cpy", status WS-MB-STATUS) and PERSON-MASTER
      *> (FD COPY "persmast.cpy", status WS-PM-STATUS) and
      *> PERSON-HISTORY ASSIGN TO "PERSHIST" (sequential, FD COPY
      *> "pershist.cpy"), and to COPY AUDITAPP.cpy. Set
      *> WS-MR-INVOICE and WS-MR-PAID-DATE and PERFORM
      *> 6900-RENEW-PAID-MEMBERSHIP THRU 6900-EXIT once the item
      *> has been marked paid. An invoice that is not a
      *> membership fee, or one already renewed, is left alone.
       6900-RENEW-PAID-MEMBERSHIP.
           OPEN I-O MEMBER-BILLING.
           IF WS-MB-STATUS NOT = "00"
               GO TO 6900-EXIT
           END-IF.

           MOVE WS-MR-INVOICE TO MB-INVOICE-NUMBER.
           READ MEMBER-BILLING
               KEY IS MB-INVOICE-NUMBER
               INVALID KEY
                   CLOSE MEMBER-BILLING
                   GO TO 6900-EXIT
           END-READ.

           IF NOT MB-IS-BILLED
               CLOSE MEMBER-BILLING
               GO TO 6900-EXIT
           END-IF.

           OPEN I-O PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "** invoice " WS-MR-INVOICE " pays member "
                   MB-MEMBER-NUMBER "'s fee but PERSON-MASTER could "
                   "not be opened, status " WS-PM-STATUS
                   " - renew by hand"
               CLOSE MEMBER-BILLING
               GO TO 6900-EXIT
           END-IF.

           PERFORM 6910-FIND-THE-MEMBER.

           IF WS-MR-MEMBER-FOUND NOT = "Y"
               DISPLAY "** invoice " WS-MR-INVOICE " pays member "
                   MB-MEMBER-NUMBER "'s fee but the member is no "
                   "longer on PERSON-MASTER - renew by hand"
               CLOSE PERSON-MASTER
               CLOSE MEMBER-BILLING
               GO TO 6900-EXIT
           END-IF.

      *> A member renewed by hand in the meantime keeps the later
      *> of the two dates. Paying also brings a lapsed member back.
           IF PM-EXPIRY-DATE NOT NUMERIC
               OR PM-EXPIRY-DATE < MB-NEW-EXPIRY
               MOVE MB-NEW-EXPIRY TO PM-EXPIRY-DATE
           END-IF.
           MOVE PM-RECORD TO WS-MR-BEFORE-IMAGE.
           SET PM-IS-ACTIVE TO TRUE.
           REWRITE PM-RECORD.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "** PERSON-MASTER rewrite failed, status "
                   WS-PM-STATUS " - member " MB-MEMBER-NUMBER
                   " not renewed"
               CLOSE PERSON-MASTER
               CLOSE MEMBER-BILLING
               GO TO 6900-EXIT
           END-IF.

           PERFORM 6940-WRITE-RENEWAL-HISTORY.

           SET MB-IS-RENEWED TO TRUE.
           MOVE WS-MR-PAID-DATE TO MB-RENEWED-DATE.
           REWRITE MB-RECORD.

           CLOSE PERSON-MASTER.
           CLOSE MEMBER-BILLING.

           ADD 1 TO WS-MR-RENEWED-COUNT.
           DISPLAY "Membership " MB-MEMBER-NUMBER " renewed to "
               PM-EXPIRY-DATE ".".
           PERFORM 6950-LOG-THE-RENEWAL.

       6900-EXIT.
           EXIT.

       6910-FIND-THE-MEMBER.
      *> Straight to the key the fee was billed under; a member
      *> re-keyed since (marriage, move) is found by the permanent
      *> member number instead.
           MOVE "N" TO WS-MR-MEMBER-FOUND.
           MOVE MB-LASTNAME TO PM-LASTNAME.
           MOVE MB-ZIP-CODE TO PM-ZIP-CODE.
           READ PERSON-MASTER
               KEY IS PM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-MEMBER-NUMBER = MB-MEMBER-NUMBER
                       MOVE "Y" TO WS-MR-MEMBER-FOUND
                   END-IF
           END-READ.

           IF WS-MR-MEMBER-FOUND NOT = "Y"
               MOVE LOW-VALUES TO PM-KEY
               START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY
                       MOVE "10" TO WS-PM-STATUS
               END-START
               PERFORM 6920-SCAN-ONE-MEMBER
                   UNTIL WS-PM-STATUS = "10"
                   OR WS-MR-MEMBER-FOUND = "Y"
           END-IF.

       6920-SCAN-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF PM-MEMBER-NUMBER = MB-MEMBER-NUMBER
                       MOVE "Y" TO WS-MR-MEMBER-FOUND
                   END-IF
           END-READ.

       6940-WRITE-RENEWAL-HISTORY.
      *> A renewal by payment is a renewal like one at the desk -
      *> the same "N" history record, so the card run and the
      *> history inquiry see both alike.
           OPEN EXTEND PERSON-HISTORY.
           IF WS-PH-STATUS = "05" OR WS-PH-STATUS = "35"
               OPEN OUTPUT PERSON-HISTORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-TIMESTAMP.
           MOVE WS-OPERATOR-ID     TO PH-OPERATOR-ID.
           MOVE "N"                TO PH-ACTION.
           MOVE PM-MEMBER-NUMBER   TO PH-MEMBER-NUMBER.
           MOVE WS-MR-BEFORE-IMAGE TO PH-BEFORE-IMAGE.
           MOVE PM-RECORD          TO PH-AFTER-IMAGE.
           WRITE PH-RECORD.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY write failed, status "
                   WS-PH-STATUS
           END-IF.

           CLOSE PERSON-HISTORY.

       6950-LOG-THE-RENEWAL.
      *> The renewal is its own audit entry, so who extended a
      *> membership is answered by the cash that paid for it.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW            TO AUD-TIMESTAMP.
           MOVE "MEMBER-RENEWED"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE SPACES            TO AUD-MESSAGE.
           STRING "Member " DELIMITED BY SIZE
                  MB-MEMBER-NUMBER DELIMITED BY SIZE
                  " renewed to " DELIMITED BY SIZE
                  PM-EXPIRY-DATE DELIMITED BY SIZE
                  " by invoice " DELIMITED BY SIZE
                  WS-MR-INVOICE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.
