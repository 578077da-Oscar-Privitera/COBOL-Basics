      *>                 and timestamp - PERSON-HISTORY-INQUIRY
      *>                 replays them when a member disputes what
      *>                 we hold.
      *> 2026-10-15  OP  Members carry a membership category - (A)dd
      *>                 and (C)hange take it and hold it to the
      *>                 category's age rules (honorary only from a
      *>                 supervisor), and (I)nquire shows it.
      *> 2026-10-15  OP  Queue messages carry a blank NQ-CAMPAIGN-ID -
      *>                 only the campaign run stamps one.
      *> 2026-10-15  OP  A change or re-key of a member promoted to a
      *>                 billing customer offers the new name, city
      *>                 and zip across to the linked CUSTOMER-MASTER
      *>                 record there and then; declining holds the
      *>                 customer apart so the nightly sync leaves it
      *>                 alone. Either answer is audit-logged.
      *> 2026-10-15  OP  (C)hange sets the SMS opt-out and whether the
      *>                 member wants texts ahead of email; (A)dd
      *>                 starts both clear and (I)nquire shows them.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT LINK-WORK ASSIGN TO "MEMLNKWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LW-STATUS.
       FD  MEMBER-CUSTOMER-LINK.
           COPY "memlink.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  LINK-WORK.
       01 LW-RECORD PIC X(47).

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "filelkwk.cpy".
       COPY "majagetbl.cpy".
       COPY "memcattb.cpy".

       01 WS-PM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-NQ-STATUS       PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-RENEW-BASE      PIC 9(08).

       01 WS-NEW-FLAG        PIC X(01).
       01 WS-NEW-CATEGORY    PIC X(01).

      *> The files this session writes - the live names, switched
      *> to the practice copies when the sign-on is a training one,
       01 WS-HIST-ACTION     PIC X(01).
       01 WS-BEFORE-IMAGE    PIC X(200).
       01 WS-AFTER-IMAGE     PIC X(200).
       01 WS-CUST-STATUS     PIC X(02).
      *> The customer name a member promotes to - firstname, space,
      *> lastname, as MEMBER-PROMOTION builds it.
       01 WS-SYNC-NAME       PIC X(30).
       01 WS-SYNC-ANSWER     PIC X(01).
       01 WS-SYNC-VERB       PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
               OPEN I-O PERSON-MASTER
           END-IF.

           MOVE SPACES TO WS-COUNTRY-CODE.
           PERFORM 5990-LOAD-MEMBER-CATEGORIES.
           MOVE "N" TO WS-MC-SUPERVISOR.
           IF WS-OPR-IS-SUPERVISOR
               MOVE "Y" TO WS-MC-SUPERVISOR
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE PERSON-MASTER.
               MOVE ZERO TO PM-AGE
           END-IF.

       1300-CHECK-NEW-CATEGORY.
      *> Holds the keyed category to its rules at the member's age
      *> as it now stands on PM-RECORD.
           INSPECT WS-NEW-CATEGORY CONVERTING "jasfh" TO "JASFH".
           MOVE WS-NEW-CATEGORY TO WS-MC-CATEGORY.
           MOVE PM-AGE          TO WS-MC-AGE.
           MOVE WS-DOB-VALID    TO WS-MC-AGE-VALID.
           PERFORM 5996-CHECK-CATEGORY-ELIGIBLE.
           IF WS-MC-ELIGIBLE NOT = "Y"
               DISPLAY WS-MC-REASON
           END-IF.

       2000-ADD-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           DISPLAY "Phone: ".
           ACCEPT PM-PHONE.

      *> Left blank, the member takes the category their age calls
      *> for; a record with no usable date of birth stays
      *> uncategorised until one is keyed.
           DISPLAY "Membership category (J/A/S/F/H), or press Enter "
               "for the category by age: ".
           MOVE SPACES TO WS-NEW-CATEGORY.
           ACCEPT WS-NEW-CATEGORY.
           IF WS-NEW-CATEGORY = SPACES
               MOVE SPACES TO PM-MEMBER-CATEGORY
               IF WS-DOB-VALID = "Y"
                   MOVE PM-AGE TO WS-MC-AGE
                   PERFORM 5994-CATEGORY-BY-AGE
                   MOVE WS-MC-BY-AGE TO PM-MEMBER-CATEGORY
               END-IF
           ELSE
               PERFORM 1300-CHECK-NEW-CATEGORY
               IF WS-MC-ELIGIBLE NOT = "Y"
                   DISPLAY "Record not added."
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-NEW-CATEGORY TO PM-MEMBER-CATEGORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO PM-REGISTRATION-DATE.
           PERFORM 6900-ASSIGN-MEMBER-NUMBER.
           MOVE WS-MEMBER-NUMBER TO PM-MEMBER-NUMBER.
           MOVE "N" TO PM-DECEASED-FLAG.
           MOVE "N" TO PM-MAIL-OPT-OUT.
           MOVE "N" TO PM-EMAIL-OPT-OUT.
           MOVE "N" TO PM-SMS-OPT-OUT.
           MOVE SPACES TO PM-PREFERRED-CHANNEL.

           WRITE PM-RECORD.
           IF WS-PM-STATUS = "00"
               END-IF
           END-IF.

           DISPLAY "SMS opt-out is " PM-SMS-OPT-OUT
               " - enter Y/N to set, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-FLAG.
           ACCEPT WS-NEW-FLAG.
           IF WS-NEW-FLAG NOT = SPACES
               IF WS-NEW-FLAG = "Y" OR WS-NEW-FLAG = "y"
                   MOVE "Y" TO PM-SMS-OPT-OUT
               ELSE
                   MOVE "N" TO PM-SMS-OPT-OUT
               END-IF
           END-IF.

      *> "T" sends texts to the phone ahead of email; "E" puts the
      *> member back on email first.
           DISPLAY "Preferred channel is " PM-PREFERRED-CHANNEL
               " - enter T (text) or E (email), or press Enter to "
               "keep: ".
           MOVE SPACES TO WS-NEW-FLAG.
           ACCEPT WS-NEW-FLAG.
           IF WS-NEW-FLAG = "T" OR WS-NEW-FLAG = "t"
               MOVE "T" TO PM-PREFERRED-CHANNEL
           END-IF.
           IF WS-NEW-FLAG = "E" OR WS-NEW-FLAG = "e"
               MOVE "E" TO PM-PREFERRED-CHANNEL
           END-IF.

           MOVE PM-MEMBER-CATEGORY TO WS-MC-CATEGORY.
           PERFORM 5992-NAME-MEMBER-CATEGORY.
           DISPLAY "Category is " PM-MEMBER-CATEGORY " (" WS-MC-NAME
               ") - enter J/A/S/F/H to set, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-CATEGORY.
           ACCEPT WS-NEW-CATEGORY.
           IF WS-NEW-CATEGORY NOT = SPACES
               PERFORM 1300-CHECK-NEW-CATEGORY
               IF WS-MC-ELIGIBLE = "Y"
                   MOVE WS-NEW-CATEGORY TO PM-MEMBER-CATEGORY
               ELSE
                   DISPLAY "Category kept as " PM-MEMBER-CATEGORY "."
               END-IF
           END-IF.

           REWRITE PM-RECORD.
           IF WS-PM-STATUS = "00"
               DISPLAY "Record changed."
               MOVE "CHANGE01" TO NQ-TEMPLATE-ID
               PERFORM 8550-QUEUE-MEMBER-MESSAGE
                   THRU 8550-EXIT
               PERFORM 6300-OFFER-CUSTOMER-UPDATE THRU 6300-EXIT
           ELSE
               DISPLAY "Change failed, status " WS-PM-STATUS
           END-IF.
           DISPLAY "Reg. Date : " PM-REGISTRATION-DATE.
           DISPLAY "Expires   : " PM-EXPIRY-DATE.
           DISPLAY "Status    : " PM-MEMBER-STATUS.
           MOVE PM-MEMBER-CATEGORY TO WS-MC-CATEGORY.
           PERFORM 5992-NAME-MEMBER-CATEGORY.
           DISPLAY "Category  : " PM-MEMBER-CATEGORY " " WS-MC-NAME.
           DISPLAY "Deceased  : " PM-DECEASED-FLAG.
           DISPLAY "Mail opt  : " PM-MAIL-OPT-OUT.
           DISPLAY "Email opt : " PM-EMAIL-OPT-OUT.
           DISPLAY "SMS opt   : " PM-SMS-OPT-OUT.
           DISPLAY "Prefers   : " PM-PREFERRED-CHANNEL.

       4000-EXIT.
           EXIT.
           PERFORM 8400-LOG-REKEY.
           MOVE "CHANGE01" TO NQ-TEMPLATE-ID.
           PERFORM 8550-QUEUE-MEMBER-MESSAGE THRU 8550-EXIT.
           PERFORM 6300-OFFER-CUSTOMER-UPDATE THRU 6300-EXIT.

       6000-EXIT.
           EXIT.
                   WRITE ML-RECORD
           END-READ.

       6300-OFFER-CUSTOMER-UPDATE.
      *> A member promoted to a billing customer has a customer
      *> record the freight zone, the delivery manifest and the
      *> statements all read. Each linked customer that no longer
      *> matches the member's name, city and zip is shown with the
      *> member's values and the operator decides: take them across,
      *> or hold the customer apart (a billing address kept on
      *> purpose). A customer that cannot be reached now is picked
      *> up by the nightly MEMBER-CUSTOMER-SYNC. The link and
      *> customer files have no practice copies, so a training
      *> session leaves them alone.
           IF WS-TRAINING-MODE
               GO TO 6300-EXIT
           END-IF.

           MOVE SPACES TO WS-SYNC-NAME.
           STRING PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SIZE
                  INTO WS-SYNC-NAME.

           OPEN INPUT MEMBER-CUSTOMER-LINK.
           IF WS-ML-STATUS NOT = "00"
               GO TO 6300-EXIT
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MASTER not available (status "
                   WS-CUST-STATUS ") - the nightly sync will check "
                   "any linked customer."
               CLOSE MEMBER-CUSTOMER-LINK
               GO TO 6300-EXIT
           END-IF.

           PERFORM 6310-CHECK-ONE-LINK UNTIL WS-ML-STATUS = "10".

           CLOSE CUSTOMER-MASTER.
           CLOSE MEMBER-CUSTOMER-LINK.

       6300-EXIT.
           EXIT.

       6310-CHECK-ONE-LINK.
           READ MEMBER-CUSTOMER-LINK
               AT END
                   MOVE "10" TO WS-ML-STATUS
               NOT AT END
                   IF ML-LASTNAME = PM-LASTNAME
                       AND ML-ZIP-CODE = PM-ZIP-CODE
                       PERFORM 6320-OFFER-ONE-CUSTOMER THRU 6320-EXIT
                   END-IF
           END-READ.

       6320-OFFER-ONE-CUSTOMER.
           MOVE ML-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "Linked customer " ML-CUST-ID
                       " is not on CUSTOMER-MASTER."
                   GO TO 6320-EXIT
           END-READ.

           IF CUST-NAME = WS-SYNC-NAME
               AND CUST-CITY = PM-CITY
               AND CUST-ZIP-CODE = PM-ZIP-CODE
               GO TO 6320-EXIT
           END-IF.

           DISPLAY "This member is billing customer " CUST-ID ":".
           DISPLAY "  customer " CUST-NAME " " CUST-CITY " "
               CUST-ZIP-CODE.
           DISPLAY "  member   " WS-SYNC-NAME " " PM-CITY " "
               PM-ZIP-CODE.
           IF CUST-MEMBER-SYNC-HELD
               DISPLAY "  (the customer is held apart from the "
                   "member)"
           END-IF.
           DISPLAY "Update the customer to match the member? (Y/N): ".
           MOVE SPACES TO WS-SYNC-ANSWER.
           ACCEPT WS-SYNC-ANSWER.

           IF WS-SYNC-ANSWER = "Y" OR WS-SYNC-ANSWER = "y"
               MOVE WS-SYNC-NAME  TO CUST-NAME
               MOVE PM-CITY       TO CUST-CITY
               MOVE PM-ZIP-CODE   TO CUST-ZIP-CODE
               MOVE SPACES        TO CUST-MEMBER-SYNC
               MOVE "updated from" TO WS-SYNC-VERB
           ELSE
               MOVE "H"           TO CUST-MEMBER-SYNC
               MOVE "held from"   TO WS-SYNC-VERB
           END-IF.

           REWRITE CUST-RECORD.
           IF WS-CUST-STATUS = "00"
               DISPLAY "Customer " CUST-ID " " WS-SYNC-VERB
                   " the member."
               PERFORM 8250-LOG-CUSTOMER-SYNC
           ELSE
               DISPLAY "Customer rewrite failed, status "
                   WS-CUST-STATUS
           END-IF.

       6320-EXIT.
           EXIT.

       6500-RENEW-MEMBERSHIP.
      *> Renewal extends the membership a year from whichever is
      *> later - today, or the current expiry - and reactivates a
           ELSE
               MOVE ZERO TO NQ-MEMBER-NUMBER
           END-IF.
           MOVE SPACES TO NQ-CAMPAIGN-ID.
           PERFORM 8500-WRITE-NOTIFICATION.

       8550-EXIT.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8250-LOG-CUSTOMER-SYNC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "PERSON-MAINT"   TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Customer " DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SYNC-VERB DELIMITED BY "  "
                  " member " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-ZIP-CODE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8300-LOG-DELETE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.

           COPY "filelock.cpy".

           COPY "majageld.cpy".
           COPY "memcatld.cpy".

           COPY "signon.cpy".
