      *>                 country - a registered business abroad is
      *>                 billed under the reverse charge instead of
      *>                 by abusing a VAT category.
      *> 2026-10-15  OP  Carries the customer's allocation priority
      *>                 flag - a priority customer's open orders
      *>                 are served first by the nightly stock
      *>                 allocation. Supervisor-level only, like the
      *>                 credit hold.
      *> 2026-10-15  OP  Shows the payment-risk grade CREDIT-REVIEW
      *>                 last stamped, beside the credit limit it
      *>                 is there to inform; a new customer starts
      *>                 ungraded.
      *> 2026-10-15  OP  A customer the member desk chose to keep
      *>                 apart from its linked member shows as held;
      *>                 (C)hange can release it to follow the
      *>                 member again.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  A credit limit set on add, or changed, gets
      *>                 its own audit entry naming the customer, so
      *>                 SOD-REVIEW can see who moved the limit.
      *> 2026-10-15  OP  (S)hip-to keeps the customer's numbered
      *>                 delivery addresses on CUSTOMER-SHIPTO, apart
      *>                 from the billing address; deleting the
      *>                 customer removes them too.
      *> 2026-10-15  OP  Carries the customer's electronic invoicing
      *>                 flag - a flagged customer's documents go
      *>                 out on the nightly EINVOICE-EXPORT instead
      *>                 of being printed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-SHIPTO ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHP-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  CUSTOMER-SHIPTO.
           COPY "custship.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       COPY "vatctbl.cpy".

       01 WS-CM-STATUS       PIC X(02).
       01 WS-SHP-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
      *> 999999999 is the keep-it sentinel, the same trick the
      *> discount prompt plays with 999.
       01 WS-LIMIT-IN        PIC 9(9)V99.
       01 WS-OLD-LIMIT       PIC 9(9)V99.
       01 LIMIT-FORMATTED    PIC Z(8)9.99.
       01 WS-NEW-HOLD        PIC X(01).
       01 WS-NEW-TERMS       PIC X(03).
       01 WS-TERMS-OK        PIC X(01).
       01 WS-NEW-COUNTRY     PIC X(02).
       01 WS-VATREG-OK       PIC X(01).

       01 WS-SHP-DONE        PIC X(01).
       01 WS-SHP-COUNT       PIC 9(02).
       01 WS-SHP-LAST        PIC 9(02).
       01 WS-SHP-NO-IN       PIC 9(02).
       01 WS-SHP-ACTION      PIC X(08).
       01 WS-NEW-SHP-NAME    PIC X(30).
       01 WS-NEW-ADDRESS     PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7700-OPERATOR-SIGN-ON.
               OPEN I-O CUSTOMER-MASTER
           END-IF.

           OPEN I-O CUSTOMER-SHIPTO.
           IF WS-SHP-STATUS = "35"
               OPEN OUTPUT CUSTOMER-SHIPTO
               CLOSE CUSTOMER-SHIPTO
               OPEN I-O CUSTOMER-SHIPTO
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE CUSTOMER-SHIPTO.
           CLOSE CUSTOMER-MASTER.

           STOP RUN.
       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "CUSTOMER-MASTER maintenance".
           DISPLAY "(A)dd, (C)hange, (I)nquire, (D)elete, "
               "(S)hip-to addresses, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                   PERFORM 4000-INQUIRE-RECORD THRU 4000-EXIT
               WHEN "D" WHEN "d"
                   PERFORM 5500-DELETE-RECORD THRU 5500-EXIT
               WHEN "S" WHEN "s"
                   PERFORM 6000-SHIPTO-ADDRESSES THRU 6000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
       1500-EXIT.
           EXIT.

       1600-WARN-EINVOICE-VAT-REG.
      *> The customer's payables system matches an electronic
      *> invoice on their VAT registration - one sent without it
      *> will usually be bounced back.
           IF CUST-VAT-REG-NO = SPACES
               DISPLAY "Note: no VAT registration on file - the "
                   "electronic invoices will go without one."
           END-IF.

       2000-ADD-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           ACCEPT WS-LIMIT-IN.
           MOVE WS-LIMIT-IN TO CUST-CREDIT-LIMIT.
           MOVE "N" TO CUST-HOLD-FLAG.
           MOVE "N" TO CUST-ALLOC-PRIORITY.
           MOVE SPACES TO CUST-RISK-GRADE.
           MOVE ZERO TO CUST-RISK-GRADED.
           MOVE SPACES TO CUST-MEMBER-SYNC.

           MOVE "N" TO WS-TERMS-OK.
           PERFORM 1400-ACCEPT-VALID-TERMS
               END-IF
           END-IF.

           DISPLAY "Electronic invoices instead of paper? (Y/N): ".
           MOVE SPACES TO WS-NEW-HOLD.
           ACCEPT WS-NEW-HOLD.
           IF WS-NEW-HOLD = "Y" OR WS-NEW-HOLD = "y"
               MOVE "Y" TO CUST-EINVOICE-FLAG
               PERFORM 1600-WARN-EINVOICE-VAT-REG
           ELSE
               MOVE "N" TO CUST-EINVOICE-FLAG
           END-IF.

           WRITE CUST-RECORD.
           IF WS-CM-STATUS = "00"
               DISPLAY "Record added."
               PERFORM 8100-LOG-ADD
               IF CUST-CREDIT-LIMIT NOT = ZERO
                   PERFORM 8400-LOG-LIMIT-CHANGE
               END-IF
           ELSE
               DISPLAY "Add failed, status " WS-CM-STATUS
           END-IF.
               END-IF
           END-IF.

           IF CUST-RISK-GRADE NOT = SPACES
               AND CUST-RISK-GRADED NUMERIC
               DISPLAY "Payment risk grade " CUST-RISK-GRADE
                   " as at " CUST-RISK-GRADED
                   " - see the CREDITREV list."
           END-IF.
           DISPLAY "Current credit limit " CUST-CREDIT-LIMIT
               " - enter new limit, or 999999999 to keep: ".
           MOVE CUST-CREDIT-LIMIT TO WS-OLD-LIMIT.
           MOVE 999999999 TO WS-LIMIT-IN.
           ACCEPT WS-LIMIT-IN.
           IF WS-LIMIT-IN NOT = 999999999
               END-IF
           END-IF.

      *> Jumping the allocation queue takes stock away from
      *> customers who ordered first - the same supervisor rule.
           IF NOT CUST-HAS-ALLOC-PRIORITY
               MOVE "N" TO CUST-ALLOC-PRIORITY
           END-IF.
           DISPLAY "Allocation priority is " CUST-ALLOC-PRIORITY
               " - enter Y/N to set, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-HOLD.
           ACCEPT WS-NEW-HOLD.
           IF WS-NEW-HOLD NOT = SPACES
               IF WS-OPR-IS-SUPERVISOR
                   IF WS-NEW-HOLD = "Y" OR WS-NEW-HOLD = "y"
                       MOVE "Y" TO CUST-ALLOC-PRIORITY
                   ELSE
                       MOVE "N" TO CUST-ALLOC-PRIORITY
                   END-IF
               ELSE
                   DISPLAY "Changing the allocation priority is "
                       "restricted to supervisor-level operators - "
                       "keeping " CUST-ALLOC-PRIORITY
               END-IF
           END-IF.

           IF NOT CUST-TAKES-EINVOICE
               MOVE "N" TO CUST-EINVOICE-FLAG
           END-IF.
           DISPLAY "Electronic invoices is " CUST-EINVOICE-FLAG
               " - enter Y/N to set, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-HOLD.
           ACCEPT WS-NEW-HOLD.
           IF WS-NEW-HOLD NOT = SPACES
               IF WS-NEW-HOLD = "Y" OR WS-NEW-HOLD = "y"
                   MOVE "Y" TO CUST-EINVOICE-FLAG
                   PERFORM 1600-WARN-EINVOICE-VAT-REG
               ELSE
                   MOVE "N" TO CUST-EINVOICE-FLAG
               END-IF
           END-IF.

           IF CUST-MEMBER-SYNC-HELD
               DISPLAY "Name and address are held apart from the "
                   "linked member - enter Y to let them follow the "
                   "member again, or press Enter to keep: "
               MOVE SPACES TO WS-NEW-HOLD
               ACCEPT WS-NEW-HOLD
               IF WS-NEW-HOLD = "Y" OR WS-NEW-HOLD = "y"
                   MOVE SPACES TO CUST-MEMBER-SYNC
               END-IF
           END-IF.

           REWRITE CUST-RECORD.
           IF WS-CM-STATUS = "00"
               DISPLAY "Record changed."
               PERFORM 8200-LOG-CHANGE
               IF CUST-CREDIT-LIMIT NOT = WS-OLD-LIMIT
                   PERFORM 8400-LOG-LIMIT-CHANGE
               END-IF
           ELSE
               DISPLAY "Change failed, status " WS-CM-STATUS
           END-IF.
           DISPLAY "DD mandate  : " CUST-DD-MANDATE.
           DISPLAY "Country     : " CUST-COUNTRY-CODE.
           DISPLAY "VAT reg no  : " CUST-VAT-REG-NO.
           DISPLAY "Alloc prio  : " CUST-ALLOC-PRIORITY.
           IF CUST-TAKES-EINVOICE
               DISPLAY "E-invoicing : Y - no paper invoices"
           ELSE
               DISPLAY "E-invoicing : N"
           END-IF.
           DISPLAY "Risk grade  : " CUST-RISK-GRADE " "
               CUST-RISK-GRADED.
           IF CUST-MEMBER-SYNC-HELD
               DISPLAY "Member sync : held apart from the member"
           END-IF.

       4000-EXIT.
           EXIT.
               IF WS-CM-STATUS = "00"
                   DISPLAY "Record deleted."
                   PERFORM 8300-LOG-DELETE
                   PERFORM 6700-REMOVE-CUSTOMER-SHIPTOS
               ELSE
                   DISPLAY "Delete failed, status " WS-CM-STATUS
               END-IF
       5500-EXIT.
           EXIT.

       6000-SHIPTO-ADDRESSES.
      *> The delivery addresses kept apart from the billing address,
      *> numbered 01-99 per customer. Orders and invoices pick one
      *> by number; the freight charge and the driver manifest
      *> measure from its zip, so it gets the same five-digit check
      *> as the billing zip.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "No record found for that customer id."
                   GO TO 6000-EXIT
           END-READ.

           MOVE "N" TO WS-SHP-DONE.
           PERFORM 6100-SHIPTO-MENU UNTIL WS-SHP-DONE = "Y".

       6000-EXIT.
           EXIT.

       6100-SHIPTO-MENU.
           DISPLAY "-----------------".
           DISPLAY "Ship-to addresses for " CUST-ID " " CUST-NAME.
           PERFORM 6200-LIST-SHIPTOS.
           DISPLAY "(A)dd, (C)hange, (D)elete, (X) back: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM 6300-ADD-SHIPTO THRU 6300-EXIT
               WHEN "C" WHEN "c"
                   PERFORM 6400-CHANGE-SHIPTO THRU 6400-EXIT
               WHEN "D" WHEN "d"
                   PERFORM 6500-DELETE-SHIPTO THRU 6500-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-SHP-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       6200-LIST-SHIPTOS.
           MOVE ZERO    TO WS-SHP-COUNT WS-SHP-LAST.
           MOVE CUST-ID TO SHP-CUST-ID.
           MOVE ZERO    TO SHP-NO.
           START CUSTOMER-SHIPTO
               KEY IS NOT LESS THAN SHP-KEY
               INVALID KEY
                   MOVE "10" TO WS-SHP-STATUS
           END-START.
           PERFORM 6210-LIST-ONE-SHIPTO
               UNTIL WS-SHP-STATUS NOT = "00".

           IF WS-SHP-COUNT = ZERO
               DISPLAY "No delivery addresses - goods go to the "
                   "billing address, " CUST-CITY " " CUST-ZIP-CODE
           END-IF.

       6210-LIST-ONE-SHIPTO.
           READ CUSTOMER-SHIPTO NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHP-STATUS
               NOT AT END
                   IF SHP-CUST-ID NOT = CUST-ID
                       MOVE "10" TO WS-SHP-STATUS
                   ELSE
                       ADD 1 TO WS-SHP-COUNT
                       MOVE SHP-NO TO WS-SHP-LAST
                       DISPLAY "  " SHP-NO "  " SHP-NAME
                       DISPLAY "      " SHP-ADDRESS " " SHP-CITY
                           " " SHP-ZIP-CODE
                   END-IF
           END-READ.

       6300-ADD-SHIPTO.
      *> The next number after the highest on file.
           IF WS-SHP-LAST >= 99
               DISPLAY "Ship-to 99 is in use - no more numbers for "
                   "this customer."
               GO TO 6300-EXIT
           END-IF.

           MOVE CUST-ID TO SHP-CUST-ID.
           COMPUTE SHP-NO = WS-SHP-LAST + 1.

           DISPLAY "Site name: ".
           ACCEPT SHP-NAME.
           DISPLAY "Street address: ".
           ACCEPT SHP-ADDRESS.
           DISPLAY "City: ".
           ACCEPT SHP-CITY.

           MOVE SPACES TO SHP-ZIP-CODE.
           PERFORM 6600-ACCEPT-SHIPTO-ZIP
               UNTIL SHP-ZIP-CODE NUMERIC.

           WRITE SHP-RECORD
               INVALID KEY
                   DISPLAY "Add failed, status " WS-SHP-STATUS
               NOT INVALID KEY
                   DISPLAY "Ship-to " SHP-NO " added."
                   MOVE "added" TO WS-SHP-ACTION
                   PERFORM 8450-LOG-SHIPTO
           END-WRITE.

       6300-EXIT.
           EXIT.

       6400-CHANGE-SHIPTO.
           DISPLAY "Ship-to number: ".
           ACCEPT WS-SHP-NO-IN.
           MOVE CUST-ID      TO SHP-CUST-ID.
           MOVE WS-SHP-NO-IN TO SHP-NO.
           READ CUSTOMER-SHIPTO
               KEY IS SHP-KEY
               INVALID KEY
                   DISPLAY "No ship-to " WS-SHP-NO-IN
                       " for this customer."
                   GO TO 6400-EXIT
           END-READ.

           MOVE SPACES TO WS-NEW-SHP-NAME WS-NEW-ADDRESS WS-NEW-CITY
                          WS-NEW-ZIP.

           DISPLAY "Current site name " SHP-NAME
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-SHP-NAME.
           IF WS-NEW-SHP-NAME NOT = SPACES
               MOVE WS-NEW-SHP-NAME TO SHP-NAME
           END-IF.

           DISPLAY "Current address " SHP-ADDRESS
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-ADDRESS.
           IF WS-NEW-ADDRESS NOT = SPACES
               MOVE WS-NEW-ADDRESS TO SHP-ADDRESS
           END-IF.

           DISPLAY "Current city " SHP-CITY
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-CITY.
           IF WS-NEW-CITY NOT = SPACES
               MOVE WS-NEW-CITY TO SHP-CITY
           END-IF.

           DISPLAY "Current zip " SHP-ZIP-CODE
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-ZIP.
           IF WS-NEW-ZIP NOT = SPACES
               IF WS-NEW-ZIP NUMERIC
                   MOVE WS-NEW-ZIP TO SHP-ZIP-CODE
               ELSE
                   DISPLAY "Zip must be five numeric digits - "
                       "keeping " SHP-ZIP-CODE
               END-IF
           END-IF.

           REWRITE SHP-RECORD
               INVALID KEY
                   DISPLAY "Change failed, status " WS-SHP-STATUS
               NOT INVALID KEY
                   DISPLAY "Ship-to " SHP-NO " changed."
                   MOVE "changed" TO WS-SHP-ACTION
                   PERFORM 8450-LOG-SHIPTO
           END-REWRITE.

       6400-EXIT.
           EXIT.

       6500-DELETE-SHIPTO.
      *> An open order still naming the number ships to the billing
      *> address instead, with a warning at the shipment.
           DISPLAY "Ship-to number: ".
           ACCEPT WS-SHP-NO-IN.
           MOVE CUST-ID      TO SHP-CUST-ID.
           MOVE WS-SHP-NO-IN TO SHP-NO.
           READ CUSTOMER-SHIPTO
               KEY IS SHP-KEY
               INVALID KEY
                   DISPLAY "No ship-to " WS-SHP-NO-IN
                       " for this customer."
                   GO TO 6500-EXIT
           END-READ.

           DISPLAY "Delete ship-to " SHP-NO " " SHP-NAME
               " - are you sure? (Y/N): ".
           ACCEPT WS-CHOICE.
           IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
               DISPLAY "Delete cancelled."
               GO TO 6500-EXIT
           END-IF.

           DELETE CUSTOMER-SHIPTO
               INVALID KEY
                   DISPLAY "Delete failed, status " WS-SHP-STATUS
               NOT INVALID KEY
                   DISPLAY "Ship-to " SHP-NO " deleted."
                   MOVE "deleted" TO WS-SHP-ACTION
                   PERFORM 8450-LOG-SHIPTO
           END-DELETE.

       6500-EXIT.
           EXIT.

       6600-ACCEPT-SHIPTO-ZIP.
           DISPLAY "Zip code (5 digits): ".
           ACCEPT SHP-ZIP-CODE.
           IF SHP-ZIP-CODE NOT NUMERIC
               DISPLAY "Zip must be five numeric digits - try again."
           END-IF.

       6700-REMOVE-CUSTOMER-SHIPTOS.
      *> A deleted customer's delivery addresses go with it - none
      *> is left on file for a new account under the same id.
           MOVE ZERO         TO WS-SHP-COUNT.
           MOVE WS-SEARCH-ID TO SHP-CUST-ID.
           MOVE ZERO         TO SHP-NO.
           START CUSTOMER-SHIPTO
               KEY IS NOT LESS THAN SHP-KEY
               INVALID KEY
                   MOVE "10" TO WS-SHP-STATUS
           END-START.
           PERFORM 6710-REMOVE-ONE-SHIPTO
               UNTIL WS-SHP-STATUS NOT = "00".

           IF WS-SHP-COUNT > ZERO
               DISPLAY WS-SHP-COUNT " ship-to addresses removed."
           END-IF.

       6710-REMOVE-ONE-SHIPTO.
           READ CUSTOMER-SHIPTO NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHP-STATUS
               NOT AT END
                   IF SHP-CUST-ID NOT = WS-SEARCH-ID
                       MOVE "10" TO WS-SHP-STATUS
                   ELSE
                       DELETE CUSTOMER-SHIPTO
                           INVALID KEY
                               MOVE "10" TO WS-SHP-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-SHP-COUNT
                               MOVE "deleted" TO WS-SHP-ACTION
                               PERFORM 8450-LOG-SHIPTO
                       END-DELETE
                   END-IF
           END-READ.

       8100-LOG-ADD.
      *> Appends an AUDIT-LOG entry so we can answer who set up this
      *> account and when, after the terminal session that set it up

           PERFORM 8000-WRITE-AUDIT-LOG.

       8400-LOG-LIMIT-CHANGE.
      *> Setting a customer's limit is a credit decision in its own
      *> right - logged apart from the change so SOD-REVIEW can tell
      *> it from a change of address.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "CUSTOMER-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE CUST-CREDIT-LIMIT TO LIMIT-FORMATTED.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Credit limit for customer " DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " set to " DELIMITED BY SIZE
                  LIMIT-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8450-LOG-SHIPTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "CUSTOMER-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Ship-to " DELIMITED BY SIZE
                  SHP-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SHP-ACTION DELIMITED BY SPACE
                  " for customer " DELIMITED BY SIZE
                  SHP-CUST-ID DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "vatcload.cpy".
           COPY "auditapp.cpy".

