       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINTENANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Menu-driven maintenance over SUPPLIER-MASTER - add, change,
      *> inquire and delete by supplier code, the same shape as
      *> CUSTOMER-MAINTENANCE gives us for customers, so who we buy
      *> from is a validated, audit-logged record instead of the
      *> letterhead on a delivery note. A supplier still named as
      *> preferred supplier on an ITEM-MASTER article cannot be
      *> deleted - it is set inactive instead, so no article is left
      *> pointing at a code nobody can look up.
      *>
      *> Modification history
      *> 2026-10-15  OP  Supplier bank account, used by the AP
      *>                 payment run.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

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
       FD  SUPPLIER-MASTER.
           COPY "supplier.cpy".

       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-SUP-STATUS      PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-SEARCH-CODE     PIC X(06).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-NEW-NAME        PIC X(30).
       01 WS-NEW-CITY        PIC X(20).
       01 WS-NEW-ZIP         PIC X(05).
       01 WS-NEW-COUNTRY     PIC X(02).
       01 WS-NEW-CONTACT     PIC X(30).
       01 WS-NEW-PHONE       PIC X(15).
       01 WS-NEW-EMAIL       PIC X(40).
       01 WS-NEW-VATREG      PIC X(14).
       01 WS-NEW-TERMS       PIC X(03).
       01 WS-TERMS-OK        PIC X(01).
       01 WS-NEW-STATUS      PIC X(01).
       01 WS-NEW-BANK        PIC X(34).
      *> 999 is the keep-it sentinel on the lead-time prompt.
       01 WS-LEAD-IN         PIC 9(03).
       01 WS-ITEMS-USING     PIC 9(05).

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

           OPEN I-O SUPPLIER-MASTER.
           IF WS-SUP-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE SUPPLIER-MASTER.

           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "SUPPLIER-MASTER maintenance".
           DISPLAY "(A)dd, (C)hange, (I)nquire, (D)elete, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM 2000-ADD-RECORD THRU 2000-EXIT
               WHEN "C" WHEN "c"
                   PERFORM 3000-CHANGE-RECORD THRU 3000-EXIT
               WHEN "I" WHEN "i"
                   PERFORM 4000-INQUIRE-RECORD THRU 4000-EXIT
               WHEN "D" WHEN "d"
                   PERFORM 5500-DELETE-RECORD THRU 5500-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       1100-ACCEPT-SEARCH-KEY.
           DISPLAY "Supplier code: ".
           ACCEPT WS-SEARCH-CODE.
           MOVE WS-SEARCH-CODE TO SUP-CODE.

       1200-ACCEPT-VALID-NAME.
      *> A supplier with no name prints as a blank line on every
      *> purchase order and remittance - refused at the door.
           DISPLAY "Name: ".
           ACCEPT SUP-NAME.
           IF SUP-NAME = SPACES
               DISPLAY "A supplier must have a name - try again."
           END-IF.

       1300-ACCEPT-VALID-ZIP.
      *> Five numeric digits for a domestic supplier, the rule the
      *> customer side applies; a foreign postcode is taken as
      *> keyed.
           DISPLAY "Zip / postcode: ".
           ACCEPT SUP-ZIP-CODE.
           IF SUP-COUNTRY-CODE = "FR"
               AND SUP-ZIP-CODE NOT NUMERIC
               DISPLAY "Zip must be five numeric digits - try again."
           END-IF.

       1400-ACCEPT-VALID-TERMS.
      *> COD, or N plus two digits of agreed days - the same codes
      *> the customer side uses. Enter defaults to N30.
           DISPLAY "Payment terms (COD/N07/N30/N60/N90, Enter "
               "for N30): ".
           ACCEPT WS-NEW-TERMS.
           EVALUATE TRUE
               WHEN WS-NEW-TERMS = SPACES
                   MOVE "N30" TO WS-NEW-TERMS
                   MOVE "Y" TO WS-TERMS-OK
               WHEN WS-NEW-TERMS = "COD"
                   MOVE "Y" TO WS-TERMS-OK
               WHEN WS-NEW-TERMS(1:1) = "N"
                   AND WS-NEW-TERMS(2:2) NUMERIC
                   MOVE "Y" TO WS-TERMS-OK
               WHEN OTHER
                   DISPLAY "Not a valid terms code - try again."
           END-EVALUATE.

       2000-ADD-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.
           IF WS-SEARCH-CODE = SPACES
               DISPLAY "A supplier code is required."
               GO TO 2000-EXIT
           END-IF.

           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A record already exists for that "
                       "supplier code - use (C)hange instead."
                   GO TO 2000-EXIT
           END-READ.

           MOVE SPACES TO SUP-NAME.
           PERFORM 1200-ACCEPT-VALID-NAME
               UNTIL SUP-NAME NOT = SPACES.

           DISPLAY "City: ".
           ACCEPT SUP-CITY.

           DISPLAY "Country code (Enter for domestic FR): ".
           ACCEPT SUP-COUNTRY-CODE.
           IF SUP-COUNTRY-CODE = SPACES
               MOVE "FR" TO SUP-COUNTRY-CODE
           END-IF.

           MOVE SPACES TO SUP-ZIP-CODE.
           PERFORM 1300-ACCEPT-VALID-ZIP.
           PERFORM 1300-ACCEPT-VALID-ZIP
               UNTIL SUP-COUNTRY-CODE NOT = "FR"
               OR SUP-ZIP-CODE NUMERIC.

           DISPLAY "Contact name: ".
           ACCEPT SUP-CONTACT-NAME.
           DISPLAY "Phone: ".
           ACCEPT SUP-PHONE.
           DISPLAY "E-mail: ".
           ACCEPT SUP-EMAIL.

           DISPLAY "Supplier's VAT registration (Enter for none): ".
           ACCEPT SUP-VAT-REG-NO.
           IF SUP-VAT-REG-NO NOT = SPACES
               AND SUP-VAT-REG-NO(1:2) NOT = SUP-COUNTRY-CODE
               DISPLAY "Registration does not start with "
                   SUP-COUNTRY-CODE " - stored as none."
               MOVE SPACES TO SUP-VAT-REG-NO
           END-IF.

           MOVE "N" TO WS-TERMS-OK.
           PERFORM 1400-ACCEPT-VALID-TERMS
               UNTIL WS-TERMS-OK = "Y".
           MOVE WS-NEW-TERMS TO SUP-TERMS-CODE.

           DISPLAY "Usual delivery lead time in days: ".
           ACCEPT SUP-LEAD-DAYS.
           IF SUP-LEAD-DAYS NOT NUMERIC
               MOVE ZERO TO SUP-LEAD-DAYS
           END-IF.

           DISPLAY "Bank account (IBAN) to pay, or blank: ".
           ACCEPT SUP-BANK-ACCOUNT.

           MOVE "A" TO SUP-STATUS.

           WRITE SUP-RECORD.
           IF WS-SUP-STATUS = "00"
               DISPLAY "Record added."
               PERFORM 8100-LOG-ADD
           ELSE
               DISPLAY "Add failed, status " WS-SUP-STATUS
           END-IF.

       2000-EXIT.
           EXIT.

       3000-CHANGE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   DISPLAY "No record found for that supplier code."
                   GO TO 3000-EXIT
           END-READ.

      *> Accepted into scratch fields first - a bare ACCEPT on an
      *> empty line blanks the target field instead of leaving it
      *> alone, so SUP-* is only overwritten when the operator
      *> actually keyed something.
           MOVE SPACES TO WS-NEW-NAME WS-NEW-CITY WS-NEW-ZIP
               WS-NEW-CONTACT WS-NEW-PHONE WS-NEW-EMAIL
               WS-NEW-TERMS WS-NEW-STATUS WS-NEW-COUNTRY
               WS-NEW-VATREG.

           DISPLAY "Current name " SUP-NAME
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-NAME.
           IF WS-NEW-NAME NOT = SPACES
               MOVE WS-NEW-NAME TO SUP-NAME
           END-IF.

           DISPLAY "Current city " SUP-CITY
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-CITY.
           IF WS-NEW-CITY NOT = SPACES
               MOVE WS-NEW-CITY TO SUP-CITY
           END-IF.

           DISPLAY "Current zip " SUP-ZIP-CODE
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-ZIP.
           IF WS-NEW-ZIP NOT = SPACES
               IF SUP-COUNTRY-CODE = "FR"
                   AND WS-NEW-ZIP NOT NUMERIC
                   DISPLAY "Zip must be five numeric digits - "
                       "keeping " SUP-ZIP-CODE
               ELSE
                   MOVE WS-NEW-ZIP TO SUP-ZIP-CODE
               END-IF
           END-IF.

           DISPLAY "Current contact " SUP-CONTACT-NAME
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-CONTACT.
           IF WS-NEW-CONTACT NOT = SPACES
               MOVE WS-NEW-CONTACT TO SUP-CONTACT-NAME
           END-IF.

           DISPLAY "Current phone " SUP-PHONE
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-PHONE.
           IF WS-NEW-PHONE NOT = SPACES
               MOVE WS-NEW-PHONE TO SUP-PHONE
           END-IF.

           DISPLAY "Current e-mail " SUP-EMAIL
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-EMAIL.
           IF WS-NEW-EMAIL NOT = SPACES
               MOVE WS-NEW-EMAIL TO SUP-EMAIL
           END-IF.

           DISPLAY "Current country " SUP-COUNTRY-CODE
               " and VAT reg " SUP-VAT-REG-NO
               " - enter new country, or press Enter to keep "
               "both: ".
           ACCEPT WS-NEW-COUNTRY.
           IF WS-NEW-COUNTRY NOT = SPACES
               MOVE WS-NEW-COUNTRY TO SUP-COUNTRY-CODE
               DISPLAY "VAT registration (Enter for none): "
               ACCEPT WS-NEW-VATREG
               IF WS-NEW-VATREG NOT = SPACES
                   AND WS-NEW-VATREG(1:2) NOT = WS-NEW-COUNTRY
                   DISPLAY "Registration does not start with "
                       WS-NEW-COUNTRY " - stored as none."
                   MOVE SPACES TO WS-NEW-VATREG
               END-IF
               MOVE WS-NEW-VATREG TO SUP-VAT-REG-NO
           END-IF.

           DISPLAY "Current payment terms " SUP-TERMS-CODE
               " - enter new code, or press Enter to keep: ".
           ACCEPT WS-NEW-TERMS.
           IF WS-NEW-TERMS NOT = SPACES
               IF WS-NEW-TERMS = "COD"
                   OR (WS-NEW-TERMS(1:1) = "N"
                       AND WS-NEW-TERMS(2:2) NUMERIC)
                   MOVE WS-NEW-TERMS TO SUP-TERMS-CODE
               ELSE
                   DISPLAY "Not a valid terms code - keeping "
                       SUP-TERMS-CODE
               END-IF
           END-IF.

           DISPLAY "Current lead time " SUP-LEAD-DAYS
               " days - enter new value, or 999 to keep: ".
           MOVE 999 TO WS-LEAD-IN.
           ACCEPT WS-LEAD-IN.
           IF WS-LEAD-IN NOT = 999
               MOVE WS-LEAD-IN TO SUP-LEAD-DAYS
           END-IF.

           DISPLAY "Current bank account " SUP-BANK-ACCOUNT.
           DISPLAY "Enter new bank account, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-BANK.
           ACCEPT WS-NEW-BANK.
           IF WS-NEW-BANK NOT = SPACES
               MOVE WS-NEW-BANK TO SUP-BANK-ACCOUNT
           END-IF.

           DISPLAY "Status is " SUP-STATUS
               " - enter A(ctive)/I(nactive), or press Enter to "
               "keep: ".
           ACCEPT WS-NEW-STATUS.
           EVALUATE WS-NEW-STATUS
               WHEN "A" WHEN "a"
                   MOVE "A" TO SUP-STATUS
               WHEN "I" WHEN "i"
                   MOVE "I" TO SUP-STATUS
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid status - keeping " SUP-STATUS
           END-EVALUATE.

           REWRITE SUP-RECORD.
           IF WS-SUP-STATUS = "00"
               DISPLAY "Record changed."
               PERFORM 8200-LOG-CHANGE
           ELSE
               DISPLAY "Change failed, status " WS-SUP-STATUS
           END-IF.

       3000-EXIT.
           EXIT.

       4000-INQUIRE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   DISPLAY "No record found for that supplier code."
                   GO TO 4000-EXIT
           END-READ.

           DISPLAY "Supplier    : " SUP-CODE.
           DISPLAY "Name        : " SUP-NAME.
           DISPLAY "City        : " SUP-CITY.
           DISPLAY "Zip code    : " SUP-ZIP-CODE.
           DISPLAY "Country     : " SUP-COUNTRY-CODE.
           DISPLAY "Contact     : " SUP-CONTACT-NAME.
           DISPLAY "Phone       : " SUP-PHONE.
           DISPLAY "E-mail      : " SUP-EMAIL.
           DISPLAY "VAT reg no  : " SUP-VAT-REG-NO.
           DISPLAY "Terms       : " SUP-TERMS-CODE.
           DISPLAY "Lead days   : " SUP-LEAD-DAYS.
           DISPLAY "Bank account: " SUP-BANK-ACCOUNT.
           DISPLAY "Status      : " SUP-STATUS.

       4000-EXIT.
           EXIT.

       5500-DELETE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   DISPLAY "No record found for that supplier code."
                   GO TO 5500-EXIT
           END-READ.

           PERFORM 5600-COUNT-ITEMS-USING THRU 5600-EXIT.
           IF WS-ITEMS-USING > ZERO
               DISPLAY "Supplier " SUP-CODE " is preferred supplier "
                   "on " WS-ITEMS-USING " article(s) - set it "
                   "inactive with (C)hange instead."
               GO TO 5500-EXIT
           END-IF.

           DISPLAY "Delete " SUP-CODE " " SUP-NAME
               " - are you sure? (Y/N): ".
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
               DELETE SUPPLIER-MASTER
               IF WS-SUP-STATUS = "00"
                   DISPLAY "Record deleted."
                   PERFORM 8300-LOG-DELETE
               ELSE
                   DISPLAY "Delete failed, status " WS-SUP-STATUS
               END-IF
           ELSE
               DISPLAY "Delete cancelled."
           END-IF.

       5500-EXIT.
           EXIT.

       5600-COUNT-ITEMS-USING.
      *> Walks ITEM-MASTER for articles that still name this
      *> supplier. No item file yet means nothing can be using it.
           MOVE ZERO TO WS-ITEMS-USING.

           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               GO TO 5600-EXIT
           END-IF.

           MOVE LOW-VALUES TO ITEM-CODE.
           START ITEM-MASTER KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY
                   MOVE "10" TO WS-IM-STATUS
           END-START.

           PERFORM 5610-CHECK-ONE-ITEM
               UNTIL WS-IM-STATUS = "10".

           CLOSE ITEM-MASTER.

       5600-EXIT.
           EXIT.

       5610-CHECK-ONE-ITEM.
           READ ITEM-MASTER NEXT
               AT END
                   MOVE "10" TO WS-IM-STATUS
               NOT AT END
                   IF ITEM-PREF-SUPPLIER = SUP-CODE
                       ADD 1 TO WS-ITEMS-USING
                   END-IF
           END-READ.

       8100-LOG-ADD.
      *> Appends an AUDIT-LOG entry so we can answer who set up this
      *> supplier and when, after the terminal session is gone.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "SUPPLIER-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           STRING "Added supplier " DELIMITED BY SIZE
                  SUP-CODE DELIMITED BY SIZE
                  " terms " DELIMITED BY SIZE
                  SUP-TERMS-CODE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "SUPPLIER-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           STRING "Changed supplier " DELIMITED BY SIZE
                  SUP-CODE DELIMITED BY SIZE
                  " status " DELIMITED BY SIZE
                  SUP-STATUS DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8300-LOG-DELETE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "SUPPLIER-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           STRING "Deleted supplier " DELIMITED BY SIZE
                  SUP-CODE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
