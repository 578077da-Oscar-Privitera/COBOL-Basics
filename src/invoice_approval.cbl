       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-APPROVAL.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> The supervisor's side of the invoice approval hold. A
      *> document INVOICE-CALCULATOR priced over its company's
      *> approval value, a credit note over the credit threshold, or
      *> one with a coded line below the article's price, waits on
      *> PENDING-INVOICES with nothing posted. Here a supervisor
      *> lists what is waiting, reviews one - header, why it was
      *> held, every line against its article price - and approves
      *> or rejects it with a note. An approved document is posted
      *> by the desk through INVOICE-CALCULATOR's (P)ost mode; a
      *> rejected one never posts, and its number stays an
      *> explained gap. Nobody decides a document they held
      *> themselves, and every decision lands on AUDIT-LOG under
      *> the supervisor's own id.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-INVOICES ASSIGN TO "PENDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PI-STATUS.

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
       FD  PENDING-INVOICES.
           COPY "pendinv.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-PI-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-INVOICE-IN      PIC 9(06).
       01 WS-DECISION        PIC X(01).
           88 WS-DECIDED-APPROVE VALUE "A" "a".
           88 WS-DECIDED-REJECT  VALUE "J" "j".
       01 WS-NOTE-IN         PIC X(30).
       01 WS-LINE-SEQ        PIC 9(02).
       01 WS-LINES-SHOWN     PIC 9(02).
       01 WS-LINES-ON-FILE   PIC 9(02).
       01 WS-LISTED          PIC 9(04) VALUE ZERO.
       01 WS-HOLD-REASONS    PIC X(03).
       01 WS-DOC-WORD        PIC X(14).

       01 WS-APPROVED-COUNT  PIC 9(04) VALUE ZERO.
       01 WS-REJECTED-COUNT  PIC 9(04) VALUE ZERO.

       01 AMT-FORMATTED      PIC -(8)9.99.
       01 PRICE-FORMATTED    PIC Z(5)9.99.
       01 ARTICLE-FORMATTED  PIC Z(5)9.99.
       01 NET-FORMATTED      PIC Z(6)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7700-OPERATOR-SIGN-ON.
           IF WS-SIGNON-FAILED
               STOP RUN
           END-IF.

      *> Practice sign-ons never hold a document, so there is
      *> nothing here for one to decide.
           IF WS-TRAINING-MODE
               DISPLAY "This program runs on the LIVE files - "
                   "training sign-ons are refused here."
               STOP RUN
           END-IF.

           IF NOT WS-OPR-IS-SUPERVISOR
               DISPLAY "Invoice approval is restricted to "
                   "supervisor-level operators."
               STOP RUN
           END-IF.

           OPEN I-O PENDING-INVOICES.
           IF WS-PI-STATUS = "35"
               DISPLAY "No documents have been held for approval."
               GO TO 0000-EXIT
           END-IF.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "Could not open PENDING-INVOICES, status "
                   WS-PI-STATUS
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE PENDING-INVOICES.

           DISPLAY "Documents approved : " WS-APPROVED-COUNT.
           DISPLAY "Documents rejected : " WS-REJECTED-COUNT.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "Invoice approval".
           DISPLAY "(L)ist held documents, (R)eview and decide one, "
               "(X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM 2000-LIST-HELD-DOCUMENTS
               WHEN "R" WHEN "r"
                   PERFORM 3000-REVIEW-ONE-DOCUMENT THRU 3000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-LIST-HELD-DOCUMENTS.
      *> Awaiting a decision first and foremost; approved ones not
      *> yet posted are listed too, so a supervisor can chase the
      *> desk that has not posted them.
           MOVE ZERO TO WS-LISTED.
           MOVE LOW-VALUES TO PI-KEY.
           START PENDING-INVOICES KEY IS NOT LESS THAN PI-KEY
               INVALID KEY
                   MOVE "10" TO WS-PI-STATUS
           END-START.

           PERFORM 2100-LIST-ONE-RECORD UNTIL WS-PI-STATUS = "10".
           MOVE "00" TO WS-PI-STATUS.

           IF WS-LISTED = ZERO
               DISPLAY "Nothing is awaiting a decision or posting."
           END-IF.

       2100-LIST-ONE-RECORD.
           READ PENDING-INVOICES NEXT RECORD
               AT END
                   MOVE "10" TO WS-PI-STATUS
               NOT AT END
                   IF PI-IS-HEADER
                       AND PIH-STILL-OPEN
                       PERFORM 2200-SHOW-ONE-HEADER
                   END-IF
           END-READ.

       2200-SHOW-ONE-HEADER.
           ADD 1 TO WS-LISTED.
           PERFORM 7100-SET-DOC-WORDS.
           MOVE PIH-TOTAL TO AMT-FORMATTED.
           IF PIH-AWAITING
               DISPLAY PI-INVOICE-NUMBER " " WS-DOC-WORD " "
                   PIH-CUSTOMER-ID " " PIH-CUSTOMER-NAME " "
                   AMT-FORMATTED " [" WS-HOLD-REASONS "] held by "
                   PIH-HELD-BY " on " PIH-HELD-AT(1:8)
           ELSE
               DISPLAY PI-INVOICE-NUMBER " " WS-DOC-WORD " "
                   PIH-CUSTOMER-ID " " PIH-CUSTOMER-NAME " "
                   AMT-FORMATTED " approved by " PIH-DECIDED-BY
                   " - not yet posted"
           END-IF.

       3000-REVIEW-ONE-DOCUMENT.
           DISPLAY "Review which document number? ".
           ACCEPT WS-INVOICE-IN.

           MOVE WS-INVOICE-IN TO PI-INVOICE-NUMBER.
           MOVE "H"           TO PI-RECORD-TYPE.
           MOVE ZERO          TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   DISPLAY "Document " WS-INVOICE-IN " was never "
                       "held for approval."
                   GO TO 3000-EXIT
           END-READ.

           PERFORM 3100-SHOW-THE-HEADER.
           PERFORM 3200-SHOW-THE-LINES.

           IF NOT PIH-AWAITING
               EVALUATE TRUE
                   WHEN PIH-APPROVED
                       DISPLAY "Already approved by " PIH-DECIDED-BY
                           " - awaiting posting."
                   WHEN PIH-REJECTED
                       DISPLAY "Rejected by " PIH-DECIDED-BY " - "
                           PIH-DECISION-NOTE
                   WHEN PIH-POSTED
                       DISPLAY "Posted on " PIH-POSTED-AT(1:8)
                           " by " PIH-POSTED-BY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 3000-EXIT
           END-IF.

      *> The hold is a second pair of eyes - the operator who
      *> raised the document cannot be the one who lets it through.
           IF PIH-HELD-BY = WS-OPERATOR-ID
               DISPLAY "You held this document yourself - another "
                   "supervisor must decide it."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "(A)pprove, re(J)ect, or Enter to leave it: ".
           ACCEPT WS-DECISION.
           IF NOT WS-DECIDED-APPROVE
               AND NOT WS-DECIDED-REJECT
               DISPLAY "Left awaiting a decision."
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-NOTE-IN.
           DISPLAY "Note for the record: ".
           ACCEPT WS-NOTE-IN.
           IF WS-DECIDED-REJECT
               AND WS-NOTE-IN = SPACES
               DISPLAY "A rejection needs a reason - left awaiting "
                   "a decision."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-RECORD-THE-DECISION.

       3000-EXIT.
           EXIT.

       3100-SHOW-THE-HEADER.
           PERFORM 7100-SET-DOC-WORDS.
           DISPLAY "-----------------".
           DISPLAY WS-DOC-WORD " " PI-INVOICE-NUMBER " dated "
               PIH-INVOICE-DATE " company " PIH-COMPANY-CODE.
           DISPLAY "Customer " PIH-CUSTOMER-ID " " PIH-CUSTOMER-NAME
               " " PIH-CUSTOMER-CITY.
           IF PIH-ORIGINAL-INVOICE NOT = ZERO
               DISPLAY "Credits invoice " PIH-ORIGINAL-INVOICE
           END-IF.
           IF PIH-FROM-ORDER
               DISPLAY "Shipment of order " PIH-ORDER-NUMBER
           END-IF.
           IF PIH-FROM-QUOTE
               DISPLAY "Conversion of quote " PIH-QUOTE-NUMBER
           END-IF.
           MOVE PIH-NET-TOTAL TO AMT-FORMATTED.
           DISPLAY "Net   " AMT-FORMATTED.
           MOVE PIH-VAT-TOTAL TO AMT-FORMATTED.
           DISPLAY "VAT   " AMT-FORMATTED.
           MOVE PIH-TOTAL TO AMT-FORMATTED.
           DISPLAY "Total " AMT-FORMATTED.
           DISPLAY "Held by " PIH-HELD-BY " on " PIH-HELD-AT(1:8)
               " because:".
           IF PIH-OVER-VALUE = "Y"
               DISPLAY "  - the total is over the company's "
                   "approval value"
           END-IF.
           IF PIH-OVER-CREDIT = "Y"
               DISPLAY "  - the credit is over the company's credit "
                   "approval threshold"
           END-IF.
           IF PIH-BELOW-PRICE = "Y"
               DISPLAY "  - a line is priced below the article's "
                   "price (marked *)"
           END-IF.

       3200-SHOW-THE-LINES.
      *> The lines are read by key, so the header is read back
      *> afterwards for the decision to be rewritten onto it.
           MOVE ZERO TO WS-LINES-SHOWN.
           MOVE PIH-LINE-COUNT TO WS-LINES-ON-FILE.
           PERFORM 3300-SHOW-ONE-LINE
               VARYING WS-LINE-SEQ FROM 1 BY 1
               UNTIL WS-LINE-SEQ > WS-LINES-ON-FILE.

           MOVE "H"  TO PI-RECORD-TYPE.
           MOVE ZERO TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   DISPLAY "** header of document " WS-INVOICE-IN
                       " has gone"
           END-READ.

       3300-SHOW-ONE-LINE.
           MOVE WS-INVOICE-IN TO PI-INVOICE-NUMBER.
           MOVE "L"           TO PI-RECORD-TYPE.
           MOVE WS-LINE-SEQ   TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   DISPLAY "  line " WS-LINE-SEQ " missing"
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-SHOWN
                   MOVE PIL-UNIT-PRICE    TO PRICE-FORMATTED
                   MOVE PIL-ARTICLE-PRICE TO ARTICLE-FORMATTED
                   MOVE PIL-NET-PRICE     TO NET-FORMATTED
                   IF PIL-BELOW-PRICE = "Y"
                       DISPLAY "* " PIL-ITEM-CODE " "
                           PIL-DESCRIPTION " " PIL-QUANTITY " @ "
                           PRICE-FORMATTED " (article "
                           ARTICLE-FORMATTED ") " NET-FORMATTED
                   ELSE
                       DISPLAY "  " PIL-ITEM-CODE " "
                           PIL-DESCRIPTION " " PIL-QUANTITY " @ "
                           PRICE-FORMATTED " " NET-FORMATTED
                   END-IF
           END-READ.

       4000-RECORD-THE-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           IF WS-DECIDED-APPROVE
               SET PIH-APPROVED TO TRUE
           ELSE
               SET PIH-REJECTED TO TRUE
           END-IF.
           MOVE WS-OPERATOR-ID TO PIH-DECIDED-BY.
           MOVE WS-NOW         TO PIH-DECIDED-AT.
           MOVE WS-NOTE-IN     TO PIH-DECISION-NOTE.

           REWRITE PI-RECORD.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "PENDING-INVOICES rewrite failed, status "
                   WS-PI-STATUS " - decision not recorded"
           ELSE
               IF PIH-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY "Document " PI-INVOICE-NUMBER
                       " approved - the desk can now post it."
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Document " PI-INVOICE-NUMBER
                       " rejected - it will not be posted."
               END-IF
               PERFORM 8100-LOG-THE-DECISION
           END-IF.

       7100-SET-DOC-WORDS.
           EVALUATE PIH-DOC-TYPE
               WHEN "C"
                   MOVE "Credit note"    TO WS-DOC-WORD
               WHEN "D"
                   MOVE "Deposit inv."   TO WS-DOC-WORD
               WHEN OTHER
                   MOVE "Invoice"        TO WS-DOC-WORD
           END-EVALUATE.
           MOVE SPACES TO WS-HOLD-REASONS.
           IF PIH-OVER-VALUE = "Y"
               MOVE "V" TO WS-HOLD-REASONS(1:1)
           END-IF.
           IF PIH-OVER-CREDIT = "Y"
               MOVE "C" TO WS-HOLD-REASONS(2:1)
           END-IF.
           IF PIH-BELOW-PRICE = "Y"
               MOVE "P" TO WS-HOLD-REASONS(3:1)
           END-IF.

       8100-LOG-THE-DECISION.
      *> Logged under INVOICE-APPROVE, never INVOICE-CALC - the
      *> decision lands nothing on INVOICE-TRANSACTION, so the
      *> end-of-day invoice tie must not count it.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "INVOICE-APPROVE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE PIH-TOTAL       TO AMT-FORMATTED.
           MOVE SPACES          TO AUD-MESSAGE.
           IF PIH-APPROVED
               STRING "Approved " DELIMITED BY SIZE
                      PI-INVOICE-NUMBER DELIMITED BY SIZE
                      " total " DELIMITED BY SIZE
                      AMT-FORMATTED DELIMITED BY SIZE
                      " held by " DELIMITED BY SIZE
                      PIH-HELD-BY DELIMITED BY SPACE
                      INTO AUD-MESSAGE
           ELSE
               STRING "Rejected " DELIMITED BY SIZE
                      PI-INVOICE-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOTE-IN DELIMITED BY SIZE
                      INTO AUD-MESSAGE
           END-IF.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
