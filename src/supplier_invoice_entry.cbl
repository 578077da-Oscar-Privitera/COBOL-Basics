       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-INVOICE-ENTRY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Supplier invoice register - what we owe, kept as carefully
      *> as what we are owed. Each supplier invoice is keyed against
      *> the purchase order it bills: for every order line the
      *> operator keys the quantity and unit price as invoiced, and
      *> the line is matched three ways - the price against the
      *> cost agreed on the order, the quantity against what
      *> GOODS-RECEIPT-ENTRY has actually booked in, less whatever
      *> earlier invoices already charged for. An invoice that
      *> matches on every line is approved on entry and waits for
      *> AP-PAYMENT-RUN; one that does not is held with the reason,
      *> and only a supervisor-level operator can approve it
      *> anyway or reject it (R on the menu). The due date comes
      *> off the supplier's payment terms, the same way a customer
      *> open item is dated.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICES ASSIGN TO "SUPPINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS API-KEY
               FILE STATUS IS WS-API-STATUS.

           SELECT SUPPLIER-INVOICE-LINES ASSIGN TO "SUPPINVL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APL-STATUS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT PURCHASE-ORDERS ASSIGN TO "PURCHORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

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
       FD  SUPPLIER-INVOICES.
           COPY "apinv.cpy".

       FD  SUPPLIER-INVOICE-LINES.
           COPY "apinvln.cpy".

       FD  SUPPLIER-MASTER.
           COPY "supplier.cpy".

       FD  PURCHASE-ORDERS.
           COPY "purchord.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "termswk.cpy".

       01 WS-API-STATUS      PIC X(02).
       01 WS-APL-STATUS      PIC X(02).
       01 WS-SUP-STATUS      PIC X(02).
       01 WS-PO-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-SUPPLIER-IN     PIC X(06).
       01 WS-REF-IN          PIC X(15).
       01 WS-DATE-IN         PIC 9(08).
       01 WS-PO-IN           PIC 9(06).
       01 WS-PO-OK           PIC X(01).
       01 WS-PO-FOUND        PIC X(01).
       01 WS-PO-SUPPLIER     PIC X(06).
       01 WS-PO-HDR-STATUS   PIC X(01).
       01 WS-QTY-IN          PIC 9(05).
       01 WS-PRICE-IN        PIC 9(06)V99.
       01 WS-VAT-IN          PIC 9(09)V99.
       01 WS-LINES-INVOICED  PIC 9(02).
       01 WS-HOLD-REASON     PIC X(30).
       01 WS-NET-TOTAL       PIC S9(09)V99.
       01 WS-LINE-NET        PIC S9(09)V99.
       01 WS-MAY-INVOICE     PIC S9(06).
       01 WS-REVIEW-DONE     PIC X(01).
       01 WS-HELD-SEEN       PIC 9(05).
       01 WS-ACTION          PIC X(01).
       01 WS-INVOICES-ENTERED PIC 9(05) VALUE ZERO.

      *> The order's lines, what earlier (unrejected) invoices have
      *> already charged against each, and what this one charges.
       01 WS-MATCH-TABLE.
          05 WS-MATCH-LINE OCCURS 20 TIMES.
             10 MT-LINE-NO        PIC 9(02).
             10 MT-ITEM-CODE      PIC X(08).
             10 MT-DESCRIPTION    PIC X(30).
             10 MT-ORDERED        PIC 9(05).
             10 MT-RECEIVED       PIC 9(05).
             10 MT-UNIT-COST      PIC 9(06)V99.
             10 MT-INVOICED-BEFORE PIC 9(05).
             10 MT-INVOICED-NOW   PIC 9(05).
             10 MT-PRICE-NOW      PIC 9(06)V99.
             10 MT-RESULT         PIC X(01).
       01 WS-MT-COUNT        PIC 9(02).
       01 WS-MT-INDEX        PIC 9(02).

       01 AMT-FORMATTED      PIC -(8)9.99.
       01 COST-FORMATTED     PIC Z(5)9.99.

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

           OPEN I-O SUPPLIER-INVOICES.
           IF WS-API-STATUS = "35"
               OPEN OUTPUT SUPPLIER-INVOICES
               CLOSE SUPPLIER-INVOICES
               OPEN I-O SUPPLIER-INVOICES
           END-IF.
           IF WS-API-STATUS NOT = "00"
               DISPLAY "Could not open SUPPLIER-INVOICES, status "
                   WS-API-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "Could not open SUPPLIER-MASTER, status "
                   WS-SUP-STATUS
               CLOSE SUPPLIER-INVOICES
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE SUPPLIER-INVOICES.
           CLOSE SUPPLIER-MASTER.

           DISPLAY "Supplier invoices registered this session: "
               WS-INVOICES-ENTERED.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "E - Enter a supplier invoice".
           DISPLAY "R - Review held invoices (supervisor)".
           DISPLAY "X - Exit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "E" WHEN "e"
                   PERFORM 2000-ENTER-INVOICE THRU 2000-EXIT
               WHEN "R" WHEN "r"
                   PERFORM 3000-REVIEW-HELD THRU 3000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

       2000-ENTER-INVOICE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Supplier code: ".
           MOVE SPACES TO WS-SUPPLIER-IN.
           ACCEPT WS-SUPPLIER-IN.
           MOVE WS-SUPPLIER-IN TO SUP-CODE.
           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   DISPLAY "No supplier " WS-SUPPLIER-IN " on file."
                   GO TO 2000-EXIT
           END-READ.
           DISPLAY "Supplier " SUP-CODE " " SUP-NAME.

      *> The supplier's own invoice reference is half the key - the
      *> same paper keyed twice is caught here, not on the bank
      *> statement.
           DISPLAY "Supplier's invoice reference: ".
           MOVE SPACES TO WS-REF-IN.
           ACCEPT WS-REF-IN.
           IF WS-REF-IN = SPACES
               DISPLAY "An invoice reference is required."
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-SUPPLIER-IN TO API-SUPPLIER-CODE.
           MOVE WS-REF-IN      TO API-INVOICE-REF.
           READ SUPPLIER-INVOICES
               KEY IS API-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Invoice " WS-REF-IN " from "
                       WS-SUPPLIER-IN " is already registered "
                       "(status " API-STATUS ")."
                   GO TO 2000-EXIT
           END-READ.

           DISPLAY "Invoice date (CCYYMMDD, zero for today): ".
           MOVE ZERO TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = ZERO OR WS-DATE-IN NOT NUMERIC
               MOVE WS-TODAY TO WS-DATE-IN
           END-IF.

           DISPLAY "Purchase order number invoiced: ".
           MOVE ZERO TO WS-PO-IN.
           ACCEPT WS-PO-IN.
           PERFORM 2100-LOAD-ORDER-LINES THRU 2100-EXIT.
           IF WS-PO-OK NOT = "Y"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-COUNT-INVOICED-BEFORE THRU 2200-EXIT.

           MOVE ZERO   TO WS-LINES-INVOICED WS-NET-TOTAL.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM 2300-MATCH-ONE-LINE
               VARYING WS-MT-INDEX FROM 1 BY 1
               UNTIL WS-MT-INDEX > WS-MT-COUNT.

           IF WS-LINES-INVOICED = ZERO
               DISPLAY "No lines invoiced - nothing registered."
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-NET-TOTAL TO AMT-FORMATTED.
           DISPLAY "Net invoiced " AMT-FORMATTED
               " - VAT amount on the invoice: ".
           MOVE ZERO TO WS-VAT-IN.
           ACCEPT WS-VAT-IN.
           IF WS-VAT-IN NOT NUMERIC
               MOVE ZERO TO WS-VAT-IN
           END-IF.

           MOVE WS-SUPPLIER-IN TO API-SUPPLIER-CODE.
           MOVE WS-REF-IN      TO API-INVOICE-REF.
           MOVE SUP-NAME       TO API-SUPPLIER-NAME.
           MOVE WS-PO-IN       TO API-PO-NUMBER.
           MOVE WS-DATE-IN     TO API-INVOICE-DATE.
           MOVE WS-TODAY       TO API-ENTERED-DATE.
           MOVE WS-NET-TOTAL   TO API-NET-AMOUNT.
           MOVE WS-VAT-IN      TO API-VAT-AMOUNT.
           COMPUTE API-GROSS-AMOUNT = WS-NET-TOTAL + WS-VAT-IN.
           MOVE ZERO           TO API-PAID-DATE.

           MOVE SUP-TERMS-CODE TO WS-TERMS-CODE.
           MOVE WS-DATE-IN     TO WS-TERMS-BASE-DATE.
           PERFORM 5980-COMPUTE-DUE-DATE.
           MOVE WS-DUE-DATE    TO API-DUE-DATE.

           IF WS-HOLD-REASON = SPACES
               MOVE "A"       TO API-STATUS
               MOVE SPACES    TO API-HOLD-REASON
               MOVE WS-TODAY  TO API-APPROVED-DATE
               MOVE "MATCHED" TO API-APPROVED-BY
           ELSE
               MOVE "H"       TO API-STATUS
               MOVE WS-HOLD-REASON TO API-HOLD-REASON
               MOVE ZERO      TO API-APPROVED-DATE
               MOVE SPACES    TO API-APPROVED-BY
           END-IF.

           WRITE API-RECORD.
           IF WS-API-STATUS NOT = "00"
               DISPLAY "Register write failed, status "
                   WS-API-STATUS " - invoice not registered."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2400-WRITE-INVOICE-LINES.

           ADD 1 TO WS-INVOICES-ENTERED.
           MOVE API-GROSS-AMOUNT TO AMT-FORMATTED.
           IF API-IS-APPROVED
               DISPLAY "Invoice matched and approved - "
                   AMT-FORMATTED " due " API-DUE-DATE "."
           ELSE
               DISPLAY "Invoice HELD - " API-HOLD-REASON
           END-IF.
           PERFORM 8100-LOG-INVOICE.

       2000-EXIT.
           EXIT.

       2100-LOAD-ORDER-LINES.
      *> Every line of the order, open or closed - an invoice
      *> usually arrives after the goods, when the line has long
      *> since closed.
           MOVE "N" TO WS-PO-OK WS-PO-FOUND.
           MOVE ZERO TO WS-MT-COUNT.

           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Could not open PURCHASE-ORDERS, status "
                   WS-PO-STATUS
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2110-SCAN-ONE-ORDER-RECORD
               UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.

           EVALUATE TRUE
               WHEN WS-PO-FOUND NOT = "Y"
                   DISPLAY "Purchase order " WS-PO-IN
                       " is not on file."
               WHEN WS-PO-HDR-STATUS = "D"
                   OR WS-PO-HDR-STATUS = "X"
                   DISPLAY "Purchase order " WS-PO-IN
                       " was never released to the supplier."
               WHEN WS-PO-SUPPLIER NOT = WS-SUPPLIER-IN
                   DISPLAY "Purchase order " WS-PO-IN
                       " was raised to supplier " WS-PO-SUPPLIER
                       ", not " WS-SUPPLIER-IN "."
               WHEN WS-MT-COUNT = ZERO
                   DISPLAY "Purchase order " WS-PO-IN
                       " has no lines."
               WHEN OTHER
                   MOVE "Y" TO WS-PO-OK
           END-EVALUATE.

       2100-EXIT.
           EXIT.

       2110-SCAN-ONE-ORDER-RECORD.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-ORDER-NUMBER = WS-PO-IN
                       PERFORM 2120-KEEP-ONE-ORDER-RECORD
                   END-IF
           END-READ.

       2120-KEEP-ONE-ORDER-RECORD.
           IF PO-IS-HEADER
               MOVE "Y" TO WS-PO-FOUND
               MOVE POH-SUPPLIER-CODE TO WS-PO-SUPPLIER
               MOVE POH-ORDER-STATUS  TO WS-PO-HDR-STATUS
           ELSE
               IF WS-MT-COUNT < 20
                   ADD 1 TO WS-MT-COUNT
                   MOVE PO-LINE-NO TO MT-LINE-NO(WS-MT-COUNT)
                   MOVE POL-ITEM-CODE TO MT-ITEM-CODE(WS-MT-COUNT)
                   MOVE POL-DESCRIPTION
                       TO MT-DESCRIPTION(WS-MT-COUNT)
                   MOVE POL-QUANTITY TO MT-ORDERED(WS-MT-COUNT)
                   MOVE POL-RECEIVED-QTY TO MT-RECEIVED(WS-MT-COUNT)
                   MOVE POL-UNIT-COST TO MT-UNIT-COST(WS-MT-COUNT)
                   MOVE ZERO TO MT-INVOICED-BEFORE(WS-MT-COUNT)
                   MOVE ZERO TO MT-INVOICED-NOW(WS-MT-COUNT)
                   MOVE ZERO TO MT-PRICE-NOW(WS-MT-COUNT)
                   MOVE SPACES TO MT-RESULT(WS-MT-COUNT)
               END-IF
           END-IF.

       2200-COUNT-INVOICED-BEFORE.
      *> What earlier invoices charged against this order, line by
      *> line - a rejected invoice's lines no longer count. No
      *> lines file yet simply means nothing invoiced before.
           OPEN INPUT SUPPLIER-INVOICE-LINES.
           IF WS-APL-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2210-SCAN-ONE-INVOICE-LINE
               UNTIL WS-APL-STATUS = "10".

           CLOSE SUPPLIER-INVOICE-LINES.

       2200-EXIT.
           EXIT.

       2210-SCAN-ONE-INVOICE-LINE.
           READ SUPPLIER-INVOICE-LINES
               AT END
                   MOVE "10" TO WS-APL-STATUS
               NOT AT END
                   IF APL-PO-NUMBER = WS-PO-IN
                       PERFORM 2220-ADD-ONE-EARLIER-LINE
                   END-IF
           END-READ.

       2220-ADD-ONE-EARLIER-LINE.
           MOVE APL-SUPPLIER-CODE TO API-SUPPLIER-CODE.
           MOVE APL-INVOICE-REF   TO API-INVOICE-REF.
           READ SUPPLIER-INVOICES
               KEY IS API-KEY
               INVALID KEY
                   MOVE "R" TO API-STATUS
           END-READ.

           IF NOT API-IS-REJECTED
               PERFORM 2230-ADD-TO-MATCHING-LINE
                   VARYING WS-MT-INDEX FROM 1 BY 1
                   UNTIL WS-MT-INDEX > WS-MT-COUNT
           END-IF.

       2230-ADD-TO-MATCHING-LINE.
           IF MT-LINE-NO(WS-MT-INDEX) = APL-PO-LINE-NO
               ADD APL-QUANTITY TO MT-INVOICED-BEFORE(WS-MT-INDEX)
           END-IF.

       2300-MATCH-ONE-LINE.
      *> Price against the order, quantity against what has been
      *> booked in and not yet invoiced. The first mismatch found
      *> becomes the invoice's hold reason.
           MOVE MT-UNIT-COST(WS-MT-INDEX) TO COST-FORMATTED.
           COMPUTE WS-MAY-INVOICE =
               MT-RECEIVED(WS-MT-INDEX)
               - MT-INVOICED-BEFORE(WS-MT-INDEX).
           IF WS-MAY-INVOICE < ZERO
               MOVE ZERO TO WS-MAY-INVOICE
           END-IF.
           DISPLAY "Line " MT-LINE-NO(WS-MT-INDEX) " "
               MT-ITEM-CODE(WS-MT-INDEX) " "
               MT-DESCRIPTION(WS-MT-INDEX).
           DISPLAY "   ordered " MT-ORDERED(WS-MT-INDEX)
               ", received " MT-RECEIVED(WS-MT-INDEX)
               ", invoiced before " MT-INVOICED-BEFORE(WS-MT-INDEX)
               ", order cost " COST-FORMATTED.
           DISPLAY "   quantity on this invoice (zero if none): ".
           MOVE ZERO TO WS-QTY-IN.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN NOT NUMERIC
               MOVE ZERO TO WS-QTY-IN
           END-IF.
           MOVE WS-QTY-IN TO MT-INVOICED-NOW(WS-MT-INDEX).

           IF WS-QTY-IN > ZERO
               DISPLAY "   unit price invoiced (zero = order cost): "
               MOVE ZERO TO WS-PRICE-IN
               ACCEPT WS-PRICE-IN
               IF WS-PRICE-IN = ZERO OR WS-PRICE-IN NOT NUMERIC
                   MOVE MT-UNIT-COST(WS-MT-INDEX) TO WS-PRICE-IN
               END-IF
               MOVE WS-PRICE-IN TO MT-PRICE-NOW(WS-MT-INDEX)
               ADD 1 TO WS-LINES-INVOICED
               COMPUTE WS-LINE-NET ROUNDED = WS-QTY-IN * WS-PRICE-IN
               ADD WS-LINE-NET TO WS-NET-TOTAL

               EVALUATE TRUE
                   WHEN WS-PRICE-IN NOT = MT-UNIT-COST(WS-MT-INDEX)
                       MOVE "P" TO MT-RESULT(WS-MT-INDEX)
                       DISPLAY "   ** price differs from the order"
                       IF WS-HOLD-REASON = SPACES
                           STRING "PRICE DIFFERS ON PO LINE "
                                      DELIMITED BY SIZE
                                  MT-LINE-NO(WS-MT-INDEX)
                                      DELIMITED BY SIZE
                                  INTO WS-HOLD-REASON
                       END-IF
                   WHEN WS-QTY-IN > WS-MAY-INVOICE
                       MOVE "Q" TO MT-RESULT(WS-MT-INDEX)
                       DISPLAY "   ** more than received and not "
                           "yet invoiced (" WS-MAY-INVOICE ")"
                       IF WS-HOLD-REASON = SPACES
                           STRING "QTY NOT RECEIVED ON PO LINE "
                                      DELIMITED BY SIZE
                                  MT-LINE-NO(WS-MT-INDEX)
                                      DELIMITED BY SIZE
                                  INTO WS-HOLD-REASON
                       END-IF
                   WHEN OTHER
                       MOVE "M" TO MT-RESULT(WS-MT-INDEX)
               END-EVALUATE
           END-IF.

       2400-WRITE-INVOICE-LINES.
           OPEN EXTEND SUPPLIER-INVOICE-LINES.
           IF WS-APL-STATUS = "05" OR WS-APL-STATUS = "35"
               OPEN OUTPUT SUPPLIER-INVOICE-LINES
           END-IF.

           PERFORM 2410-WRITE-ONE-INVOICE-LINE
               VARYING WS-MT-INDEX FROM 1 BY 1
               UNTIL WS-MT-INDEX > WS-MT-COUNT.

           CLOSE SUPPLIER-INVOICE-LINES.

       2410-WRITE-ONE-INVOICE-LINE.
           IF MT-INVOICED-NOW(WS-MT-INDEX) > ZERO
               MOVE WS-SUPPLIER-IN TO APL-SUPPLIER-CODE
               MOVE WS-REF-IN      TO APL-INVOICE-REF
               MOVE WS-PO-IN       TO APL-PO-NUMBER
               MOVE MT-LINE-NO(WS-MT-INDEX) TO APL-PO-LINE-NO
               MOVE MT-ITEM-CODE(WS-MT-INDEX) TO APL-ITEM-CODE
               MOVE MT-INVOICED-NOW(WS-MT-INDEX) TO APL-QUANTITY
               MOVE MT-PRICE-NOW(WS-MT-INDEX) TO APL-UNIT-PRICE
               MOVE MT-RESULT(WS-MT-INDEX) TO APL-MATCH-RESULT
               WRITE APL-RECORD
               IF WS-APL-STATUS NOT = "00"
                   DISPLAY "SUPPINVL write failed, status "
                       WS-APL-STATUS
               END-IF
           END-IF.

       3000-REVIEW-HELD.
      *> Releasing a mismatch for payment is a money decision - a
      *> clerk can see the menu, not the release.
           IF NOT WS-OPR-IS-SUPERVISOR
               DISPLAY "Reviewing held invoices is restricted to "
                   "supervisor-level operators."
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-REVIEW-DONE.
           MOVE ZERO TO WS-HELD-SEEN.
           MOVE LOW-VALUES TO API-KEY.
           START SUPPLIER-INVOICES KEY IS NOT LESS THAN API-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REVIEW-DONE
           END-START.

           PERFORM 3100-REVIEW-ONE-INVOICE
               UNTIL WS-REVIEW-DONE = "Y".

           DISPLAY "Held invoices reviewed: " WS-HELD-SEEN.

       3000-EXIT.
           EXIT.

       3100-REVIEW-ONE-INVOICE.
           READ SUPPLIER-INVOICES NEXT
               AT END
                   MOVE "Y" TO WS-REVIEW-DONE
               NOT AT END
                   IF API-IS-HELD
                       PERFORM 3200-DECIDE-ONE-INVOICE
                   END-IF
           END-READ.

       3200-DECIDE-ONE-INVOICE.
           ADD 1 TO WS-HELD-SEEN.
           MOVE API-GROSS-AMOUNT TO AMT-FORMATTED.
           DISPLAY "-----------------".
           DISPLAY API-SUPPLIER-CODE " " API-SUPPLIER-NAME.
           DISPLAY "Invoice " API-INVOICE-REF " dated "
               API-INVOICE-DATE " on PO " API-PO-NUMBER
               " - " AMT-FORMATTED.
           DISPLAY "Held: " API-HOLD-REASON.
           DISPLAY "A(pprove for payment), R(eject), or press "
               "Enter to leave held (Q to stop reviewing): ".
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "A" WHEN "a"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                   MOVE "A"            TO API-STATUS
                   MOVE WS-TODAY       TO API-APPROVED-DATE
                   MOVE WS-OPERATOR-ID TO API-APPROVED-BY
                   PERFORM 3300-REWRITE-DECISION
               WHEN "R" WHEN "r"
                   MOVE "R"            TO API-STATUS
                   PERFORM 3300-REWRITE-DECISION
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-REVIEW-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-REWRITE-DECISION.
           REWRITE API-RECORD.
           IF WS-API-STATUS = "00"
               IF API-IS-APPROVED
                   DISPLAY "Approved for payment."
               ELSE
                   DISPLAY "Rejected."
               END-IF
               PERFORM 8200-LOG-DECISION
           ELSE
               DISPLAY "Rewrite failed, status " WS-API-STATUS
           END-IF.

       8100-LOG-INVOICE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "SUPPLIER-INVOICE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           STRING "Registered " DELIMITED BY SIZE
                  API-SUPPLIER-CODE DELIMITED BY SPACE
                  " inv " DELIMITED BY SIZE
                  API-INVOICE-REF DELIMITED BY SPACE
                  " PO " DELIMITED BY SIZE
                  API-PO-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMT-FORMATTED DELIMITED BY SIZE
                  " status " DELIMITED BY SIZE
                  API-STATUS DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "SUPPLIER-INVOICE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           IF API-IS-APPROVED
               STRING "Released held " DELIMITED BY SIZE
                      API-SUPPLIER-CODE DELIMITED BY SPACE
                      " inv " DELIMITED BY SIZE
                      API-INVOICE-REF DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      AMT-FORMATTED DELIMITED BY SIZE
                      INTO AUD-MESSAGE
           ELSE
               STRING "Rejected " DELIMITED BY SIZE
                      API-SUPPLIER-CODE DELIMITED BY SPACE
                      " inv " DELIMITED BY SIZE
                      API-INVOICE-REF DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      AMT-FORMATTED DELIMITED BY SIZE
                      INTO AUD-MESSAGE
           END-IF.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "termsdue.cpy".

           COPY "auditapp.cpy".

           COPY "signon.cpy".
