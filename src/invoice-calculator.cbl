      *>                 customer's VAT number. The quarterly
      *>                 EC-SALES-LIST totals these supplies per
      *>                 registration.
      *> 2026-10-15  OP  Every stock issue (invoice) and return
      *>                 (credit note) on an item-coded line is
      *>                 also written to the STOCK-MOVEMENTS ledger
      *>                 with the document number and the on-hand
      *>                 balance it left - practice copy TRSTKMOVE
      *>                 for a training sign-on.
      *> 2026-10-15  OP  Each item-coded detail line is stamped with
      *>                 the article's average cost as it stood when
      *>                 billed, for the gross margin report.
      *> 2026-10-15  OP  Stock is issued from (or returned to) the
      *>                 branch nearest the customer's zip - the
      *>                 measure DELIVERY-MANIFEST attaches the
      *>                 stop with - on that branch's BRANCH-STOCK
      *>                 figure as well as the company on-hand
      *>                 (practice copy TRBRSTOCK for a training
      *>                 sign-on).
      *> 2026-10-15  OP  A lot-tracked article is issued from its
      *>                 LOT-STOCK lots - the lot the operator names,
      *>                 or first-in, first-out - and each lot drawn
      *>                 is recorded against the line on
      *>                 INVOICE-LOTS for the recall report. A credit
      *>                 note returns the stock to the lot the
      *>                 original invoice shipped from (practice
      *>                 copies TRLOTSTOCK and TRINVLOTS for a
      *>                 training sign-on).
      *> 2026-10-15  OP  (S)hip mode releases no more of a line than
      *>                 the nightly STOCK-ALLOCATION run reserved
      *>                 for it, and what ships comes off the line's
      *>                 allocation - first come no longer means
      *>                 first served when stock is short.
      *> 2026-10-15  OP  (D)eposit mode bills an advance on an open
      *>                 order - a percentage of each outstanding
      *>                 line at the line's VAT category - as an
      *>                 AR-OPEN-ITEMS deposit item for the order.
      *>                 The (S)hip invoice deducts the paid, not
      *>                 yet used part of the order's deposits band
      *>                 by band, prints and stores the deductions
      *>                 as negative lines, and marks each deposit
      *>                 with what it has used up and the invoice
      *>                 that used it.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  Each invoice, quote and conversion picks the
      *>                 customer's delivery address off
      *>                 CUSTOMER-SHIPTO (an order ships to the one
      *>                 taken on it); freight and the issuing
      *>                 branch measure from the delivery zip, and
      *>                 the ship-to and zip go on the INVDETAIL
      *>                 header.
      *> 2026-10-15  OP  A document over its company's approval
      *>                 value, a credit note over the company's
      *>                 credit threshold, or one with a coded line
      *>                 priced below the article's price is held
      *>                 on PENDING-INVOICES instead of posting -
      *>                 nothing reaches AR, INVOICE-TRANSACTION,
      *>                 the detail store or stock until a
      *>                 supervisor approves it in INVOICE-APPROVAL
      *>                 and it is posted through the new (P)ost
      *>                 mode. A coded line's unit price may now be
      *>                 keyed over the article's.
      *> 2026-10-15  OP  No paper invoice is printed for a customer
      *>                 flagged for electronic invoicing - the
      *>                 document goes out on the nightly
      *>                 EINVOICE-EXPORT from the detail store.
      *> 2026-10-15  OP  A coded line takes its quantity before its
      *>                 price and is priced at the article's
      *>                 quantity break (ITEM-PRICE-TIERS) for the
      *>                 invoice date where that is lower; the
      *>                 customer's contract price still wins where
      *>                 it is lower than the break. The approval
      *>                 price check measures against the same.
      *> 2026-10-15  OP  Registered on the report archive - each
      *>                 INVOICEPR and QUOTEPR image goes on
      *>                 REPORT-INDEX with a copy of every line on
      *>                 REPORT-STORE, so REPORT-ARCHIVE can find,
      *>                 reprint and expire it. Training documents
      *>                 are not archived.
      *> 2026-10-15  OP  An approved document now posts dated the
      *>                 day it is posted, with its due date run
      *>                 from that date, so the night's journal, GL
      *>                 hand-off, balance and e-invoice export see
      *>                 it. The held date stays on PENDING-INVOICES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IT-STATUS.

           SELECT BRANCH-STOCK ASSIGN TO WS-BST-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BST-STATUS.

           SELECT LOT-STOCK ASSIGN TO WS-LOT-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LT-STATUS.

           SELECT INVOICE-LOTS ASSIGN TO WS-ILT-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILT-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO WS-SMV-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-SHIPTO ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHP-STATUS.

           SELECT INVOICE-PRINT ASSIGN TO WS-IPR-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPC-STATUS.

           SELECT ITEM-PRICE-TIERS ASSIGN TO "ITEMTIERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPT-STATUS.

           SELECT CUSTOMER-PRICES ASSIGN TO "CUSTPRICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-FILE-ID
               FILE STATUS IS WS-FU-STATUS.

           SELECT PENDING-INVOICES ASSIGN TO "PENDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PI-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-REPORT-ID
               FILE STATUS IS WS-RI-STATUS.

           SELECT REPORT-STORE ASSIGN TO "RPTSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RS-STATUS.

           SELECT RETENTION-POLICY ASSIGN TO "RETPOLICY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-TRANSACTION.
           COPY "invtxn.cpy".

       FD  STOCK-MOVEMENTS.
           COPY "stkmove.cpy".

       FD  BRANCH-STOCK.
           COPY "brstock.cpy".

       FD  LOT-STOCK.
           COPY "lotstock.cpy".

       FD  INVOICE-LOTS.
           COPY "invlot.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  CUSTOMER-SHIPTO.
           COPY "custship.cpy".

       FD  INVOICE-PRINT.
           COPY "invprint.cpy".

       FD  ITEM-PRICE-CONTROL.
           COPY "itemprc.cpy".

       FD  ITEM-PRICE-TIERS.
           COPY "itemtier.cpy".

       FD  CUSTOMER-PRICES.
           COPY "custprc.cpy".

       FD  FILE-IN-USE.
           COPY "fileuse.cpy".

       FD  PENDING-INVOICES.
           COPY "pendinv.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "filelkwk.cpy".
       COPY "rptarwk.cpy".

       COPY "vatctbl.cpy".
       COPY "itemprtb.cpy".
       COPY "itemtrtb.cpy".
       COPY "currtbl.cpy".
       COPY "roundtbl.cpy".
       COPY "zipcoord.cpy".
       01 WS-GAZ-STATUS      PIC X(02).
       COPY "brnchtbl.cpy".
       01 WS-BR-STATUS       PIC X(02).
       COPY "brstkwk.cpy".
       COPY "shiptowk.cpy".
       01 WS-ISSUE-BRANCH    PIC X(04).
       COPY "lotwk.cpy".
       01 WS-LOT-IN          PIC X(15).
       COPY "freighttbl.cpy".
       COPY "companytbl.cpy".

       01 WS-QPR-FILE        PIC X(10) VALUE "QUOTEPR".
       01 WS-SOR-FILE        PIC X(10) VALUE "SALESORD".
       01 WS-SWK-FILE        PIC X(10) VALUE "SORDWK".
       01 WS-SMV-FILE        PIC X(10) VALUE "STKMOVES".
       01 WS-BST-FILE        PIC X(10) VALUE "BRSTOCK".
       01 WS-LOT-FILE        PIC X(10) VALUE "LOTSTOCK".
       01 WS-ILT-FILE        PIC X(10) VALUE "INVLOTS".

       01 WS-CUSTOMER-ZIP    PIC X(05) VALUE SPACES.
       01 WS-DELIVERY-CHOICE PIC X(01).

       01 WS-IT-STATUS       PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-COST-FILE-OPEN  PIC X(01).
       01 WS-IPC-STATUS      PIC X(02).
       01 WS-IPT-STATUS      PIC X(02).
       01 WS-CP-STATUS       PIC X(02).
       01 WS-SPECIAL-FOUND   PIC X(01).
       01 WS-BREAK-APPLIED   PIC X(01).
       01 WS-REP-STATUS      PIC X(02).
       01 WS-REP-CODE        PIC X(04) VALUE SPACES.
       78 HOME-COUNTRY       VALUE "FR".
       01 WS-CUST-VAT-REG    PIC X(14) VALUE SPACES.
       01 WS-REVERSE-CHARGE  PIC X(01) VALUE "N".
           88 WS-IS-REVERSE-CHARGE VALUE "Y".
       01 WS-CUST-EINVOICE   PIC X(01) VALUE "N".
           88 WS-CUST-TAKES-EINVOICE VALUE "Y".
       01 WS-ITEM-CODE-IN    PIC X(08).
       01 WS-ITEM-OPEN       PIC X(01) VALUE "N".
       01 WS-SEQ-STATUS      PIC X(02).
       01 WS-CRF-STATUS      PIC X(02).
       01 WS-ID-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-SMV-STATUS      PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-NOW             PIC 9(14).
           88 WS-DOC-IS-QUOTE       VALUE "Q" "q".
           88 WS-DOC-IS-CONVERSION  VALUE "V" "v".
           88 WS-DOC-IS-ORDER-SHIP  VALUE "S" "s".
           88 WS-DOC-IS-DEPOSIT     VALUE "D" "d".
           88 WS-DOC-IS-APPROVED    VALUE "P" "p".

      *> Where the document's lines came from - a stored quote
      *> ("V") or a sales order shipment ("S") have their source
      *> file updated when the document posts.
       01 WS-DOC-SOURCE        PIC X(01) VALUE SPACE.

      *> Supervisor approval hold. A document is held when any of
      *> the three reasons trips; a held one is stored whole on
      *> PENDING-INVOICES and posted later through (P)ost.
       01 WS-PI-STATUS         PIC X(02).
       01 WS-APPROVAL-HOLD     PIC X(01) VALUE "N".
           88 WS-DOCUMENT-HELD     VALUE "Y".
       01 WS-OVER-VALUE        PIC X(01) VALUE "N".
       01 WS-OVER-CREDIT       PIC X(01) VALUE "N".
       01 WS-BELOW-PRICE       PIC X(01) VALUE "N".
       01 WS-CREDIT-VALUE      PIC S9(08)V99.
       01 WS-ARTICLE-PRICE     PIC 9(06)V99.
       01 WS-PRICE-IN          PIC 9(06)V99.
       01 WS-PRICES-OPEN       PIC X(01) VALUE "N".
       01 WS-PENDING-IN        PIC 9(06) VALUE ZERO.
       01 WS-PENDING-OK        PIC X(01).
       01 WS-PENDING-FOUND     PIC X(01).
       01 WS-PENDING-INDEX     PIC 9(02).
       01 WS-HELD-TOTAL        PIC S9(08)V99.
       01 WS-HELD-DATE         PIC 9(08).
       01 WS-APPROVED-BY       PIC X(10).
       01 WS-HOLD-REASONS      PIC X(03).

       01 WS-SO-STATUS         PIC X(02).
       01 WS-OW-STATUS         PIC X(02).
       01 WS-ORDER-IN          PIC 9(06) VALUE ZERO.
       01 WS-ORDER-OK          PIC X(01).
       01 WS-ORD-COMPANY       PIC X(02).
       01 WS-ORD-SHIPTO-NO     PIC 9(02) VALUE ZERO.
       01 WS-ORDER-COMPLETE    PIC X(01).

      *> The order's outstanding lines as loaded, alongside how
             10 SH-DESCRIPTION  PIC X(30).
             10 SH-OUTSTANDING  PIC 9(04).
             10 SH-SHIP-QTY     PIC 9(04).
             10 SH-ALLOCATED    PIC 9(04).
             10 SH-UNIT-PRICE   PIC 9(06)V99.
             10 SH-VAT-CATEGORY PIC X(01).
       01 WS-SHIP-COUNT        PIC 9(02).
       01 WS-SHIP-INDEX        PIC 9(02).
       01 WS-SHIP-MATCH        PIC X(01).

      *> Deposits. A deposit invoice bills a percentage of an open
      *> order's outstanding value in advance, one line per order
      *> line at that line's VAT category. The final invoice for a
      *> shipment deducts what of the order's deposits has been
      *> paid and not yet used - each deposit's own rate bands,
      *> scaled to the part taken, so the VAT declared on the
      *> advance comes back off and is not charged twice.
       01 WS-DEPOSIT-PCT       PIC 9(03).
       01 WS-DEPOSIT-TABLE.
          05 WS-DEPOSIT-ENTRY OCCURS 10 TIMES.
             10 DP-INVOICE      PIC 9(06).
             10 DP-TOTAL        PIC S9(09)V99.
             10 DP-TAKE         PIC S9(09)V99.
             10 DP-APPLIED      PIC S9(09)V99.
       01 WS-DEPOSIT-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-DEPOSIT-INDEX     PIC 9(02).
       01 WS-DEPOSIT-MATCH     PIC 9(02).
       01 WS-DEPOSIT-AVAILABLE PIC S9(09)V99.
       01 WS-DEPOSIT-ROOM      PIC S9(09)V99.
       01 WS-DEPOSIT-TAKEN     PIC S9(09)V99 VALUE ZERO.
       01 WS-DEDUCT-TABLE.
          05 WS-DEDUCT-LINE OCCURS 40 TIMES.
             10 DD-INVOICE      PIC 9(06).
             10 DD-VAT-RATE     PIC 9V99.
             10 DD-NET          PIC S9(7)V99.
             10 DD-VAT          PIC S9(7)V99.
       01 WS-DEDUCT-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-DEDUCT-INDEX      PIC 9(02).
       01 WS-DEDUCT-DESC       PIC X(30).
       01 DEPOSIT-FORMATTED    PIC -(8)9.99.

       01 WS-QT-STATUS         PIC X(02).
       01 WS-QTSEQ-STATUS      PIC X(02).
       01 WS-QPR-STATUS        PIC X(02).
             10 LI-DISCOUNT     PIC 9(7)V99.
             10 LI-NET-PRICE    PIC 9(7)V99.
             10 LI-VAT-AMOUNT   PIC 9(7)V99.
             10 LI-ARTICLE-PRICE PIC 9(6)V99.
             10 LI-BELOW-PRICE  PIC X(01).

       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 10 TIMES.
       01 TOTAL-CONVERTED    PIC S9(9)V99.

       01 UNIT-FORMATTED     PIC Z(6).99.
       01 ARTICLE-FORMATTED  PIC Z(6).99.
       01 NET-FORMATTED      PIC -(6)9.99.
       01 VAT-FORMATTED      PIC -(6)9.99.
       01 TOTAL-FORMATTED    PIC -(7)9.99.
               MOVE "TRQUOTEPR"  TO WS-QPR-FILE
               MOVE "TRSALESORD" TO WS-SOR-FILE
               MOVE "TRSORDWK"   TO WS-SWK-FILE
               MOVE "TRSTKMOVE"  TO WS-SMV-FILE
               MOVE "TRBRSTOCK"  TO WS-BST-FILE
               MOVE "TRLOTSTOCK" TO WS-LOT-FILE
               MOVE "TRINVLOTS"  TO WS-ILT-FILE
               DISPLAY "*** TRAINING - practice billing files ***"
           END-IF.


           PERFORM 5050-LOAD-VAT-RATE-CONTROL.
           PERFORM 5100-LOAD-ITEM-PRICE-CONTROL.
           PERFORM 5120-LOAD-ITEM-TIERS.
           PERFORM 5250-LOAD-CURRENCY-RATES-FROM-FILE.
           PERFORM 5400-LOAD-ROUNDING-RULE-TABLE.
           PERFORM 5600-LOAD-ZIP-COORD-TABLE.
           PERFORM 5650-LOAD-BRANCH-TABLE.
           PERFORM 5760-PLACE-THE-BRANCHES.
           PERFORM 5800-LOAD-FREIGHT-ZONE-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INVOICE-DATE.
                   PERFORM 0450-RUN-CONVERSION
               WHEN WS-DOC-IS-ORDER-SHIP
                   PERFORM 0460-RUN-ORDER-SHIPMENT
               WHEN WS-DOC-IS-DEPOSIT
                   PERFORM 0470-RUN-DEPOSIT-INVOICE
               WHEN WS-DOC-IS-APPROVED
                   PERFORM 0490-RUN-APPROVED-DOCUMENT THRU 0490-EXIT
               WHEN OTHER
                   PERFORM 0480-RUN-BILLING-DOCUMENT
           END-EVALUATE.
      *> addition. A quotation prices through the same tables but
      *> lands on the QUOTES file, never the billing files, and a
      *> conversion turns a stored quote into a real invoice without
      *> a line being rekeyed. A deposit bills an advance on an
      *> open order, which the shipment's invoice later deducts.
      *> (P)ost brings back a document a supervisor has approved
      *> after it was held.
           DISPLAY "Document - (I)nvoice, (C)redit note, "
               "(Q)uotation, con(V)ert a quote, (S)hip an "
               "order, (D)eposit on an order, or (P)ost an "
               "approved document? ".
           ACCEPT WS-DOC-TYPE.
           EVALUATE TRUE
               WHEN WS-DOC-IS-CREDIT-NOTE
                   MOVE +1 TO WS-SIGN-FACTOR
               WHEN WS-DOC-IS-ORDER-SHIP
                   MOVE +1 TO WS-SIGN-FACTOR
               WHEN WS-DOC-IS-DEPOSIT
                   MOVE "D" TO WS-DOC-TYPE
                   MOVE +1 TO WS-SIGN-FACTOR
               WHEN WS-DOC-IS-APPROVED
                   MOVE "P" TO WS-DOC-TYPE
               WHEN OTHER
                   MOVE "I" TO WS-DOC-TYPE
                   MOVE +1 TO WS-SIGN-FACTOR

       0400-RUN-QUOTATION.
           PERFORM 0500-LOOKUP-CUSTOMER THRU 0500-EXIT.
           PERFORM 0570-PICK-DELIVERY-ADDRESS.
           PERFORM 0700-ASSIGN-QUOTE-NUMBER.
           PERFORM 0750-SET-QUOTE-EXPIRY.
           PERFORM 1000-ACCEPT-LINE-ITEMS.
           PERFORM 8150-LOG-QUOTE.

       0450-RUN-CONVERSION.
           MOVE "V" TO WS-DOC-SOURCE.
           PERFORM 0800-LOAD-ACCEPTED-QUOTE THRU 0800-EXIT.
           IF WS-QUOTE-OK = "Y"
               PERFORM 0940-CHECK-NOT-PENDING THRU 0940-EXIT
           END-IF.
           IF WS-QUOTE-OK = "Y"
               MOVE "I" TO WS-DOC-TYPE
               PERFORM 0830-LOOKUP-QUOTED-CUSTOMER THRU 0830-EXIT
               PERFORM 0570-PICK-DELIVERY-ADDRESS
               PERFORM 0560-ACCEPT-REP-CODE THRU 0560-EXIT
               PERFORM 0550-CHECK-CREDIT-HOLD THRU 0550-EXIT
               PERFORM 0600-ASSIGN-INVOICE-NUMBER
               PERFORM 2600-CHECK-CREDIT-LIMIT THRU 2600-EXIT
               PERFORM 2300-CONVERT-TOTAL-FOR-DISPLAY
               PERFORM 3000-PRINT-INVOICE
               PERFORM 2800-CHECK-APPROVAL-HOLD THRU 2800-EXIT
               IF WS-DOCUMENT-HELD
                   PERFORM 4900-HOLD-FOR-APPROVAL THRU 4900-EXIT
               ELSE
                   PERFORM 4050-POST-THE-DOCUMENT
               END-IF
           END-IF.

       0460-RUN-ORDER-SHIPMENT.
      *> Ships some or all of a stored sales order as a real
      *> invoice. The outstanding quantity of every line is loaded,
      *> the operator keys what actually goes out (zero skips a
      *> line; never more than the allocation run reserved for
      *> it), and the lines ship at the order's agreed prices
      *> through the same VAT, discount and rounding machinery as
      *> a keyed invoice. The shipped quantities go back onto the
      *> order - fully shipped orders are marked complete, anything
      *> else stays on the open order book. Paid deposits on the
      *> order come off the invoice total.
           DISPLAY "Ship which order number? ".
           ACCEPT WS-ORDER-IN.
           MOVE "S" TO WS-DOC-SOURCE.
           PERFORM 0900-LOAD-OPEN-ORDER THRU 0900-EXIT.
           IF WS-ORDER-OK = "Y"
               PERFORM 0940-CHECK-NOT-PENDING THRU 0940-EXIT
           END-IF.
           IF WS-ORDER-OK = "Y"
               MOVE "I" TO WS-DOC-TYPE
               PERFORM 0830-LOOKUP-QUOTED-CUSTOMER THRU 0830-EXIT
               PERFORM 0575-ORDER-DELIVERY-ADDRESS
               PERFORM 0560-ACCEPT-REP-CODE THRU 0560-EXIT
               PERFORM 0550-CHECK-CREDIT-HOLD THRU 0550-EXIT
               PERFORM 0950-ACCEPT-SHIP-QUANTITIES
                   PERFORM 1500-ADD-DELIVERY-CHARGE-LINE
                       THRU 1500-EXIT
                   PERFORM 2000-CALCULATE-TOTALS
                   PERFORM 2700-FIND-ORDER-DEPOSITS THRU 2700-EXIT
                   IF WS-DEDUCT-COUNT > ZERO
                       PERFORM 2000-CALCULATE-TOTALS
                   END-IF
                   PERFORM 2600-CHECK-CREDIT-LIMIT THRU 2600-EXIT
                   PERFORM 2300-CONVERT-TOTAL-FOR-DISPLAY
                   PERFORM 3000-PRINT-INVOICE
                   PERFORM 2800-CHECK-APPROVAL-HOLD THRU 2800-EXIT
                   IF WS-DOCUMENT-HELD
                       PERFORM 4900-HOLD-FOR-APPROVAL THRU 4900-EXIT
                   ELSE
                       PERFORM 4050-POST-THE-DOCUMENT
                   END-IF
               END-IF
           END-IF.

       0470-RUN-DEPOSIT-INVOICE.
      *> Bills an advance against a stored open order - a
      *> percentage of what is still outstanding on each line, at
      *> that line's VAT category, so the VAT on the advance is
      *> declared when the deposit is invoiced. Nothing ships and
      *> the order is left as it was; the open item is marked as a
      *> deposit for the order, for the shipment's invoice to find.
           DISPLAY "Take a deposit against which order number? ".
           ACCEPT WS-ORDER-IN.
           PERFORM 0900-LOAD-OPEN-ORDER THRU 0900-EXIT.
           IF WS-ORDER-OK = "Y"
               PERFORM 0830-LOOKUP-QUOTED-CUSTOMER THRU 0830-EXIT
               PERFORM 0575-ORDER-DELIVERY-ADDRESS
               PERFORM 0560-ACCEPT-REP-CODE THRU 0560-EXIT
               PERFORM 0550-CHECK-CREDIT-HOLD THRU 0550-EXIT
               PERFORM 0990-BUILD-DEPOSIT-LINES THRU 0990-EXIT
               IF WS-LINE-COUNT = ZERO
                   DISPLAY "No deposit raised - order left as it was."
               ELSE
                   PERFORM 0600-ASSIGN-INVOICE-NUMBER
                   DISPLAY "Deposit invoice number assigned: "
                       WS-INVOICE-NUMBER
                   PERFORM 0850-REPRICE-LOADED-LINES
                   PERFORM 2000-CALCULATE-TOTALS
                   PERFORM 2600-CHECK-CREDIT-LIMIT THRU 2600-EXIT
                   PERFORM 2300-CONVERT-TOTAL-FOR-DISPLAY
                   PERFORM 3000-PRINT-INVOICE
                   PERFORM 2800-CHECK-APPROVAL-HOLD THRU 2800-EXIT
                   IF WS-DOCUMENT-HELD
                       PERFORM 4900-HOLD-FOR-APPROVAL THRU 4900-EXIT
                   ELSE
                       PERFORM 4050-POST-THE-DOCUMENT
                   END-IF
               END-IF
           END-IF.

           MOVE "N" TO WS-ORDER-OK.
           MOVE ZERO TO WS-SHIP-COUNT.

           OPEN INPUT SALES-ORDERS.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "Could not open SALES-ORDERS, status "
                       "or is already complete."
               WHEN WS-SHIP-COUNT = ZERO
                   DISPLAY "Order " WS-ORDER-IN " has nothing "
                       "outstanding."
                   MOVE "N" TO WS-ORDER-OK
               WHEN OTHER
                   DISPLAY "Order " WS-ORDER-IN " for "
                   MOVE SOH-CUSTOMER-NAME TO WS-CUSTOMER-NAME
                   MOVE SOH-CUSTOMER-CITY TO WS-BILLING-CITY
                   MOVE SOH-COMPANY-CODE  TO WS-ORD-COMPANY
                   IF SOH-SHIPTO-NO NUMERIC
                       MOVE SOH-SHIPTO-NO TO WS-ORD-SHIPTO-NO
                   ELSE
                       MOVE ZERO TO WS-ORD-SHIPTO-NO
                   END-IF
                   IF WS-ORD-COMPANY NOT = SPACES
                       MOVE WS-ORD-COMPANY TO WS-COMPANY-CODE
                       PERFORM 5960-LOOKUP-COMPANY
                           TO SH-UNIT-PRICE(WS-SHIP-COUNT)
                       MOVE SOL-VAT-CATEGORY
                           TO SH-VAT-CATEGORY(WS-SHIP-COUNT)
                       IF SOL-ALLOCATED-QTY NUMERIC
                           MOVE SOL-ALLOCATED-QTY
                               TO SH-ALLOCATED(WS-SHIP-COUNT)
                       ELSE
                           MOVE ZERO TO SH-ALLOCATED(WS-SHIP-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0940-CHECK-NOT-PENDING.
      *> A shipment or a conversion held for approval has not yet
      *> touched its order or quote - the order still shows the
      *> quantities outstanding and the quote is not yet flagged -
      *> so a second one is refused here until the first is
      *> approved and posted, or rejected. Practice sign-ons never
      *> hold anything, so they are not checked.
           IF WS-TRAINING-MODE
               GO TO 0940-EXIT
           END-IF.

           MOVE "N" TO WS-PENDING-FOUND.
           OPEN INPUT PENDING-INVOICES.
           IF WS-PI-STATUS NOT = "00"
               GO TO 0940-EXIT
           END-IF.

           MOVE LOW-VALUES TO PI-KEY.
           START PENDING-INVOICES KEY IS NOT LESS THAN PI-KEY
               INVALID KEY
                   MOVE "10" TO WS-PI-STATUS
           END-START.

           PERFORM 0945-CHECK-ONE-PENDING-RECORD
               UNTIL WS-PI-STATUS NOT = "00"
               OR WS-PENDING-FOUND = "Y".

           CLOSE PENDING-INVOICES.

           IF WS-PENDING-FOUND = "Y"
               IF WS-DOC-SOURCE = "S"
                   DISPLAY "Order " WS-ORDER-IN " has shipment "
                       PI-INVOICE-NUMBER " awaiting supervisor "
                       "approval - not shipping it again."
                   MOVE "N" TO WS-ORDER-OK
               ELSE
                   DISPLAY "Quote " WS-QUOTE-IN " has conversion "
                       PI-INVOICE-NUMBER " awaiting supervisor "
                       "approval - not converting it again."
                   MOVE "N" TO WS-QUOTE-OK
               END-IF
           END-IF.

       0940-EXIT.
           EXIT.

       0945-CHECK-ONE-PENDING-RECORD.
           READ PENDING-INVOICES NEXT RECORD
               AT END
                   MOVE "10" TO WS-PI-STATUS
               NOT AT END
                   IF PI-IS-HEADER
                       AND PIH-STILL-OPEN
                       AND PIH-SOURCE = WS-DOC-SOURCE
                       IF (PIH-FROM-ORDER
                           AND PIH-ORDER-NUMBER = WS-ORDER-IN)
                           OR (PIH-FROM-QUOTE
                           AND PIH-QUOTE-NUMBER = WS-QUOTE-IN)
                           MOVE "Y" TO WS-PENDING-FOUND
                       END-IF
                   END-IF
           END-READ.

       0950-ACCEPT-SHIP-QUANTITIES.
           MOVE ZERO TO WS-LINE-COUNT.

           DISPLAY "Line " SH-LINE-NO(WS-SHIP-INDEX) " "
               SH-DESCRIPTION(WS-SHIP-INDEX)
               " - outstanding " SH-OUTSTANDING(WS-SHIP-INDEX)
               ", allocated " SH-ALLOCATED(WS-SHIP-INDEX)
               ", ship how many (zero to hold)? ".
           ACCEPT SH-SHIP-QTY(WS-SHIP-INDEX).

                   TO SH-SHIP-QTY(WS-SHIP-INDEX)
           END-IF.

      *> Stock reserved for other orders is not this order's to
      *> take - the unallocated rest waits for the next allocation
      *> run.
           IF SH-SHIP-QTY(WS-SHIP-INDEX)
               > SH-ALLOCATED(WS-SHIP-INDEX)
               DISPLAY "Only " SH-ALLOCATED(WS-SHIP-INDEX)
                   " allocated to this line - shipping that much."
               MOVE SH-ALLOCATED(WS-SHIP-INDEX)
                   TO SH-SHIP-QTY(WS-SHIP-INDEX)
           END-IF.

           IF SH-SHIP-QTY(WS-SHIP-INDEX) > ZERO
               ADD 1 TO WS-LINE-COUNT
               MOVE SH-ITEM-CODE(WS-SHIP-INDEX)
           IF SH-LINE-NO(WS-SHIP-INDEX) = SO-LINE-NO
               ADD SH-SHIP-QTY(WS-SHIP-INDEX)
                   TO SOL-SHIPPED-QTY
               COMPUTE SOL-ALLOCATED-QTY =
                   SH-ALLOCATED(WS-SHIP-INDEX)
                   - SH-SHIP-QTY(WS-SHIP-INDEX)
               MOVE "Y" TO WS-SHIP-MATCH
           END-IF.

                   WRITE SO-RECORD
           END-READ.

       0990-BUILD-DEPOSIT-LINES.
           MOVE ZERO TO WS-LINE-COUNT.

           DISPLAY "Deposit as a percentage of the order's "
               "outstanding value (1-100)? ".
           ACCEPT WS-DEPOSIT-PCT.
           IF WS-DEPOSIT-PCT NOT NUMERIC
               OR WS-DEPOSIT-PCT < 1
               OR WS-DEPOSIT-PCT > 100
               DISPLAY "Deposit percentage must be 1 to 100."
               GO TO 0990-EXIT
           END-IF.

           PERFORM 0995-BUILD-ONE-DEPOSIT-LINE
               VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > WS-SHIP-COUNT.

       0990-EXIT.
           EXIT.

       0995-BUILD-ONE-DEPOSIT-LINE.
      *> One line per outstanding order line, quantity one, priced
      *> at the percentage of the line's outstanding value. No item
      *> code - no stock moves on a deposit.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO LI-ITEM-CODE(WS-LINE-COUNT).
           MOVE SPACES TO LI-DESCRIPTION(WS-LINE-COUNT).
           STRING "Deposit: " DELIMITED BY SIZE
                  SH-DESCRIPTION(WS-SHIP-INDEX) DELIMITED BY SIZE
                  INTO LI-DESCRIPTION(WS-LINE-COUNT).
           MOVE 1 TO LI-QUANTITY(WS-LINE-COUNT).
           COMPUTE LI-UNIT-PRICE(WS-LINE-COUNT) ROUNDED =
               SH-UNIT-PRICE(WS-SHIP-INDEX)
               * SH-OUTSTANDING(WS-SHIP-INDEX)
               * WS-DEPOSIT-PCT / 100
               ON SIZE ERROR
                   DISPLAY "Line " SH-LINE-NO(WS-SHIP-INDEX)
                       " deposit amount overflowed - deposit "
                       "rejected"
                   STOP RUN
           END-COMPUTE.
           MOVE SH-VAT-CATEGORY(WS-SHIP-INDEX)
               TO LI-VAT-CATEGORY(WS-LINE-COUNT).

       0480-RUN-BILLING-DOCUMENT.
           PERFORM 0500-LOOKUP-CUSTOMER THRU 0500-EXIT.
           PERFORM 0570-PICK-DELIVERY-ADDRESS.
           PERFORM 0560-ACCEPT-REP-CODE THRU 0560-EXIT.
           PERFORM 0550-CHECK-CREDIT-HOLD THRU 0550-EXIT.
           PERFORM 0600-ASSIGN-INVOICE-NUMBER.
           PERFORM 2600-CHECK-CREDIT-LIMIT THRU 2600-EXIT.
           PERFORM 2300-CONVERT-TOTAL-FOR-DISPLAY.
           PERFORM 3000-PRINT-INVOICE.
           PERFORM 2800-CHECK-APPROVAL-HOLD THRU 2800-EXIT.
           IF WS-DOCUMENT-HELD
               PERFORM 4900-HOLD-FOR-APPROVAL THRU 4900-EXIT
           ELSE
               PERFORM 4050-POST-THE-DOCUMENT
           END-IF.

       0490-RUN-APPROVED-DOCUMENT.
      *> A held document a supervisor has approved in
      *> INVOICE-APPROVAL is brought back exactly as it was priced -
      *> same number, lines and deductions, nothing re-keyed or
      *> re-priced, but dated the day it posts - and posted through
      *> the same paragraphs it would have gone through had it not
      *> been held: printed, onto
      *> INVOICE-TRANSACTION, AR-OPEN-ITEMS and the detail store,
      *> stock issued, and its order or quote brought up to date.
      *> It is marked posted first, so it can never post twice.
           IF WS-TRAINING-MODE
               DISPLAY "Approved documents post to the LIVE files "
                   "only - sign on without training to post one."
               GO TO 0490-EXIT
           END-IF.

           DISPLAY "Post which approved document number? ".
           ACCEPT WS-PENDING-IN.
           PERFORM 4950-LOAD-APPROVED-DOCUMENT THRU 4950-EXIT.
           IF WS-PENDING-OK NOT = "Y"
               GO TO 0490-EXIT
           END-IF.

           PERFORM 2000-CALCULATE-TOTALS.
           IF TOTAL-PRICE NOT = WS-HELD-TOTAL
               DISPLAY "** document " WS-PENDING-IN " no longer "
                   "adds up to the total that was approved - not "
                   "posted"
               GO TO 0490-EXIT
           END-IF.
           PERFORM 3000-PRINT-INVOICE.

           PERFORM 4990-MARK-POSTED THRU 4990-EXIT.
           IF WS-PENDING-OK = "Y"
               PERFORM 4050-POST-THE-DOCUMENT
               PERFORM 8350-LOG-APPROVED-POSTING
           END-IF.

       0490-EXIT.
           EXIT.

       0500-LOOKUP-CUSTOMER.
      *> Ties the invoice to an actual customer and defaults the VAT
                   MOVE CUST-HOLD-FLAG    TO WS-HOLD-FLAG
                   MOVE CUST-TERMS-CODE   TO WS-CUST-TERMS
                   MOVE CUST-VAT-REG-NO   TO WS-CUST-VAT-REG
                   MOVE CUST-EINVOICE-FLAG TO WS-CUST-EINVOICE
                   IF CUST-VAT-REG-NO NOT = SPACES
                       AND CUST-COUNTRY-CODE NOT = SPACES
                       AND CUST-COUNTRY-CODE NOT = HOME-COUNTRY
       0560-EXIT.
           EXIT.

       0570-PICK-DELIVERY-ADDRESS.
      *> The invoice is addressed to the billing city; the goods go
      *> to whichever of the customer's CUSTOMER-SHIPTO addresses
      *> the operator names, and the freight line and the issuing
      *> branch measure from that address's zip. A credit note
      *> sends nothing out, so it is not asked.
           PERFORM 0580-DEFAULT-DELIVERY-ADDRESS.
           IF NOT WS-DOC-IS-CREDIT-NOTE
               PERFORM 6300-PICK-SHIP-TO THRU 6300-EXIT
           END-IF.

       0575-ORDER-DELIVERY-ADDRESS.
      *> An order was taken for a delivery address - its shipment
      *> and deposit invoices go to the same one, unasked.
           PERFORM 0580-DEFAULT-DELIVERY-ADDRESS.
           MOVE WS-ORD-SHIPTO-NO TO WS-SHIPTO-NO.
           PERFORM 6330-READ-SHIP-TO THRU 6330-EXIT.

       0580-DEFAULT-DELIVERY-ADDRESS.
           MOVE ZERO            TO WS-SHIPTO-NO.
           MOVE SPACES          TO WS-DELIVERY-NAME.
           MOVE WS-CUSTOMER-ID  TO WS-SHP-CUST-ID.
           MOVE WS-BILLING-CITY TO WS-DELIVERY-CITY.
           MOVE WS-CUSTOMER-ZIP TO WS-DELIVERY-ZIP.

       0600-ASSIGN-INVOICE-NUMBER.
      *> Takes the next number off the company's slot on the keyed
      *> INVOICE-SEQUENCE control file and saves the advanced
                   MOVE CUST-HOLD-FLAG    TO WS-HOLD-FLAG
                   MOVE CUST-TERMS-CODE   TO WS-CUST-TERMS
                   MOVE CUST-VAT-REG-NO   TO WS-CUST-VAT-REG
                   MOVE CUST-EINVOICE-FLAG TO WS-CUST-EINVOICE
                   IF CUST-VAT-REG-NO NOT = SPACES
                       AND CUST-COUNTRY-CODE NOT = SPACES
                       AND CUST-COUNTRY-CODE NOT = HOME-COUNTRY

           MOVE WS-ITEM-CODE-IN TO LI-ITEM-CODE(WS-LINE-INDEX).

      *> A coded line's quantity comes first - the article's price
      *> depends on it once quantity breaks are loaded.
           IF WS-ITEM-CODE-IN NOT = SPACES
               PERFORM 1105-ACCEPT-LINE-QUANTITY
               PERFORM 1150-PRICE-LINE-FROM-ITEM-MASTER
           ELSE
               PERFORM 1160-PRICE-LINE-MANUALLY
               PERFORM 1105-ACCEPT-LINE-QUANTITY
           END-IF.

           PERFORM 1190-PRICE-CURRENT-LINE.

       1105-ACCEPT-LINE-QUANTITY.
           DISPLAY "Line " WS-LINE-INDEX
               " - enter quantity: ".
           ACCEPT LI-QUANTITY(WS-LINE-INDEX).

       1190-PRICE-CURRENT-LINE.
      *> Rate lookup, net extension and house rounding for the line
      *> at WS-LINE-INDEX, off WS-CATEGORY-CODE - shared by keyed
                   MOVE WS-LOOKED-UP-PRICE
                       TO LI-UNIT-PRICE(WS-LINE-INDEX)
               END-IF
               PERFORM 1156-APPLY-QUANTITY-BREAK
               PERFORM 1157-CHECK-CONTRACT-PRICE
               MOVE ITEM-VAT-CATEGORY TO WS-CATEGORY-CODE
               MOVE LI-UNIT-PRICE(WS-LINE-INDEX) TO UNIT-FORMATTED
               DISPLAY "  " ITEM-DESCRIPTION " at "
                   UNIT-FORMATTED " (category "
                   ITEM-VAT-CATEGORY ")"
               PERFORM 1158-ACCEPT-PRICE-OVERRIDE
           END-IF.

       1158-ACCEPT-PRICE-OVERRIDE.
      *> The desk may bill a coded line at a price of its own - a
      *> price under the article's holds the whole document for a
      *> supervisor's approval (2800), so a slip of the finger
      *> cannot give stock away unseen.
           MOVE ZERO TO WS-PRICE-IN.
           DISPLAY "Line " WS-LINE-INDEX
               " - unit price (Enter for " UNIT-FORMATTED "): ".
           ACCEPT WS-PRICE-IN.
           IF WS-PRICE-IN NOT = ZERO
               MOVE WS-PRICE-IN TO LI-UNIT-PRICE(WS-LINE-INDEX)
           END-IF.

       1156-APPLY-QUANTITY-BREAK.
      *> The break the line quantity reaches in the article's set
      *> of quantity breaks for the invoice date - taken only where
      *> it is below the article's price, so a set loaded before a
      *> price cut never prices a line up.
           MOVE "N" TO WS-BREAK-APPLIED.
           MOVE WS-ITEM-CODE-IN TO WS-TIER-ITEM-CODE.
           MOVE WS-INVOICE-DATE TO WS-TIER-LOOKUP-DATE.
           MOVE LI-QUANTITY(WS-LINE-INDEX) TO WS-TIER-QUANTITY.
           PERFORM 5170-LOOKUP-TIER-PRICE.
           IF WS-TIER-FOUND = "Y"
               AND WS-TIER-PRICE < LI-UNIT-PRICE(WS-LINE-INDEX)
               MOVE WS-TIER-PRICE TO LI-UNIT-PRICE(WS-LINE-INDEX)
               MOVE "Y" TO WS-BREAK-APPLIED
               DISPLAY "  (quantity break " WS-TIER-MIN-QUANTITY
                   "+ applied)"
           END-IF.

       1157-CHECK-CONTRACT-PRICE.
      *> The customer's negotiated per-article price beats every
      *> other price source when an unexpired agreement is on the
      *> CUSTOMER-PRICES file - this is the price the desk used to
      *> apply from memory, sometimes wrongly. Only a quantity
      *> break that comes in lower still beats it.
           MOVE "N" TO WS-SPECIAL-FOUND.
           IF WS-CUSTOMER-ID = SPACES
               GO TO 1157-EXIT
               NOT INVALID KEY
                   IF CP-EXPIRY-DATE = ZERO
                       OR CP-EXPIRY-DATE >= WS-INVOICE-DATE
                       IF WS-BREAK-APPLIED = "Y"
                           AND CP-UNIT-PRICE NOT <
                               LI-UNIT-PRICE(WS-LINE-INDEX)
                           DISPLAY "  (quantity break is below the "
                               "contract price - break applies)"
                       ELSE
                           MOVE CP-UNIT-PRICE
                               TO LI-UNIT-PRICE(WS-LINE-INDEX)
                           MOVE "Y" TO WS-SPECIAL-FOUND
                           DISPLAY "  (contract price applied for "
                               WS-CUSTOMER-ID ")"
                       END-IF
                   ELSE
                       DISPLAY "  (contract price expired "
                           CP-EXPIRY-DATE " - standard price "
      *> distance measured off ZIP-COORD-TABLE the way
      *> DISTANCE-CALCULATOR measures it, charge off the governed
      *> FREIGHT-ZONE-TABLE, standard-rated VAT - instead of the
      *> operator eyeballing how far away the customer is. The
      *> distance runs to the delivery address, not the billing one.
           IF WS-DELIVERY-ZIP = SPACES
               GO TO 1500-EXIT
           END-IF.

           MOVE WS-LOOKED-UP-ZIP-X TO WS-FRT-X1.
           MOVE WS-LOOKED-UP-ZIP-Y TO WS-FRT-Y1.

           MOVE WS-DELIVERY-ZIP TO WS-ZIP-CODE-LOOKUP.
           PERFORM 5700-LOOKUP-ZIP-COORD-BY-CODE.
           IF WS-ZC-FOUND NOT = "Y"
               DISPLAY "Delivery zip " WS-DELIVERY-ZIP
                   " has no coordinate entry - no delivery line."
               GO TO 1500-EXIT
           END-IF.
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.

           PERFORM 2150-DEDUCT-ONE-DEPOSIT-LINE
               VARYING WS-DEDUCT-INDEX FROM 1 BY 1
               UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-COUNT.

           COMPUTE TOTAL-PRICE = NET-PRICE + VAT-AMOUNT
               ON SIZE ERROR
                   DISPLAY "Invoice total overflowed - invoice rejected"
               + LI-GROSS-NET(WS-LINE-INDEX) * WS-SIGN-FACTOR.
           PERFORM 2200-POST-TO-RATE-BREAKDOWN.

       2150-DEDUCT-ONE-DEPOSIT-LINE.
      *> A paid deposit's share comes off in the deposit's own rate
      *> band, net and VAT alike - the band totals stay what the
      *> VAT declaration needs to net the advance back out.
           COMPUTE WS-SIGNED-NET = 0 - DD-NET(WS-DEDUCT-INDEX).
           COMPUTE WS-SIGNED-VAT = 0 - DD-VAT(WS-DEDUCT-INDEX).
           ADD WS-SIGNED-NET TO NET-PRICE.
           ADD WS-SIGNED-VAT TO VAT-AMOUNT.

           MOVE "N" TO WS-FOUND-RATE.
           PERFORM 2160-MATCH-ONE-DEDUCTION-RATE
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               OR WS-FOUND-RATE = "Y".

           IF WS-FOUND-RATE = "N"
               ADD 1 TO WS-RATE-COUNT
               MOVE DD-VAT-RATE(WS-DEDUCT-INDEX)
                   TO RT-VAT-RATE(WS-RATE-COUNT)
               MOVE WS-SIGNED-NET
                   TO RT-NET-TOTAL(WS-RATE-COUNT)
               MOVE WS-SIGNED-VAT
                   TO RT-VAT-TOTAL(WS-RATE-COUNT)
               MOVE ZERO
                   TO RT-DISCOUNT-TOTAL(WS-RATE-COUNT)
           END-IF.

       2160-MATCH-ONE-DEDUCTION-RATE.
           IF RT-VAT-RATE(WS-RATE-INDEX)
               = DD-VAT-RATE(WS-DEDUCT-INDEX)
               ADD WS-SIGNED-NET
                   TO RT-NET-TOTAL(WS-RATE-INDEX)
               ADD WS-SIGNED-VAT
                   TO RT-VAT-TOTAL(WS-RATE-INDEX)
               MOVE "Y" TO WS-FOUND-RATE
           END-IF.

       2200-POST-TO-RATE-BREAKDOWN.
           MOVE "N" TO WS-FOUND-RATE.
           MOVE ZERO TO WS-RATE-INDEX.
                   END-IF
           END-READ.

       2700-FIND-ORDER-DEPOSITS.
      *> The order's deposit invoices are found on AR-OPEN-ITEMS.
      *> Only what the customer has actually paid of each, less
      *> what earlier shipments already used, can come off - and
      *> never more than this invoice's own total. An unpaid
      *> deposit stays on the ledger to be chased like any item.
           MOVE ZERO TO WS-DEPOSIT-COUNT WS-DEDUCT-COUNT
               WS-DEPOSIT-TAKEN.

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               GO TO 2700-EXIT
           END-IF.

           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-AR-STATUS
           END-START.

           PERFORM 2710-CHECK-ONE-OPEN-ITEM
               UNTIL WS-AR-STATUS = "10".

           CLOSE AR-OPEN-ITEMS.
           MOVE "00" TO WS-AR-STATUS.

           IF WS-DEPOSIT-COUNT = ZERO
               GO TO 2700-EXIT
           END-IF.

           PERFORM 2750-SPLIT-DEPOSIT-BANDS THRU 2750-EXIT.

      *> What is deducted is what the band shares add up to.
           MOVE ZERO TO WS-DEPOSIT-TAKEN.
           PERFORM 2780-TOTAL-ONE-DEPOSIT
               VARYING WS-DEPOSIT-INDEX FROM 1 BY 1
               UNTIL WS-DEPOSIT-INDEX > WS-DEPOSIT-COUNT.

           IF WS-DEPOSIT-TAKEN NOT = ZERO
               MOVE WS-DEPOSIT-TAKEN TO DEPOSIT-FORMATTED
               DISPLAY "Paid deposits on order " WS-ORDER-IN
                   " deducted: " DEPOSIT-FORMATTED " EUR"
           END-IF.

       2700-EXIT.
           EXIT.

       2710-CHECK-ONE-OPEN-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   IF AR-ITEM-IS-DEPOSIT
                       AND AR-ORDER-NUMBER = WS-ORDER-IN
                       PERFORM 2720-TAKE-ONE-DEPOSIT
                   END-IF
           END-READ.

       2720-TAKE-ONE-DEPOSIT.
           IF AR-DEPOSIT-APPLIED NOT NUMERIC
               MOVE ZERO TO AR-DEPOSIT-APPLIED
           END-IF.
           COMPUTE WS-DEPOSIT-AVAILABLE =
               AR-AMOUNT-PAID - AR-DEPOSIT-APPLIED.
           COMPUTE WS-DEPOSIT-ROOM = TOTAL-PRICE - WS-DEPOSIT-TAKEN.
           IF WS-DEPOSIT-AVAILABLE > WS-DEPOSIT-ROOM
               MOVE WS-DEPOSIT-ROOM TO WS-DEPOSIT-AVAILABLE
           END-IF.

           IF AR-OPEN-BALANCE > ZERO
               DISPLAY "Deposit invoice " AR-INVOICE-NUMBER
                   " is not fully paid - only the paid part is "
                   "deducted."
           END-IF.

           IF WS-DEPOSIT-AVAILABLE > ZERO
               AND AR-INVOICE-TOTAL > ZERO
               IF WS-DEPOSIT-COUNT >= 10
                   DISPLAY "** more than 10 deposits on the order - "
                       "deposit " AR-INVOICE-NUMBER " not deducted"
               ELSE
                   ADD 1 TO WS-DEPOSIT-COUNT
                   MOVE AR-INVOICE-NUMBER
                       TO DP-INVOICE(WS-DEPOSIT-COUNT)
                   MOVE AR-INVOICE-TOTAL
                       TO DP-TOTAL(WS-DEPOSIT-COUNT)
                   MOVE WS-DEPOSIT-AVAILABLE
                       TO DP-TAKE(WS-DEPOSIT-COUNT)
                   MOVE ZERO TO DP-APPLIED(WS-DEPOSIT-COUNT)
                   ADD WS-DEPOSIT-AVAILABLE TO WS-DEPOSIT-TAKEN
               END-IF
           END-IF.

       2750-SPLIT-DEPOSIT-BANDS.
      *> Each deposit's stored lines give its rate bands; each band
      *> comes off in proportion to the part of the deposit taken.
           OPEN INPUT INVOICE-DETAIL.
           IF WS-ID-STATUS NOT = "00"
               DISPLAY "INVOICE-DETAIL not available, status "
                   WS-ID-STATUS " - deposits not deducted."
               GO TO 2750-EXIT
           END-IF.

           PERFORM 2760-SPLIT-ONE-DETAIL-LINE
               UNTIL WS-ID-STATUS = "10".

           CLOSE INVOICE-DETAIL.
           MOVE "00" TO WS-ID-STATUS.

       2750-EXIT.
           EXIT.

       2760-SPLIT-ONE-DETAIL-LINE.
           READ INVOICE-DETAIL
               AT END
                   MOVE "10" TO WS-ID-STATUS
               NOT AT END
                   IF ID-IS-LINE
                       PERFORM 2765-FIND-THE-DEPOSIT
                       IF WS-DEPOSIT-MATCH NOT = ZERO
                           PERFORM 2770-ADD-ONE-DEDUCTION
                       END-IF
                   END-IF
           END-READ.

       2765-FIND-THE-DEPOSIT.
           MOVE ZERO TO WS-DEPOSIT-MATCH.
           PERFORM 2766-MATCH-ONE-DEPOSIT
               VARYING WS-DEPOSIT-INDEX FROM 1 BY 1
               UNTIL WS-DEPOSIT-INDEX > WS-DEPOSIT-COUNT
               OR WS-DEPOSIT-MATCH NOT = ZERO.

       2766-MATCH-ONE-DEPOSIT.
           IF DP-INVOICE(WS-DEPOSIT-INDEX) = ID-INVOICE-NUMBER
               MOVE WS-DEPOSIT-INDEX TO WS-DEPOSIT-MATCH
           END-IF.

       2770-ADD-ONE-DEDUCTION.
           IF WS-DEDUCT-COUNT >= 40
               DISPLAY "** too many deposit lines - the rest of "
                   "deposit " ID-INVOICE-NUMBER " is not deducted"
           ELSE
               ADD 1 TO WS-DEDUCT-COUNT
               MOVE ID-INVOICE-NUMBER TO DD-INVOICE(WS-DEDUCT-COUNT)
               MOVE IDL-VAT-RATE TO DD-VAT-RATE(WS-DEDUCT-COUNT)
               COMPUTE DD-NET(WS-DEDUCT-COUNT) ROUNDED =
                   IDL-NET-AMOUNT * DP-TAKE(WS-DEPOSIT-MATCH)
                   / DP-TOTAL(WS-DEPOSIT-MATCH)
               COMPUTE DD-VAT(WS-DEDUCT-COUNT) ROUNDED =
                   IDL-VAT-AMOUNT * DP-TAKE(WS-DEPOSIT-MATCH)
                   / DP-TOTAL(WS-DEPOSIT-MATCH)
               ADD DD-NET(WS-DEDUCT-COUNT) DD-VAT(WS-DEDUCT-COUNT)
                   TO DP-APPLIED(WS-DEPOSIT-MATCH)
           END-IF.

       2780-TOTAL-ONE-DEPOSIT.
           ADD DP-APPLIED(WS-DEPOSIT-INDEX) TO WS-DEPOSIT-TAKEN.

       2800-CHECK-APPROVAL-HOLD.
      *> Three things hold a document for a supervisor instead of
      *> posting it: a total over the company's approval value, a
      *> credit note over the company's credit threshold, or a
      *> coded line priced below the article's price. The document
      *> keeps the number it was given; a practice sign-on is told
      *> what would have happened and carries on into its practice
      *> files.
           MOVE "N" TO WS-APPROVAL-HOLD WS-OVER-VALUE
               WS-OVER-CREDIT WS-BELOW-PRICE.

           IF WS-DOC-IS-CREDIT-NOTE
               COMPUTE WS-CREDIT-VALUE = 0 - TOTAL-PRICE
               IF WS-CREDIT-VALUE > WS-CO-CREDIT-APPR-EFF
                   MOVE "Y" TO WS-OVER-CREDIT
                   MOVE WS-CO-CREDIT-APPR-EFF TO LIMIT-FORMATTED
                   DISPLAY "** Credit note is over the company's "
                       "credit threshold of " LIMIT-FORMATTED " **"
               END-IF
           ELSE
               IF TOTAL-PRICE > WS-CO-APPROVAL-EFF
                   MOVE "Y" TO WS-OVER-VALUE
                   MOVE WS-CO-APPROVAL-EFF TO LIMIT-FORMATTED
                   DISPLAY "** Total is over the company's approval "
                       "value of " LIMIT-FORMATTED " **"
               END-IF
               PERFORM 2810-CHECK-LINE-PRICES THRU 2810-EXIT
           END-IF.

           IF WS-OVER-VALUE = "N"
               AND WS-OVER-CREDIT = "N"
               AND WS-BELOW-PRICE = "N"
               GO TO 2800-EXIT
           END-IF.

           IF WS-TRAINING-MODE
               DISPLAY "(Training - a live document like this would "
                   "be held for supervisor approval.)"
               GO TO 2800-EXIT
           END-IF.

           MOVE "Y" TO WS-APPROVAL-HOLD.

       2800-EXIT.
           EXIT.

       2810-CHECK-LINE-PRICES.
      *> The article's price is the one the line would have taken
      *> untouched - the customer's unexpired contract price, else
      *> the dated price for the invoice date, else the master
      *> price, with the quantity break for the line's quantity
      *> where that is lower. Uncoded lines have no article to
      *> measure against.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               GO TO 2810-EXIT
           END-IF.

           MOVE "N" TO WS-PRICES-OPEN.
           IF WS-CUSTOMER-ID NOT = SPACES
               OPEN INPUT CUSTOMER-PRICES
               IF WS-CP-STATUS = "00"
                   MOVE "Y" TO WS-PRICES-OPEN
               END-IF
           END-IF.

           PERFORM 2820-CHECK-ONE-LINE-PRICE THRU 2820-EXIT
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.

           IF WS-PRICES-OPEN = "Y"
               CLOSE CUSTOMER-PRICES
           END-IF.
           CLOSE ITEM-MASTER.

       2810-EXIT.
           EXIT.

       2820-CHECK-ONE-LINE-PRICE.
           MOVE ZERO TO LI-ARTICLE-PRICE(WS-LINE-INDEX).
           MOVE "N"  TO LI-BELOW-PRICE(WS-LINE-INDEX).
           IF LI-ITEM-CODE(WS-LINE-INDEX) = SPACES
               GO TO 2820-EXIT
           END-IF.

           MOVE LI-ITEM-CODE(WS-LINE-INDEX) TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   GO TO 2820-EXIT
           END-READ.

           MOVE ITEM-UNIT-PRICE TO WS-ARTICLE-PRICE.
           MOVE ITEM-CODE       TO WS-PRICE-ITEM-CODE.
           MOVE WS-INVOICE-DATE TO WS-PRICE-LOOKUP-DATE.
           PERFORM 5190-LOOKUP-ITEM-PRICE-AS-OF.
           IF WS-PRICE-FOUND = "Y"
               MOVE WS-LOOKED-UP-PRICE TO WS-ARTICLE-PRICE
           END-IF.

           MOVE "N" TO WS-BREAK-APPLIED.
           MOVE ITEM-CODE       TO WS-TIER-ITEM-CODE.
           MOVE WS-INVOICE-DATE TO WS-TIER-LOOKUP-DATE.
           MOVE LI-QUANTITY(WS-LINE-INDEX) TO WS-TIER-QUANTITY.
           PERFORM 5170-LOOKUP-TIER-PRICE.
           IF WS-TIER-FOUND = "Y"
               AND WS-TIER-PRICE < WS-ARTICLE-PRICE
               MOVE WS-TIER-PRICE TO WS-ARTICLE-PRICE
               MOVE "Y" TO WS-BREAK-APPLIED
           END-IF.

           IF WS-PRICES-OPEN = "Y"
               MOVE WS-CUSTOMER-ID TO CP-CUSTOMER-ID
               MOVE ITEM-CODE      TO CP-ITEM-CODE
               READ CUSTOMER-PRICES
                   KEY IS CP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-EXPIRY-DATE = ZERO
                           OR CP-EXPIRY-DATE >= WS-INVOICE-DATE
                           IF WS-BREAK-APPLIED = "N"
                               OR CP-UNIT-PRICE < WS-ARTICLE-PRICE
                               MOVE CP-UNIT-PRICE
                                   TO WS-ARTICLE-PRICE
                           END-IF
                       END-IF
               END-READ
           END-IF.

           MOVE WS-ARTICLE-PRICE TO LI-ARTICLE-PRICE(WS-LINE-INDEX).
           IF LI-UNIT-PRICE(WS-LINE-INDEX) < WS-ARTICLE-PRICE
               MOVE "Y" TO LI-BELOW-PRICE(WS-LINE-INDEX)
               MOVE "Y" TO WS-BELOW-PRICE
               MOVE LI-UNIT-PRICE(WS-LINE-INDEX) TO UNIT-FORMATTED
               MOVE WS-ARTICLE-PRICE TO ARTICLE-FORMATTED
               DISPLAY "** Line " WS-LINE-INDEX " "
                   LI-ITEM-CODE(WS-LINE-INDEX) " priced at "
                   UNIT-FORMATTED " - below the article's "
                   ARTICLE-FORMATTED " **"
           END-IF.

       2820-EXIT.
           EXIT.

       2300-CONVERT-TOTAL-FOR-DISPLAY.
      *> Line items and the stored transaction stay in EUR throughout;
      *> only the total quoted back to the customer is converted, so
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.

           PERFORM 3150-PRINT-ONE-DEDUCTION
               VARYING WS-DEDUCT-INDEX FROM 1 BY 1
               UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-COUNT.

           DISPLAY "-----------------".
           DISPLAY "VAT breakdown by rate:".

               " net " NET-FORMATTED
               " vat " VAT-FORMATTED.

       3150-PRINT-ONE-DEDUCTION.
           COMPUTE WS-SIGNED-NET = 0 - DD-NET(WS-DEDUCT-INDEX).
           COMPUTE WS-SIGNED-VAT = 0 - DD-VAT(WS-DEDUCT-INDEX).
           MOVE WS-SIGNED-NET TO NET-FORMATTED.
           MOVE WS-SIGNED-VAT TO VAT-FORMATTED.
           DISPLAY "Less deposit " DD-INVOICE(WS-DEDUCT-INDEX)
               " net " NET-FORMATTED
               " vat " VAT-FORMATTED.

       3200-PRINT-ONE-RATE-ENTRY.
           MOVE RT-VAT-RATE(WS-RATE-INDEX)  TO RATE-FORMATTED.
           MOVE RT-NET-TOTAL(WS-RATE-INDEX) TO NET-FORMATTED.
               GO TO 3300-EXIT
           END-IF.

      *> A training document is not a real one - it is not archived.
           IF NOT WS-TRAINING-MODE
               MOVE ZERO                 TO WS-RA-RUN-DATE
               MOVE "INVOICEPR"          TO WS-RA-REPORT-NAME
               MOVE "INVOICE-CALCULATOR" TO WS-RA-PROGRAM-ID
               MOVE WS-COMPANY-CODE      TO WS-RA-COMPANY
               MOVE WS-OPERATOR-ID       TO WS-RA-OPERATOR-ID
               PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT
           END-IF.

           MOVE SPACES TO PRT-LINE.
           MOVE WS-CO-NAME-EFF TO PRT-LINE.
           PERFORM 3310-WRITE-PRINT-LINE.
                      INTO PRT-LINE
               PERFORM 3310-WRITE-PRINT-LINE
           ELSE
               IF WS-DOC-IS-DEPOSIT
                   MOVE SPACES TO PRT-LINE
                   MOVE "*** DEPOSIT INVOICE ***" TO PRT-LINE
                   PERFORM 3310-WRITE-PRINT-LINE
               END-IF
               MOVE SPACES TO PRT-LINE
               STRING "Invoice " DELIMITED BY SIZE
                      WS-INVOICE-NUMBER DELIMITED BY SIZE
                      WS-INVOICE-DATE DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 3310-WRITE-PRINT-LINE
               IF WS-DOC-IS-DEPOSIT
                   MOVE SPACES TO PRT-LINE
                   STRING "Advance payment on order "
                              DELIMITED BY SIZE
                          WS-ORDER-IN DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 3310-WRITE-PRINT-LINE
               END-IF
               IF WS-DEDUCT-COUNT > ZERO
                   MOVE SPACES TO PRT-LINE
                   STRING "Your order " DELIMITED BY SIZE
                          WS-ORDER-IN DELIMITED BY SIZE
                          " - paid deposits deducted below"
                              DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 3310-WRITE-PRINT-LINE
               END-IF
           END-IF.

           MOVE SPACES TO PRT-LINE.
                  INTO PRT-LINE.
           PERFORM 3310-WRITE-PRINT-LINE.

           IF WS-SHIPTO-NO > ZERO
               MOVE SPACES TO PRT-LINE
               STRING "Deliver to: " DELIMITED BY SIZE
                      WS-DELIVERY-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DELIVERY-CITY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DELIVERY-ZIP DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 3310-WRITE-PRINT-LINE
           END-IF.

           MOVE SPACES TO PRT-LINE.
           PERFORM 3310-WRITE-PRINT-LINE.

               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.

           PERFORM 3330-PRINT-ONE-DEDUCTION-IMAGE
               VARYING WS-DEDUCT-INDEX FROM 1 BY 1
               UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-COUNT.

           MOVE SPACES TO PRT-LINE.
           PERFORM 3310-WRITE-PRINT-LINE.

           END-IF.

           CLOSE INVOICE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       3300-EXIT.
           EXIT.
       3310-WRITE-PRINT-LINE.
           MOVE PRT-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE PRT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       3320-PRINT-ONE-LINE-ITEM-IMAGE.
           MOVE LI-UNIT-PRICE(WS-LINE-INDEX)  TO UNIT-FORMATTED.
                  INTO PRT-LINE.
           PERFORM 3310-WRITE-PRINT-LINE.

       3330-PRINT-ONE-DEDUCTION-IMAGE.
      *> A deducted deposit band prints in the line columns, net
      *> and VAT negative, quantity and unit price left blank.
           MOVE SPACES TO WS-DEDUCT-DESC.
           STRING "Less deposit invoice " DELIMITED BY SIZE
                  DD-INVOICE(WS-DEDUCT-INDEX) DELIMITED BY SIZE
                  INTO WS-DEDUCT-DESC.
           COMPUTE WS-SIGNED-NET = 0 - DD-NET(WS-DEDUCT-INDEX).
           COMPUTE WS-SIGNED-VAT = 0 - DD-VAT(WS-DEDUCT-INDEX).
           MOVE WS-SIGNED-NET TO NET-FORMATTED.
           MOVE DD-VAT-RATE(WS-DEDUCT-INDEX) TO RATE-FORMATTED.
           MOVE WS-SIGNED-VAT TO VAT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING WS-DEDUCT-DESC DELIMITED BY SIZE
                  "                  " DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  NET-FORMATTED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RATE-FORMATTED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  VAT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3310-WRITE-PRINT-LINE.

       3500-PRINT-QUOTE-IMAGE.
      *> The quotation document - same column layout as an invoice
      *> image, headed QUOTATION with its validity date, on its own
               GO TO 3500-EXIT
           END-IF.

      *> A training document is not a real one - it is not archived.
           IF NOT WS-TRAINING-MODE
               MOVE ZERO                 TO WS-RA-RUN-DATE
               MOVE "QUOTEPR"            TO WS-RA-REPORT-NAME
               MOVE "INVOICE-CALCULATOR" TO WS-RA-PROGRAM-ID
               MOVE WS-COMPANY-CODE      TO WS-RA-COMPANY
               MOVE WS-OPERATOR-ID       TO WS-RA-OPERATOR-ID
               PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT
           END-IF.

           MOVE SPACES TO PRT-LINE.
           MOVE WS-CO-NAME-EFF TO PRT-LINE.
           PERFORM 3510-WRITE-QUOTE-LINE.
                  INTO PRT-LINE.
           PERFORM 3510-WRITE-QUOTE-LINE.

           IF WS-SHIPTO-NO > ZERO
               MOVE SPACES TO PRT-LINE
               STRING "Deliver to: " DELIMITED BY SIZE
                      WS-DELIVERY-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DELIVERY-CITY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DELIVERY-ZIP DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 3510-WRITE-QUOTE-LINE
           END-IF.

           MOVE SPACES TO PRT-LINE.
           PERFORM 3510-WRITE-QUOTE-LINE.

           PERFORM 3510-WRITE-QUOTE-LINE.

           CLOSE QUOTE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       3500-EXIT.
           EXIT.
       3510-WRITE-QUOTE-LINE.
           MOVE PRT-LINE TO QPR-RECORD.
           WRITE QPR-RECORD.
           MOVE QPR-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       3520-PRINT-ONE-QUOTE-LINE.
           MOVE LI-UNIT-PRICE(WS-LINE-INDEX)  TO UNIT-FORMATTED.
                  INTO PRT-LINE.
           PERFORM 3510-WRITE-QUOTE-LINE.

       4050-POST-THE-DOCUMENT.
      *> Everything a document does once it is let through - the
      *> print, the rate bands, the open item, the deposits it
      *> used, the detail, the stock, the audit entry, and the
      *> order or quote it came from. Straight after pricing for a
      *> document under the approval limits; through (P)ost for one
      *> a supervisor has approved. A customer on electronic
      *> invoicing gets no paper - the export sends the document
      *> from the detail store tonight. Practice documents never
      *> reach the export, so they print whatever the customer.
           IF WS-CUST-TAKES-EINVOICE
               AND NOT WS-TRAINING-MODE
               DISPLAY "Customer takes electronic invoices - no "
                   "paper copy printed; the document goes out on "
                   "tonight's export."
           ELSE
               PERFORM 3300-PRINT-INVOICE-IMAGE THRU 3300-EXIT
           END-IF.
           PERFORM 4000-RECORD-TRANSACTION.
           PERFORM 4500-WRITE-OPEN-ITEM.
           PERFORM 4550-APPLY-ORDER-DEPOSITS THRU 4550-EXIT.
           PERFORM 4600-WRITE-LINE-DETAIL.
           IF NOT WS-DOC-IS-DEPOSIT
               PERFORM 4800-ISSUE-THE-STOCK THRU 4800-EXIT
           END-IF.
           PERFORM 8100-LOG-INVOICE.
           IF WS-DOC-SOURCE = "S"
               PERFORM 0960-UPDATE-ORDER-SHIPMENT THRU 0960-EXIT
           END-IF.
           IF WS-DOC-SOURCE = "V"
               PERFORM 0860-FLAG-QUOTE-CONVERTED THRU 0860-EXIT
           END-IF.

       4000-RECORD-TRANSACTION.
      *> Appends one INVOICE-TRANSACTION record per VAT-rate band on
      *> this invoice (rather than one blended total) so finance can
               MOVE WS-CURRENCY-CODE  TO AR-CURRENCY-CODE
               MOVE TOTAL-CONVERTED   TO AR-FOREIGN-AMOUNT
               MOVE WS-LOOKED-UP-CUR-RATE TO AR-INVOICE-RATE
               MOVE WS-ORDER-IN       TO AR-ORDER-NUMBER
               IF WS-DOC-IS-DEPOSIT
                   MOVE "D"           TO AR-ITEM-KIND
                   MOVE ZERO          TO AR-DEPOSIT-APPLIED
               ELSE
                   MOVE SPACE         TO AR-ITEM-KIND
                   MOVE WS-DEPOSIT-TAKEN TO AR-DEPOSIT-APPLIED
               END-IF
               MOVE ZERO              TO AR-DEPOSIT-INVOICE
      *> A shipment wholly covered by its deposits owes nothing.
               IF TOTAL-PRICE = ZERO
                   SET AR-ITEM-IS-PAID TO TRUE
               END-IF
               WRITE AR-RECORD
               IF WS-AR-STATUS NOT = "00"
                   DISPLAY "AR-OPEN-ITEMS write failed, status "
               CLOSE AR-OPEN-ITEMS
           END-IF.

       4550-APPLY-ORDER-DEPOSITS.
      *> Each deposit deducted is marked with how much of it is now
      *> used up and by which invoice, so a later shipment on the
      *> same order deducts only what is left.
           IF WS-DEPOSIT-COUNT = ZERO
               GO TO 4550-EXIT
           END-IF.

           OPEN I-O AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "Could not open AR-OPEN-ITEMS, status "
                   WS-AR-STATUS " - deposits not marked as used."
               GO TO 4550-EXIT
           END-IF.

           PERFORM 4560-MARK-ONE-DEPOSIT
               VARYING WS-DEPOSIT-INDEX FROM 1 BY 1
               UNTIL WS-DEPOSIT-INDEX > WS-DEPOSIT-COUNT.

           CLOSE AR-OPEN-ITEMS.

       4550-EXIT.
           EXIT.

       4560-MARK-ONE-DEPOSIT.
           MOVE DP-INVOICE(WS-DEPOSIT-INDEX) TO AR-INVOICE-NUMBER.
           READ AR-OPEN-ITEMS
               KEY IS AR-INVOICE-NUMBER
               INVALID KEY
                   DISPLAY "** deposit " DP-INVOICE(WS-DEPOSIT-INDEX)
                       " no longer on AR-OPEN-ITEMS - not marked "
                       "as used"
               NOT INVALID KEY
                   IF AR-DEPOSIT-APPLIED NOT NUMERIC
                       MOVE ZERO TO AR-DEPOSIT-APPLIED
                   END-IF
                   ADD DP-APPLIED(WS-DEPOSIT-INDEX)
                       TO AR-DEPOSIT-APPLIED
                   MOVE WS-INVOICE-NUMBER TO AR-DEPOSIT-INVOICE
                   REWRITE AR-RECORD
                   IF WS-AR-STATUS NOT = "00"
                       DISPLAY "AR-OPEN-ITEMS rewrite failed, "
                           "status " WS-AR-STATUS
                   END-IF
           END-READ.

       4600-WRITE-LINE-DETAIL.
      *> One header record and one record per line onto the
      *> INVOICE-DETAIL file - this is what INVOICE-INQUIRY pulls up
               MOVE WS-BILLING-CITY    TO IDH-CUSTOMER-CITY
               MOVE WS-COMPANY-CODE    TO IDH-COMPANY-CODE
               MOVE WS-REP-CODE        TO IDH-REP-CODE
               MOVE WS-SHIPTO-NO       TO IDH-SHIPTO-NO
               MOVE WS-DELIVERY-ZIP    TO IDH-DELIVERY-ZIP
               WRITE ID-RECORD
               MOVE "N" TO WS-COST-FILE-OPEN
               OPEN INPUT ITEM-MASTER
               IF WS-IM-STATUS = "00"
                   MOVE "Y" TO WS-COST-FILE-OPEN
               END-IF
               PERFORM 4610-WRITE-ONE-DETAIL-LINE
                   VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               PERFORM 4630-WRITE-ONE-DEDUCTION-LINE
                   VARYING WS-DEDUCT-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-COUNT
               IF WS-COST-FILE-OPEN = "Y"
                   CLOSE ITEM-MASTER
               END-IF
               CLOSE INVOICE-DETAIL
           END-IF.

           COMPUTE IDL-DISCOUNT-AMOUNT =
               LI-DISCOUNT(WS-LINE-INDEX) * WS-SIGN-FACTOR.
           MOVE LI-ITEM-CODE(WS-LINE-INDEX) TO IDL-ITEM-CODE.
           PERFORM 4620-STAMP-THE-LINE-COST THRU 4620-EXIT.
           WRITE ID-RECORD.

       4630-WRITE-ONE-DEDUCTION-LINE.
      *> A deducted deposit band is stored as a negative line after
      *> the invoice's own, so a reprint shows it and the lines
      *> still add up to the invoice.
           MOVE WS-INVOICE-NUMBER TO ID-INVOICE-NUMBER.
           MOVE "L"               TO ID-RECORD-TYPE.
           COMPUTE ID-LINE-NO = WS-LINE-COUNT + WS-DEDUCT-INDEX.
           MOVE SPACES            TO ID-DETAIL.
           STRING "Less deposit invoice " DELIMITED BY SIZE
                  DD-INVOICE(WS-DEDUCT-INDEX) DELIMITED BY SIZE
                  INTO IDL-DESCRIPTION.
           MOVE ZERO TO IDL-QUANTITY IDL-UNIT-PRICE
               IDL-DISCOUNT-AMOUNT IDL-UNIT-COST.
           MOVE DD-VAT-RATE(WS-DEDUCT-INDEX) TO IDL-VAT-RATE.
           COMPUTE IDL-NET-AMOUNT = 0 - DD-NET(WS-DEDUCT-INDEX).
           COMPUTE IDL-VAT-AMOUNT = 0 - DD-VAT(WS-DEDUCT-INDEX).
           WRITE ID-RECORD.

       4620-STAMP-THE-LINE-COST.
      *> Cost of sales as it stands at billing - the credit note
      *> takes the cost of the day it is raised, which is what the
      *> returned stock goes back in at.
           MOVE ZERO TO IDL-UNIT-COST.
           IF LI-ITEM-CODE(WS-LINE-INDEX) = SPACES
               OR WS-COST-FILE-OPEN NOT = "Y"
               GO TO 4620-EXIT
           END-IF.

           MOVE LI-ITEM-CODE(WS-LINE-INDEX) TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   GO TO 4620-EXIT
           END-READ.
           IF ITEM-AVERAGE-COST NUMERIC
               MOVE ITEM-AVERAGE-COST TO IDL-UNIT-COST
           END-IF.

       4620-EXIT.
           EXIT.

       4800-ISSUE-THE-STOCK.
      *> Every item-coded line moves the article's on-hand - down
      *> by the billed quantity on an invoice, back up on a credit
      *> note (the sign factor carries that). Manually keyed lines
      *> touch no stock; an article the billing oversells goes
      *> negative with a warning rather than blocking the invoice
      *> already committed above. The branch the goods leave from
      *> is the one nearest the delivery address.
           MOVE WS-DELIVERY-ZIP TO WS-SB-ZIP-IN.
           PERFORM 5750-FIND-NEAREST-BRANCH THRU 5750-EXIT.
           IF WS-SB-MATCH = ZERO
               MOVE SPACES TO WS-ISSUE-BRANCH
           ELSE
               MOVE SB-CODE(WS-SB-MATCH) TO WS-ISSUE-BRANCH
               DISPLAY "Stock moves at branch " WS-ISSUE-BRANCH " "
                   SB-NAME(WS-SB-MATCH)
           END-IF.

           OPEN I-O ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "ITEM-MASTER not available (status "
                   DISPLAY "** item " ITEM-CODE " oversold - "
                       "on-hand is now " ITEM-ON-HAND-QTY
               END-IF
               MOVE WS-ISSUE-BRANCH TO WS-BSP-BRANCH
               MOVE ITEM-CODE       TO WS-BSP-ITEM
               COMPUTE WS-BSP-CHANGE =
                   0 - (LI-QUANTITY(WS-LINE-INDEX) * WS-SIGN-FACTOR)
               PERFORM 8060-POST-BRANCH-STOCK THRU 8060-EXIT
               IF WS-BSP-OK = "Y" AND WS-BSP-BALANCE < ZERO
                   DISPLAY "** item " ITEM-CODE " oversold at "
                       "branch " WS-ISSUE-BRANCH " - branch "
                       "on-hand is now " WS-BSP-BALANCE
               END-IF
               PERFORM 4820-RECORD-THE-MOVEMENT
               IF ITEM-IS-LOT-TRACKED
                   PERFORM 4830-ISSUE-THE-LOTS
               END-IF
           END-IF.

       4810-EXIT.
           EXIT.

       4820-RECORD-THE-MOVEMENT.
           MOVE ITEM-CODE TO SMV-ITEM-CODE.
           MOVE SPACES    TO SMV-DOC-REF.
           IF WS-DOC-IS-CREDIT-NOTE
               MOVE "CR" TO SMV-MOVE-TYPE
               STRING "CRN " DELIMITED BY SIZE
                      WS-INVOICE-NUMBER DELIMITED BY SIZE
                      INTO SMV-DOC-REF
           ELSE
               MOVE "IS" TO SMV-MOVE-TYPE
               STRING "INV " DELIMITED BY SIZE
                      WS-INVOICE-NUMBER DELIMITED BY SIZE
                      INTO SMV-DOC-REF
           END-IF.
           COMPUTE SMV-QUANTITY =
               0 - (LI-QUANTITY(WS-LINE-INDEX) * WS-SIGN-FACTOR).
           MOVE ITEM-ON-HAND-QTY TO SMV-BALANCE.
           MOVE WS-OPERATOR-ID   TO SMV-OPERATOR-ID.
           MOVE WS-ISSUE-BRANCH  TO SMV-BRANCH-CODE.
           PERFORM 8050-WRITE-STOCK-MOVEMENT.

       4830-ISSUE-THE-LOTS.
      *> The operator reads the lot off the box; Enter leaves it to
      *> first-in, first-out. A credit note offers the lot the
      *> original invoice shipped from - the box coming back.
           MOVE ITEM-CODE         TO WS-LTI-ITEM.
           COMPUTE WS-LTI-QTY =
               LI-QUANTITY(WS-LINE-INDEX) * WS-SIGN-FACTOR.
           MOVE WS-INVOICE-NUMBER TO WS-LTI-INVOICE.
           MOVE WS-LINE-INDEX     TO WS-LTI-LINE.
           MOVE WS-DOC-TYPE       TO WS-LTI-DOC-TYPE.
           MOVE WS-INVOICE-DATE   TO WS-LTI-DATE.
           MOVE WS-CUSTOMER-ID    TO WS-LTI-CUSTOMER.

           IF WS-DOC-IS-CREDIT-NOTE
               MOVE WS-ORIGINAL-INVOICE TO WS-LTI-ORIG-INVOICE
               PERFORM 8077-FIND-ORIGINAL-LOT THRU 8077-EXIT
               IF WS-LTI-LOT = SPACES
                   DISPLAY "Lot returned on line " WS-LINE-INDEX " "
                       ITEM-CODE " (Enter for its newest lot): "
               ELSE
                   DISPLAY "Lot returned on line " WS-LINE-INDEX " "
                       ITEM-CODE " (Enter for " WS-LTI-LOT
                       ", as invoiced): "
               END-IF
           ELSE
               MOVE SPACES TO WS-LTI-LOT
               DISPLAY "Lot shipped on line " WS-LINE-INDEX " "
                   ITEM-CODE " (Enter for first in, first out): "
           END-IF.
           MOVE SPACES TO WS-LOT-IN.
           ACCEPT WS-LOT-IN.
           IF WS-LOT-IN NOT = SPACES
               MOVE WS-LOT-IN TO WS-LTI-LOT
           END-IF.

           PERFORM 8070-ISSUE-FROM-LOTS THRU 8070-EXIT.

       4900-HOLD-FOR-APPROVAL.
      *> The whole document goes onto PENDING-INVOICES as priced -
      *> header, lines, and for a shipment the order lines and the
      *> deposits it draws on - and nothing else is written: no
      *> print, no rate bands, no open item, no stock. The number
      *> stays taken; INVOICE-APPROVAL decides it.
           OPEN I-O PENDING-INVOICES.
           IF WS-PI-STATUS = "35"
               OPEN OUTPUT PENDING-INVOICES
               CLOSE PENDING-INVOICES
               OPEN I-O PENDING-INVOICES
           END-IF.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "Could not open PENDING-INVOICES, status "
                   WS-PI-STATUS " - document " WS-INVOICE-NUMBER
                   " is neither held nor posted."
               GO TO 4900-EXIT
           END-IF.

           MOVE SPACES TO WS-HOLD-REASONS.
           IF WS-OVER-VALUE = "Y"
               MOVE "V" TO WS-HOLD-REASONS(1:1)
           END-IF.
           IF WS-OVER-CREDIT = "Y"
               MOVE "C" TO WS-HOLD-REASONS(2:1)
           END-IF.
           IF WS-BELOW-PRICE = "Y"
               MOVE "P" TO WS-HOLD-REASONS(3:1)
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-INVOICE-NUMBER   TO PI-INVOICE-NUMBER.
           MOVE "H"                 TO PI-RECORD-TYPE.
           MOVE ZERO                TO PI-SEQ.
           MOVE SPACES              TO PI-DETAIL.
           MOVE WS-DOC-TYPE         TO PIH-DOC-TYPE.
           MOVE WS-DOC-SOURCE       TO PIH-SOURCE.
           SET PIH-AWAITING         TO TRUE.
           MOVE WS-INVOICE-DATE     TO PIH-INVOICE-DATE.
           MOVE WS-COMPANY-CODE     TO PIH-COMPANY-CODE.
           MOVE WS-CUSTOMER-ID      TO PIH-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME    TO PIH-CUSTOMER-NAME.
           MOVE WS-BILLING-CITY     TO PIH-CUSTOMER-CITY.
           MOVE WS-ORIGINAL-INVOICE TO PIH-ORIGINAL-INVOICE.
           MOVE WS-ORDER-IN         TO PIH-ORDER-NUMBER.
           MOVE WS-QUOTE-IN         TO PIH-QUOTE-NUMBER.
           MOVE WS-REP-CODE         TO PIH-REP-CODE.
           MOVE WS-SHIPTO-NO        TO PIH-SHIPTO-NO.
           MOVE WS-DELIVERY-NAME    TO PIH-DELIVERY-NAME.
           MOVE WS-DELIVERY-CITY    TO PIH-DELIVERY-CITY.
           MOVE WS-DELIVERY-ZIP     TO PIH-DELIVERY-ZIP.
           MOVE WS-DISCOUNT-PCT     TO PIH-DISCOUNT-PCT.
           MOVE WS-REVERSE-CHARGE   TO PIH-REVERSE-CHARGE.
           MOVE WS-CUST-VAT-REG     TO PIH-CUST-VAT-REG.
           MOVE WS-CUST-EINVOICE    TO PIH-EINVOICE.
           MOVE WS-CUST-TERMS       TO PIH-TERMS-CODE.
           MOVE WS-CURRENCY-CODE    TO PIH-CURRENCY-CODE.
           MOVE WS-LOOKED-UP-CUR-RATE TO PIH-CURRENCY-RATE.
           MOVE WS-CUR-FIXING-DATE  TO PIH-FIXING-DATE.
           MOVE TOTAL-CONVERTED     TO PIH-TOTAL-CONVERTED.
           MOVE NET-PRICE           TO PIH-NET-TOTAL.
           MOVE VAT-AMOUNT          TO PIH-VAT-TOTAL.
           MOVE TOTAL-PRICE         TO PIH-TOTAL.
           MOVE WS-LINE-COUNT       TO PIH-LINE-COUNT.
           MOVE ZERO                TO PIH-SHIP-COUNT.
           IF WS-DOC-SOURCE = "S"
               MOVE WS-SHIP-COUNT   TO PIH-SHIP-COUNT
           END-IF.
           MOVE WS-DEDUCT-COUNT     TO PIH-DEDUCT-COUNT.
           MOVE WS-DEPOSIT-COUNT    TO PIH-DEPOSIT-COUNT.
           MOVE WS-DEPOSIT-TAKEN    TO PIH-DEPOSIT-TAKEN.
           MOVE WS-OVER-VALUE       TO PIH-OVER-VALUE.
           MOVE WS-OVER-CREDIT      TO PIH-OVER-CREDIT.
           MOVE WS-BELOW-PRICE      TO PIH-BELOW-PRICE.
           MOVE WS-OPERATOR-ID      TO PIH-HELD-BY.
           MOVE WS-NOW              TO PIH-HELD-AT.
           MOVE SPACES              TO PIH-DECIDED-BY
                                       PIH-DECISION-NOTE
                                       PIH-POSTED-BY.
           MOVE ZERO                TO PIH-DECIDED-AT PIH-POSTED-AT.
           WRITE PI-RECORD
               INVALID KEY
                   DISPLAY "** document " WS-INVOICE-NUMBER
                       " is already on PENDING-INVOICES - not held "
                       "again"
                   CLOSE PENDING-INVOICES
                   GO TO 4900-EXIT
           END-WRITE.

           PERFORM 4910-HOLD-ONE-LINE
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.
           PERFORM 4920-HOLD-ONE-SHIP-LINE
               VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > PIH-SHIP-COUNT.
           PERFORM 4930-HOLD-ONE-DEDUCTION
               VARYING WS-DEDUCT-INDEX FROM 1 BY 1
               UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-COUNT.
           PERFORM 4940-HOLD-ONE-DEPOSIT
               VARYING WS-DEPOSIT-INDEX FROM 1 BY 1
               UNTIL WS-DEPOSIT-INDEX > WS-DEPOSIT-COUNT.

           CLOSE PENDING-INVOICES.

           PERFORM 8300-LOG-HELD.
           DISPLAY "Document " WS-INVOICE-NUMBER " is HELD for "
               "supervisor approval - nothing has been printed or "
               "posted.".
           DISPLAY "Once it is approved, post it here with (P)ost.".

       4900-EXIT.
           EXIT.

       4910-HOLD-ONE-LINE.
           MOVE WS-INVOICE-NUMBER TO PI-INVOICE-NUMBER.
           MOVE "L"               TO PI-RECORD-TYPE.
           MOVE WS-LINE-INDEX     TO PI-SEQ.
           MOVE SPACES            TO PI-DETAIL.
           MOVE LI-ITEM-CODE(WS-LINE-INDEX)    TO PIL-ITEM-CODE.
           MOVE LI-DESCRIPTION(WS-LINE-INDEX)  TO PIL-DESCRIPTION.
           MOVE LI-QUANTITY(WS-LINE-INDEX)     TO PIL-QUANTITY.
           MOVE LI-UNIT-PRICE(WS-LINE-INDEX)   TO PIL-UNIT-PRICE.
           MOVE LI-VAT-CATEGORY(WS-LINE-INDEX) TO PIL-VAT-CATEGORY.
           MOVE LI-VAT-RATE(WS-LINE-INDEX)     TO PIL-VAT-RATE.
           MOVE LI-GROSS-NET(WS-LINE-INDEX)    TO PIL-GROSS-NET.
           MOVE LI-DISCOUNT(WS-LINE-INDEX)     TO PIL-DISCOUNT.
           MOVE LI-NET-PRICE(WS-LINE-INDEX)    TO PIL-NET-PRICE.
           MOVE LI-VAT-AMOUNT(WS-LINE-INDEX)   TO PIL-VAT-AMOUNT.
           MOVE LI-ARTICLE-PRICE(WS-LINE-INDEX)
               TO PIL-ARTICLE-PRICE.
           MOVE LI-BELOW-PRICE(WS-LINE-INDEX)  TO PIL-BELOW-PRICE.
           WRITE PI-RECORD.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "PENDING-INVOICES write failed, status "
                   WS-PI-STATUS
           END-IF.

       4920-HOLD-ONE-SHIP-LINE.
           MOVE WS-INVOICE-NUMBER TO PI-INVOICE-NUMBER.
           MOVE "S"               TO PI-RECORD-TYPE.
           MOVE WS-SHIP-INDEX     TO PI-SEQ.
           MOVE SPACES            TO PI-DETAIL.
           MOVE SH-LINE-NO(WS-SHIP-INDEX)      TO PIS-LINE-NO.
           MOVE SH-ITEM-CODE(WS-SHIP-INDEX)    TO PIS-ITEM-CODE.
           MOVE SH-DESCRIPTION(WS-SHIP-INDEX)  TO PIS-DESCRIPTION.
           MOVE SH-OUTSTANDING(WS-SHIP-INDEX)  TO PIS-OUTSTANDING.
           MOVE SH-SHIP-QTY(WS-SHIP-INDEX)     TO PIS-SHIP-QTY.
           MOVE SH-ALLOCATED(WS-SHIP-INDEX)    TO PIS-ALLOCATED.
           MOVE SH-UNIT-PRICE(WS-SHIP-INDEX)   TO PIS-UNIT-PRICE.
           MOVE SH-VAT-CATEGORY(WS-SHIP-INDEX) TO PIS-VAT-CATEGORY.
           WRITE PI-RECORD.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "PENDING-INVOICES write failed, status "
                   WS-PI-STATUS
           END-IF.

       4930-HOLD-ONE-DEDUCTION.
           MOVE WS-INVOICE-NUMBER TO PI-INVOICE-NUMBER.
           MOVE "D"               TO PI-RECORD-TYPE.
           MOVE WS-DEDUCT-INDEX   TO PI-SEQ.
           MOVE SPACES            TO PI-DETAIL.
           MOVE DD-INVOICE(WS-DEDUCT-INDEX)  TO PID-INVOICE.
           MOVE DD-VAT-RATE(WS-DEDUCT-INDEX) TO PID-VAT-RATE.
           MOVE DD-NET(WS-DEDUCT-INDEX)      TO PID-NET.
           MOVE DD-VAT(WS-DEDUCT-INDEX)      TO PID-VAT.
           WRITE PI-RECORD.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "PENDING-INVOICES write failed, status "
                   WS-PI-STATUS
           END-IF.

       4940-HOLD-ONE-DEPOSIT.
           MOVE WS-INVOICE-NUMBER TO PI-INVOICE-NUMBER.
           MOVE "P"               TO PI-RECORD-TYPE.
           MOVE WS-DEPOSIT-INDEX  TO PI-SEQ.
           MOVE SPACES            TO PI-DETAIL.
           MOVE DP-INVOICE(WS-DEPOSIT-INDEX) TO PIP-INVOICE.
           MOVE DP-TOTAL(WS-DEPOSIT-INDEX)   TO PIP-TOTAL.
           MOVE DP-TAKE(WS-DEPOSIT-INDEX)    TO PIP-TAKE.
           MOVE DP-APPLIED(WS-DEPOSIT-INDEX) TO PIP-APPLIED.
           WRITE PI-RECORD.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "PENDING-INVOICES write failed, status "
                   WS-PI-STATUS
           END-IF.

       4950-LOAD-APPROVED-DOCUMENT.
      *> Brings an approved document back into the working areas
      *> the keyed flow fills - header fields, lines as priced,
      *> a shipment's order lines, deposit deductions - so the
      *> posting paragraphs neither know nor care it was held.
           MOVE "N" TO WS-PENDING-OK.

           OPEN INPUT PENDING-INVOICES.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "PENDING-INVOICES not available, status "
                   WS-PI-STATUS " - nothing to post."
               GO TO 4950-EXIT
           END-IF.

           MOVE WS-PENDING-IN TO PI-INVOICE-NUMBER.
           MOVE "H"           TO PI-RECORD-TYPE.
           MOVE ZERO          TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   DISPLAY "Document " WS-PENDING-IN " was never "
                       "held for approval."
                   CLOSE PENDING-INVOICES
                   GO TO 4950-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN PIH-AWAITING
                   DISPLAY "Document " WS-PENDING-IN " is still "
                       "awaiting a supervisor's approval."
               WHEN PIH-REJECTED
                   DISPLAY "Document " WS-PENDING-IN " was rejected "
                       "by " PIH-DECIDED-BY " - " PIH-DECISION-NOTE
               WHEN PIH-POSTED
                   DISPLAY "Document " WS-PENDING-IN " was posted "
                       "on " PIH-POSTED-AT(1:8) " by " PIH-POSTED-BY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT PIH-APPROVED
               CLOSE PENDING-INVOICES
               GO TO 4950-EXIT
           END-IF.

           MOVE PI-INVOICE-NUMBER    TO WS-INVOICE-NUMBER.
           MOVE PIH-DOC-TYPE         TO WS-DOC-TYPE.
           IF WS-DOC-IS-CREDIT-NOTE
               MOVE -1 TO WS-SIGN-FACTOR
           ELSE
               MOVE +1 TO WS-SIGN-FACTOR
           END-IF.
           MOVE PIH-SOURCE           TO WS-DOC-SOURCE.
      *> The held date stays on PENDING-INVOICES only. The document
      *> posts as of today, the date the run already holds, so the
      *> night's journal, GL hand-off, balance and e-invoice export
      *> all pick it up, and its due date runs from the posting.
           MOVE PIH-INVOICE-DATE     TO WS-HELD-DATE.
           MOVE PIH-COMPANY-CODE     TO WS-COMPANY-CODE.
           PERFORM 5960-LOOKUP-COMPANY.
           MOVE PIH-CUSTOMER-ID      TO WS-CUSTOMER-ID.
           MOVE PIH-CUSTOMER-NAME    TO WS-CUSTOMER-NAME.
           MOVE PIH-CUSTOMER-CITY    TO WS-BILLING-CITY.
           MOVE PIH-ORIGINAL-INVOICE TO WS-ORIGINAL-INVOICE.
           MOVE PIH-ORDER-NUMBER     TO WS-ORDER-IN.
           MOVE PIH-QUOTE-NUMBER     TO WS-QUOTE-IN.
           MOVE PIH-REP-CODE         TO WS-REP-CODE.
           MOVE PIH-SHIPTO-NO        TO WS-SHIPTO-NO.
           MOVE PIH-DELIVERY-NAME    TO WS-DELIVERY-NAME.
           MOVE PIH-DELIVERY-CITY    TO WS-DELIVERY-CITY.
           MOVE PIH-DELIVERY-ZIP     TO WS-DELIVERY-ZIP.
           MOVE PIH-DISCOUNT-PCT     TO WS-DISCOUNT-PCT.
           MOVE PIH-REVERSE-CHARGE   TO WS-REVERSE-CHARGE.
           MOVE PIH-CUST-VAT-REG     TO WS-CUST-VAT-REG.
           MOVE PIH-EINVOICE         TO WS-CUST-EINVOICE.
           MOVE PIH-TERMS-CODE       TO WS-CUST-TERMS.
           MOVE PIH-CURRENCY-CODE    TO WS-CURRENCY-CODE.
           MOVE PIH-CURRENCY-RATE    TO WS-LOOKED-UP-CUR-RATE.
           MOVE PIH-FIXING-DATE      TO WS-CUR-FIXING-DATE.
           MOVE PIH-TOTAL-CONVERTED  TO TOTAL-CONVERTED.
           MOVE PIH-TOTAL            TO WS-HELD-TOTAL.
           MOVE PIH-LINE-COUNT       TO WS-LINE-COUNT.
           MOVE PIH-SHIP-COUNT       TO WS-SHIP-COUNT.
           MOVE PIH-DEDUCT-COUNT     TO WS-DEDUCT-COUNT.
           MOVE PIH-DEPOSIT-COUNT    TO WS-DEPOSIT-COUNT.
           MOVE PIH-DEPOSIT-TAKEN    TO WS-DEPOSIT-TAKEN.
           MOVE PIH-DECIDED-BY       TO WS-APPROVED-BY.

           MOVE "Y" TO WS-PENDING-FOUND.
           PERFORM 4960-LOAD-ONE-LINE
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.
           PERFORM 4965-LOAD-ONE-SHIP-LINE
               VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > WS-SHIP-COUNT.
           PERFORM 4970-LOAD-ONE-DEDUCTION
               VARYING WS-DEDUCT-INDEX FROM 1 BY 1
               UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-COUNT.
           PERFORM 4975-LOAD-ONE-DEPOSIT
               VARYING WS-DEPOSIT-INDEX FROM 1 BY 1
               UNTIL WS-DEPOSIT-INDEX > WS-DEPOSIT-COUNT.

           CLOSE PENDING-INVOICES.

           IF WS-PENDING-FOUND NOT = "Y"
               DISPLAY "** document " WS-PENDING-IN " is incomplete "
                   "on PENDING-INVOICES - not posted"
               GO TO 4950-EXIT
           END-IF.

           MOVE "Y" TO WS-PENDING-OK.
           DISPLAY "Posting document " WS-PENDING-IN " for "
               WS-CUSTOMER-NAME " - approved by " WS-APPROVED-BY.
           DISPLAY "Held on " WS-HELD-DATE ", posted as of "
               WS-INVOICE-DATE.

       4950-EXIT.
           EXIT.

       4960-LOAD-ONE-LINE.
           MOVE "L"           TO PI-RECORD-TYPE.
           MOVE WS-LINE-INDEX TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   MOVE "N" TO WS-PENDING-FOUND
               NOT INVALID KEY
                   MOVE PIL-ITEM-CODE
                       TO LI-ITEM-CODE(WS-LINE-INDEX)
                   MOVE PIL-DESCRIPTION
                       TO LI-DESCRIPTION(WS-LINE-INDEX)
                   MOVE PIL-QUANTITY
                       TO LI-QUANTITY(WS-LINE-INDEX)
                   MOVE PIL-UNIT-PRICE
                       TO LI-UNIT-PRICE(WS-LINE-INDEX)
                   MOVE PIL-VAT-CATEGORY
                       TO LI-VAT-CATEGORY(WS-LINE-INDEX)
                   MOVE PIL-VAT-RATE
                       TO LI-VAT-RATE(WS-LINE-INDEX)
                   MOVE PIL-GROSS-NET
                       TO LI-GROSS-NET(WS-LINE-INDEX)
                   MOVE PIL-DISCOUNT
                       TO LI-DISCOUNT(WS-LINE-INDEX)
                   MOVE PIL-NET-PRICE
                       TO LI-NET-PRICE(WS-LINE-INDEX)
                   MOVE PIL-VAT-AMOUNT
                       TO LI-VAT-AMOUNT(WS-LINE-INDEX)
                   MOVE PIL-ARTICLE-PRICE
                       TO LI-ARTICLE-PRICE(WS-LINE-INDEX)
                   MOVE PIL-BELOW-PRICE
                       TO LI-BELOW-PRICE(WS-LINE-INDEX)
           END-READ.

       4965-LOAD-ONE-SHIP-LINE.
           MOVE "S"           TO PI-RECORD-TYPE.
           MOVE WS-SHIP-INDEX TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   MOVE "N" TO WS-PENDING-FOUND
               NOT INVALID KEY
                   MOVE PIS-LINE-NO
                       TO SH-LINE-NO(WS-SHIP-INDEX)
                   MOVE PIS-ITEM-CODE
                       TO SH-ITEM-CODE(WS-SHIP-INDEX)
                   MOVE PIS-DESCRIPTION
                       TO SH-DESCRIPTION(WS-SHIP-INDEX)
                   MOVE PIS-OUTSTANDING
                       TO SH-OUTSTANDING(WS-SHIP-INDEX)
                   MOVE PIS-SHIP-QTY
                       TO SH-SHIP-QTY(WS-SHIP-INDEX)
                   MOVE PIS-ALLOCATED
                       TO SH-ALLOCATED(WS-SHIP-INDEX)
                   MOVE PIS-UNIT-PRICE
                       TO SH-UNIT-PRICE(WS-SHIP-INDEX)
                   MOVE PIS-VAT-CATEGORY
                       TO SH-VAT-CATEGORY(WS-SHIP-INDEX)
           END-READ.

       4970-LOAD-ONE-DEDUCTION.
           MOVE "D"             TO PI-RECORD-TYPE.
           MOVE WS-DEDUCT-INDEX TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   MOVE "N" TO WS-PENDING-FOUND
               NOT INVALID KEY
                   MOVE PID-INVOICE  TO DD-INVOICE(WS-DEDUCT-INDEX)
                   MOVE PID-VAT-RATE TO DD-VAT-RATE(WS-DEDUCT-INDEX)
                   MOVE PID-NET      TO DD-NET(WS-DEDUCT-INDEX)
                   MOVE PID-VAT      TO DD-VAT(WS-DEDUCT-INDEX)
           END-READ.

       4975-LOAD-ONE-DEPOSIT.
           MOVE "P"              TO PI-RECORD-TYPE.
           MOVE WS-DEPOSIT-INDEX TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   MOVE "N" TO WS-PENDING-FOUND
               NOT INVALID KEY
                   MOVE PIP-INVOICE TO DP-INVOICE(WS-DEPOSIT-INDEX)
                   MOVE PIP-TOTAL   TO DP-TOTAL(WS-DEPOSIT-INDEX)
                   MOVE PIP-TAKE    TO DP-TAKE(WS-DEPOSIT-INDEX)
                   MOVE PIP-APPLIED TO DP-APPLIED(WS-DEPOSIT-INDEX)
           END-READ.

       4990-MARK-POSTED.
      *> Marked posted before anything is written, the way an
      *> invoice number is saved before it is used - two desks
      *> posting the same approval cannot both get through.
           MOVE "N" TO WS-PENDING-OK.

           OPEN I-O PENDING-INVOICES.
           IF WS-PI-STATUS NOT = "00"
               DISPLAY "Could not open PENDING-INVOICES, status "
                   WS-PI-STATUS " - document not posted."
               GO TO 4990-EXIT
           END-IF.

           MOVE WS-INVOICE-NUMBER TO PI-INVOICE-NUMBER.
           MOVE "H"               TO PI-RECORD-TYPE.
           MOVE ZERO              TO PI-SEQ.
           READ PENDING-INVOICES
               KEY IS PI-KEY
               INVALID KEY
                   DISPLAY "** document " WS-INVOICE-NUMBER
                       " has gone from PENDING-INVOICES - not posted"
                   CLOSE PENDING-INVOICES
                   GO TO 4990-EXIT
           END-READ.

           IF NOT PIH-APPROVED
               DISPLAY "** document " WS-INVOICE-NUMBER " is no "
                   "longer awaiting posting - not posted"
               CLOSE PENDING-INVOICES
               GO TO 4990-EXIT
           END-IF.

           SET PIH-POSTED TO TRUE.
           MOVE WS-OPERATOR-ID TO PIH-POSTED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PIH-POSTED-AT.
           REWRITE PI-RECORD.
           IF WS-PI-STATUS = "00"
               MOVE "Y" TO WS-PENDING-OK
           ELSE
               DISPLAY "PENDING-INVOICES rewrite failed, status "
                   WS-PI-STATUS " - document not posted."
           END-IF.

           CLOSE PENDING-INVOICES.

       4990-EXIT.
           EXIT.

       4700-WRITE-QUOTE.
      *> The quote's header and lines go to the QUOTES file - and
      *> nowhere near INVOICE-TRANSACTION, AR or the detail store -

           PERFORM 8000-WRITE-AUDIT-LOG.

       8300-LOG-HELD.
      *> Logged under its own program id - a held document has
      *> landed nothing on INVOICE-TRANSACTION, so the end-of-day
      *> invoice tie must not count it. Its INVOICE-CALC entry is
      *> written when it is finally posted.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW         TO AUD-TIMESTAMP.
           MOVE "INVOICE-HOLD" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           STRING "Document " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  " held, total " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  " reasons " DELIMITED BY SIZE
                  WS-HOLD-REASONS DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8350-LOG-APPROVED-POSTING.
      *> The posting entry names the supervisor who let it through
      *> beside the operator who posted it.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW         TO AUD-TIMESTAMP.
           MOVE "INVOICE-HOLD" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           STRING "Document " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  " posted, approved by " DELIMITED BY SIZE
                  WS-APPROVED-BY DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8100-LOG-INVOICE.
      *> Appends an AUDIT-LOG entry so we can answer who priced this
      *> invoice and when, after the terminal session that ran it
           MOVE WS-NOW         TO AUD-TIMESTAMP.
           MOVE "INVOICE-CALC" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           EVALUATE TRUE
               WHEN WS-DOC-IS-CREDIT-NOTE
                   STRING "Credit note " DELIMITED BY SIZE
                          WS-INVOICE-NUMBER DELIMITED BY SIZE
                          " against " DELIMITED BY SIZE
                          WS-ORIGINAL-INVOICE DELIMITED BY SIZE
                          " total " DELIMITED BY SIZE
                          TOTAL-FORMATTED DELIMITED BY SIZE
                          INTO AUD-MESSAGE
               WHEN WS-DOC-IS-DEPOSIT
                   STRING "Deposit invoice " DELIMITED BY SIZE
                          WS-INVOICE-NUMBER DELIMITED BY SIZE
                          " order " DELIMITED BY SIZE
                          WS-ORDER-IN DELIMITED BY SIZE
                          " total " DELIMITED BY SIZE
                          TOTAL-FORMATTED DELIMITED BY SIZE
                          INTO AUD-MESSAGE
               WHEN OTHER
                   STRING "Invoice " DELIMITED BY SIZE
                          WS-INVOICE-NUMBER DELIMITED BY SIZE
                          " net " DELIMITED BY SIZE
                          NET-FORMATTED DELIMITED BY SIZE
                          " total " DELIMITED BY SIZE
                          TOTAL-FORMATTED DELIMITED BY SIZE
                          INTO AUD-MESSAGE
           END-EVALUATE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "vatcload.cpy".
           COPY "itemprld.cpy".
           COPY "itemtrld.cpy".
           COPY "currload.cpy".
           COPY "currfile.cpy".
           COPY "roundload.cpy".
           COPY "freightld.cpy".
           COPY "companyld.cpy".
           COPY "auditapp.cpy".
           COPY "stkmvapp.cpy".
           COPY "brstkapp.cpy".
           COPY "lotissue.cpy".
           COPY "brnchld.cpy".
           COPY "brnear.cpy".
           COPY "shiptopk.cpy".
           COPY "termsdue.cpy".

           COPY "filelock.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
