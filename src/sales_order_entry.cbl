      *> discipline), the customer comes off CUSTOMER-MASTER, and
      *> each line is priced from ITEM-MASTER by item code (manual
      *> keying for articles not on file, same as invoice entry).
      *> A coded line is priced as invoice entry prices it: the
      *> dated price for the order date, the article's quantity
      *> break for the line quantity where lower, and the
      *> customer's contract price unless the break is lower still.
      *> Nothing here touches the billing files - when the goods go
      *> out, INVOICE-CALCULATOR's (S)hip mode turns the order's
      *> outstanding quantities into a real invoice and writes the
      *> shipped quantities back. A new line carries no stock
      *> allocation until the nightly STOCK-ALLOCATION run reserves
      *> some for it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-SHIPTO ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHP-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT ITEM-PRICE-CONTROL ASSIGN TO "ITEMPRICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPC-STATUS.

           SELECT ITEM-PRICE-TIERS ASSIGN TO "ITEMTIERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPT-STATUS.

           SELECT CUSTOMER-PRICES ASSIGN TO "CUSTPRICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CP-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  CUSTOMER-SHIPTO.
           COPY "custship.cpy".

       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  ITEM-PRICE-CONTROL.
           COPY "itemprc.cpy".

       FD  ITEM-PRICE-TIERS.
           COPY "itemtier.cpy".

       FD  CUSTOMER-PRICES.
           COPY "custprc.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".


       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "itemprtb.cpy".
       COPY "itemtrtb.cpy".

       78 MAX-ORDER-LINES VALUE 20.

       01 WS-SOSEQ-STATUS    PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-IPC-STATUS      PIC X(02).
       01 WS-IPT-STATUS      PIC X(02).
       01 WS-CP-STATUS       PIC X(02).
       01 WS-BREAK-APPLIED   PIC X(01).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       COPY "shiptowk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 5100-LOAD-ITEM-PRICE-CONTROL.
           PERFORM 5120-LOAD-ITEM-TIERS.

           DISPLAY "Company code (Enter for 01): ".
           ACCEPT WS-COMPANY-CODE.
           END-IF.

           PERFORM 0500-LOOKUP-CUSTOMER THRU 0500-EXIT.
           IF WS-CUSTOMER-NAME NOT = SPACES
               PERFORM 6300-PICK-SHIP-TO THRU 6300-EXIT
           END-IF.
           PERFORM 0700-ASSIGN-ORDER-NUMBER.
           PERFORM 1000-ACCEPT-ORDER-LINES.
           PERFORM 4000-WRITE-THE-ORDER.

           MOVE SPACES TO WS-CUSTOMER-NAME WS-CUSTOMER-CITY.
           MOVE "S" TO WS-DEFAULT-CATEGORY.
           MOVE ZERO TO WS-SHIPTO-NO.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = "00"
                   MOVE CUST-NAME         TO WS-CUSTOMER-NAME
                   MOVE CUST-CITY         TO WS-CUSTOMER-CITY
                   MOVE CUST-VAT-CATEGORY TO WS-DEFAULT-CATEGORY
                   MOVE CUST-ID           TO WS-SHP-CUST-ID
                   MOVE CUST-CITY         TO WS-DELIVERY-CITY
                   MOVE CUST-ZIP-CODE     TO WS-DELIVERY-ZIP
                   DISPLAY "Order for " WS-CUSTOMER-NAME
                       ", " WS-CUSTOMER-CITY
           END-READ.

           MOVE WS-ITEM-CODE-IN TO OL-ITEM-CODE(WS-LINE-INDEX).

      *> A coded line's quantity comes first - the article's price
      *> depends on it once quantity breaks are loaded.
           IF WS-ITEM-CODE-IN NOT = SPACES
               PERFORM 1105-ACCEPT-LINE-QUANTITY
               PERFORM 1150-PRICE-LINE-FROM-ITEM-MASTER
           ELSE
               PERFORM 1160-PRICE-LINE-MANUALLY
               PERFORM 1105-ACCEPT-LINE-QUANTITY
           END-IF.

       1105-ACCEPT-LINE-QUANTITY.
           DISPLAY "Line " WS-LINE-INDEX " - enter quantity: ".
           ACCEPT OL-QUANTITY(WS-LINE-INDEX).

                   MOVE SPACES TO OL-ITEM-CODE(WS-LINE-INDEX)
                   PERFORM 1160-PRICE-LINE-MANUALLY
               NOT INVALID KEY
                   PERFORM 1155-PRICE-FROM-ITEM-RECORD
           END-READ.

       1155-PRICE-FROM-ITEM-RECORD.
           MOVE ITEM-DESCRIPTION TO OL-DESCRIPTION(WS-LINE-INDEX).
           MOVE ITEM-UNIT-PRICE  TO OL-UNIT-PRICE(WS-LINE-INDEX).
           MOVE WS-ITEM-CODE-IN  TO WS-PRICE-ITEM-CODE.
           MOVE WS-TODAY         TO WS-PRICE-LOOKUP-DATE.
           PERFORM 5190-LOOKUP-ITEM-PRICE-AS-OF.
           IF WS-PRICE-FOUND = "Y"
               MOVE WS-LOOKED-UP-PRICE TO OL-UNIT-PRICE(WS-LINE-INDEX)
           END-IF.

      *> The break is taken only where it is below the article's
      *> price, as on the invoice.
           MOVE "N" TO WS-BREAK-APPLIED.
           MOVE WS-ITEM-CODE-IN TO WS-TIER-ITEM-CODE.
           MOVE WS-TODAY        TO WS-TIER-LOOKUP-DATE.
           MOVE OL-QUANTITY(WS-LINE-INDEX) TO WS-TIER-QUANTITY.
           PERFORM 5170-LOOKUP-TIER-PRICE.
           IF WS-TIER-FOUND = "Y"
               AND WS-TIER-PRICE < OL-UNIT-PRICE(WS-LINE-INDEX)
               MOVE WS-TIER-PRICE TO OL-UNIT-PRICE(WS-LINE-INDEX)
               MOVE "Y" TO WS-BREAK-APPLIED
               DISPLAY "  (quantity break " WS-TIER-MIN-QUANTITY
                   "+ applied)"
           END-IF.

           PERFORM 1157-CHECK-CONTRACT-PRICE THRU 1157-EXIT.

           MOVE ITEM-VAT-CATEGORY TO OL-VAT-CATEGORY(WS-LINE-INDEX).
           MOVE OL-UNIT-PRICE(WS-LINE-INDEX) TO UNIT-FORMATTED.
           DISPLAY "  " ITEM-DESCRIPTION " at "
               UNIT-FORMATTED " (category "
               ITEM-VAT-CATEGORY ")".

       1157-CHECK-CONTRACT-PRICE.
      *> The customer's unexpired contract price on CUSTOMER-PRICES
      *> beats the article's - unless a quantity break comes in
      *> lower still.
           IF WS-CUSTOMER-ID = SPACES
               GO TO 1157-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-PRICES.
           IF WS-CP-STATUS NOT = "00"
               GO TO 1157-EXIT
           END-IF.

           MOVE WS-CUSTOMER-ID  TO CP-CUSTOMER-ID.
           MOVE WS-ITEM-CODE-IN TO CP-ITEM-CODE.
           READ CUSTOMER-PRICES
               KEY IS CP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CP-EXPIRY-DATE = ZERO
                       OR CP-EXPIRY-DATE >= WS-TODAY
                       IF WS-BREAK-APPLIED = "Y"
                           AND CP-UNIT-PRICE NOT <
                               OL-UNIT-PRICE(WS-LINE-INDEX)
                           DISPLAY "  (quantity break is below the "
                               "contract price - break applies)"
                       ELSE
                           MOVE CP-UNIT-PRICE
                               TO OL-UNIT-PRICE(WS-LINE-INDEX)
                           DISPLAY "  (contract price applied for "
                               WS-CUSTOMER-ID ")"
                       END-IF
                   END-IF
           END-READ.

           CLOSE CUSTOMER-PRICES.

       1157-EXIT.
           EXIT.

       1160-PRICE-LINE-MANUALLY.
           DISPLAY "Line " WS-LINE-INDEX " - enter description: ".
           ACCEPT OL-DESCRIPTION(WS-LINE-INDEX).
               MOVE WS-CUSTOMER-CITY TO SOH-CUSTOMER-CITY
               MOVE WS-COMPANY-CODE  TO SOH-COMPANY-CODE
               MOVE "O"              TO SOH-ORDER-STATUS
               MOVE WS-SHIPTO-NO     TO SOH-SHIPTO-NO
               WRITE SO-RECORD
               PERFORM 4100-WRITE-ONE-ORDER-LINE
                   VARYING WS-LINE-INDEX FROM 1 BY 1
           MOVE OL-DESCRIPTION(WS-LINE-INDEX)  TO SOL-DESCRIPTION.
           MOVE OL-QUANTITY(WS-LINE-INDEX)     TO SOL-QUANTITY.
           MOVE ZERO                           TO SOL-SHIPPED-QTY.
           MOVE ZERO                           TO SOL-ALLOCATED-QTY.
           MOVE OL-UNIT-PRICE(WS-LINE-INDEX)   TO SOL-UNIT-PRICE.
           MOVE OL-VAT-CATEGORY(WS-LINE-INDEX) TO SOL-VAT-CATEGORY.
           WRITE SO-RECORD.
           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".
           COPY "itemprld.cpy".
           COPY "itemtrld.cpy".

           COPY "shiptopk.cpy".

           COPY "signon.cpy".
