       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER-ENTRY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Purchase-order entry - what we order from a supplier is
      *> raised here instead of on an order pad. Orders are numbered
      *> off their own PURCHASE-ORDER-SEQUENCE (the sales-order
      *> discipline), the supplier must be an active SUPPLIER-MASTER
      *> record, and every line is an ITEM-MASTER article at the
      *> cost agreed with the supplier. The expected delivery date
      *> defaults from the supplier's lead time. GOODS-RECEIPT-ENTRY
      *> books deliveries against the order's lines.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDERS ASSIGN TO "PURCHORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT PO-SEQUENCE ASSIGN TO "POSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSEQ-STATUS.

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
       FD  PURCHASE-ORDERS.
           COPY "purchord.cpy".

       FD  PO-SEQUENCE.
           COPY "poseq.cpy".

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

       78 MAX-PO-LINES VALUE 20.

       01 WS-PO-STATUS       PIC X(02).
       01 WS-POSEQ-STATUS    PIC X(02).
       01 WS-SUP-STATUS      PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-EXPECTED-INT    PIC 9(08).

       01 WS-PO-NUMBER       PIC 9(06).
       01 WS-COMPANY-CODE    PIC X(02).
       01 WS-SUPPLIER-CODE   PIC X(06).
       01 WS-SUPPLIER-NAME   PIC X(30).
       01 WS-LEAD-DAYS       PIC 9(03).
       01 WS-SUPPLIER-OK     PIC X(01) VALUE "N".
       01 WS-EXPECTED-DATE   PIC 9(08).
       01 WS-DATE-IN         PIC 9(08).
       01 WS-ITEM-CODE-IN    PIC X(08).
       01 WS-LINE-OK         PIC X(01).

       01 WS-LINE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-LINE-INDEX      PIC 9(02).
       01 WS-LINE-TABLE.
          05 WS-PO-LINE OCCURS 20 TIMES.
             10 PL-ITEM-CODE    PIC X(08).
             10 PL-DESCRIPTION  PIC X(30).
             10 PL-QUANTITY     PIC 9(05).
             10 PL-UNIT-COST    PIC 9(06)V99.

       01 WS-ORDER-VALUE     PIC 9(10)V99.
       01 COST-FORMATTED     PIC Z(5)9.99.
       01 VALUE-FORMATTED    PIC Z(9)9.99.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Company code (Enter for 01): ".
           ACCEPT WS-COMPANY-CODE.
           IF WS-COMPANY-CODE = SPACES
               MOVE "01" TO WS-COMPANY-CODE
           END-IF.

           PERFORM 0500-LOOKUP-SUPPLIER THRU 0500-EXIT.
           IF WS-SUPPLIER-OK NOT = "Y"
               DISPLAY "No purchase order raised."
               STOP RUN
           END-IF.

           PERFORM 0600-SET-EXPECTED-DATE.
           PERFORM 1000-ACCEPT-ORDER-LINES.
           IF WS-LINE-COUNT = ZERO
               DISPLAY "No valid lines - no purchase order raised."
               STOP RUN
           END-IF.

           PERFORM 0700-ASSIGN-PO-NUMBER.
           PERFORM 4000-WRITE-THE-ORDER.
           PERFORM 8100-LOG-ORDER.

           STOP RUN.

       0500-LOOKUP-SUPPLIER.
      *> Only an active supplier on SUPPLIER-MASTER can be ordered
      *> from - there is no manual fallback, the order goes to a
      *> governed record or not at all.
           MOVE "N" TO WS-SUPPLIER-OK.
           DISPLAY "Supplier code: ".
           ACCEPT WS-SUPPLIER-CODE.

           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "Could not open SUPPLIER-MASTER, status "
                   WS-SUP-STATUS
               GO TO 0500-EXIT
           END-IF.

           MOVE WS-SUPPLIER-CODE TO SUP-CODE.
           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   DISPLAY "Unknown supplier code " WS-SUPPLIER-CODE
                       " - set it up in SUPPLIER-MAINTENANCE first."
               NOT INVALID KEY
                   IF SUP-IS-INACTIVE
                       DISPLAY "Supplier " WS-SUPPLIER-CODE
                           " is inactive - no new orders."
                   ELSE
                       MOVE "Y"           TO WS-SUPPLIER-OK
                       MOVE SUP-NAME      TO WS-SUPPLIER-NAME
                       MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
                       IF WS-LEAD-DAYS NOT NUMERIC
                           MOVE ZERO TO WS-LEAD-DAYS
                       END-IF
                       DISPLAY "Ordering from " WS-SUPPLIER-NAME
                   END-IF
           END-READ.

           CLOSE SUPPLIER-MASTER.

       0500-EXIT.
           EXIT.

       0600-SET-EXPECTED-DATE.
      *> Today plus the supplier's lead time, unless the buyer has
      *> a date agreed on the phone.
           COMPUTE WS-EXPECTED-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-LEAD-DAYS.
           COMPUTE WS-EXPECTED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPECTED-INT).

           DISPLAY "Expected delivery " WS-EXPECTED-DATE
               " - enter another date (CCYYMMDD), or Enter to keep: ".
           MOVE ZERO TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN NUMERIC
               AND WS-DATE-IN NOT = ZERO
               IF WS-DATE-IN < WS-TODAY
                   DISPLAY "Date is in the past - keeping "
                       WS-EXPECTED-DATE
               ELSE
                   MOVE WS-DATE-IN TO WS-EXPECTED-DATE
               END-IF
           END-IF.

       0700-ASSIGN-PO-NUMBER.
      *> Same take-and-save discipline as the sales-order sequence,
      *> on the purchase orders' own file. Taken only once the
      *> lines are keyed, so an abandoned order burns no number.
           MOVE 1 TO WS-PO-NUMBER.

           OPEN INPUT PO-SEQUENCE.
           IF WS-POSEQ-STATUS = "00"
               READ PO-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POSEQ-NEXT-NUMBER TO WS-PO-NUMBER
               END-READ
               CLOSE PO-SEQUENCE
           END-IF.

           COMPUTE POSEQ-NEXT-NUMBER = WS-PO-NUMBER + 1.
           OPEN OUTPUT PO-SEQUENCE.
           WRITE POSEQ-RECORD.
           CLOSE PO-SEQUENCE.

           DISPLAY "Purchase order number assigned: " WS-PO-NUMBER.

       1000-ACCEPT-ORDER-LINES.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS " - purchase orders need articles."
               GO TO 1000-EXIT
           END-IF.

           MOVE ZERO TO WS-LINE-COUNT.
           MOVE "Y" TO WS-LINE-OK.
           PERFORM 1100-ACCEPT-ONE-LINE THRU 1100-EXIT
               UNTIL WS-LINE-OK = "N"
               OR WS-LINE-COUNT >= MAX-PO-LINES.

           CLOSE ITEM-MASTER.

       1000-EXIT.
           EXIT.

       1100-ACCEPT-ONE-LINE.
           COMPUTE WS-LINE-INDEX = WS-LINE-COUNT + 1.
           DISPLAY "Line " WS-LINE-INDEX
               " - item code (Enter to finish): ".
           MOVE SPACES TO WS-ITEM-CODE-IN.
           ACCEPT WS-ITEM-CODE-IN.
           IF WS-ITEM-CODE-IN = SPACES
               MOVE "N" TO WS-LINE-OK
               GO TO 1100-EXIT
           END-IF.

           MOVE WS-ITEM-CODE-IN TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Unknown item code " WS-ITEM-CODE-IN
                       " - set the article up in ITEM-MAINTENANCE "
                       "first."
                   GO TO 1100-EXIT
           END-READ.

           IF ITEM-IS-DISCONTINUED
               DISPLAY "Item " WS-ITEM-CODE-IN " is discontinued - "
                   "not ordered."
               GO TO 1100-EXIT
           END-IF.

           IF ITEM-PREF-SUPPLIER NOT = SPACES
               AND ITEM-PREF-SUPPLIER NOT = WS-SUPPLIER-CODE
               DISPLAY "  note - preferred supplier for this article "
                   "is " ITEM-PREF-SUPPLIER
           END-IF.

           MOVE WS-ITEM-CODE-IN  TO PL-ITEM-CODE(WS-LINE-INDEX).
           MOVE ITEM-DESCRIPTION TO PL-DESCRIPTION(WS-LINE-INDEX).
           DISPLAY "  " ITEM-DESCRIPTION " supplier part "
               ITEM-SUPPLIER-PART.

           DISPLAY "Line " WS-LINE-INDEX " - quantity ordered: ".
           MOVE ZERO TO PL-QUANTITY(WS-LINE-INDEX).
           ACCEPT PL-QUANTITY(WS-LINE-INDEX).
           IF PL-QUANTITY(WS-LINE-INDEX) = ZERO
               DISPLAY "Zero quantity - line skipped."
               GO TO 1100-EXIT
           END-IF.

           DISPLAY "Line " WS-LINE-INDEX " - agreed unit cost: ".
           MOVE ZERO TO PL-UNIT-COST(WS-LINE-INDEX).
           ACCEPT PL-UNIT-COST(WS-LINE-INDEX).
           IF PL-UNIT-COST(WS-LINE-INDEX) = ZERO
               DISPLAY "An order line needs an agreed cost - line "
                   "skipped."
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-LINE-COUNT.

       1100-EXIT.
           EXIT.

       4000-WRITE-THE-ORDER.
           OPEN EXTEND PURCHASE-ORDERS.
           IF WS-PO-STATUS = "05" OR WS-PO-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDERS
           END-IF.

           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Could not open PURCHASE-ORDERS, status "
                   WS-PO-STATUS " - order not stored."
           ELSE
               MOVE ZERO             TO WS-ORDER-VALUE
               MOVE WS-PO-NUMBER     TO PO-ORDER-NUMBER
               MOVE "H"              TO PO-RECORD-TYPE
               MOVE ZERO             TO PO-LINE-NO
               MOVE SPACES           TO PO-DETAIL
               MOVE WS-TODAY         TO POH-ORDER-DATE
               MOVE WS-SUPPLIER-CODE TO POH-SUPPLIER-CODE
               MOVE WS-SUPPLIER-NAME TO POH-SUPPLIER-NAME
               MOVE WS-EXPECTED-DATE TO POH-EXPECTED-DATE
               MOVE WS-COMPANY-CODE  TO POH-COMPANY-CODE
               MOVE "O"              TO POH-ORDER-STATUS
               WRITE PO-RECORD
               PERFORM 4100-WRITE-ONE-ORDER-LINE
                   VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               CLOSE PURCHASE-ORDERS
               MOVE WS-ORDER-VALUE TO VALUE-FORMATTED
               DISPLAY "Purchase order " WS-PO-NUMBER " stored with "
                   WS-LINE-COUNT " lines, value " VALUE-FORMATTED
           END-IF.

       4100-WRITE-ONE-ORDER-LINE.
           MOVE WS-PO-NUMBER    TO PO-ORDER-NUMBER.
           MOVE "L"             TO PO-RECORD-TYPE.
           MOVE WS-LINE-INDEX   TO PO-LINE-NO.
           MOVE SPACES          TO PO-DETAIL.
           MOVE PL-ITEM-CODE(WS-LINE-INDEX)   TO POL-ITEM-CODE.
           MOVE PL-DESCRIPTION(WS-LINE-INDEX) TO POL-DESCRIPTION.
           MOVE PL-QUANTITY(WS-LINE-INDEX)    TO POL-QUANTITY.
           MOVE ZERO                          TO POL-RECEIVED-QTY.
           MOVE PL-UNIT-COST(WS-LINE-INDEX)   TO POL-UNIT-COST.
           MOVE "O"                           TO POL-LINE-STATUS.
           MOVE WS-EXPECTED-DATE              TO POL-EXPECTED-DATE.
           WRITE PO-RECORD.
           COMPUTE WS-ORDER-VALUE = WS-ORDER-VALUE
               + PL-QUANTITY(WS-LINE-INDEX)
               * PL-UNIT-COST(WS-LINE-INDEX).

       8100-LOG-ORDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "PURCHASE-ORDER" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           STRING "PO " DELIMITED BY SIZE
                  WS-PO-NUMBER DELIMITED BY SIZE
                  " raised to supplier " DELIMITED BY SIZE
                  WS-SUPPLIER-CODE DELIMITED BY SIZE
                  " value " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
