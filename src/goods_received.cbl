       DATE-COMPILED 2026-09-02.

      *> Goods-received entry onto ITEM-MASTER - the operator keys
      *> the purchase order and the quantity off the delivery note, the
      *> article's on-hand goes up, and one AUDIT-LOG entry says
      *> who booked what in. The other side of the stock movement
      *> (issue at billing) lives in the invoicing programs; this
      *> is the only way stock comes IN.

      *> Modification history
      *> 2026-10-15  OP  Receipts are booked against a purchase
      *>                 order number and line instead of a
      *>                 free-keyed item and quantity - the
      *>                 received quantity is written back onto the
      *>                 PURCHASE-ORDERS line (work-file copy, the
      *>                 sales-order shipping pattern), a part
      *>                 delivery leaves the line open, the line
      *>                 closes when everything has arrived, and the
      *>                 order completes when its last line closes.
      *> 2026-10-15  OP  A draft order from the reorder proposal run
      *>                 is refused until the buyer releases it.
      *> 2026-10-15  OP  Every line booked in is also written to the
      *>                 STOCK-MOVEMENTS ledger with its PO reference
      *>                 and the resulting on-hand balance.
      *> 2026-10-15  OP  Each receipt re-averages the article's
      *>                 weighted-average cost with the order line's
      *>                 unit cost. Stock at or below zero carries
      *>                 no value, so the receipt's cost becomes the
      *>                 average outright.
      *> 2026-10-15  OP  Each delivery is booked in at a named open
      *>                 branch off the BRANCHES file - the branch's
      *>                 own BRANCH-STOCK figure goes up alongside
      *>                 the company on-hand, and the movement and
      *>                 audit entry carry the branch.
      *> 2026-10-15  OP  A lot-tracked article is booked in under the
      *>                 manufacturer lot number off the delivery
      *>                 note - the lot goes onto LOT-STOCK, dated
      *>                 today, with the PO and supplier it came from.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT PURCHASE-ORDERS ASSIGN TO "PURCHORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT PO-WORK ASSIGN TO "PURCHWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PW-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BST-STATUS.

           SELECT LOT-STOCK ASSIGN TO "LOTSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  PURCHASE-ORDERS.
           COPY "purchord.cpy".

       FD  PO-WORK.
       01 PW-RECORD PIC X(84).

       FD  STOCK-MOVEMENTS.
           COPY "stkmove.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  BRANCH-STOCK.
           COPY "brstock.cpy".

       FD  LOT-STOCK.
           COPY "lotstock.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".


       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "brnchtbl.cpy".
       COPY "brstkwk.cpy".

       01 WS-IM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-SMV-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-LT-STATUS       PIC X(02).
       01 WS-TODAY           PIC 9(08).
       01 WS-RCV-BRANCH      PIC X(04) VALUE SPACES.
       01 WS-BRANCH-IN       PIC X(04).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-QTY-IN          PIC 9(05).
       01 WS-RECEIPTS-BOOKED PIC 9(06) VALUE ZERO.
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-PO-STATUS       PIC X(02).
       01 WS-PW-STATUS       PIC X(02).
       01 WS-PO-IN           PIC 9(06).
       01 WS-PO-OK           PIC X(01).
       01 WS-PO-FOUND        PIC X(01).
       01 WS-PO-SUPPLIER     PIC X(06).
       01 WS-PO-SUPPLIER-NAME PIC X(30).
       01 WS-PO-COMPLETE     PIC X(01).
       01 WS-PO-HDR-STATUS   PIC X(01).
       01 WS-LINES-RECEIVED  PIC 9(02).

      *> The order's open lines as loaded, alongside what this
      *> delivery brings in against each.
       01 WS-RCV-TABLE.
          05 WS-RCV-LINE OCCURS 20 TIMES.
             10 RV-LINE-NO      PIC 9(02).
             10 RV-ITEM-CODE    PIC X(08).
             10 RV-DESCRIPTION  PIC X(30).
             10 RV-OUTSTANDING  PIC 9(05).
             10 RV-RECEIVED-NOW PIC 9(05).
             10 RV-UNIT-COST    PIC 9(06)V99.
             10 RV-BOOKED       PIC X(01).
             10 RV-LOT-NUMBER   PIC X(15).
       01 WS-RCV-COUNT       PIC 9(02).
       01 WS-RCV-INDEX       PIC 9(02).
       01 WS-RCV-MATCH       PIC X(01).
       01 WS-OPEN-LINES-LEFT PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7700-OPERATOR-SIGN-ON.
               STOP RUN
           END-IF.

           PERFORM 5650-LOAD-BRANCH-TABLE.
           IF WS-SB-COUNT = ZERO
               DISPLAY "No open branch on the BRANCHES file - goods "
                   "are booked in at a branch."
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
           STOP RUN.

       1000-BOOK-ONE-RECEIPT.
      *> One delivery note at a time: the purchase order it was
      *> delivered against, then what arrived on each open line.
           DISPLAY "-----------------".
           DISPLAY "Purchase order number delivered against "
               "(zero to finish): ".
           MOVE ZERO TO WS-PO-IN.
           ACCEPT WS-PO-IN.

           IF WS-PO-IN = ZERO
               MOVE "Y" TO WS-DONE
           ELSE
               PERFORM 1100-LOAD-OPEN-ORDER THRU 1100-EXIT
               IF WS-PO-OK = "Y"
                   PERFORM 1150-ACCEPT-RECEIVING-BRANCH
                       THRU 1150-EXIT
               END-IF
               IF WS-PO-OK = "Y"
                   PERFORM 1200-ACCEPT-RECEIVED-QTYS
                   IF WS-LINES-RECEIVED = ZERO
                       DISPLAY "Nothing received - order left as "
                           "it was."
                   ELSE
                       PERFORM 2000-RECEIVE-ONE-ITEM THRU 2000-EXIT
                           VARYING WS-RCV-INDEX FROM 1 BY 1
                           UNTIL WS-RCV-INDEX > WS-RCV-COUNT
                       PERFORM 3000-UPDATE-PURCHASE-ORDER
                           THRU 3000-EXIT
                   END-IF
               END-IF
           END-IF.

       1100-LOAD-OPEN-ORDER.
           MOVE "N" TO WS-PO-OK WS-PO-FOUND.
           MOVE ZERO TO WS-RCV-COUNT.

           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Could not open PURCHASE-ORDERS, status "
                   WS-PO-STATUS
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-SCAN-ONE-ORDER-RECORD
               UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.

           EVALUATE TRUE
               WHEN WS-PO-FOUND NOT = "Y"
                   DISPLAY "Purchase order " WS-PO-IN
                       " is not on file."
               WHEN WS-PO-OK NOT = "Y"
                   AND WS-PO-HDR-STATUS = "D"
                   DISPLAY "Purchase order " WS-PO-IN
                       " is still a draft - release it first."
               WHEN WS-PO-OK NOT = "Y"
                   DISPLAY "Purchase order " WS-PO-IN
                       " is not open for receipt."
               WHEN WS-RCV-COUNT = ZERO
                   DISPLAY "Purchase order " WS-PO-IN
                       " has no open lines."
                   MOVE "N" TO WS-PO-OK
               WHEN OTHER
                   DISPLAY "PO " WS-PO-IN " from " WS-PO-SUPPLIER
                       " " WS-PO-SUPPLIER-NAME " - " WS-RCV-COUNT
                       " open lines."
           END-EVALUATE.

       1100-EXIT.
           EXIT.

       1110-SCAN-ONE-ORDER-RECORD.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-ORDER-NUMBER = WS-PO-IN
                       PERFORM 1120-KEEP-ONE-ORDER-RECORD
                   END-IF
           END-READ.

       1120-KEEP-ONE-ORDER-RECORD.
           IF PO-IS-HEADER
               MOVE "Y" TO WS-PO-FOUND
               MOVE POH-ORDER-STATUS TO WS-PO-HDR-STATUS
               IF POH-ORDER-IS-OPEN
                   MOVE "Y"               TO WS-PO-OK
                   MOVE POH-SUPPLIER-CODE TO WS-PO-SUPPLIER
                   MOVE POH-SUPPLIER-NAME TO WS-PO-SUPPLIER-NAME
               END-IF
           ELSE
               IF POL-LINE-IS-OPEN
                   AND POL-QUANTITY > POL-RECEIVED-QTY
                   AND WS-RCV-COUNT < 20
                   ADD 1 TO WS-RCV-COUNT
                   MOVE PO-LINE-NO TO RV-LINE-NO(WS-RCV-COUNT)
                   MOVE POL-ITEM-CODE TO RV-ITEM-CODE(WS-RCV-COUNT)
                   MOVE POL-DESCRIPTION
                       TO RV-DESCRIPTION(WS-RCV-COUNT)
                   COMPUTE RV-OUTSTANDING(WS-RCV-COUNT) =
                       POL-QUANTITY - POL-RECEIVED-QTY
                   MOVE ZERO TO RV-RECEIVED-NOW(WS-RCV-COUNT)
                   MOVE POL-UNIT-COST TO RV-UNIT-COST(WS-RCV-COUNT)
                   MOVE "N" TO RV-BOOKED(WS-RCV-COUNT)
               END-IF
           END-IF.

       1150-ACCEPT-RECEIVING-BRANCH.
      *> The branch the van unloaded at. Enter takes the branch of
      *> the last delivery this session (the first open branch to
      *> begin with) - one site usually books in all day.
           IF WS-RCV-BRANCH = SPACES
               MOVE SB-CODE(1) TO WS-RCV-BRANCH
           END-IF.
           DISPLAY "Receiving branch (Enter for " WS-RCV-BRANCH
               "): ".
           MOVE SPACES TO WS-BRANCH-IN.
           ACCEPT WS-BRANCH-IN.
           IF WS-BRANCH-IN = SPACES
               MOVE WS-RCV-BRANCH TO WS-BRANCH-IN
           END-IF.

           MOVE WS-BRANCH-IN TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH = ZERO
               DISPLAY "Branch " WS-BRANCH-IN " is not an open "
                   "branch - nothing booked against this order."
               MOVE "N" TO WS-PO-OK
               GO TO 1150-EXIT
           END-IF.

           MOVE WS-BRANCH-IN TO WS-RCV-BRANCH.
           DISPLAY "Booking in at " WS-RCV-BRANCH " "
               SB-NAME(WS-SB-MATCH).

       1150-EXIT.
           EXIT.

       1200-ACCEPT-RECEIVED-QTYS.
           MOVE ZERO TO WS-LINES-RECEIVED.
           PERFORM 1210-ACCEPT-ONE-RECEIVED-QTY
               VARYING WS-RCV-INDEX FROM 1 BY 1
               UNTIL WS-RCV-INDEX > WS-RCV-COUNT.

       1210-ACCEPT-ONE-RECEIVED-QTY.
      *> More than is outstanding is not booked in - an over-
      *> delivery goes back to the supplier or onto a new order,
      *> it does not quietly inflate this one.
           DISPLAY "Line " RV-LINE-NO(WS-RCV-INDEX) " "
               RV-ITEM-CODE(WS-RCV-INDEX) " "
               RV-DESCRIPTION(WS-RCV-INDEX)
               " - outstanding " RV-OUTSTANDING(WS-RCV-INDEX)
               ", received how many (zero for none)? ".
           MOVE ZERO TO WS-QTY-IN.
           ACCEPT WS-QTY-IN.

           IF WS-QTY-IN > RV-OUTSTANDING(WS-RCV-INDEX)
               DISPLAY "More than is outstanding - booking "
                   RV-OUTSTANDING(WS-RCV-INDEX) "; the excess "
                   "needs its own order."
               MOVE RV-OUTSTANDING(WS-RCV-INDEX) TO WS-QTY-IN
           END-IF.

           MOVE SPACES TO RV-LOT-NUMBER(WS-RCV-INDEX).
           IF WS-QTY-IN > ZERO
               PERFORM 1220-ACCEPT-LOT-NUMBER THRU 1220-EXIT
           END-IF.

           MOVE WS-QTY-IN TO RV-RECEIVED-NOW(WS-RCV-INDEX).
           IF WS-QTY-IN > ZERO
               ADD 1 TO WS-LINES-RECEIVED
           END-IF.

       1220-ACCEPT-LOT-NUMBER.
      *> A lot-tracked article cannot come in without its lot - a
      *> recall has to find every unit of it later. No lot keyed,
      *> nothing booked on the line.
           MOVE RV-ITEM-CODE(WS-RCV-INDEX) TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   MOVE "N" TO ITEM-LOT-TRACKED
           END-READ.
           IF NOT ITEM-IS-LOT-TRACKED
               GO TO 1220-EXIT
           END-IF.

           DISPLAY "Lot number on the delivery note for "
               RV-ITEM-CODE(WS-RCV-INDEX) ": ".
           ACCEPT RV-LOT-NUMBER(WS-RCV-INDEX).
           IF RV-LOT-NUMBER(WS-RCV-INDEX) = SPACES
               DISPLAY RV-ITEM-CODE(WS-RCV-INDEX) " is lot tracked "
                   "- no lot number, line "
                   RV-LINE-NO(WS-RCV-INDEX) " not booked in."
               MOVE ZERO TO WS-QTY-IN
           END-IF.

       1220-EXIT.
           EXIT.

       2000-RECEIVE-ONE-ITEM.
           IF RV-RECEIVED-NOW(WS-RCV-INDEX) = ZERO
               GO TO 2000-EXIT
           END-IF.

           MOVE RV-RECEIVED-NOW(WS-RCV-INDEX) TO WS-QTY-IN.
           MOVE RV-ITEM-CODE(WS-RCV-INDEX) TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "** item " RV-ITEM-CODE(WS-RCV-INDEX)
                       " is no longer on ITEM-MASTER - line "
                       RV-LINE-NO(WS-RCV-INDEX) " not booked."
                   MOVE ZERO TO RV-RECEIVED-NOW(WS-RCV-INDEX)
                   GO TO 2000-EXIT
           END-READ.

           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZERO TO ITEM-ON-HAND-QTY
           END-IF.
           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZERO TO ITEM-AVERAGE-COST
           END-IF.
           IF ITEM-ON-HAND-QTY > ZERO
               COMPUTE ITEM-AVERAGE-COST ROUNDED =
                   (ITEM-ON-HAND-QTY * ITEM-AVERAGE-COST
                    + WS-QTY-IN * RV-UNIT-COST(WS-RCV-INDEX))
                   / (ITEM-ON-HAND-QTY + WS-QTY-IN)
           ELSE
               MOVE RV-UNIT-COST(WS-RCV-INDEX) TO ITEM-AVERAGE-COST
           END-IF.
           ADD WS-QTY-IN TO ITEM-ON-HAND-QTY.

           REWRITE ITEM-RECORD.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Rewrite failed, status " WS-IM-STATUS
                   " - line " RV-LINE-NO(WS-RCV-INDEX)
                   " not booked."
               MOVE ZERO TO RV-RECEIVED-NOW(WS-RCV-INDEX)
               GO TO 2000-EXIT
           END-IF.

           MOVE "Y" TO RV-BOOKED(WS-RCV-INDEX).
           ADD 1 TO WS-RECEIPTS-BOOKED.

           MOVE WS-RCV-BRANCH TO WS-BSP-BRANCH.
           MOVE ITEM-CODE     TO WS-BSP-ITEM.
           MOVE WS-QTY-IN     TO WS-BSP-CHANGE.
           PERFORM 8060-POST-BRANCH-STOCK THRU 8060-EXIT.

           DISPLAY "Booked in " ITEM-CODE " - on hand is now "
               ITEM-ON-HAND-QTY ", at " WS-RCV-BRANCH " "
               WS-BSP-BALANCE ".".
           PERFORM 8100-LOG-RECEIPT.
           PERFORM 2100-RECORD-THE-MOVEMENT.
           IF RV-LOT-NUMBER(WS-RCV-INDEX) NOT = SPACES
               PERFORM 2200-RECEIVE-INTO-LOT THRU 2200-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

       2100-RECORD-THE-MOVEMENT.
           MOVE ITEM-CODE        TO SMV-ITEM-CODE.
           MOVE "GR"             TO SMV-MOVE-TYPE.
           MOVE WS-QTY-IN        TO SMV-QUANTITY.
           MOVE ITEM-ON-HAND-QTY TO SMV-BALANCE.
           MOVE WS-OPERATOR-ID   TO SMV-OPERATOR-ID.
           MOVE WS-RCV-BRANCH    TO SMV-BRANCH-CODE.
           MOVE SPACES           TO SMV-DOC-REF.
           STRING "PO " DELIMITED BY SIZE
                  WS-PO-IN DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RV-LINE-NO(WS-RCV-INDEX) DELIMITED BY SIZE
                  INTO SMV-DOC-REF.
           PERFORM 8050-WRITE-STOCK-MOVEMENT.

       2200-RECEIVE-INTO-LOT.
      *> The same lot delivered twice in one day is one record;
      *> on another day it is a receipt of its own, so first-in,
      *> first-out still sees it in the order it arrived.
           OPEN I-O LOT-STOCK.
           IF WS-LT-STATUS = "35"
               OPEN OUTPUT LOT-STOCK
               CLOSE LOT-STOCK
               OPEN I-O LOT-STOCK
           END-IF.
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "** LOT-STOCK not available, status "
                   WS-LT-STATUS " - lot "
                   RV-LOT-NUMBER(WS-RCV-INDEX) " not recorded."
               GO TO 2200-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE ITEM-CODE                   TO LT-ITEM-CODE.
           MOVE WS-TODAY                    TO LT-RECEIVED-DATE.
           MOVE RV-LOT-NUMBER(WS-RCV-INDEX) TO LT-LOT-NUMBER.
           READ LOT-STOCK
               KEY IS LT-KEY
               INVALID KEY
                   MOVE ZERO           TO LT-RECEIVED-QTY
                                          LT-REMAINING-QTY
                   MOVE WS-PO-IN       TO LT-PO-NUMBER
                   MOVE WS-PO-SUPPLIER TO LT-SUPPLIER-CODE
                   ADD WS-QTY-IN TO LT-RECEIVED-QTY
                   ADD WS-QTY-IN TO LT-REMAINING-QTY
                   WRITE LT-RECORD
               NOT INVALID KEY
                   ADD WS-QTY-IN TO LT-RECEIVED-QTY
                   ADD WS-QTY-IN TO LT-REMAINING-QTY
                   REWRITE LT-RECORD
           END-READ.
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "** LOT-STOCK write failed, status "
                   WS-LT-STATUS " - lot "
                   RV-LOT-NUMBER(WS-RCV-INDEX) " not recorded."
           ELSE
               DISPLAY "Lot " LT-LOT-NUMBER " now holds "
                   LT-REMAINING-QTY "."
           END-IF.

           CLOSE LOT-STOCK.

       2200-EXIT.
           EXIT.

       3000-UPDATE-PURCHASE-ORDER.
      *> The received quantities go back onto the order through
      *> the same work-file copy the sales-order shipping uses -
      *> record for record, nothing dropped. A line closes when
      *> its full quantity has arrived; the header completes when
      *> no open line is left.
           MOVE ZERO TO WS-OPEN-LINES-LEFT.

           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Could not reopen PURCHASE-ORDERS, status "
                   WS-PO-STATUS " - received quantities not "
                   "recorded on the order."
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT PO-WORK.
           IF WS-PW-STATUS NOT = "00"
               DISPLAY "Could not open PO-WORK, status "
                   WS-PW-STATUS
               CLOSE PURCHASE-ORDERS
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-COPY-ONE-ORDER-RECORD
               UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.
           CLOSE PO-WORK.

      *> Second pass: the header was copied before its lines were
      *> seen, so it is completed on the way back in.
           OPEN INPUT PO-WORK.
           OPEN OUTPUT PURCHASE-ORDERS.
           PERFORM 3300-RELOAD-ONE-ORDER-RECORD
               UNTIL WS-PW-STATUS = "10".
           CLOSE PO-WORK.
           CLOSE PURCHASE-ORDERS.

           IF WS-OPEN-LINES-LEFT = ZERO
               DISPLAY "Purchase order " WS-PO-IN " fully received "
                   "- marked complete."
           ELSE
               DISPLAY "Purchase order " WS-PO-IN " part-received - "
                   WS-OPEN-LINES-LEFT " line(s) still due in."
           END-IF.

       3000-EXIT.
           EXIT.

       3100-COPY-ONE-ORDER-RECORD.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-ORDER-NUMBER = WS-PO-IN
                       AND PO-IS-LINE
                       PERFORM 3200-APPLY-ONE-RECEIPT
                       IF POL-LINE-IS-OPEN
                           ADD 1 TO WS-OPEN-LINES-LEFT
                       END-IF
                   END-IF
                   MOVE PO-RECORD TO PW-RECORD
                   WRITE PW-RECORD
           END-READ.

       3200-APPLY-ONE-RECEIPT.
           MOVE "N" TO WS-RCV-MATCH.
           PERFORM 3210-MATCH-ONE-RECEIVED-LINE
               VARYING WS-RCV-INDEX FROM 1 BY 1
               UNTIL WS-RCV-INDEX > WS-RCV-COUNT
               OR WS-RCV-MATCH = "Y".

       3210-MATCH-ONE-RECEIVED-LINE.
           IF RV-LINE-NO(WS-RCV-INDEX) = PO-LINE-NO
               MOVE "Y" TO WS-RCV-MATCH
               IF RV-BOOKED(WS-RCV-INDEX) = "Y"
                   ADD RV-RECEIVED-NOW(WS-RCV-INDEX)
                       TO POL-RECEIVED-QTY
               END-IF
               IF POL-RECEIVED-QTY >= POL-QUANTITY
                   MOVE "C" TO POL-LINE-STATUS
               END-IF
           END-IF.

       3300-RELOAD-ONE-ORDER-RECORD.
           READ PO-WORK
               AT END
                   MOVE "10" TO WS-PW-STATUS
               NOT AT END
                   MOVE PW-RECORD TO PO-RECORD
                   IF PO-ORDER-NUMBER = WS-PO-IN
                       AND PO-IS-HEADER
                       AND WS-OPEN-LINES-LEFT = ZERO
                       MOVE "C" TO POH-ORDER-STATUS
                   END-IF
                   WRITE PO-RECORD
           END-READ.

       8100-LOG-RECEIPT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
                  WS-QTY-IN DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  ITEM-CODE DELIMITED BY SPACE
                  " on PO " DELIMITED BY SIZE
                  WS-PO-IN DELIMITED BY SIZE
                  " line " DELIMITED BY SIZE
                  RV-LINE-NO(WS-RCV-INDEX) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  WS-RCV-BRANCH DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".
           COPY "stkmvapp.cpy".
           COPY "brstkapp.cpy".
           COPY "brnchld.cpy".

           COPY "signon.cpy".
