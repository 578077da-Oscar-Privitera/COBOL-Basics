       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-DRAFT-RELEASE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> The buyer's review of the draft purchase orders raised by
      *> REORDER-PROPOSAL. Each draft is shown in turn with its
      *> proposed lines; the buyer can change a line's quantity
      *> (zero drops it - the proposal is a suggestion, not an
      *> instruction) and its cost, then release the draft as a
      *> real open order, discard it, or leave it for later. A
      *> line still without an agreed cost cannot be released. The
      *> change goes back onto PURCHASE-ORDERS through the same
      *> work-file copy GOODS-RECEIPT-ENTRY uses, and every release
      *> or discard is audit-logged.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDERS ASSIGN TO "PURCHORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT PO-WORK ASSIGN TO "PURCHWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PW-STATUS.

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

       FD  PO-WORK.
       01 PW-RECORD PIC X(84).

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       78 MAX-DRAFTS         VALUE 100.

       01 WS-PO-STATUS       PIC X(02).
       01 WS-PW-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-QUIT            PIC X(01) VALUE "N".
       01 WS-ACTION          PIC X(01).
       01 WS-CONFIRM         PIC X(01).
      *> "O" release, "X" discard, spaces leave the draft alone.
       01 WS-DECISION        PIC X(01).

       01 WS-DRAFT-TABLE.
          05 WS-DRAFT OCCURS 100 TIMES.
             10 DT-PO-NUMBER    PIC 9(06).
             10 DT-SUPPLIER     PIC X(06).
             10 DT-SUPPLIER-NAME PIC X(30).
             10 DT-ORDER-DATE   PIC 9(08).
       01 WS-DT-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-DT-INDEX        PIC 9(03).
       01 WS-PO-IN           PIC 9(06).

      *> The draft under review - its lines as proposed and as the
      *> buyer leaves them.
       01 WS-LINE-TABLE.
          05 WS-DRAFT-LINE OCCURS 20 TIMES.
             10 DL-LINE-NO      PIC 9(02).
             10 DL-ITEM-CODE    PIC X(08).
             10 DL-DESCRIPTION  PIC X(30).
             10 DL-QUANTITY     PIC 9(05).
             10 DL-UNIT-COST    PIC 9(06)V99.
       01 WS-DL-COUNT        PIC 9(02).
       01 WS-DL-INDEX        PIC 9(02).
       01 WS-DL-MATCH        PIC X(01).
       01 WS-LINES-KEPT      PIC 9(02).
       01 WS-LINES-NO-COST   PIC 9(02).
      *> 99999 keeps the proposed quantity; zero keeps the cost.
       01 WS-QTY-IN          PIC 9(05).
       01 WS-COST-IN         PIC 9(06)V99.
       01 WS-DRAFT-VALUE     PIC 9(10)V99.

       01 WS-RELEASED        PIC 9(04) VALUE ZERO.
       01 WS-DISCARDED       PIC 9(04) VALUE ZERO.

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

           PERFORM 1000-LIST-THE-DRAFTS THRU 1000-EXIT.
           IF WS-DT-COUNT = ZERO
               DISPLAY "No draft purchase orders waiting."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY WS-DT-COUNT " draft purchase order(s) to review.".
           PERFORM 2000-REVIEW-ONE-DRAFT THRU 2000-EXIT
               VARYING WS-DT-INDEX FROM 1 BY 1
               UNTIL WS-DT-INDEX > WS-DT-COUNT
               OR WS-QUIT = "Y".

           DISPLAY "Drafts released: " WS-RELEASED
               ", discarded: " WS-DISCARDED.

       0000-EXIT.
           STOP RUN.

       1000-LIST-THE-DRAFTS.
           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-NOTE-ONE-DRAFT UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.

       1000-EXIT.
           EXIT.

       1100-NOTE-ONE-DRAFT.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-IS-HEADER
                       AND POH-ORDER-IS-DRAFT
                       AND WS-DT-COUNT < MAX-DRAFTS
                       ADD 1 TO WS-DT-COUNT
                       MOVE PO-ORDER-NUMBER
                           TO DT-PO-NUMBER(WS-DT-COUNT)
                       MOVE POH-SUPPLIER-CODE
                           TO DT-SUPPLIER(WS-DT-COUNT)
                       MOVE POH-SUPPLIER-NAME
                           TO DT-SUPPLIER-NAME(WS-DT-COUNT)
                       MOVE POH-ORDER-DATE
                           TO DT-ORDER-DATE(WS-DT-COUNT)
                   END-IF
           END-READ.

       2000-REVIEW-ONE-DRAFT.
           MOVE DT-PO-NUMBER(WS-DT-INDEX) TO WS-PO-IN.
           PERFORM 2100-LOAD-DRAFT-LINES THRU 2100-EXIT.

           DISPLAY "-----------------".
           DISPLAY "Draft PO " WS-PO-IN " of "
               DT-ORDER-DATE(WS-DT-INDEX) " to "
               DT-SUPPLIER(WS-DT-INDEX) " "
               DT-SUPPLIER-NAME(WS-DT-INDEX).
           PERFORM 2150-SHOW-ONE-LINE
               VARYING WS-DL-INDEX FROM 1 BY 1
               UNTIL WS-DL-INDEX > WS-DL-COUNT.

           DISPLAY "R(eview and release), D(iscard), Enter to leave "
               "as draft, Q to stop: ".
           MOVE SPACES TO WS-ACTION WS-DECISION.
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "R" WHEN "r"
                   PERFORM 2200-REVIEW-THE-LINES THRU 2200-EXIT
               WHEN "D" WHEN "d"
                   MOVE "X" TO WS-DECISION
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-QUIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-DECISION = SPACES
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-REWRITE-THE-DRAFT THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

       2100-LOAD-DRAFT-LINES.
           MOVE ZERO TO WS-DL-COUNT.

           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Could not open PURCHASE-ORDERS, status "
                   WS-PO-STATUS
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2110-KEEP-ONE-DRAFT-LINE
               UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.

       2100-EXIT.
           EXIT.

       2110-KEEP-ONE-DRAFT-LINE.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-ORDER-NUMBER = WS-PO-IN
                       AND PO-IS-LINE
                       AND WS-DL-COUNT < 20
                       ADD 1 TO WS-DL-COUNT
                       MOVE PO-LINE-NO TO DL-LINE-NO(WS-DL-COUNT)
                       MOVE POL-ITEM-CODE
                           TO DL-ITEM-CODE(WS-DL-COUNT)
                       MOVE POL-DESCRIPTION
                           TO DL-DESCRIPTION(WS-DL-COUNT)
                       MOVE POL-QUANTITY TO DL-QUANTITY(WS-DL-COUNT)
                       MOVE POL-UNIT-COST
                           TO DL-UNIT-COST(WS-DL-COUNT)
                   END-IF
           END-READ.

       2150-SHOW-ONE-LINE.
           MOVE DL-UNIT-COST(WS-DL-INDEX) TO COST-FORMATTED.
           DISPLAY "  " DL-LINE-NO(WS-DL-INDEX) " "
               DL-ITEM-CODE(WS-DL-INDEX) " "
               DL-DESCRIPTION(WS-DL-INDEX) " qty "
               DL-QUANTITY(WS-DL-INDEX) " cost " COST-FORMATTED.

       2200-REVIEW-THE-LINES.
           PERFORM 2210-ADJUST-ONE-LINE
               VARYING WS-DL-INDEX FROM 1 BY 1
               UNTIL WS-DL-INDEX > WS-DL-COUNT.

           MOVE ZERO TO WS-LINES-KEPT WS-LINES-NO-COST WS-DRAFT-VALUE.
           PERFORM 2220-CHECK-ONE-LINE
               VARYING WS-DL-INDEX FROM 1 BY 1
               UNTIL WS-DL-INDEX > WS-DL-COUNT.

           IF WS-LINES-KEPT = ZERO
               DISPLAY "Every line dropped - the draft is discarded."
               MOVE "X" TO WS-DECISION
               GO TO 2200-EXIT
           END-IF.

           IF WS-LINES-NO-COST > ZERO
               DISPLAY WS-LINES-NO-COST " line(s) still have no "
                   "agreed cost - the draft stays a draft."
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-DRAFT-VALUE TO VALUE-FORMATTED.
           DISPLAY WS-LINES-KEPT " line(s), value " VALUE-FORMATTED
               " - release to the supplier? (Y/N): ".
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "O" TO WS-DECISION
           END-IF.

       2200-EXIT.
           EXIT.

       2210-ADJUST-ONE-LINE.
           MOVE DL-UNIT-COST(WS-DL-INDEX) TO COST-FORMATTED.
           DISPLAY "Line " DL-LINE-NO(WS-DL-INDEX) " "
               DL-ITEM-CODE(WS-DL-INDEX) " - proposed "
               DL-QUANTITY(WS-DL-INDEX)
               "; new quantity, 0 to drop, or 99999 to keep: ".
           MOVE 99999 TO WS-QTY-IN.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN NUMERIC
               AND WS-QTY-IN NOT = 99999
               MOVE WS-QTY-IN TO DL-QUANTITY(WS-DL-INDEX)
           END-IF.

           IF DL-QUANTITY(WS-DL-INDEX) > ZERO
               DISPLAY "  cost " COST-FORMATTED
                   "; new agreed cost, or 0 to keep: "
               MOVE ZERO TO WS-COST-IN
               ACCEPT WS-COST-IN
               IF WS-COST-IN NUMERIC
                   AND WS-COST-IN > ZERO
                   MOVE WS-COST-IN TO DL-UNIT-COST(WS-DL-INDEX)
               END-IF
           END-IF.

       2220-CHECK-ONE-LINE.
           IF DL-QUANTITY(WS-DL-INDEX) > ZERO
               ADD 1 TO WS-LINES-KEPT
               IF DL-UNIT-COST(WS-DL-INDEX) = ZERO
                   ADD 1 TO WS-LINES-NO-COST
               END-IF
               COMPUTE WS-DRAFT-VALUE = WS-DRAFT-VALUE
                   + DL-QUANTITY(WS-DL-INDEX)
                   * DL-UNIT-COST(WS-DL-INDEX)
           END-IF.

       3000-REWRITE-THE-DRAFT.
      *> Work-file copy, record for record: the draft's header
      *> takes the decision, its lines take the buyer's quantities
      *> and costs, and a line taken down to zero is not copied
      *> back - on a draft it was never ordered.
           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Could not reopen PURCHASE-ORDERS, status "
                   WS-PO-STATUS " - draft left as it was."
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

           OPEN INPUT PO-WORK.
           OPEN OUTPUT PURCHASE-ORDERS.
           PERFORM 3300-RELOAD-ONE-ORDER-RECORD
               UNTIL WS-PW-STATUS = "10".
           CLOSE PO-WORK.
           CLOSE PURCHASE-ORDERS.

           IF WS-DECISION = "O"
               ADD 1 TO WS-RELEASED
               DISPLAY "Purchase order " WS-PO-IN " released."
           ELSE
               ADD 1 TO WS-DISCARDED
               DISPLAY "Draft " WS-PO-IN " discarded."
           END-IF.
           PERFORM 8100-LOG-DECISION.

       3000-EXIT.
           EXIT.

       3100-COPY-ONE-ORDER-RECORD.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-ORDER-NUMBER = WS-PO-IN
                       PERFORM 3200-APPLY-TO-ONE-RECORD
                   ELSE
                       MOVE PO-RECORD TO PW-RECORD
                       WRITE PW-RECORD
                   END-IF
           END-READ.

       3200-APPLY-TO-ONE-RECORD.
           IF PO-IS-HEADER
               MOVE WS-DECISION TO POH-ORDER-STATUS
               IF WS-DECISION = "O"
                   MOVE WS-TODAY TO POH-ORDER-DATE
               END-IF
               MOVE PO-RECORD TO PW-RECORD
               WRITE PW-RECORD
           ELSE
               IF WS-DECISION = "X"
                   MOVE PO-RECORD TO PW-RECORD
                   WRITE PW-RECORD
               ELSE
                   MOVE "N" TO WS-DL-MATCH
                   PERFORM 3210-MATCH-ONE-DRAFT-LINE
                       VARYING WS-DL-INDEX FROM 1 BY 1
                       UNTIL WS-DL-INDEX > WS-DL-COUNT
                       OR WS-DL-MATCH = "Y"
                   IF POL-QUANTITY > ZERO
                       MOVE PO-RECORD TO PW-RECORD
                       WRITE PW-RECORD
                   END-IF
               END-IF
           END-IF.

       3210-MATCH-ONE-DRAFT-LINE.
           IF DL-LINE-NO(WS-DL-INDEX) = PO-LINE-NO
               MOVE "Y" TO WS-DL-MATCH
               MOVE DL-QUANTITY(WS-DL-INDEX)  TO POL-QUANTITY
               MOVE DL-UNIT-COST(WS-DL-INDEX) TO POL-UNIT-COST
           END-IF.

       3300-RELOAD-ONE-ORDER-RECORD.
           READ PO-WORK
               AT END
                   MOVE "10" TO WS-PW-STATUS
               NOT AT END
                   MOVE PW-RECORD TO PO-RECORD
                   WRITE PO-RECORD
           END-READ.

       8100-LOG-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "PO-DRAFT-RELEASE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           IF WS-DECISION = "O"
               STRING "Released draft PO " DELIMITED BY SIZE
                      WS-PO-IN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LINES-KEPT DELIMITED BY SIZE
                      " lines value " DELIMITED BY SIZE
                      VALUE-FORMATTED DELIMITED BY SIZE
                      INTO AUD-MESSAGE
           ELSE
               STRING "Discarded draft PO " DELIMITED BY SIZE
                      WS-PO-IN DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      DT-SUPPLIER(WS-DT-INDEX) DELIMITED BY SIZE
                      INTO AUD-MESSAGE
           END-IF.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
