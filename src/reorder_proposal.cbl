       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-PROPOSAL.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Reorder proposal run - the reorder list turned into draft
      *> purchase orders instead of a retyping job. Every
      *> article at or under its reorder level, not discontinued and
      *> with an active preferred supplier, is proposed on a draft
      *> PURCHASE-ORDERS order to that supplier - one draft per
      *> supplier (a second one past twenty lines). The quantity is
      *> worked out, not a fixed top-up:
      *>     reorder level
      *>   + what the article sold over the last VELOCITY-DAYS off
      *>     INVOICE-DETAIL (credit notes netted off), scaled to the
      *>     supplier's lead time plus COVER-DAYS
      *>   + what open SALES-ORDERS still want shipped
      *>   - on hand
      *>   - what is already on open or draft purchase orders.
      *> An article that comes out at nothing is already covered and
      *> is not proposed. The cost is the last cost agreed with any
      *> supplier on PURCHASE-ORDERS, zero if it was never bought.
      *> Drafts are status "D" - the buyer reviews, adjusts and
      *> releases them in PO-DRAFT-RELEASE; until then nothing is
      *> received or reported against them.
      *> Buying is for the company as a whole, on the company
      *> on-hand: one branch short while another holds plenty is a
      *> stock transfer, which STOCK-REORDER-REPORT shows branch by
      *> branch, not a purchase.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT INVOICE-DETAIL ASSIGN TO "INVDETAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT SALES-ORDERS ASSIGN TO "SALESORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT PURCHASE-ORDERS ASSIGN TO "PURCHORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT PO-SEQUENCE ASSIGN TO "POSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSEQ-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

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
       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  SUPPLIER-MASTER.
           COPY "supplier.cpy".

       FD  INVOICE-DETAIL.
           COPY "invdetl.cpy".

       FD  SALES-ORDERS.
           COPY "salesord.cpy".

       FD  PURCHASE-ORDERS.
           COPY "purchord.cpy".

       FD  PO-SEQUENCE.
           COPY "poseq.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".

       78 MAX-PROPOSALS      VALUE 500.
       78 MAX-PO-LINES       VALUE 20.
       78 VELOCITY-DAYS      VALUE 90.
       78 COVER-DAYS         VALUE 30.

       01 WS-IM-STATUS       PIC X(02).
       01 WS-SUP-STATUS      PIC X(02).
       01 WS-ID-STATUS       PIC X(02).
       01 WS-SO-STATUS       PIC X(02).
       01 WS-PO-STATUS       PIC X(02).
       01 WS-POSEQ-STATUS    PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-FROM-DATE       PIC 9(08).
       01 WS-DATE-INT        PIC 9(08).

      *> The header just read on each H/L file, carried onto its
      *> lines.
       01 WS-HDR-DATE        PIC 9(08).
       01 WS-HDR-DOC-TYPE    PIC X(01).
       01 WS-HDR-OPEN        PIC X(01).

      *> One entry per article proposed. RP-SORT-KEY groups the
      *> articles by supplier for the drafts.
       01 WS-PROPOSAL-TABLE.
          05 WS-PROPOSAL OCCURS 500 TIMES.
             10 RP-SORT-KEY.
                15 RP-SUPPLIER-CODE PIC X(06).
                15 RP-ITEM-CODE     PIC X(08).
             10 RP-SUPPLIER-NAME PIC X(30).
             10 RP-DESCRIPTION   PIC X(30).
             10 RP-ON-HAND       PIC S9(07).
             10 RP-REORDER-LEVEL PIC 9(05).
             10 RP-LEAD-DAYS     PIC 9(03).
             10 RP-SOLD          PIC S9(07).
             10 RP-SO-DEMAND     PIC 9(07).
             10 RP-ON-ORDER      PIC 9(07).
             10 RP-LAST-COST     PIC 9(06)V99.
             10 RP-SUGGESTED     PIC S9(07).
       01 WS-RP-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-RP-INDEX        PIC 9(03).
       01 WS-RP-MATCH        PIC 9(03).
       01 WS-FIND-INDEX      PIC 9(03).
       01 WS-SUPPLIER-OK     PIC X(01).
       01 WS-MATCH-ITEM      PIC X(08).
       01 WS-SORT-I          PIC 9(03).
       01 WS-SORT-J          PIC 9(03).
       01 WS-SORT-SWAPPED    PIC X(01).
       01 WS-SWAP-ENTRY      PIC X(125).

       01 WS-USAGE           PIC S9(09).
       01 WS-TARGET          PIC S9(09).
       01 WS-SUGGESTED       PIC S9(09).

       01 WS-PO-NUMBER       PIC 9(06).
       01 WS-DRAFT-SUPPLIER  PIC X(06).
       01 WS-DRAFT-LINES     PIC 9(02).
       01 WS-DRAFT-VALUE     PIC 9(10)V99.
       01 WS-EXPECTED-DATE   PIC 9(08).

       01 WS-ITEMS-READ      PIC 9(06) VALUE ZERO.
       01 WS-NO-SUPPLIER     PIC 9(06) VALUE ZERO.
       01 WS-DROPPED         PIC 9(06) VALUE ZERO.
       01 WS-COVERED         PIC 9(06) VALUE ZERO.
       01 WS-LINES-PROPOSED  PIC 9(06) VALUE ZERO.
       01 WS-DRAFTS-RAISED   PIC 9(06) VALUE ZERO.

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

           MOVE "REORDER-PROPOSAL" TO WS-RC-JOB-NAME.
           MOVE SPACES             TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - VELOCITY-DAYS.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           PERFORM 1000-LOAD-CANDIDATES THRU 1000-EXIT.
           IF WS-RP-COUNT = ZERO
               DISPLAY "Nothing at or under its reorder level with "
                   "a supplier to order from - no drafts raised."
               GO TO 0000-CLOSE-RUN
           END-IF.

           PERFORM 2000-TALLY-SALES THRU 2000-EXIT.
           PERFORM 3000-TALLY-OPEN-DEMAND THRU 3000-EXIT.
           PERFORM 3500-TALLY-ON-ORDER THRU 3500-EXIT.

           PERFORM 4000-SUGGEST-ONE-QUANTITY
               VARYING WS-RP-INDEX FROM 1 BY 1
               UNTIL WS-RP-INDEX > WS-RP-COUNT.

           PERFORM 5000-SORT-BY-SUPPLIER THRU 5000-EXIT.

           PERFORM 6000-WRITE-THE-DRAFTS THRU 6000-EXIT.

       0000-CLOSE-RUN.
           DISPLAY "Items read                 : " WS-ITEMS-READ.
           DISPLAY "Under level, no supplier   : " WS-NO-SUPPLIER.
           DISPLAY "Already covered by orders  : " WS-COVERED.
           DISPLAY "Lines proposed             : " WS-LINES-PROPOSED.
           DISPLAY "Draft purchase orders      : " WS-DRAFTS-RAISED.
           IF WS-DROPPED > ZERO
               DISPLAY "** " WS-DROPPED " articles past the "
                   MAX-PROPOSALS "-entry table were not proposed"
           END-IF.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-CANDIDATES.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "Could not open SUPPLIER-MASTER, status "
                   WS-SUP-STATUS
               CLOSE ITEM-MASTER
               GO TO 1000-EXIT
           END-IF.

           MOVE LOW-VALUES TO ITEM-CODE.
           START ITEM-MASTER KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY
                   MOVE "10" TO WS-IM-STATUS
           END-START.

           PERFORM 1100-CHECK-ONE-ITEM UNTIL WS-IM-STATUS = "10".

           CLOSE ITEM-MASTER.
           CLOSE SUPPLIER-MASTER.

       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-ITEM.
      *> Every article at or under its level on the company
      *> on-hand, less what cannot be bought: discontinued articles
      *> and articles with no active preferred supplier.
           READ ITEM-MASTER NEXT
               AT END
                   MOVE "10" TO WS-IM-STATUS
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF ITEM-REORDER-LEVEL NUMERIC
                       AND ITEM-REORDER-LEVEL > ZERO
                       AND ITEM-ON-HAND-QTY NUMERIC
                       AND ITEM-ON-HAND-QTY <= ITEM-REORDER-LEVEL
                       AND NOT ITEM-IS-DISCONTINUED
                       PERFORM 1200-KEEP-ONE-CANDIDATE
                   END-IF
           END-READ.

       1200-KEEP-ONE-CANDIDATE.
           MOVE "N" TO WS-SUPPLIER-OK.
           IF ITEM-PREF-SUPPLIER NOT = SPACES
               MOVE ITEM-PREF-SUPPLIER TO SUP-CODE
               READ SUPPLIER-MASTER
                   KEY IS SUP-CODE
                   INVALID KEY
                       MOVE "N" TO WS-SUPPLIER-OK
                   NOT INVALID KEY
                       IF SUP-IS-ACTIVE
                           MOVE "Y" TO WS-SUPPLIER-OK
                       END-IF
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN WS-SUPPLIER-OK NOT = "Y"
                   ADD 1 TO WS-NO-SUPPLIER
                   DISPLAY "  " ITEM-CODE " is under its reorder "
                       "level but has no active preferred supplier"
               WHEN WS-RP-COUNT >= MAX-PROPOSALS
                   ADD 1 TO WS-DROPPED
               WHEN OTHER
                   ADD 1 TO WS-RP-COUNT
                   MOVE SUP-CODE TO RP-SUPPLIER-CODE(WS-RP-COUNT)
                   MOVE ITEM-CODE TO RP-ITEM-CODE(WS-RP-COUNT)
                   MOVE SUP-NAME TO RP-SUPPLIER-NAME(WS-RP-COUNT)
                   MOVE ITEM-DESCRIPTION
                       TO RP-DESCRIPTION(WS-RP-COUNT)
                   MOVE ITEM-ON-HAND-QTY TO RP-ON-HAND(WS-RP-COUNT)
                   MOVE ITEM-REORDER-LEVEL
                       TO RP-REORDER-LEVEL(WS-RP-COUNT)
                   MOVE SUP-LEAD-DAYS TO RP-LEAD-DAYS(WS-RP-COUNT)
                   IF SUP-LEAD-DAYS NOT NUMERIC
                       MOVE ZERO TO RP-LEAD-DAYS(WS-RP-COUNT)
                   END-IF
                   MOVE ZERO TO RP-SOLD(WS-RP-COUNT)
                                RP-SO-DEMAND(WS-RP-COUNT)
                                RP-ON-ORDER(WS-RP-COUNT)
                                RP-LAST-COST(WS-RP-COUNT)
                                RP-SUGGESTED(WS-RP-COUNT)
           END-EVALUATE.

       1900-FIND-THE-ITEM.
      *> Caller sets WS-MATCH-ITEM; WS-RP-MATCH comes back as the
      *> proposal entry, or zero when the article is not proposed.
           MOVE ZERO TO WS-RP-MATCH.
           PERFORM 1910-MATCH-ONE-ENTRY
               VARYING WS-FIND-INDEX FROM 1 BY 1
               UNTIL WS-FIND-INDEX > WS-RP-COUNT
               OR WS-RP-MATCH NOT = ZERO.

       1910-MATCH-ONE-ENTRY.
           IF RP-ITEM-CODE(WS-FIND-INDEX) = WS-MATCH-ITEM
               MOVE WS-FIND-INDEX TO WS-RP-MATCH
           END-IF.

       2000-TALLY-SALES.
      *> Sales velocity: every item-coded invoice line dated inside
      *> the window adds its quantity, every credit-note line takes
      *> it back off. No line store simply means no history.
           OPEN INPUT INVOICE-DETAIL.
           IF WS-ID-STATUS NOT = "00"
               DISPLAY "No INVOICE-DETAIL to read (status "
                   WS-ID-STATUS ") - quantities without sales "
                   "history."
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-HDR-DATE.
           PERFORM 2100-TALLY-ONE-DETAIL UNTIL WS-ID-STATUS = "10".

           CLOSE INVOICE-DETAIL.

       2000-EXIT.
           EXIT.

       2100-TALLY-ONE-DETAIL.
           READ INVOICE-DETAIL
               AT END
                   MOVE "10" TO WS-ID-STATUS
               NOT AT END
                   IF ID-IS-HEADER
                       MOVE IDH-INVOICE-DATE TO WS-HDR-DATE
                       MOVE IDH-DOC-TYPE     TO WS-HDR-DOC-TYPE
                   ELSE
                       IF WS-HDR-DATE >= WS-FROM-DATE
                           AND IDL-ITEM-CODE NOT = SPACES
                           PERFORM 2200-TALLY-ONE-SOLD-LINE
                       END-IF
                   END-IF
           END-READ.

       2200-TALLY-ONE-SOLD-LINE.
           MOVE IDL-ITEM-CODE TO WS-MATCH-ITEM.
           PERFORM 1900-FIND-THE-ITEM.
           IF WS-RP-MATCH NOT = ZERO
               IF WS-HDR-DOC-TYPE = "C"
                   SUBTRACT IDL-QUANTITY FROM RP-SOLD(WS-RP-MATCH)
               ELSE
                   ADD IDL-QUANTITY TO RP-SOLD(WS-RP-MATCH)
               END-IF
           END-IF.

       3000-TALLY-OPEN-DEMAND.
      *> What open sales orders still have to ship.
           OPEN INPUT SALES-ORDERS.
           IF WS-SO-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-HDR-OPEN.
           PERFORM 3100-TALLY-ONE-ORDER-RECORD
               UNTIL WS-SO-STATUS = "10".

           CLOSE SALES-ORDERS.

       3000-EXIT.
           EXIT.

       3100-TALLY-ONE-ORDER-RECORD.
           READ SALES-ORDERS
               AT END
                   MOVE "10" TO WS-SO-STATUS
               NOT AT END
                   IF SO-IS-HEADER
                       IF SOH-ORDER-IS-OPEN
                           MOVE "Y" TO WS-HDR-OPEN
                       ELSE
                           MOVE "N" TO WS-HDR-OPEN
                       END-IF
                   ELSE
                       IF WS-HDR-OPEN = "Y"
                           AND SOL-QUANTITY > SOL-SHIPPED-QTY
                           MOVE SOL-ITEM-CODE TO WS-MATCH-ITEM
                           PERFORM 1900-FIND-THE-ITEM
                           IF WS-RP-MATCH NOT = ZERO
                               COMPUTE RP-SO-DEMAND(WS-RP-MATCH) =
                                   RP-SO-DEMAND(WS-RP-MATCH)
                                   + SOL-QUANTITY - SOL-SHIPPED-QTY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3500-TALLY-ON-ORDER.
      *> What is already coming in on open or draft purchase orders,
      *> and the last cost agreed for each article on any order -
      *> the file is in order-number sequence, so the last seen is
      *> the latest.
           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               GO TO 3500-EXIT
           END-IF.

           MOVE "N" TO WS-HDR-OPEN.
           PERFORM 3600-TALLY-ONE-PO-RECORD
               UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.

       3500-EXIT.
           EXIT.

       3600-TALLY-ONE-PO-RECORD.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-IS-HEADER
                       IF POH-ORDER-IS-OPEN OR POH-ORDER-IS-DRAFT
                           MOVE "Y" TO WS-HDR-OPEN
                       ELSE
                           MOVE "N" TO WS-HDR-OPEN
                       END-IF
                   ELSE
                       MOVE POL-ITEM-CODE TO WS-MATCH-ITEM
                       PERFORM 1900-FIND-THE-ITEM
                       IF WS-RP-MATCH NOT = ZERO
                           PERFORM 3700-ADD-ONE-PO-LINE
                       END-IF
                   END-IF
           END-READ.

       3700-ADD-ONE-PO-LINE.
           IF POL-UNIT-COST > ZERO
               MOVE POL-UNIT-COST TO RP-LAST-COST(WS-RP-MATCH)
           END-IF.
           IF WS-HDR-OPEN = "Y"
               AND POL-LINE-IS-OPEN
               AND POL-QUANTITY > POL-RECEIVED-QTY
               COMPUTE RP-ON-ORDER(WS-RP-MATCH) =
                   RP-ON-ORDER(WS-RP-MATCH)
                   + POL-QUANTITY - POL-RECEIVED-QTY
           END-IF.

       4000-SUGGEST-ONE-QUANTITY.
      *> Usage over lead time plus cover, from the window's sales -
      *> rounded up, so a slow article still gets a whole unit.
           MOVE ZERO TO WS-USAGE.
           IF RP-SOLD(WS-RP-INDEX) > ZERO
               COMPUTE WS-USAGE =
                   (RP-SOLD(WS-RP-INDEX)
                    * (RP-LEAD-DAYS(WS-RP-INDEX) + COVER-DAYS)
                    + VELOCITY-DAYS - 1) / VELOCITY-DAYS
           END-IF.

           COMPUTE WS-TARGET =
               RP-REORDER-LEVEL(WS-RP-INDEX) + WS-USAGE
               + RP-SO-DEMAND(WS-RP-INDEX).
           COMPUTE WS-SUGGESTED =
               WS-TARGET - RP-ON-HAND(WS-RP-INDEX)
               - RP-ON-ORDER(WS-RP-INDEX).

           IF WS-SUGGESTED > 99999
               MOVE 99999 TO WS-SUGGESTED
           END-IF.
           IF WS-SUGGESTED > ZERO
               MOVE WS-SUGGESTED TO RP-SUGGESTED(WS-RP-INDEX)
           ELSE
               MOVE ZERO TO RP-SUGGESTED(WS-RP-INDEX)
               ADD 1 TO WS-COVERED
           END-IF.

       5000-SORT-BY-SUPPLIER.
      *> Plain bubble sort on supplier then item, as the other
      *> analyses do.
           IF WS-RP-COUNT < 2
               GO TO 5000-EXIT
           END-IF.

           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM 5100-ONE-SORT-PASS
               UNTIL WS-SORT-SWAPPED = "N".

       5000-EXIT.
           EXIT.

       5100-ONE-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAPPED.
           PERFORM 5110-COMPARE-ONE-PAIR
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-RP-COUNT.

       5110-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           IF RP-SORT-KEY(WS-SORT-J) < RP-SORT-KEY(WS-SORT-I)
               MOVE WS-PROPOSAL(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-PROPOSAL(WS-SORT-J) TO WS-PROPOSAL(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-PROPOSAL(WS-SORT-J)
               MOVE "Y" TO WS-SORT-SWAPPED
           END-IF.

       6000-WRITE-THE-DRAFTS.
           OPEN EXTEND PURCHASE-ORDERS.
           IF WS-PO-STATUS = "05" OR WS-PO-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDERS
           END-IF.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "Could not open PURCHASE-ORDERS, status "
                   WS-PO-STATUS " - no drafts raised."
               GO TO 6000-EXIT
           END-IF.

           MOVE SPACES TO WS-DRAFT-SUPPLIER.
           MOVE ZERO TO WS-DRAFT-LINES.
           PERFORM 6100-PROPOSE-ONE-ARTICLE
               VARYING WS-RP-INDEX FROM 1 BY 1
               UNTIL WS-RP-INDEX > WS-RP-COUNT.
           PERFORM 6300-CLOSE-ONE-DRAFT.

           CLOSE PURCHASE-ORDERS.

       6000-EXIT.
           EXIT.

       6100-PROPOSE-ONE-ARTICLE.
           IF RP-SUGGESTED(WS-RP-INDEX) > ZERO
               IF RP-SUPPLIER-CODE(WS-RP-INDEX) NOT = WS-DRAFT-SUPPLIER
                   OR WS-DRAFT-LINES >= MAX-PO-LINES
                   PERFORM 6300-CLOSE-ONE-DRAFT
                   PERFORM 6200-OPEN-ONE-DRAFT
               END-IF
               ADD 1 TO WS-DRAFT-LINES
               ADD 1 TO WS-LINES-PROPOSED
               MOVE WS-PO-NUMBER    TO PO-ORDER-NUMBER
               MOVE "L"             TO PO-RECORD-TYPE
               MOVE WS-DRAFT-LINES  TO PO-LINE-NO
               MOVE SPACES          TO PO-DETAIL
               MOVE RP-ITEM-CODE(WS-RP-INDEX)   TO POL-ITEM-CODE
               MOVE RP-DESCRIPTION(WS-RP-INDEX) TO POL-DESCRIPTION
               MOVE RP-SUGGESTED(WS-RP-INDEX)   TO POL-QUANTITY
               MOVE ZERO                        TO POL-RECEIVED-QTY
               MOVE RP-LAST-COST(WS-RP-INDEX)   TO POL-UNIT-COST
               MOVE "O"                         TO POL-LINE-STATUS
               MOVE WS-EXPECTED-DATE            TO POL-EXPECTED-DATE
               WRITE PO-RECORD
               COMPUTE WS-DRAFT-VALUE = WS-DRAFT-VALUE
                   + RP-SUGGESTED(WS-RP-INDEX)
                   * RP-LAST-COST(WS-RP-INDEX)
           END-IF.

       6200-OPEN-ONE-DRAFT.
           MOVE RP-SUPPLIER-CODE(WS-RP-INDEX) TO WS-DRAFT-SUPPLIER.
           MOVE ZERO TO WS-DRAFT-LINES WS-DRAFT-VALUE.
           PERFORM 6250-TAKE-PO-NUMBER.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               + RP-LEAD-DAYS(WS-RP-INDEX).
           COMPUTE WS-EXPECTED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           MOVE WS-PO-NUMBER     TO PO-ORDER-NUMBER.
           MOVE "H"              TO PO-RECORD-TYPE.
           MOVE ZERO             TO PO-LINE-NO.
           MOVE SPACES           TO PO-DETAIL.
           MOVE WS-TODAY         TO POH-ORDER-DATE.
           MOVE WS-DRAFT-SUPPLIER TO POH-SUPPLIER-CODE.
           MOVE RP-SUPPLIER-NAME(WS-RP-INDEX) TO POH-SUPPLIER-NAME.
           MOVE WS-EXPECTED-DATE TO POH-EXPECTED-DATE.
           MOVE "01"             TO POH-COMPANY-CODE.
           MOVE "D"              TO POH-ORDER-STATUS.
           WRITE PO-RECORD.

       6250-TAKE-PO-NUMBER.
      *> Same take-and-save discipline as PURCHASE-ORDER-ENTRY - a
      *> draft is numbered like any order, so releasing it keeps
      *> the number the buyer has already seen.
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

       6300-CLOSE-ONE-DRAFT.
           IF WS-DRAFT-LINES > ZERO
               ADD 1 TO WS-DRAFTS-RAISED
               MOVE WS-DRAFT-VALUE TO VALUE-FORMATTED
               DISPLAY "Draft PO " WS-PO-NUMBER " to "
                   WS-DRAFT-SUPPLIER " - " WS-DRAFT-LINES
                   " lines, value " VALUE-FORMATTED
               PERFORM 8100-LOG-DRAFT
           END-IF.
           MOVE ZERO TO WS-DRAFT-LINES.

       8100-LOG-DRAFT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW             TO AUD-TIMESTAMP.
           MOVE "REORDER-PROPOSAL" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE SPACES             TO AUD-MESSAGE.
           STRING "Draft PO " DELIMITED BY SIZE
                  WS-PO-NUMBER DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-DRAFT-SUPPLIER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DRAFT-LINES DELIMITED BY SIZE
                  " lines value " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".

           COPY "signon.cpy".
