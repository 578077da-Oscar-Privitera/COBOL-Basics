      *>                 discontinued flag blocks the article on
      *>                 new invoices while credit notes still
      *>                 price against it.
      *> 2026-10-15  OP  Carries the article's preferred supplier
      *>                 and that supplier's part number. The code
      *>                 keyed must be an active SUPPLIER-MASTER
      *>                 record, so buying never orders from a
      *>                 supplier nobody can look up.
      *> 2026-10-15  OP  Carries the article's weighted-average cost.
      *>                 Receipts maintain it; an opening cost can be
      *>                 keyed on add or corrected on change for
      *>                 stock that was on the shelf before receipts
      *>                 were costed.
      *> 2026-10-15  OP  A (B)ranch option lists the article's stock
      *>                 at every open branch and sets a branch's
      *>                 own reorder level on BRANCH-STOCK (zero
      *>                 falls back to the article's level).
      *> 2026-10-15  OP  Carries the lot-tracked flag - set on an
      *>                 article whose deliveries carry the
      *>                 manufacturer's lot number.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  A (Q)uantity breaks option loads a dated set
      *>                 of price breaks for an article to the
      *>                 ITEM-PRICE-TIERS file - "10+ at less, 50+
      *>                 at less again" - or withdraws them from a
      *>                 date; billing, orders and quotes pick the
      *>                 break by line quantity.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPC-STATUS.

           SELECT ITEM-PRICE-TIERS ASSIGN TO "ITEMTIERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPT-STATUS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT VAT-RATE-CONTROL ASSIGN TO "VATRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VCT-STATUS.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BST-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ITEM-PRICE-CONTROL.
           COPY "itemprc.cpy".

       FD  ITEM-PRICE-TIERS.
           COPY "itemtier.cpy".

       FD  SUPPLIER-MASTER.
           COPY "supplier.cpy".

       FD  VAT-RATE-CONTROL.
           COPY "vatctl.cpy".

       FD  BRANCH-STOCK.
           COPY "brstock.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       COPY "signonwk.cpy".

       COPY "vatctbl.cpy".
       COPY "brnchtbl.cpy".
       COPY "itemtrtb.cpy".

       01 WS-IM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-NEW-DESCRIPTION PIC X(30).
       01 WS-NEW-UNIT-PRICE  PIC 9(06)V99.
       01 WS-NEW-AVG-COST    PIC 9(06)V99.
       01 WS-NEW-CATEGORY    PIC X(01).
      *> 99999 is the keep-it sentinel on the reorder prompt.
       01 WS-NEW-REORDER     PIC 9(05).
       01 WS-IPC-STATUS      PIC X(02).
       01 WS-NEW-DISCONT     PIC X(01).
       01 WS-NEW-LOT-FLAG    PIC X(01).
       01 WS-PRICE-IN        PIC 9(06)V99.
       01 WS-EFFECTIVE-IN    PIC 9(08).
       01 WS-IPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).

      *> The breaks keyed for one set, checked before any is
      *> written - each from a higher quantity, at a lower price,
      *> than the one before.
       78 MAX-BREAKS         VALUE 5.
       01 WS-BREAK-TABLE.
          05 WS-BREAK OCCURS 5 TIMES.
             10 BK-MIN-QUANTITY  PIC 9(04).
             10 BK-UNIT-PRICE    PIC 9(06)V99.
       01 WS-BREAK-COUNT     PIC 9(02).
       01 WS-BREAK-INDEX     PIC 9(02).
       01 WS-BREAKS-DONE     PIC X(01).
       01 WS-QTY-IN          PIC 9(04).
       01 WS-SET-EXISTS      PIC X(01).
       01 WS-SUP-STATUS      PIC X(02).
       01 WS-NEW-SUPPLIER    PIC X(06).
       01 WS-NEW-SUPP-PART   PIC X(15).
       01 WS-SUPPLIER-OK     PIC X(01).
       01 WS-BST-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-BRANCH-IN       PIC X(04).
       01 WS-BRANCH-LEVEL    PIC 9(05).
       01 WS-BRANCH-QTY      PIC S9(07).

       01 PRICE-FORMATTED    PIC Z(5)9.99.
       01 COST-FORMATTED     PIC Z(5)9.99.
       01 QTY-FORMATTED      PIC -(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "-----------------".
           DISPLAY "ITEM-MASTER maintenance".
           DISPLAY "(A)dd, (C)hange, (I)nquire, (D)elete, "
               "(P)rice from a date, (Q)uantity breaks from a date, "
               "(B)ranch stock, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
                   PERFORM 5500-DELETE-RECORD THRU 5500-EXIT
               WHEN "P" WHEN "p"
                   PERFORM 6000-LOAD-DATED-PRICE THRU 6000-EXIT
               WHEN "Q" WHEN "q"
                   PERFORM 6200-LOAD-PRICE-BREAKS THRU 6200-EXIT
               WHEN "B" WHEN "b"
                   PERFORM 6500-BRANCH-STOCK-LEVELS THRU 6500-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   " - try again."
           END-IF.

       1300-CHECK-SUPPLIER.
      *> The preferred supplier must be on SUPPLIER-MASTER and still
      *> active - an article pointed at an unknown or retired
      *> supplier would send the reorder run nowhere.
           MOVE "N" TO WS-SUPPLIER-OK.

           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "SUPPLIER-MASTER not available (status "
                   WS-SUP-STATUS ") - supplier not set."
               GO TO 1300-EXIT
           END-IF.

           MOVE WS-NEW-SUPPLIER TO SUP-CODE.
           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   DISPLAY "Unknown supplier code " WS-NEW-SUPPLIER
                       " - not set."
               NOT INVALID KEY
                   IF SUP-IS-INACTIVE
                       DISPLAY "Supplier " WS-NEW-SUPPLIER
                           " is inactive - not set."
                   ELSE
                       MOVE "Y" TO WS-SUPPLIER-OK
                       DISPLAY "  supplier " SUP-NAME
                   END-IF
           END-READ.

           CLOSE SUPPLIER-MASTER.

       1300-EXIT.
           EXIT.

       2000-ADD-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           MOVE ZERO TO ITEM-ON-HAND-QTY.
           MOVE "N" TO ITEM-DISCONTINUED.

           DISPLAY "Lot tracked - manufacturer lot numbers (Y/N): ".
           MOVE SPACES TO WS-NEW-LOT-FLAG.
           ACCEPT WS-NEW-LOT-FLAG.
           IF WS-NEW-LOT-FLAG = "Y" OR WS-NEW-LOT-FLAG = "y"
               MOVE "Y" TO ITEM-LOT-TRACKED
           ELSE
               MOVE "N" TO ITEM-LOT-TRACKED
           END-IF.

           DISPLAY "Opening average cost (Enter for none yet): ".
           MOVE ZERO TO WS-NEW-AVG-COST.
           ACCEPT WS-NEW-AVG-COST.
           MOVE WS-NEW-AVG-COST TO ITEM-AVERAGE-COST.

           MOVE SPACES TO ITEM-PREF-SUPPLIER ITEM-SUPPLIER-PART.
           DISPLAY "Preferred supplier code (Enter for none yet): ".
           MOVE SPACES TO WS-NEW-SUPPLIER.
           ACCEPT WS-NEW-SUPPLIER.
           IF WS-NEW-SUPPLIER NOT = SPACES
               PERFORM 1300-CHECK-SUPPLIER THRU 1300-EXIT
               IF WS-SUPPLIER-OK = "Y"
                   MOVE WS-NEW-SUPPLIER TO ITEM-PREF-SUPPLIER
                   DISPLAY "Supplier's part number: "
                   ACCEPT ITEM-SUPPLIER-PART
               END-IF
           END-IF.

           WRITE ITEM-RECORD.
           IF WS-IM-STATUS = "00"
               DISPLAY "Record added."
               MOVE WS-NEW-UNIT-PRICE TO ITEM-UNIT-PRICE
           END-IF.

           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZERO TO ITEM-AVERAGE-COST
           END-IF.
           MOVE ITEM-AVERAGE-COST TO COST-FORMATTED.
           DISPLAY "Current average cost " COST-FORMATTED
               " - enter new value, or press Enter to keep: ".
           MOVE ZERO TO WS-NEW-AVG-COST.
           ACCEPT WS-NEW-AVG-COST.
           IF WS-NEW-AVG-COST NOT = ZERO
               MOVE WS-NEW-AVG-COST TO ITEM-AVERAGE-COST
           END-IF.

           DISPLAY "Current VAT category " ITEM-VAT-CATEGORY
               " - enter new value, or press Enter to keep: ".
           ACCEPT WS-NEW-CATEGORY.
               END-IF
           END-IF.

      *> Turning tracking on applies from the next delivery - stock
      *> already on the shelf has no lot on file, and billing says
      *> so when it draws on it.
           IF NOT ITEM-IS-LOT-TRACKED
               MOVE "N" TO ITEM-LOT-TRACKED
           END-IF.
           DISPLAY "Lot tracked is " ITEM-LOT-TRACKED
               " - enter Y/N to set, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-LOT-FLAG.
           ACCEPT WS-NEW-LOT-FLAG.
           IF WS-NEW-LOT-FLAG NOT = SPACES
               IF WS-NEW-LOT-FLAG = "Y" OR WS-NEW-LOT-FLAG = "y"
                   MOVE "Y" TO ITEM-LOT-TRACKED
               ELSE
                   MOVE "N" TO ITEM-LOT-TRACKED
               END-IF
           END-IF.

           DISPLAY "Preferred supplier " ITEM-PREF-SUPPLIER
               " - enter new code, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-SUPPLIER.
           ACCEPT WS-NEW-SUPPLIER.
           IF WS-NEW-SUPPLIER NOT = SPACES
               PERFORM 1300-CHECK-SUPPLIER THRU 1300-EXIT
               IF WS-SUPPLIER-OK = "Y"
                   MOVE WS-NEW-SUPPLIER TO ITEM-PREF-SUPPLIER
               ELSE
                   DISPLAY "Keeping " ITEM-PREF-SUPPLIER
               END-IF
           END-IF.

           DISPLAY "Supplier's part number " ITEM-SUPPLIER-PART
               " - enter new value, or press Enter to keep: ".
           MOVE SPACES TO WS-NEW-SUPP-PART.
           ACCEPT WS-NEW-SUPP-PART.
           IF WS-NEW-SUPP-PART NOT = SPACES
               MOVE WS-NEW-SUPP-PART TO ITEM-SUPPLIER-PART
           END-IF.

           REWRITE ITEM-RECORD.
           IF WS-IM-STATUS = "00"
               DISPLAY "Record changed."
           DISPLAY "Item code   : " ITEM-CODE.
           DISPLAY "Description : " ITEM-DESCRIPTION.
           DISPLAY "Unit price  : " PRICE-FORMATTED.
           IF ITEM-AVERAGE-COST NUMERIC
               MOVE ITEM-AVERAGE-COST TO COST-FORMATTED
           ELSE
               MOVE ZERO TO COST-FORMATTED
           END-IF.
           DISPLAY "Average cost: " COST-FORMATTED.
           DISPLAY "VAT category: " ITEM-VAT-CATEGORY.
           DISPLAY "On hand     : " ITEM-ON-HAND-QTY.
           DISPLAY "Reorder at  : " ITEM-REORDER-LEVEL.
           DISPLAY "Discontinued: " ITEM-DISCONTINUED.
           IF ITEM-IS-LOT-TRACKED
               DISPLAY "Lot tracked : Y"
           ELSE
               DISPLAY "Lot tracked : N"
           END-IF.
           DISPLAY "Supplier    : " ITEM-PREF-SUPPLIER.
           DISPLAY "Supp part no: " ITEM-SUPPLIER-PART.

       4000-EXIT.
           EXIT.
       6000-EXIT.
           EXIT.

       6200-LOAD-PRICE-BREAKS.
      *> Appends one dated set of quantity breaks for an article.
      *> The set replaces whatever set was in force before its
      *> date, whole - so every break the article is to keep is
      *> keyed again. No breaks at all withdraws them from the date.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "No record found for that item code."
                   GO TO 6200-EXIT
           END-READ.

           PERFORM 5120-LOAD-ITEM-TIERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE ITEM-UNIT-PRICE TO PRICE-FORMATTED.
           DISPLAY ITEM-DESCRIPTION " - master price "
               PRICE-FORMATTED ".".
           MOVE ITEM-CODE TO WS-TIER-ITEM-CODE.
           MOVE WS-TODAY  TO WS-TIER-LOOKUP-DATE.
           MOVE 9999      TO WS-TIER-QUANTITY.
           PERFORM 5170-LOOKUP-TIER-PRICE.
           IF WS-TIER-FOUND = "Y"
               DISPLAY "Breaks in force today (set from "
                   WS-TIER-SET-FROM "):"
               PERFORM 6210-SHOW-ONE-BREAK
                   VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-IT-COUNT
           ELSE
               DISPLAY "No quantity breaks in force today."
           END-IF.

           DISPLAY "Effective from (CCYYMMDD): ".
           ACCEPT WS-EFFECTIVE-IN.
           IF WS-EFFECTIVE-IN NOT NUMERIC OR WS-EFFECTIVE-IN = ZERO
               DISPLAY "Not a date - nothing loaded."
               GO TO 6200-EXIT
           END-IF.

      *> Two sets on one date could not say which one stands.
           MOVE "N" TO WS-SET-EXISTS.
           PERFORM 6220-CHECK-ONE-SET-DATE
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > WS-IT-COUNT.
           IF WS-SET-EXISTS = "Y"
               DISPLAY "A set of breaks from " WS-EFFECTIVE-IN
                   " is already loaded for " ITEM-CODE
                   " - load the new one from another date."
               GO TO 6200-EXIT
           END-IF.

           MOVE ZERO TO WS-BREAK-COUNT.
           MOVE "N"  TO WS-BREAKS-DONE.
           PERFORM 6230-ACCEPT-ONE-BREAK
               UNTIL WS-BREAKS-DONE = "Y".

           IF WS-BREAK-COUNT = ZERO
               DISPLAY "No breaks keyed - withdraw " ITEM-CODE
                   "'s breaks from " WS-EFFECTIVE-IN "? (Y/N): "
           ELSE
               DISPLAY "Load these " WS-BREAK-COUNT " breaks from "
                   WS-EFFECTIVE-IN "? (Y/N): "
           END-IF.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
               DISPLAY "Nothing loaded."
               GO TO 6200-EXIT
           END-IF.

           OPEN EXTEND ITEM-PRICE-TIERS.
           IF WS-IPT-STATUS = "05" OR WS-IPT-STATUS = "35"
               OPEN OUTPUT ITEM-PRICE-TIERS
           END-IF.

           IF WS-BREAK-COUNT = ZERO
               MOVE ITEM-CODE       TO IPT-ITEM-CODE
               MOVE WS-EFFECTIVE-IN TO IPT-EFFECTIVE-FROM
               MOVE ZERO            TO IPT-MIN-QUANTITY
                                       IPT-UNIT-PRICE
               WRITE IPT-RECORD
           ELSE
               PERFORM 6240-WRITE-ONE-BREAK
                   VARYING WS-BREAK-INDEX FROM 1 BY 1
                   UNTIL WS-BREAK-INDEX > WS-BREAK-COUNT
                   OR WS-IPT-STATUS NOT = "00"
           END-IF.
           IF WS-IPT-STATUS = "00"
               DISPLAY "Breaks loaded, effective " WS-EFFECTIVE-IN "."
               PERFORM 8450-LOG-PRICE-BREAKS
           ELSE
               DISPLAY "Break write failed, status " WS-IPT-STATUS
           END-IF.

           CLOSE ITEM-PRICE-TIERS.

       6200-EXIT.
           EXIT.

       6210-SHOW-ONE-BREAK.
           IF IT-ITEM-CODE(IT-IDX) = WS-TIER-ITEM-CODE
               AND IT-EFFECTIVE-FROM(IT-IDX) = WS-TIER-SET-FROM
               AND IT-UNIT-PRICE(IT-IDX) NOT = ZERO
               MOVE IT-UNIT-PRICE(IT-IDX) TO PRICE-FORMATTED
               DISPLAY "  " IT-MIN-QUANTITY(IT-IDX) "+ at "
                   PRICE-FORMATTED
           END-IF.

       6220-CHECK-ONE-SET-DATE.
           IF IT-ITEM-CODE(IT-IDX) = ITEM-CODE
               AND IT-EFFECTIVE-FROM(IT-IDX) = WS-EFFECTIVE-IN
               MOVE "Y" TO WS-SET-EXISTS
           END-IF.

       6230-ACCEPT-ONE-BREAK.
           IF WS-BREAK-COUNT >= MAX-BREAKS
               MOVE "Y" TO WS-BREAKS-DONE
               GO TO 6230-EXIT
           END-IF.

           COMPUTE WS-BREAK-INDEX = WS-BREAK-COUNT + 1.
           DISPLAY "Break " WS-BREAK-INDEX
               " - from quantity (Enter to finish): ".
           MOVE ZERO TO WS-QTY-IN.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN = ZERO
               MOVE "Y" TO WS-BREAKS-DONE
               GO TO 6230-EXIT
           END-IF.
           IF WS-BREAK-COUNT > ZERO
               IF WS-QTY-IN NOT > BK-MIN-QUANTITY(WS-BREAK-COUNT)
                   DISPLAY "Each break must start above the one "
                       "before (" BK-MIN-QUANTITY(WS-BREAK-COUNT)
                       ") - try again."
                   GO TO 6230-EXIT
               END-IF
           END-IF.

           DISPLAY "Unit price from " WS-QTY-IN " (before VAT): ".
           MOVE ZERO TO WS-PRICE-IN.
           ACCEPT WS-PRICE-IN.
           IF WS-PRICE-IN = ZERO
               DISPLAY "Zero price - break not taken, try again."
               GO TO 6230-EXIT
           END-IF.
           IF WS-BREAK-COUNT > ZERO
               IF WS-PRICE-IN NOT < BK-UNIT-PRICE(WS-BREAK-COUNT)
                   MOVE BK-UNIT-PRICE(WS-BREAK-COUNT)
                       TO PRICE-FORMATTED
                   DISPLAY "Each break must price below the one "
                       "before (" PRICE-FORMATTED ") - try again."
                   GO TO 6230-EXIT
               END-IF
           END-IF.
           IF WS-PRICE-IN NOT < ITEM-UNIT-PRICE
               DISPLAY "  (not below the master price - a break "
                   "only applies where it is the lower price)"
           END-IF.

           ADD 1 TO WS-BREAK-COUNT.
           MOVE WS-QTY-IN   TO BK-MIN-QUANTITY(WS-BREAK-COUNT).
           MOVE WS-PRICE-IN TO BK-UNIT-PRICE(WS-BREAK-COUNT).

       6230-EXIT.
           EXIT.

       6240-WRITE-ONE-BREAK.
           MOVE ITEM-CODE       TO IPT-ITEM-CODE.
           MOVE WS-EFFECTIVE-IN TO IPT-EFFECTIVE-FROM.
           MOVE BK-MIN-QUANTITY(WS-BREAK-INDEX) TO IPT-MIN-QUANTITY.
           MOVE BK-UNIT-PRICE(WS-BREAK-INDEX)   TO IPT-UNIT-PRICE.
           WRITE IPT-RECORD.

       6500-BRANCH-STOCK-LEVELS.
      *> On-hand is shown, never keyed - receipts, billing and
      *> transfers move it. Only the branch's reorder level is set
      *> here; a branch that has never held the article gets its
      *> BRANCH-STOCK record now, at zero stock.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "No record found for that item code."
                   GO TO 6500-EXIT
           END-READ.

           PERFORM 5650-LOAD-BRANCH-TABLE.
           IF WS-SB-COUNT = ZERO
               DISPLAY "No open branch on the BRANCHES file."
               GO TO 6500-EXIT
           END-IF.

           OPEN I-O BRANCH-STOCK.
           IF WS-BST-STATUS = "35"
               OPEN OUTPUT BRANCH-STOCK
               CLOSE BRANCH-STOCK
               OPEN I-O BRANCH-STOCK
           END-IF.
           IF WS-BST-STATUS NOT = "00"
               DISPLAY "BRANCH-STOCK not available, status "
                   WS-BST-STATUS
               GO TO 6500-EXIT
           END-IF.

           DISPLAY ITEM-DESCRIPTION " - company on hand "
               ITEM-ON-HAND-QTY ", reorder at " ITEM-REORDER-LEVEL.
           DISPLAY "Branch Name                  On hand  Reorder at".
           PERFORM 6510-SHOW-ONE-BRANCH
               VARYING WS-SB-INDEX FROM 1 BY 1
               UNTIL WS-SB-INDEX > WS-SB-COUNT.

           DISPLAY "Branch to set a reorder level for "
               "(Enter for none): ".
           MOVE SPACES TO WS-BRANCH-IN.
           ACCEPT WS-BRANCH-IN.
           IF WS-BRANCH-IN = SPACES
               GO TO 6500-CLOSE
           END-IF.

           MOVE WS-BRANCH-IN TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH = ZERO
               DISPLAY "Branch " WS-BRANCH-IN " is not an open "
                   "branch - nothing set."
               GO TO 6500-CLOSE
           END-IF.

           DISPLAY "Reorder level at " WS-BRANCH-IN
               " (zero to use the article's level): ".
           MOVE ZERO TO WS-BRANCH-LEVEL.
           ACCEPT WS-BRANCH-LEVEL.

           MOVE WS-BRANCH-IN TO BS-BRANCH-CODE.
           MOVE ITEM-CODE    TO BS-ITEM-CODE.
           READ BRANCH-STOCK
               KEY IS BS-KEY
               INVALID KEY
                   MOVE WS-BRANCH-IN    TO BS-BRANCH-CODE
                   MOVE ITEM-CODE       TO BS-ITEM-CODE
                   MOVE ZERO            TO BS-ON-HAND-QTY
                   MOVE WS-BRANCH-LEVEL TO BS-REORDER-LEVEL
                   WRITE BS-RECORD
               NOT INVALID KEY
                   MOVE WS-BRANCH-LEVEL TO BS-REORDER-LEVEL
                   REWRITE BS-RECORD
           END-READ.
           IF WS-BST-STATUS = "00"
               DISPLAY "Reorder level at " WS-BRANCH-IN " set."
               PERFORM 8500-LOG-BRANCH-LEVEL
           ELSE
               DISPLAY "BRANCH-STOCK update failed, status "
                   WS-BST-STATUS
           END-IF.

       6500-CLOSE.
           CLOSE BRANCH-STOCK.

       6500-EXIT.
           EXIT.

       6510-SHOW-ONE-BRANCH.
           MOVE ZERO TO WS-BRANCH-QTY WS-BRANCH-LEVEL.
           MOVE SB-CODE(WS-SB-INDEX) TO BS-BRANCH-CODE.
           MOVE ITEM-CODE            TO BS-ITEM-CODE.
           READ BRANCH-STOCK
               KEY IS BS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BS-ON-HAND-QTY NUMERIC
                       MOVE BS-ON-HAND-QTY TO WS-BRANCH-QTY
                   END-IF
                   IF BS-REORDER-LEVEL NUMERIC
                       MOVE BS-REORDER-LEVEL TO WS-BRANCH-LEVEL
                   END-IF
           END-READ.
           MOVE WS-BRANCH-QTY TO QTY-FORMATTED.
           IF WS-BRANCH-LEVEL = ZERO
               DISPLAY SB-CODE(WS-SB-INDEX) "   " SB-NAME(WS-SB-INDEX)
                   " " QTY-FORMATTED "  (article)"
           ELSE
               DISPLAY SB-CODE(WS-SB-INDEX) "   " SB-NAME(WS-SB-INDEX)
                   " " QTY-FORMATTED "  " WS-BRANCH-LEVEL
           END-IF.

       8500-LOG-BRANCH-LEVEL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "ITEM-MAINT"     TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           STRING "Branch reorder level " DELIMITED BY SIZE
                  WS-BRANCH-IN DELIMITED BY SPACE
                  " item " DELIMITED BY SIZE
                  ITEM-CODE DELIMITED BY SPACE
                  " set to " DELIMITED BY SIZE
                  WS-BRANCH-LEVEL DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8400-LOG-DATED-PRICE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8450-LOG-PRICE-BREAKS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "ITEM-MAINT"     TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Price breaks for " DELIMITED BY SIZE
                  ITEM-CODE DELIMITED BY SPACE
                  " from " DELIMITED BY SIZE
                  WS-EFFECTIVE-IN DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-BREAK-COUNT DELIMITED BY SIZE
                  " breaks" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8100-LOG-ADD.
      *> Appends an AUDIT-LOG entry so we can answer who priced this
      *> article and when, after the terminal session that added it

           COPY "vatcload.cpy".
           COPY "auditapp.cpy".
           COPY "brnchld.cpy".
           COPY "itemtrld.cpy".

           COPY "signon.cpy".
