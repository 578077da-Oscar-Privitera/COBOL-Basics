       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-ALLOCATION.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Nightly stock allocation over the open order book. Every
      *> open line on SALES-ORDERS with something still to ship is
      *> queued - priority customers first (CUST-ALLOC-PRIORITY,
      *> set by a supervisor in CUSTOMER-MAINTENANCE), then by order
      *> date, order number and line - and the company on-hand of
      *> each article is handed out down the queue until it runs
      *> dry. The result is written onto each line as
      *> SOL-ALLOCATED-QTY (work-file copy, the ship-mode pattern);
      *> every line is allocated afresh each night, so a line that
      *> lost its place gives its stock up. INVOICE-CALCULATOR's
      *> (S)hip mode releases no more than was allocated.
      *> What cannot be filled goes on the BACKORDER report with
      *> the date the open purchase orders expect it in - the
      *> queue is walked against the PURCHASE-ORDERS lines still
      *> due, earliest first, so the second customer short of an
      *> article is told about the delivery after the one the
      *> first customer is waiting for.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-ORDERS ASSIGN TO "SALESORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT ORDER-WORK ASSIGN TO "SORDWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OW-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT PURCHASE-ORDERS ASSIGN TO "PURCHORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT BACKORDER-PRINT ASSIGN TO "BACKORDER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  SALES-ORDERS.
           COPY "salesord.cpy".

       FD  ORDER-WORK.
       01 OW-RECORD PIC X(84).

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  PURCHASE-ORDERS.
           COPY "purchord.cpy".

       FD  BACKORDER-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".

       78 MAX-ALLOC-LINES    VALUE 1000.
       78 MAX-ALLOC-ITEMS    VALUE 500.
       78 MAX-DUE-LINES      VALUE 500.

       01 WS-SO-STATUS       PIC X(02).
       01 WS-OW-STATUS       PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-PO-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).

      *> The header just read on each H/L file, carried onto its
      *> lines.
       01 WS-HDR-OPEN        PIC X(01).
       01 WS-HDR-DATE        PIC 9(08).
       01 WS-HDR-CUSTOMER    PIC X(06).
       01 WS-HDR-PRIORITY    PIC X(01).

      *> One entry per open order line. AL-SORT-KEY is the queue:
      *> "1" for a priority customer sorts ahead of "2".
       01 WS-ALLOC-TABLE.
          05 WS-ALLOC-ENTRY OCCURS 1000 TIMES.
             10 AL-SORT-KEY.
                15 AL-PRIORITY      PIC X(01).
                15 AL-ORDER-DATE    PIC 9(08).
                15 AL-ORDER-NUMBER  PIC 9(06).
                15 AL-LINE-NO       PIC 9(02).
             10 AL-CUSTOMER-ID    PIC X(06).
             10 AL-ITEM-CODE      PIC X(08).
             10 AL-OUTSTANDING    PIC 9(04).
             10 AL-ALLOCATED      PIC 9(04).
       01 WS-AL-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-AL-INDEX        PIC 9(04).
       01 WS-AL-MATCH        PIC 9(04).
       01 WS-SORT-I          PIC 9(04).
       01 WS-SORT-J          PIC 9(04).
       01 WS-SORT-SWAPPED    PIC X(01).
       01 WS-SWAP-ENTRY      PIC X(39).

      *> What is left to hand out per article, loaded off
      *> ITEM-MASTER the first time the queue reaches it.
       01 WS-AVAIL-TABLE.
          05 WS-AVAIL-ENTRY OCCURS 500 TIMES.
             10 AV-ITEM-CODE      PIC X(08).
             10 AV-LEFT           PIC S9(07).
       01 WS-AV-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-AV-INDEX        PIC 9(03).
       01 WS-AV-MATCH        PIC 9(03).

      *> Open purchase order lines still due in, sorted by article
      *> and expected date. DU-DUE-LEFT is drawn down as the
      *> backorders are promised against it.
       01 WS-DUE-TABLE.
          05 WS-DUE-ENTRY OCCURS 500 TIMES.
             10 DU-SORT-KEY.
                15 DU-ITEM-CODE     PIC X(08).
                15 DU-EXPECTED-DATE PIC 9(08).
                15 DU-PO-NUMBER     PIC 9(06).
             10 DU-DUE-LEFT       PIC 9(05).
       01 WS-DU-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-DU-INDEX        PIC 9(03).
       01 WS-DU-SWAP         PIC X(27).
       01 WS-PO-HDR-OPEN     PIC X(01).
       01 WS-PO-HDR-DATE     PIC 9(08).

       01 WS-TAKE            PIC 9(04).
       01 WS-SHORT           PIC 9(04).
       01 WS-NEED            PIC 9(05).
       01 WS-COVER-TAKE      PIC 9(05).
       01 WS-COVER-DATE      PIC 9(08).
       01 WS-COVER-PO        PIC 9(06).
       01 WS-PRIO-MARK       PIC X(01).
       01 WS-COVER-TEXT      PIC X(26).

       01 WS-LINES-QUEUED    PIC 9(06) VALUE ZERO.
       01 WS-LINES-FULL      PIC 9(06) VALUE ZERO.
       01 WS-LINES-PART      PIC 9(06) VALUE ZERO.
       01 WS-LINES-NONE      PIC 9(06) VALUE ZERO.
       01 WS-UNITS-ALLOCATED PIC 9(08) VALUE ZERO.
       01 WS-UNITS-SHORT     PIC 9(08) VALUE ZERO.
       01 WS-DROPPED         PIC 9(06) VALUE ZERO.

       01 QTY-FORMATTED      PIC Z(3)9.
       01 ALLOC-FORMATTED    PIC Z(3)9.
       01 SHORT-FORMATTED    PIC Z(3)9.
       01 TOTAL-FORMATTED    PIC Z(7)9.

       01 PRT-LINE           PIC X(132).

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

           MOVE "STOCK-ALLOCATION" TO WS-RC-JOB-NAME.
           MOVE SPACES             TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 1000-LOAD-OPEN-LINES THRU 1000-EXIT.
           IF WS-SO-STATUS NOT = "10"
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2000-SORT-THE-QUEUE THRU 2000-EXIT.
           PERFORM 3000-ALLOCATE-THE-STOCK THRU 3000-EXIT.
           PERFORM 4000-WRITE-THE-ALLOCATIONS THRU 4000-EXIT.
           PERFORM 5000-LOAD-DUE-IN THRU 5000-EXIT.
           PERFORM 6000-PRINT-BACKORDERS THRU 6000-EXIT.

           DISPLAY "Open lines queued          : " WS-LINES-QUEUED.
           DISPLAY "Allocated in full          : " WS-LINES-FULL.
           DISPLAY "Allocated in part          : " WS-LINES-PART.
           DISPLAY "Nothing to allocate        : " WS-LINES-NONE.
           DISPLAY "Units allocated            : "
               WS-UNITS-ALLOCATED.
           DISPLAY "Units on backorder         : " WS-UNITS-SHORT.
           IF WS-DROPPED > ZERO
               DISPLAY "** " WS-DROPPED " open lines past the "
                   MAX-ALLOC-LINES "-line table were left "
                   "unallocated"
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-OPEN-LINES.
           OPEN INPUT SALES-ORDERS.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "Could not open SALES-ORDERS, status "
                   WS-SO-STATUS " - nothing allocated."
               GO TO 1000-EXIT
           END-IF.

      *> No CUSTOMER-MASTER just means nobody jumps the queue.
           OPEN INPUT CUSTOMER-MASTER.

           MOVE "N" TO WS-HDR-OPEN.
           PERFORM 1100-LOAD-ONE-ORDER-RECORD
               UNTIL WS-SO-STATUS = "10".

           CLOSE SALES-ORDERS.
           IF WS-CM-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF.

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ORDER-RECORD.
           READ SALES-ORDERS
               AT END
                   MOVE "10" TO WS-SO-STATUS
               NOT AT END
                   IF SO-IS-HEADER
                       PERFORM 1200-NOTE-ONE-HEADER
                   ELSE
                       IF WS-HDR-OPEN = "Y"
                           PERFORM 1300-QUEUE-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       1200-NOTE-ONE-HEADER.
           MOVE "N" TO WS-HDR-OPEN.
           IF SOH-ORDER-IS-OPEN
               MOVE "Y"             TO WS-HDR-OPEN
               MOVE SOH-ORDER-DATE  TO WS-HDR-DATE
               MOVE SOH-CUSTOMER-ID TO WS-HDR-CUSTOMER
               MOVE "2"             TO WS-HDR-PRIORITY
               IF WS-CM-STATUS NOT = "35"
                   MOVE SOH-CUSTOMER-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                       KEY IS CUST-ID
                       NOT INVALID KEY
                           IF CUST-HAS-ALLOC-PRIORITY
                               MOVE "1" TO WS-HDR-PRIORITY
                           END-IF
                   END-READ
               END-IF
           END-IF.

       1300-QUEUE-ONE-LINE.
      *> Free-keyed lines (no item code) hold no stock and are not
      *> queued.
           IF SOL-ITEM-CODE = SPACES
               OR SOL-QUANTITY NOT > SOL-SHIPPED-QTY
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-LINES-QUEUED.
           IF WS-AL-COUNT >= MAX-ALLOC-LINES
               ADD 1 TO WS-DROPPED
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-AL-COUNT.
           MOVE WS-HDR-PRIORITY TO AL-PRIORITY(WS-AL-COUNT).
           MOVE WS-HDR-DATE     TO AL-ORDER-DATE(WS-AL-COUNT).
           MOVE SO-ORDER-NUMBER TO AL-ORDER-NUMBER(WS-AL-COUNT).
           MOVE SO-LINE-NO      TO AL-LINE-NO(WS-AL-COUNT).
           MOVE WS-HDR-CUSTOMER TO AL-CUSTOMER-ID(WS-AL-COUNT).
           MOVE SOL-ITEM-CODE   TO AL-ITEM-CODE(WS-AL-COUNT).
           COMPUTE AL-OUTSTANDING(WS-AL-COUNT) =
               SOL-QUANTITY - SOL-SHIPPED-QTY.
           MOVE ZERO            TO AL-ALLOCATED(WS-AL-COUNT).

       1300-EXIT.
           EXIT.

       2000-SORT-THE-QUEUE.
      *> Plain bubble sort on the composite key, ascending - the
      *> same approach REORDER-PROPOSAL takes.
           IF WS-AL-COUNT < 2
               GO TO 2000-EXIT
           END-IF.

           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM 2100-ONE-SORT-PASS
               UNTIL WS-SORT-SWAPPED = "N".

       2000-EXIT.
           EXIT.

       2100-ONE-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAPPED.
           PERFORM 2110-COMPARE-ONE-PAIR
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-AL-COUNT.

       2110-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           IF AL-SORT-KEY(WS-SORT-J) < AL-SORT-KEY(WS-SORT-I)
               MOVE WS-ALLOC-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-ALLOC-ENTRY(WS-SORT-J)
                   TO WS-ALLOC-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-ALLOC-ENTRY(WS-SORT-J)
               MOVE "Y" TO WS-SORT-SWAPPED
           END-IF.

       3000-ALLOCATE-THE-STOCK.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS " - nothing allocated."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-ALLOCATE-ONE-LINE
               VARYING WS-AL-INDEX FROM 1 BY 1
               UNTIL WS-AL-INDEX > WS-AL-COUNT.

           CLOSE ITEM-MASTER.

       3000-EXIT.
           EXIT.

       3100-ALLOCATE-ONE-LINE.
           PERFORM 3200-FIND-THE-ARTICLE THRU 3200-EXIT.

           MOVE ZERO TO WS-TAKE.
           IF WS-AV-MATCH > ZERO
               AND AV-LEFT(WS-AV-MATCH) > ZERO
               IF AV-LEFT(WS-AV-MATCH) < AL-OUTSTANDING(WS-AL-INDEX)
                   MOVE AV-LEFT(WS-AV-MATCH) TO WS-TAKE
               ELSE
                   MOVE AL-OUTSTANDING(WS-AL-INDEX) TO WS-TAKE
               END-IF
               SUBTRACT WS-TAKE FROM AV-LEFT(WS-AV-MATCH)
           END-IF.
           MOVE WS-TAKE TO AL-ALLOCATED(WS-AL-INDEX).
           ADD WS-TAKE TO WS-UNITS-ALLOCATED.

           EVALUATE TRUE
               WHEN WS-TAKE = AL-OUTSTANDING(WS-AL-INDEX)
                   ADD 1 TO WS-LINES-FULL
               WHEN WS-TAKE > ZERO
                   ADD 1 TO WS-LINES-PART
               WHEN OTHER
                   ADD 1 TO WS-LINES-NONE
           END-EVALUATE.

       3200-FIND-THE-ARTICLE.
      *> WS-AV-MATCH comes back as the article's entry - loaded off
      *> ITEM-MASTER on first sight - or zero when the table is full.
      *> An article no longer on file, or at or below zero on-hand,
      *> has nothing to give.
           MOVE ZERO TO WS-AV-MATCH.
           PERFORM 3210-MATCH-ONE-ARTICLE
               VARYING WS-AV-INDEX FROM 1 BY 1
               UNTIL WS-AV-INDEX > WS-AV-COUNT
               OR WS-AV-MATCH NOT = ZERO.
           IF WS-AV-MATCH NOT = ZERO
               GO TO 3200-EXIT
           END-IF.

           IF WS-AV-COUNT >= MAX-ALLOC-ITEMS
               DISPLAY "** article table full - "
                   AL-ITEM-CODE(WS-AL-INDEX) " not allocated"
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-AV-COUNT.
           MOVE WS-AV-COUNT TO WS-AV-MATCH.
           MOVE AL-ITEM-CODE(WS-AL-INDEX) TO AV-ITEM-CODE(WS-AV-MATCH).
           MOVE ZERO TO AV-LEFT(WS-AV-MATCH).
           MOVE AL-ITEM-CODE(WS-AL-INDEX) TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               NOT INVALID KEY
                   IF ITEM-ON-HAND-QTY NUMERIC
                       AND ITEM-ON-HAND-QTY > ZERO
                       MOVE ITEM-ON-HAND-QTY TO AV-LEFT(WS-AV-MATCH)
                   END-IF
           END-READ.

       3200-EXIT.
           EXIT.

       3210-MATCH-ONE-ARTICLE.
           IF AV-ITEM-CODE(WS-AV-INDEX) = AL-ITEM-CODE(WS-AL-INDEX)
               MOVE WS-AV-INDEX TO WS-AV-MATCH
           END-IF.

       4000-WRITE-THE-ALLOCATIONS.
      *> Every line is rewritten - a line not in the queue (its
      *> order complete, or nothing left to ship) holds nothing.
           OPEN INPUT SALES-ORDERS.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "Could not reopen SALES-ORDERS, status "
                   WS-SO-STATUS " - allocations not recorded."
               GO TO 4000-EXIT
           END-IF.

           OPEN OUTPUT ORDER-WORK.
           IF WS-OW-STATUS NOT = "00"
               DISPLAY "Could not open ORDER-WORK, status "
                   WS-OW-STATUS
               CLOSE SALES-ORDERS
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-COPY-ONE-ORDER-RECORD
               UNTIL WS-SO-STATUS = "10".

           CLOSE SALES-ORDERS.
           CLOSE ORDER-WORK.

           OPEN INPUT ORDER-WORK.
           OPEN OUTPUT SALES-ORDERS.
           PERFORM 4300-RELOAD-ONE-ORDER-RECORD
               UNTIL WS-OW-STATUS = "10".
           CLOSE ORDER-WORK.
           CLOSE SALES-ORDERS.

       4000-EXIT.
           EXIT.

       4100-COPY-ONE-ORDER-RECORD.
           READ SALES-ORDERS
               AT END
                   MOVE "10" TO WS-SO-STATUS
               NOT AT END
                   IF SO-IS-LINE
                       PERFORM 4200-STAMP-ONE-LINE
                   END-IF
                   MOVE SO-RECORD TO OW-RECORD
                   WRITE OW-RECORD
           END-READ.

       4200-STAMP-ONE-LINE.
           MOVE ZERO TO WS-AL-MATCH.
           PERFORM 4210-MATCH-ONE-QUEUED-LINE
               VARYING WS-AL-INDEX FROM 1 BY 1
               UNTIL WS-AL-INDEX > WS-AL-COUNT
               OR WS-AL-MATCH NOT = ZERO.
           IF WS-AL-MATCH = ZERO
               MOVE ZERO TO SOL-ALLOCATED-QTY
           ELSE
               MOVE AL-ALLOCATED(WS-AL-MATCH) TO SOL-ALLOCATED-QTY
           END-IF.

       4210-MATCH-ONE-QUEUED-LINE.
           IF AL-ORDER-NUMBER(WS-AL-INDEX) = SO-ORDER-NUMBER
               AND AL-LINE-NO(WS-AL-INDEX) = SO-LINE-NO
               MOVE WS-AL-INDEX TO WS-AL-MATCH
           END-IF.

       4300-RELOAD-ONE-ORDER-RECORD.
           READ ORDER-WORK
               AT END
                   MOVE "10" TO WS-OW-STATUS
               NOT AT END
                   MOVE OW-RECORD TO SO-RECORD
                   WRITE SO-RECORD
           END-READ.

       5000-LOAD-DUE-IN.
      *> Released (open) orders only - a draft is not yet a
      *> promise from anybody.
           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.

           MOVE "N" TO WS-PO-HDR-OPEN.
           PERFORM 5100-LOAD-ONE-PO-RECORD
               UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.

           IF WS-DU-COUNT > 1
               MOVE "Y" TO WS-SORT-SWAPPED
               PERFORM 5300-ONE-DUE-SORT-PASS
                   UNTIL WS-SORT-SWAPPED = "N"
           END-IF.

       5000-EXIT.
           EXIT.

       5100-LOAD-ONE-PO-RECORD.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-IS-HEADER
                       MOVE "N" TO WS-PO-HDR-OPEN
                       IF POH-ORDER-IS-OPEN
                           MOVE "Y" TO WS-PO-HDR-OPEN
                           MOVE POH-EXPECTED-DATE TO WS-PO-HDR-DATE
                       END-IF
                   ELSE
                       IF WS-PO-HDR-OPEN = "Y"
                           PERFORM 5200-KEEP-ONE-DUE-LINE
                       END-IF
                   END-IF
           END-READ.

       5200-KEEP-ONE-DUE-LINE.
           IF POL-LINE-IS-OPEN
               AND POL-QUANTITY > POL-RECEIVED-QTY
               AND WS-DU-COUNT < MAX-DUE-LINES
               ADD 1 TO WS-DU-COUNT
               MOVE POL-ITEM-CODE   TO DU-ITEM-CODE(WS-DU-COUNT)
               MOVE PO-ORDER-NUMBER TO DU-PO-NUMBER(WS-DU-COUNT)
               IF POL-EXPECTED-DATE NUMERIC
                   AND POL-EXPECTED-DATE > ZERO
                   MOVE POL-EXPECTED-DATE
                       TO DU-EXPECTED-DATE(WS-DU-COUNT)
               ELSE
                   MOVE WS-PO-HDR-DATE
                       TO DU-EXPECTED-DATE(WS-DU-COUNT)
               END-IF
               COMPUTE DU-DUE-LEFT(WS-DU-COUNT) =
                   POL-QUANTITY - POL-RECEIVED-QTY
           END-IF.

       5300-ONE-DUE-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAPPED.
           PERFORM 5310-COMPARE-ONE-DUE-PAIR
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-DU-COUNT.

       5310-COMPARE-ONE-DUE-PAIR.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           IF DU-SORT-KEY(WS-SORT-J) < DU-SORT-KEY(WS-SORT-I)
               MOVE WS-DUE-ENTRY(WS-SORT-I) TO WS-DU-SWAP
               MOVE WS-DUE-ENTRY(WS-SORT-J)
                   TO WS-DUE-ENTRY(WS-SORT-I)
               MOVE WS-DU-SWAP TO WS-DUE-ENTRY(WS-SORT-J)
               MOVE "Y" TO WS-SORT-SWAPPED
           END-IF.

       6000-PRINT-BACKORDERS.
           OPEN OUTPUT BACKORDER-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open BACKORDER, status "
                   WS-RPT-STATUS
               GO TO 6000-EXIT
           END-IF.

           MOVE "BACKORDER"        TO WS-RA-REPORT-NAME.
           MOVE "STOCK-ALLOCATION" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "BACKORDERS AFTER STOCK ALLOCATION OF "
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "   (* = priority customer)" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "Order  Ln Ordered   Customer  Item      Open Alloc Sh
      -        "ort Expected in"
               TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

           PERFORM 6100-PRINT-ONE-BACKORDER
               VARYING WS-AL-INDEX FROM 1 BY 1
               UNTIL WS-AL-INDEX > WS-AL-COUNT.

           MOVE SPACES TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-UNITS-SHORT TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL ON BACKORDER: " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  " units on " DELIMITED BY SIZE
                  WS-LINES-PART DELIMITED BY SIZE
                  " part and " DELIMITED BY SIZE
                  WS-LINES-NONE DELIMITED BY SIZE
                  " unallocated lines" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

           CLOSE BACKORDER-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-BACKORDER.
           IF AL-ALLOCATED(WS-AL-INDEX)
               NOT < AL-OUTSTANDING(WS-AL-INDEX)
               GO TO 6100-EXIT
           END-IF.

           COMPUTE WS-SHORT =
               AL-OUTSTANDING(WS-AL-INDEX) - AL-ALLOCATED(WS-AL-INDEX).
           ADD WS-SHORT TO WS-UNITS-SHORT.
           PERFORM 6200-PROMISE-FROM-DUE-IN.

           IF AL-PRIORITY(WS-AL-INDEX) = "1"
               MOVE "*" TO WS-PRIO-MARK
           ELSE
               MOVE " " TO WS-PRIO-MARK
           END-IF.
           MOVE AL-OUTSTANDING(WS-AL-INDEX) TO QTY-FORMATTED.
           MOVE AL-ALLOCATED(WS-AL-INDEX)   TO ALLOC-FORMATTED.
           MOVE WS-SHORT                    TO SHORT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING AL-ORDER-NUMBER(WS-AL-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-LINE-NO(WS-AL-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-ORDER-DATE(WS-AL-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AL-CUSTOMER-ID(WS-AL-INDEX) DELIMITED BY SIZE
                  WS-PRIO-MARK DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  AL-ITEM-CODE(WS-AL-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QTY-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ALLOC-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SHORT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COVER-TEXT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       6100-EXIT.
           EXIT.

       6200-PROMISE-FROM-DUE-IN.
      *> The shortfall is promised against the article's due-in
      *> lines, earliest first, in queue order - the date printed
      *> is the delivery that completes the line.
           MOVE WS-SHORT TO WS-NEED.
           MOVE ZERO TO WS-COVER-DATE WS-COVER-PO.
           PERFORM 6210-DRAW-ONE-DUE-LINE
               VARYING WS-DU-INDEX FROM 1 BY 1
               UNTIL WS-DU-INDEX > WS-DU-COUNT
               OR WS-NEED = ZERO.

           MOVE SPACES TO WS-COVER-TEXT.
           EVALUATE TRUE
               WHEN WS-COVER-PO = ZERO
                   MOVE "NOT ON ORDER" TO WS-COVER-TEXT
               WHEN WS-NEED = ZERO
                   STRING WS-COVER-DATE DELIMITED BY SIZE
                          " PO " DELIMITED BY SIZE
                          WS-COVER-PO DELIMITED BY SIZE
                          INTO WS-COVER-TEXT
               WHEN OTHER
                   STRING WS-COVER-DATE DELIMITED BY SIZE
                          " PO " DELIMITED BY SIZE
                          WS-COVER-PO DELIMITED BY SIZE
                          " PART" DELIMITED BY SIZE
                          INTO WS-COVER-TEXT
           END-EVALUATE.

       6210-DRAW-ONE-DUE-LINE.
           IF DU-ITEM-CODE(WS-DU-INDEX) = AL-ITEM-CODE(WS-AL-INDEX)
               AND DU-DUE-LEFT(WS-DU-INDEX) > ZERO
               IF DU-DUE-LEFT(WS-DU-INDEX) < WS-NEED
                   MOVE DU-DUE-LEFT(WS-DU-INDEX) TO WS-COVER-TAKE
               ELSE
                   MOVE WS-NEED TO WS-COVER-TAKE
               END-IF
               SUBTRACT WS-COVER-TAKE FROM DU-DUE-LEFT(WS-DU-INDEX)
               SUBTRACT WS-COVER-TAKE FROM WS-NEED
               MOVE DU-EXPECTED-DATE(WS-DU-INDEX) TO WS-COVER-DATE
               MOVE DU-PO-NUMBER(WS-DU-INDEX)     TO WS-COVER-PO
           END-IF.

       7000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW             TO AUD-TIMESTAMP.
           MOVE "STOCK-ALLOCATION" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE SPACES             TO AUD-MESSAGE.
           STRING "Allocated " DELIMITED BY SIZE
                  WS-UNITS-ALLOCATED DELIMITED BY SIZE
                  " units to " DELIMITED BY SIZE
                  WS-LINES-QUEUED DELIMITED BY SIZE
                  " lines, " DELIMITED BY SIZE
                  WS-UNITS-SHORT DELIMITED BY SIZE
                  " on backorder" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
