      *>                 billed and carries its code onto the
      *>                 line-detail store, matching what a keyed
      *>                 coded line does in INVOICE-CALCULATOR.
      *> 2026-10-15  OP  Each contract stock issue is also written
      *>                 to the STOCK-MOVEMENTS ledger with the
      *>                 invoice number and the resulting on-hand.
      *> 2026-10-15  OP  Item-coded detail lines are stamped with
      *>                 the article's average cost when billed.
      *> 2026-10-15  OP  Contract stock is issued from the branch
      *>                 nearest the customer's zip, on that
      *>                 branch's BRANCH-STOCK figure as well as the
      *>                 company on-hand - the same branch a keyed
      *>                 invoice for the customer draws on.
      *> 2026-10-15  OP  A lot-tracked contract article is issued
      *>                 first-in, first-out off LOT-STOCK, and the
      *>                 lots drawn are recorded against the line on
      *>                 INVOICE-LOTS for the recall report.
      *> 2026-10-15  OP  A quarterly or annual line's net is written
      *>                 to DEFERRED-REVENUE as a deferral over the
      *>                 months it covers, so GL-INTERFACE credits
      *>                 it to deferred income and DEFERRED-RELEASE
      *>                 earns it month by month.
      *> 2026-10-15  OP  The raised open item is written with the
      *>                 order and deposit fields cleared - a
      *>                 contract invoice is never a deposit and
      *>                 deducts none.
      *> 2026-10-15  OP  A zero run date is the night run-control
      *>                 dates the run by - the open finance night
      *>                 when this runs as a step of FINNIGHT.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 RBILLPRT print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.
      *> 2026-10-15  OP  No paper invoice image is printed for a
      *>                 customer flagged for electronic invoicing -
      *>                 the stored detail goes out on the nightly
      *>                 EINVOICE-EXPORT; the run counts them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

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

           SELECT INVOICE-LOTS ASSIGN TO "INVLOTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILT-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT ZIP-GAZETTEER ASSIGN TO "GAZETTEER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAZ-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT DEFERRED-REVENUE ASSIGN TO "DEFREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-STATUS.

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
       FD  CONTRACTS-FILE.
       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

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

       FD  ZIP-GAZETTEER.
           COPY "gazet.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  PROCESSING-CALENDAR.
           COPY "buscal.cpy".

       FD  DEFERRED-REVENUE.
           COPY "defrev.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "vatctbl.cpy".
       COPY "roundtbl.cpy".
       COPY "runctbl.cpy".
       COPY "buscaltb.cpy".
       COPY "zipcoord.cpy".
       COPY "brnchtbl.cpy".
       COPY "brstkwk.cpy".
       COPY "lotwk.cpy".
       COPY "rptarwk.cpy".

       78 MAX-CONTRACT-LINES VALUE 20.

       01 WS-ID-STATUS       PIC X(02).
       01 WS-SEQ-STATUS      PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-COST-FILE-OPEN  PIC X(01).
       01 WS-CAL-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-SMV-STATUS      PIC X(02).
       01 WS-GAZ-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-DFR-STATUS      PIC X(02).
       01 WS-DFR-SEQ         PIC 9(03).
       01 WS-DFR-MONTHS      PIC 9(03).
       01 WS-CUSTOMER-ZIP    PIC X(05).
       01 WS-ISSUE-BRANCH    PIC X(04).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

             10 GL-VAT-AMOUNT   PIC 9(07)V99.
             10 GL-FREQUENCY    PIC X(01).
             10 GL-ITEM-CODE    PIC X(08).
             10 GL-PERIOD-START PIC 9(08).
       01 WS-LINE-INDEX      PIC 9(02).

       01 WS-BAND-TABLE.
       01 WS-CREDIT-LIMIT    PIC 9(09)V99.
       01 WS-HOLD-FLAG       PIC X(01).
           88 WS-CUST-ON-HOLD    VALUE "Y".
       01 WS-CUST-EINVOICE   PIC X(01) VALUE "N".
           88 WS-CUST-TAKES-EINVOICE VALUE "Y".
       01 WS-EINVOICE-COUNT  PIC 9(06) VALUE ZERO.
       01 WS-AR-EXPOSURE     PIC S9(11)V99.
       01 WS-HELD-SKIPPED    PIC 9(06) VALUE ZERO.
       01 EXPOSURE-FORMATTED PIC -(10)9.99.
               "zero for today): ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE WS-RC-TODAY TO WS-RUN-DATE
           END-IF.

      *> A run dated on a holiday or weekend rolls to the next
           PERFORM 5050-LOAD-VAT-RATE-CONTROL.
           MOVE WS-RUN-DATE TO WS-RATE-LOOKUP-DATE.
           PERFORM 5400-LOAD-ROUNDING-RULE-TABLE.
           PERFORM 5600-LOAD-ZIP-COORD-TABLE.
           PERFORM 5650-LOAD-BRANCH-TABLE.
           PERFORM 5760-PLACE-THE-BRANCHES.

           OPEN I-O CONTRACTS-FILE.
           IF WS-CT-STATUS NOT = "00"
               GO TO 0000-EXIT
           END-IF.

           MOVE "RBILLPRT"          TO WS-RA-REPORT-NAME.
           MOVE "RECURRING-BILLING" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID      TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO CT-KEY.
           START CONTRACTS-FILE KEY IS NOT LESS THAN CT-KEY
               INVALID KEY

           CLOSE CONTRACTS-FILE.
           CLOSE BILLING-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-RUN-VALUE TO RUN-FORMATTED.
           DISPLAY "Contracts billed : " WS-CONTRACTS-BILLED.
           DISPLAY "Lines billed     : " WS-LINES-BILLED.
           DISPLAY "Run value (gross): " RUN-FORMATTED.
           DISPLAY "On hold, skipped : " WS-HELD-SKIPPED.
           DISPLAY "E-invoiced only  : " WS-EINVOICE-COUNT.

           PERFORM 8100-LOG-BILLING-RUN.
           PERFORM 7600-RUN-CONTROL-END.
                   TO GL-VAT-CATEGORY(WS-GROUP-LINES)
               MOVE CT-FREQUENCY    TO GL-FREQUENCY(WS-GROUP-LINES)
               MOVE CT-ITEM-CODE    TO GL-ITEM-CODE(WS-GROUP-LINES)
               MOVE CT-NEXT-BILL-DATE
                   TO GL-PERIOD-START(WS-GROUP-LINES)
           END-IF.

       2000-BILL-THE-GROUP.
           PERFORM 2500-RECORD-THE-INVOICE.
           PERFORM 2600-RAISE-THE-RECEIVABLE.
           PERFORM 2700-STORE-THE-DETAIL.
           PERFORM 2730-DEFER-THE-LONG-PERIODS THRU 2730-EXIT.
           PERFORM 2750-ISSUE-THE-STOCK THRU 2750-EXIT.
      *> A customer on electronic invoicing gets no paper - the
      *> export sends the stored detail tonight.
           IF WS-CUST-TAKES-EINVOICE
               ADD 1 TO WS-EINVOICE-COUNT
           ELSE
               PERFORM 2800-PRINT-THE-IMAGE
           END-IF.
           PERFORM 2850-QUEUE-THE-ADVANCES.
           PERFORM 8200-LOG-ONE-INVOICE.

           EXIT.

       2100-LOOKUP-THE-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-NAME WS-CUSTOMER-CITY
               WS-CUSTOMER-ZIP.
           MOVE ZERO TO WS-DISCOUNT-PCT WS-CREDIT-LIMIT.
           MOVE "N" TO WS-HOLD-FLAG WS-CUST-EINVOICE.
           MOVE SPACES TO WS-CUST-TERMS.

           OPEN INPUT CUSTOMER-MASTER.
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUSTOMER-NAME
                       MOVE CUST-CITY TO WS-CUSTOMER-CITY
                       MOVE CUST-ZIP-CODE TO WS-CUSTOMER-ZIP
                       MOVE CUST-DISCOUNT-PCT TO WS-DISCOUNT-PCT
      *> Spaces on a not-yet-re-cut record mean no limit - the
      *> same guard every appended numeric field gets.
                       END-IF
                       MOVE CUST-HOLD-FLAG    TO WS-HOLD-FLAG
                       MOVE CUST-TERMS-CODE   TO WS-CUST-TERMS
                       MOVE CUST-EINVOICE-FLAG TO WS-CUST-EINVOICE
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
               MOVE "EUR"             TO AR-CURRENCY-CODE
               MOVE WS-GRAND-TOTAL    TO AR-FOREIGN-AMOUNT
               MOVE 1                 TO AR-INVOICE-RATE
               MOVE ZERO              TO AR-ORDER-NUMBER
               MOVE SPACE             TO AR-ITEM-KIND
               MOVE ZERO              TO AR-DEPOSIT-APPLIED
               MOVE ZERO              TO AR-DEPOSIT-INVOICE
               WRITE AR-RECORD
               CLOSE AR-OPEN-ITEMS
           END-IF.
           MOVE WS-GROUP-REP      TO IDH-REP-CODE.
           WRITE ID-RECORD.

           MOVE "N" TO WS-COST-FILE-OPEN.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS = "00"
               MOVE "Y" TO WS-COST-FILE-OPEN
           END-IF.

           PERFORM 2710-STORE-ONE-LINE
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-GROUP-LINES.

           IF WS-COST-FILE-OPEN = "Y"
               CLOSE ITEM-MASTER
           END-IF.
           CLOSE INVOICE-DETAIL.

       2710-STORE-ONE-LINE.
           MOVE GL-DISCOUNT(WS-LINE-INDEX)
               TO IDL-DISCOUNT-AMOUNT.
           MOVE GL-ITEM-CODE(WS-LINE-INDEX) TO IDL-ITEM-CODE.
           PERFORM 2720-STAMP-THE-LINE-COST THRU 2720-EXIT.
           WRITE ID-RECORD.

       2720-STAMP-THE-LINE-COST.
           MOVE ZERO TO IDL-UNIT-COST.
           IF GL-ITEM-CODE(WS-LINE-INDEX) = SPACES
               OR WS-COST-FILE-OPEN NOT = "Y"
               GO TO 2720-EXIT
           END-IF.

           MOVE GL-ITEM-CODE(WS-LINE-INDEX) TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   GO TO 2720-EXIT
           END-READ.
           IF ITEM-AVERAGE-COST NUMERIC
               MOVE ITEM-AVERAGE-COST TO IDL-UNIT-COST
           END-IF.

       2720-EXIT.
           EXIT.

       2730-DEFER-THE-LONG-PERIODS.
      *> A quarterly or annual line bills months not yet earned -
      *> its net is recorded as a deferral over those months from
      *> the period it bills, for GL-INTERFACE to credit to
      *> deferred income and DEFERRED-RELEASE to earn month by
      *> month. A monthly line is earned in the month billed.
           MOVE ZERO TO WS-DFR-SEQ.
           PERFORM 2740-CHECK-ONE-FREQUENCY
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-GROUP-LINES.
           IF WS-DFR-SEQ = ZERO
               GO TO 2730-EXIT
           END-IF.

           OPEN I-O DEFERRED-REVENUE.
           IF WS-DFR-STATUS = "35"
               OPEN OUTPUT DEFERRED-REVENUE
               CLOSE DEFERRED-REVENUE
               OPEN I-O DEFERRED-REVENUE
           END-IF.
           IF WS-DFR-STATUS NOT = "00"
               DISPLAY "** could not open DEFERRED-REVENUE, status "
                   WS-DFR-STATUS " - invoice " WS-INVOICE-NUMBER
                   " will post wholly to revenue"
               GO TO 2730-EXIT
           END-IF.

           MOVE ZERO TO WS-DFR-SEQ.
           PERFORM 2745-DEFER-ONE-LINE
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-GROUP-LINES.
           CLOSE DEFERRED-REVENUE.

       2730-EXIT.
           EXIT.

       2740-CHECK-ONE-FREQUENCY.
           IF (GL-FREQUENCY(WS-LINE-INDEX) = "Q"
               OR GL-FREQUENCY(WS-LINE-INDEX) = "A")
               AND GL-NET-AMOUNT(WS-LINE-INDEX) NOT = ZERO
               ADD 1 TO WS-DFR-SEQ
           END-IF.

       2745-DEFER-ONE-LINE.
           EVALUATE GL-FREQUENCY(WS-LINE-INDEX)
               WHEN "Q"
                   MOVE 3 TO WS-DFR-MONTHS
               WHEN "A"
                   MOVE 12 TO WS-DFR-MONTHS
               WHEN OTHER
                   MOVE ZERO TO WS-DFR-MONTHS
           END-EVALUATE.
           IF WS-DFR-MONTHS NOT = ZERO
               AND GL-NET-AMOUNT(WS-LINE-INDEX) NOT = ZERO
               ADD 1 TO WS-DFR-SEQ
               MOVE SPACES            TO DFR-RECORD
               MOVE WS-INVOICE-NUMBER TO DFR-INVOICE-NUMBER
               MOVE WS-DFR-SEQ        TO DFR-SEQ
               SET DFR-IS-DEFERRAL    TO TRUE
               MOVE WS-GROUP-CONTRACT TO DFR-CONTRACT-ID
               MOVE GL-LINE-NO(WS-LINE-INDEX) TO DFR-LINE-NO
               MOVE WS-GROUP-CUSTOMER TO DFR-CUSTOMER-ID
               MOVE WS-GROUP-COMPANY  TO DFR-COMPANY-CODE
               MOVE WS-RUN-DATE       TO DFR-INVOICE-DATE
               MOVE GL-VAT-RATE(WS-LINE-INDEX) TO DFR-VAT-RATE
               MOVE GL-NET-AMOUNT(WS-LINE-INDEX) TO DFR-NET-AMOUNT
               MOVE GL-PERIOD-START(WS-LINE-INDEX)(1:6)
                   TO DFR-FIRST-MONTH
               MOVE WS-DFR-MONTHS     TO DFR-MONTHS
               MOVE ZERO              TO DFR-RELEASED-AMOUNT
               MOVE ZERO              TO DFR-REVERSED-AMOUNT
               MOVE ZERO              TO DFR-LAST-RELEASE-MONTH
               MOVE ZERO              TO DFR-SOURCE-INVOICE
               MOVE ZERO              TO DFR-END-MONTH
               SET DFR-IS-OPEN        TO TRUE
               WRITE DFR-RECORD
               IF WS-DFR-STATUS NOT = "00"
                   DISPLAY "** DEFERRED-REVENUE write failed, "
                       "status " WS-DFR-STATUS " - invoice "
                       WS-INVOICE-NUMBER " line "
                       GL-LINE-NO(WS-LINE-INDEX)
               END-IF
           END-IF.

       2750-ISSUE-THE-STOCK.
      *> Item-coded contract lines move the article's on-hand down,
      *> exactly as a coded keyed line does. Uncoded lines (the
      *> common case on service contracts) touch no stock. The
      *> branch is the one nearest the customer.
           MOVE WS-CUSTOMER-ZIP TO WS-SB-ZIP-IN.
           PERFORM 5750-FIND-NEAREST-BRANCH THRU 5750-EXIT.
           IF WS-SB-MATCH = ZERO
               MOVE SPACES TO WS-ISSUE-BRANCH
           ELSE
               MOVE SB-CODE(WS-SB-MATCH) TO WS-ISSUE-BRANCH
           END-IF.

           OPEN I-O ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               GO TO 2750-EXIT
                   DISPLAY "** item " ITEM-CODE " oversold - "
                       "on-hand is now " ITEM-ON-HAND-QTY
               END-IF
               MOVE WS-ISSUE-BRANCH TO WS-BSP-BRANCH
               MOVE ITEM-CODE       TO WS-BSP-ITEM
               COMPUTE WS-BSP-CHANGE = 0 - GL-QUANTITY(WS-LINE-INDEX)
               PERFORM 8060-POST-BRANCH-STOCK THRU 8060-EXIT
               IF WS-BSP-OK = "Y" AND WS-BSP-BALANCE < ZERO
                   DISPLAY "** item " ITEM-CODE " oversold at "
                       "branch " WS-ISSUE-BRANCH " - branch "
                       "on-hand is now " WS-BSP-BALANCE
               END-IF
               PERFORM 2770-RECORD-THE-MOVEMENT
               IF ITEM-IS-LOT-TRACKED
                   PERFORM 2780-ISSUE-THE-LOTS
               END-IF
           END-IF.

       2760-EXIT.
           EXIT.

       2770-RECORD-THE-MOVEMENT.
           MOVE ITEM-CODE        TO SMV-ITEM-CODE.
           MOVE "RB"             TO SMV-MOVE-TYPE.
           COMPUTE SMV-QUANTITY = 0 - GL-QUANTITY(WS-LINE-INDEX).
           MOVE SPACES           TO SMV-DOC-REF.
           STRING "INV " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  INTO SMV-DOC-REF.
           MOVE ITEM-ON-HAND-QTY TO SMV-BALANCE.
           MOVE WS-OPERATOR-ID   TO SMV-OPERATOR-ID.
           MOVE WS-ISSUE-BRANCH  TO SMV-BRANCH-CODE.
           PERFORM 8050-WRITE-STOCK-MOVEMENT.

       2780-ISSUE-THE-LOTS.
      *> Nobody at a batch run to read a box - always first-in,
      *> first-out.
           MOVE ITEM-CODE         TO WS-LTI-ITEM.
           MOVE GL-QUANTITY(WS-LINE-INDEX) TO WS-LTI-QTY.
           MOVE SPACES            TO WS-LTI-LOT.
           MOVE WS-INVOICE-NUMBER TO WS-LTI-INVOICE.
           MOVE WS-LINE-INDEX     TO WS-LTI-LINE.
           MOVE "I"               TO WS-LTI-DOC-TYPE.
           MOVE WS-RUN-DATE       TO WS-LTI-DATE.
           MOVE WS-GROUP-CUSTOMER TO WS-LTI-CUSTOMER.
           PERFORM 8070-ISSUE-FROM-LOTS THRU 8070-EXIT.

       2800-PRINT-THE-IMAGE.
           MOVE SPACES TO PRT-LINE.
           STRING "Invoice " DELIMITED BY SIZE
       2890-WRITE-PRINT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       2850-QUEUE-THE-ADVANCES.
           PERFORM 2860-QUEUE-ONE-ADVANCE
           COPY "termsdue.cpy".
           COPY "buscalld.cpy".
           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
           COPY "signon.cpy".
           COPY "auditapp.cpy".
           COPY "stkmvapp.cpy".
           COPY "brstkapp.cpy".
           COPY "lotissue.cpy".
           COPY "zipload.cpy".
           COPY "brnchld.cpy".
           COPY "brnear.cpy".
