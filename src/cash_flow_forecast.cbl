       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FLOW-FORECAST.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Thirteen-week cash-in forecast, one page per company code.
      *> Three sources feed it:
      *>   - every open AR-OPEN-ITEMS balance, falling due on its
      *>     AR-DUE-DATE (the invoice date on items older than terms);
      *>   - every invoice RECURRING-BILLING will raise from CONTRACTS
      *>     inside the horizon, projected from CT-NEXT-BILL-DATE by
      *>     CT-FREQUENCY and stopped at CT-END-DATE, priced the way
      *>     the billing run prices it (customer discount, VAT as of
      *>     the bill date) and due by the customer's terms;
      *>   - every open SALES-ORDERS line still to ship, priced at
      *>     the agreed price, taken as invoiced today.
      *> Each expected receipt is then moved out by the customer's
      *> own habit - the average days past due of every payment on
      *> PAYMENTS - so a customer who always pays ten days late is
      *> forecast ten days late. Receipts already overdue land in
      *> week 1; anything past week 13 shows as LATER. Disputed
      *> items are not forecast at all: they are listed per
      *> company under the weeks, with their total. Report on
      *> CASHFCST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT CONTRACTS-FILE ASSIGN TO "CONTRACTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-STATUS.

           SELECT SALES-ORDERS ASSIGN TO "SALESORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT COMPANY-CONFIG ASSIGN TO "COMPANYCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT VAT-RATE-CONTROL ASSIGN TO "VATRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VCT-STATUS.

           SELECT FORECAST-PRINT ASSIGN TO "CASHFCST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

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
       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  PAYMENTS.
           COPY "payrec.cpy".

       FD  CONTRACTS-FILE.
           COPY "contract.cpy".

       FD  SALES-ORDERS.
           COPY "salesord.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  COMPANY-CONFIG.
           COPY "companyrec.cpy".

       FD  VAT-RATE-CONTROL.
           COPY "vatctl.cpy".

       FD  FORECAST-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "companytbl.cpy".
       COPY "vatctbl.cpy".
       COPY "termswk.cpy".
       COPY "rptarwk.cpy".
       01 WS-RNC-STATUS      PIC X(02).

       78 FORECAST-WEEKS       VALUE 13.
       78 MAX-LATE-CUSTOMERS   VALUE 1000.
       78 MAX-DISPUTES         VALUE 500.

       01 WS-AR-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-CT-STATUS       PIC X(02).
       01 WS-SO-STATUS       PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-CO-STATUS       PIC X(02).
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).
       01 WS-TODAY-INT       PIC 9(08).
       01 WS-HORIZON-END     PIC 9(08).
       01 WS-HORIZON-INT     PIC 9(08).

      *> Payment habit per customer: days past due summed over
      *> every payment on PAYMENTS, and the count, giving the
      *> average days late the forecast shifts receipts by.
       01 WS-LATE-TABLE.
          05 WS-LATE-ENTRY OCCURS 1000 TIMES.
             10 LT-CUSTOMER-ID   PIC X(06).
             10 LT-PAYMENTS      PIC 9(06).
             10 LT-DAYS-SUM      PIC S9(09).
       01 WS-LATE-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-LATE-INDEX      PIC 9(04).
       01 WS-LATE-MATCH      PIC 9(04).
       01 WS-LATE-FULL-SEEN  PIC X(01) VALUE "N".
       01 WS-PAY-DUE-DATE    PIC 9(08).
       01 WS-PAY-DAYS-LATE   PIC S9(07).

      *> The customer being forecast.
       01 WS-CUST-FOUND      PIC X(01).
       01 WS-CUST-TERMS      PIC X(03).
       01 WS-CUST-DISCOUNT   PIC 9(02)V99.
       01 WS-CUST-COMPANY    PIC X(02).
       01 WS-CUST-DAYS-LATE  PIC S9(05).

      *> Cash expected per company, per week - week 14 is LATER.
       01 WS-FORECAST-TABLE.
          05 FC-COMPANY OCCURS 10 TIMES.
             10 FC-WEEK OCCURS 14 TIMES.
                15 FC-OPEN-ITEMS     PIC S9(11)V99.
                15 FC-CONTRACTS      PIC S9(11)V99.
                15 FC-ORDERS         PIC S9(11)V99.
             10 FC-DISPUTED-COUNT PIC 9(05).
             10 FC-DISPUTED-TOTAL PIC S9(11)V99.
       01 WS-FC-CO           PIC 9(02).
       01 WS-FC-WEEK         PIC 9(02).
       01 WS-FC-FOUND        PIC X(01).
       01 WS-FC-MATCH        PIC 9(02).

       01 WS-DISPUTE-TABLE.
          05 WS-DISPUTE-ENTRY OCCURS 500 TIMES.
             10 DP-COMPANY       PIC 9(02).
             10 DP-INVOICE       PIC 9(06).
             10 DP-CUSTOMER-ID   PIC X(06).
             10 DP-DUE-DATE      PIC 9(08).
             10 DP-BALANCE       PIC S9(09)V99.
       01 WS-DISPUTE-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-DISPUTE-INDEX   PIC 9(04).

      *> The receipt being placed: its source (1 open item,
      *> 2 contract, 3 sales order), amount and due date.
       01 WS-PLACE-SOURCE    PIC 9(01).
       01 WS-PLACE-AMOUNT    PIC S9(11)V99.
       01 WS-PLACE-DUE       PIC 9(08).
       01 WS-EXPECT-INT      PIC S9(09).

       01 WS-PROJ-DATE       PIC 9(08).
       01 WS-BILL-DATE       PIC 9(08).
       01 WS-BILL-CCYY       PIC 9(04).
       01 WS-BILL-MM         PIC 9(02).
       01 WS-BILL-DD         PIC 9(02).
       01 WS-MONTHS-AHEAD    PIC 9(02).
       01 WS-LINE-NET        PIC S9(11)V99.
       01 WS-LINE-VAT        PIC S9(11)V99.
       01 WS-OPEN-QTY        PIC S9(05).
       01 WS-ORDER-OPEN      PIC X(01) VALUE "N".
       01 WS-LOOKUP-CUSTOMER PIC X(06).
       01 WS-ORDER-COMPANY   PIC X(02).

       01 WS-ITEMS-FORECAST  PIC 9(07) VALUE ZERO.
       01 WS-BILLINGS-FCST   PIC 9(07) VALUE ZERO.
       01 WS-LINES-FORECAST  PIC 9(07) VALUE ZERO.
       01 WS-ITEMS-DISPUTED  PIC 9(07) VALUE ZERO.

       01 WS-WEEK-TOTAL      PIC S9(11)V99.
       01 WS-CUMULATIVE      PIC S9(11)V99.
       01 WS-SUM-OPEN-ITEMS  PIC S9(11)V99.
       01 WS-SUM-CONTRACTS   PIC S9(11)V99.
       01 WS-SUM-ORDERS      PIC S9(11)V99.
       01 WS-WEEK-START      PIC 9(08).

       01 WEEK-FORMATTED     PIC Z9.
       01 OPEN-FORMATTED     PIC -(10)9.99.
       01 CONTRACT-FORMATTED PIC -(10)9.99.
       01 ORDER-FORMATTED    PIC -(10)9.99.
       01 WEEK-TOTAL-FORMATTED PIC -(10)9.99.
       01 CUM-FORMATTED      PIC -(10)9.99.
       01 COUNT-FORMATTED    PIC Z(4)9.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "CASH-FLOW-FORECAST" TO WS-RC-JOB-NAME.
           MOVE SPACES               TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-HORIZON-INT =
               WS-TODAY-INT + FORECAST-WEEKS * 7 - 1.
           COMPUTE WS-HORIZON-END =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT).

           PERFORM 5950-LOAD-COMPANY-FILE.
           PERFORM 5050-LOAD-VAT-RATE-CONTROL.
           INITIALIZE WS-FORECAST-TABLE.

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "Could not open AR-OPEN-ITEMS, status "
                   WS-AR-STATUS
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CUSTOMER-MASTER, status "
                   WS-CM-STATUS
               CLOSE AR-OPEN-ITEMS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT FORECAST-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open CASHFCST, status "
                   WS-RPT-STATUS
               CLOSE AR-OPEN-ITEMS CUSTOMER-MASTER
               GO TO 0000-EXIT
           END-IF.

           MOVE "CASHFCST"           TO WS-RA-REPORT-NAME.
           MOVE "CASH-FLOW-FORECAST" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 1000-BUILD-PAYMENT-HISTORY.
           PERFORM 2000-FORECAST-OPEN-ITEMS.
           PERFORM 2500-FORECAST-CONTRACTS.
           PERFORM 2800-FORECAST-SALES-ORDERS.

           CLOSE AR-OPEN-ITEMS.
           CLOSE CUSTOMER-MASTER.

           PERFORM 3000-PRINT-THE-FORECAST.
           CLOSE FORECAST-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Open items forecast     : " WS-ITEMS-FORECAST.
           DISPLAY "Contract billings       : " WS-BILLINGS-FCST.
           DISPLAY "Sales order lines       : " WS-LINES-FORECAST.
           DISPLAY "Disputed (not forecast) : " WS-ITEMS-DISPUTED.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-BUILD-PAYMENT-HISTORY.
      *> How late each customer pays, from every payment against
      *> the item it settled.
           OPEN INPUT PAYMENTS.
           IF WS-PAY-STATUS = "00"
               PERFORM 1100-READ-ONE-PAYMENT
                   UNTIL WS-PAY-STATUS = "10"
               CLOSE PAYMENTS
           END-IF.

       1100-READ-ONE-PAYMENT.
           READ PAYMENTS
               AT END
                   MOVE "10" TO WS-PAY-STATUS
               NOT AT END
                   MOVE PAY-INVOICE-NUMBER TO AR-INVOICE-NUMBER
                   READ AR-OPEN-ITEMS
                       KEY IS AR-INVOICE-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 1200-RECORD-THE-DAYS-LATE
                   END-READ
           END-READ.

       1200-RECORD-THE-DAYS-LATE.
           IF AR-DUE-DATE NUMERIC AND AR-DUE-DATE > ZERO
               MOVE AR-DUE-DATE TO WS-PAY-DUE-DATE
           ELSE
               MOVE AR-INVOICE-DATE TO WS-PAY-DUE-DATE
           END-IF.
           COMPUTE WS-PAY-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(PAY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PAY-DUE-DATE).

           MOVE PAY-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER.
           PERFORM 1300-FIND-LATE-ENTRY.
           IF WS-LATE-MATCH = ZERO
               IF WS-LATE-COUNT >= MAX-LATE-CUSTOMERS
                   IF WS-LATE-FULL-SEEN = "N"
                       DISPLAY "** more than " MAX-LATE-CUSTOMERS
                           " paying customers - the rest are "
                           "forecast on their due dates"
                       MOVE "Y" TO WS-LATE-FULL-SEEN
                   END-IF
               ELSE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE WS-LATE-COUNT TO WS-LATE-MATCH
                   MOVE PAY-CUSTOMER-ID
                       TO LT-CUSTOMER-ID(WS-LATE-MATCH)
                   MOVE ZERO TO LT-PAYMENTS(WS-LATE-MATCH)
                                LT-DAYS-SUM(WS-LATE-MATCH)
               END-IF
           END-IF.
           IF WS-LATE-MATCH NOT = ZERO
               ADD 1 TO LT-PAYMENTS(WS-LATE-MATCH)
               ADD WS-PAY-DAYS-LATE TO LT-DAYS-SUM(WS-LATE-MATCH)
           END-IF.

       1300-FIND-LATE-ENTRY.
      *> Customer in WS-LOOKUP-CUSTOMER; WS-LATE-MATCH comes back as
      *> its entry, or zero when it has no payment history.
           MOVE ZERO TO WS-LATE-MATCH.
           PERFORM 1310-MATCH-ONE-LATE-ENTRY
               VARYING WS-LATE-INDEX FROM 1 BY 1
               UNTIL WS-LATE-INDEX > WS-LATE-COUNT
               OR WS-LATE-MATCH NOT = ZERO.

       1310-MATCH-ONE-LATE-ENTRY.
           IF LT-CUSTOMER-ID(WS-LATE-INDEX) = WS-LOOKUP-CUSTOMER
               MOVE WS-LATE-INDEX TO WS-LATE-MATCH
           END-IF.

       2000-FORECAST-OPEN-ITEMS.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-AR-STATUS
           END-START.
           PERFORM 2100-FORECAST-ONE-ITEM UNTIL WS-AR-STATUS = "10".

       2100-FORECAST-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   IF (AR-ITEM-IS-OPEN OR AR-ITEM-IN-DISPUTE)
                       AND AR-OPEN-BALANCE NOT = ZERO
                       MOVE AR-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
                       PERFORM 5000-LOOKUP-CUSTOMER
                       MOVE WS-CUST-COMPANY TO WS-COMPANY-CODE
                       PERFORM 5100-FIND-COMPANY-INDEX
                       IF AR-DUE-DATE NUMERIC AND AR-DUE-DATE > ZERO
                           MOVE AR-DUE-DATE TO WS-PLACE-DUE
                       ELSE
                           MOVE AR-INVOICE-DATE TO WS-PLACE-DUE
                       END-IF
                       IF AR-ITEM-IN-DISPUTE
                           PERFORM 2150-KEEP-THE-DISPUTE
                       ELSE
                           MOVE 1               TO WS-PLACE-SOURCE
                           MOVE AR-OPEN-BALANCE TO WS-PLACE-AMOUNT
                           PERFORM 5200-PLACE-THE-RECEIPT
                           ADD 1 TO WS-ITEMS-FORECAST
                       END-IF
                   END-IF
           END-READ.

       2150-KEEP-THE-DISPUTE.
           ADD 1 TO WS-ITEMS-DISPUTED.
           ADD 1 TO FC-DISPUTED-COUNT(WS-FC-CO).
           ADD AR-OPEN-BALANCE TO FC-DISPUTED-TOTAL(WS-FC-CO).
           IF WS-DISPUTE-COUNT < MAX-DISPUTES
               ADD 1 TO WS-DISPUTE-COUNT
               MOVE WS-FC-CO          TO DP-COMPANY(WS-DISPUTE-COUNT)
               MOVE AR-INVOICE-NUMBER TO DP-INVOICE(WS-DISPUTE-COUNT)
               MOVE AR-CUSTOMER-ID
                   TO DP-CUSTOMER-ID(WS-DISPUTE-COUNT)
               MOVE WS-PLACE-DUE      TO DP-DUE-DATE(WS-DISPUTE-COUNT)
               MOVE AR-OPEN-BALANCE   TO DP-BALANCE(WS-DISPUTE-COUNT)
           END-IF.

       2500-FORECAST-CONTRACTS.
           OPEN INPUT CONTRACTS-FILE.
           IF WS-CT-STATUS NOT = "00"
               DISPLAY "CONTRACTS not available, status "
                   WS-CT-STATUS " - no contract billings forecast"
           ELSE
               MOVE LOW-VALUES TO CT-KEY
               START CONTRACTS-FILE KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY
                       MOVE "10" TO WS-CT-STATUS
               END-START
               PERFORM 2600-FORECAST-ONE-CONTRACT
                   UNTIL WS-CT-STATUS = "10"
               CLOSE CONTRACTS-FILE
           END-IF.

       2600-FORECAST-ONE-CONTRACT.
           READ CONTRACTS-FILE NEXT
               AT END
                   MOVE "10" TO WS-CT-STATUS
               NOT AT END
                   MOVE CT-CUSTOMER-ID  TO WS-LOOKUP-CUSTOMER
                   PERFORM 5000-LOOKUP-CUSTOMER
                   MOVE CT-COMPANY-CODE TO WS-COMPANY-CODE
                   PERFORM 5100-FIND-COMPANY-INDEX
                   MOVE CT-NEXT-BILL-DATE TO WS-PROJ-DATE
                   PERFORM 2610-PROJECT-ONE-BILLING
                       UNTIL WS-PROJ-DATE > WS-HORIZON-END
                       OR (CT-END-DATE NOT = ZERO
                           AND WS-PROJ-DATE > CT-END-DATE)
           END-READ.

       2610-PROJECT-ONE-BILLING.
      *> A next-bill date already past bills at the next run, so it
      *> is invoiced today.
           IF WS-PROJ-DATE < WS-TODAY
               MOVE WS-TODAY TO WS-BILL-DATE
           ELSE
               MOVE WS-PROJ-DATE TO WS-BILL-DATE
           END-IF.

           COMPUTE WS-LINE-NET ROUNDED =
               CT-QUANTITY * CT-UNIT-PRICE
               * (100 - WS-CUST-DISCOUNT) / 100.
           MOVE CT-VAT-CATEGORY TO WS-CATEGORY-CODE.
           MOVE WS-BILL-DATE    TO WS-RATE-LOOKUP-DATE.
           PERFORM 2700-PRICE-THE-VAT.

           MOVE WS-CUST-TERMS TO WS-TERMS-CODE.
           MOVE WS-BILL-DATE  TO WS-TERMS-BASE-DATE.
           PERFORM 5980-COMPUTE-DUE-DATE.
           MOVE WS-DUE-DATE   TO WS-PLACE-DUE.
           MOVE 2             TO WS-PLACE-SOURCE.
           COMPUTE WS-PLACE-AMOUNT = WS-LINE-NET + WS-LINE-VAT.
           PERFORM 5200-PLACE-THE-RECEIPT.
           ADD 1 TO WS-BILLINGS-FCST.

           PERFORM 2620-ADVANCE-BILL-DATE.

       2620-ADVANCE-BILL-DATE.
      *> The same advance RECURRING-BILLING makes: on by the
      *> frequency, the day held at 28 or below.
           MOVE WS-PROJ-DATE(1:4) TO WS-BILL-CCYY.
           MOVE WS-PROJ-DATE(5:2) TO WS-BILL-MM.
           MOVE WS-PROJ-DATE(7:2) TO WS-BILL-DD.

           EVALUATE TRUE
               WHEN CT-BILLS-MONTHLY
                   MOVE 1 TO WS-MONTHS-AHEAD
               WHEN CT-BILLS-QUARTERLY
                   MOVE 3 TO WS-MONTHS-AHEAD
               WHEN OTHER
                   MOVE 12 TO WS-MONTHS-AHEAD
           END-EVALUATE.

           ADD WS-MONTHS-AHEAD TO WS-BILL-MM.
           PERFORM 2630-ROLL-THE-YEAR
               UNTIL WS-BILL-MM <= 12.

           IF WS-BILL-DD > 28
               MOVE 28 TO WS-BILL-DD
           END-IF.

           COMPUTE WS-PROJ-DATE =
               WS-BILL-CCYY * 10000 + WS-BILL-MM * 100 + WS-BILL-DD.

       2630-ROLL-THE-YEAR.
           SUBTRACT 12 FROM WS-BILL-MM.
           ADD 1 TO WS-BILL-CCYY.

       2700-PRICE-THE-VAT.
      *> VAT on WS-LINE-NET at the category's rate as of
      *> WS-RATE-LOOKUP-DATE; an unknown category is taken at the
      *> standard rate, as the billing programs do.
           PERFORM 5150-LOOKUP-VAT-RATE-AS-OF.
           IF WS-RATE-FOUND NOT = "Y"
               MOVE "S" TO WS-CATEGORY-CODE
               PERFORM 5150-LOOKUP-VAT-RATE-AS-OF
           END-IF.
           COMPUTE WS-LINE-VAT ROUNDED =
               WS-LINE-NET * WS-LOOKED-UP-RATE.

       2800-FORECAST-SALES-ORDERS.
           OPEN INPUT SALES-ORDERS.
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "SALES-ORDERS not available, status "
                   WS-SO-STATUS " - no open orders forecast"
           ELSE
               PERFORM 2900-FORECAST-ONE-ORDER-RECORD
                   UNTIL WS-SO-STATUS = "10"
               CLOSE SALES-ORDERS
           END-IF.

       2900-FORECAST-ONE-ORDER-RECORD.
           READ SALES-ORDERS
               AT END
                   MOVE "10" TO WS-SO-STATUS
               NOT AT END
                   IF SO-IS-HEADER
                       MOVE "N" TO WS-ORDER-OPEN
                       IF SOH-ORDER-IS-OPEN
                           MOVE "Y"              TO WS-ORDER-OPEN
                           MOVE SOH-CUSTOMER-ID  TO WS-LOOKUP-CUSTOMER
                           MOVE SOH-COMPANY-CODE TO WS-ORDER-COMPANY
                           PERFORM 5000-LOOKUP-CUSTOMER
                           MOVE WS-ORDER-COMPANY TO WS-COMPANY-CODE
                           PERFORM 5100-FIND-COMPANY-INDEX
                       END-IF
                   ELSE
                       IF WS-ORDER-OPEN = "Y"
                           PERFORM 2910-FORECAST-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       2910-FORECAST-ONE-LINE.
           COMPUTE WS-OPEN-QTY = SOL-QUANTITY - SOL-SHIPPED-QTY.
           IF WS-OPEN-QTY > ZERO
               COMPUTE WS-LINE-NET ROUNDED =
                   WS-OPEN-QTY * SOL-UNIT-PRICE
                   * (100 - WS-CUST-DISCOUNT) / 100
               MOVE SOL-VAT-CATEGORY TO WS-CATEGORY-CODE
               MOVE WS-TODAY         TO WS-RATE-LOOKUP-DATE
               PERFORM 2700-PRICE-THE-VAT
               MOVE WS-CUST-TERMS TO WS-TERMS-CODE
               MOVE WS-TODAY      TO WS-TERMS-BASE-DATE
               PERFORM 5980-COMPUTE-DUE-DATE
               MOVE WS-DUE-DATE   TO WS-PLACE-DUE
               MOVE 3             TO WS-PLACE-SOURCE
               COMPUTE WS-PLACE-AMOUNT = WS-LINE-NET + WS-LINE-VAT
               PERFORM 5200-PLACE-THE-RECEIPT
               ADD 1 TO WS-LINES-FORECAST
           END-IF.

       3000-PRINT-THE-FORECAST.
           PERFORM 3100-PRINT-ONE-COMPANY
               VARYING WS-FC-CO FROM 1 BY 1
               UNTIL WS-FC-CO > WS-CO-COUNT.

       3100-PRINT-ONE-COMPANY.
           IF WS-FC-CO > 1
               MOVE SPACES TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO PRT-LINE.
           STRING "CASH-FLOW FORECAST - " DELIMITED BY SIZE
                  FORECAST-WEEKS DELIMITED BY SIZE
                  " WEEKS FROM " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "   COMPANY " DELIMITED BY SIZE
                  CO-T-CODE(WS-FC-CO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CO-T-NAME(WS-FC-CO) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "WEEK  STARTING      OPEN ITEMS      CONTRACTS    SALES
      -         " ORDERS     WEEK TOTAL     CUMULATIVE" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:90).
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-CUMULATIVE WS-SUM-OPEN-ITEMS
                        WS-SUM-CONTRACTS WS-SUM-ORDERS.
           PERFORM 3110-PRINT-ONE-WEEK
               VARYING WS-FC-WEEK FROM 1 BY 1
               UNTIL WS-FC-WEEK > FORECAST-WEEKS + 1.

           MOVE ALL "-" TO PRT-LINE(1:90).
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-SUM-OPEN-ITEMS TO OPEN-FORMATTED.
           MOVE WS-SUM-CONTRACTS  TO CONTRACT-FORMATTED.
           MOVE WS-SUM-ORDERS     TO ORDER-FORMATTED.
           MOVE WS-CUMULATIVE     TO WEEK-TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL         " DELIMITED BY SIZE
                  OPEN-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTRACT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDER-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WEEK-TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE FC-DISPUTED-COUNT(WS-FC-CO) TO COUNT-FORMATTED.
           MOVE FC-DISPUTED-TOTAL(WS-FC-CO) TO OPEN-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "IN DISPUTE - NOT FORECAST: " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  " item(s) " DELIMITED BY SIZE
                  OPEN-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           IF FC-DISPUTED-COUNT(WS-FC-CO) > ZERO
               MOVE "  INVOICE  CUSTOMER  DUE DATE        BALANCE"
                   TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               PERFORM 3120-PRINT-ONE-DISPUTE
                   VARYING WS-DISPUTE-INDEX FROM 1 BY 1
                   UNTIL WS-DISPUTE-INDEX > WS-DISPUTE-COUNT
           END-IF.

       3110-PRINT-ONE-WEEK.
           COMPUTE WS-WEEK-TOTAL =
               FC-OPEN-ITEMS(WS-FC-CO, WS-FC-WEEK)
               + FC-CONTRACTS(WS-FC-CO, WS-FC-WEEK)
               + FC-ORDERS(WS-FC-CO, WS-FC-WEEK).
           ADD WS-WEEK-TOTAL TO WS-CUMULATIVE.
           ADD FC-OPEN-ITEMS(WS-FC-CO, WS-FC-WEEK)
               TO WS-SUM-OPEN-ITEMS.
           ADD FC-CONTRACTS(WS-FC-CO, WS-FC-WEEK)
               TO WS-SUM-CONTRACTS.
           ADD FC-ORDERS(WS-FC-CO, WS-FC-WEEK) TO WS-SUM-ORDERS.

           MOVE FC-OPEN-ITEMS(WS-FC-CO, WS-FC-WEEK) TO OPEN-FORMATTED.
           MOVE FC-CONTRACTS(WS-FC-CO, WS-FC-WEEK)
               TO CONTRACT-FORMATTED.
           MOVE FC-ORDERS(WS-FC-CO, WS-FC-WEEK) TO ORDER-FORMATTED.
           MOVE WS-WEEK-TOTAL TO WEEK-TOTAL-FORMATTED.
           MOVE WS-CUMULATIVE TO CUM-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           IF WS-FC-WEEK > FORECAST-WEEKS
               MOVE "LATER" TO PRT-LINE(1:14)
           ELSE
               MOVE WS-FC-WEEK TO WEEK-FORMATTED
               COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + (WS-FC-WEEK - 1) * 7)
               STRING " " DELIMITED BY SIZE
                      WEEK-FORMATTED DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-WEEK-START DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           STRING OPEN-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTRACT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORDER-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WEEK-TOTAL-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUM-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE(15:).
           PERFORM 4000-WRITE-REPORT-LINE.

       3120-PRINT-ONE-DISPUTE.
           IF DP-COMPANY(WS-DISPUTE-INDEX) = WS-FC-CO
               MOVE DP-BALANCE(WS-DISPUTE-INDEX) TO OPEN-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "  " DELIMITED BY SIZE
                      DP-INVOICE(WS-DISPUTE-INDEX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      DP-CUSTOMER-ID(WS-DISPUTE-INDEX)
                          DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      DP-DUE-DATE(WS-DISPUTE-INDEX) DELIMITED BY SIZE
                      OPEN-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       5000-LOOKUP-CUSTOMER.
      *> Terms, discount and home company of WS-LOOKUP-CUSTOMER, and
      *> the average days late they pay. A customer not on file is
      *> forecast on house terms at the first company.
           MOVE "N"      TO WS-CUST-FOUND.
           MOVE SPACES   TO WS-CUST-TERMS.
           MOVE ZERO     TO WS-CUST-DISCOUNT WS-CUST-DAYS-LATE.
           MOVE CO-T-CODE(1) TO WS-CUST-COMPANY.
           MOVE WS-LOOKUP-CUSTOMER TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"               TO WS-CUST-FOUND
                   MOVE CUST-TERMS-CODE   TO WS-CUST-TERMS
                   MOVE CUST-COMPANY-CODE TO WS-CUST-COMPANY
                   IF CUST-DISCOUNT-PCT NUMERIC
                       MOVE CUST-DISCOUNT-PCT TO WS-CUST-DISCOUNT
                   END-IF
           END-READ.

           PERFORM 1300-FIND-LATE-ENTRY.
           IF WS-LATE-MATCH NOT = ZERO
               COMPUTE WS-CUST-DAYS-LATE ROUNDED =
                   LT-DAYS-SUM(WS-LATE-MATCH)
                   / LT-PAYMENTS(WS-LATE-MATCH)
           END-IF.

       5100-FIND-COMPANY-INDEX.
      *> WS-FC-CO for WS-COMPANY-CODE; an unknown code is counted
      *> under the first company, as the lookups elsewhere do.
           MOVE "N" TO WS-FC-FOUND.
           MOVE 1 TO WS-FC-MATCH.
           PERFORM 5110-MATCH-ONE-COMPANY
               VARYING WS-FC-CO FROM 1 BY 1
               UNTIL WS-FC-CO > WS-CO-COUNT
               OR WS-FC-FOUND = "Y".
           MOVE WS-FC-MATCH TO WS-FC-CO.

       5110-MATCH-ONE-COMPANY.
           IF CO-T-CODE(WS-FC-CO) = WS-COMPANY-CODE
               MOVE "Y" TO WS-FC-FOUND
               MOVE WS-FC-CO TO WS-FC-MATCH
           END-IF.

       5200-PLACE-THE-RECEIPT.
      *> Due date moved by the customer's days late, into the week
      *> it falls in - overdue lands in week 1, past the horizon
      *> in LATER.
           COMPUTE WS-EXPECT-INT =
               FUNCTION INTEGER-OF-DATE(WS-PLACE-DUE)
               + WS-CUST-DAYS-LATE.
           EVALUATE TRUE
               WHEN WS-EXPECT-INT < WS-TODAY-INT
                   MOVE 1 TO WS-FC-WEEK
               WHEN WS-EXPECT-INT > WS-HORIZON-INT
                   COMPUTE WS-FC-WEEK = FORECAST-WEEKS + 1
               WHEN OTHER
                   COMPUTE WS-FC-WEEK =
                       (WS-EXPECT-INT - WS-TODAY-INT) / 7 + 1
           END-EVALUATE.
           EVALUATE WS-PLACE-SOURCE
               WHEN 1
                   ADD WS-PLACE-AMOUNT
                       TO FC-OPEN-ITEMS(WS-FC-CO, WS-FC-WEEK)
               WHEN 2
                   ADD WS-PLACE-AMOUNT
                       TO FC-CONTRACTS(WS-FC-CO, WS-FC-WEEK)
               WHEN OTHER
                   ADD WS-PLACE-AMOUNT
                       TO FC-ORDERS(WS-FC-CO, WS-FC-WEEK)
           END-EVALUATE.

           COPY "companyld.cpy".
           COPY "vatcload.cpy".
           COPY "termsdue.cpy".
           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
