       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUATION.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Month-end revaluation of foreign-currency receivables. An
      *> open item billed in USD, GBP or CHF is carried on
      *> AR-OPEN-ITEMS in EUR at the rate that priced the invoice;
      *> when the rate has moved since, the receivables in the
      *> accounts are wrong until the item is paid. This run
      *> restates every open foreign item at the month's last
      *> fixing from the CURRENCY-RATE-FEED and journals the
      *> difference per currency to the FXREVGLJ ledger hand-off as
      *> unrealized exchange gain or loss - debtors against the
      *> unrealized FX account, dated the last day of the month -
      *> together with the same legs reversed, dated the first of
      *> the next month, so the ledger carries the restatement for
      *> the month-end figures only and the realized difference
      *> PAYMENT-ENTRY posts on settlement stays whole. The items
      *> themselves are not touched. The FXREVAL report lists each
      *> item by currency with its book and restated EUR value. A
      *> month already revalued is refused.

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

           SELECT CURRENCY-RATE-FEED ASSIGN TO "CURRRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRF-STATUS.

           SELECT REVALUATION-GL ASSIGN TO "FXREVGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT REVALUATION-PRINT ASSIGN TO "FXREVAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT GL-ACCOUNTS ASSIGN TO "GLACCTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

           SELECT GL-PERIODS ASSIGN TO "GLPERIOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

           SELECT GL-REJECTS ASSIGN TO "GLREJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLREJ-STATUS.

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
       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  CURRENCY-RATE-FEED.
           COPY "currfeed.cpy".

       FD  REVALUATION-GL.
           COPY "glintf.cpy".

       FD  REVALUATION-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  GL-ACCOUNTS.
           COPY "glacct.cpy".

       FD  GL-PERIODS.
           COPY "glperiod.cpy".

       FD  GL-REJECTS.
       01 GLREJ-RECORD PIC X(132).

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
       COPY "glvalwk.cpy".
       COPY "currtbl.cpy".
       COPY "rptarwk.cpy".

       78 RECEIVABLES-ACCOUNT    VALUE "12000000".
       78 UNREALIZED-FX-ACCOUNT  VALUE "76700000".

       01 WS-AR-STATUS       PIC X(02).
       01 WS-CRF-STATUS      PIC X(02).
       01 WS-GLJ-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-GLA-STATUS      PIC X(02).
       01 WS-GLP-STATUS      PIC X(02).
       01 WS-GLREJ-STATUS    PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-RUN-MONTH       PIC 9(06).
       01 WS-RUN-MONTH-X REDEFINES WS-RUN-MONTH.
          05 WS-RUN-CCYY     PIC 9(04).
          05 WS-RUN-MM       PIC 9(02).
       01 WS-NEXT-FIRST      PIC 9(08).
       01 WS-NEXT-FIRST-X REDEFINES WS-NEXT-FIRST.
          05 WS-NEXT-CCYY    PIC 9(04).
          05 WS-NEXT-MM      PIC 9(02).
          05 WS-NEXT-DD      PIC 9(02).
       01 WS-POST-DATE       PIC 9(08).
       01 WS-ALREADY-DONE    PIC X(01) VALUE "N".

      *> The currency being revalued and its month-end rate.
       01 WS-REVAL-CODE      PIC X(03).
       01 WS-REVAL-RATE      PIC 9(03)V9999.
       01 WS-CUR-INDEX       PIC 9(01).

      *> One item restated.
       01 WS-FOREIGN-OPEN    PIC S9(11)V99.
       01 WS-REVALUED-EUR    PIC S9(11)V99.
       01 WS-ITEM-DIFF       PIC S9(11)V99.

      *> Running totals for the currency in hand.
       01 WS-CCY-ITEMS       PIC 9(06).
       01 WS-CCY-FOREIGN     PIC S9(13)V99.
       01 WS-CCY-BOOK        PIC S9(13)V99.
       01 WS-CCY-REVALUED    PIC S9(13)V99.
       01 WS-CCY-DIFF        PIC S9(11)V99.
       01 WS-LEG-AMOUNT      PIC S9(11)V99.
       01 WS-GAIN-ACCOUNT    PIC X(08).
       01 WS-LOSS-ACCOUNT    PIC X(08).
       01 WS-LEGS-OK         PIC X(01).
       01 WS-CCY-POSTED      PIC X(01).

       01 WS-TOTAL-DEBITS    PIC S9(12)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS   PIC S9(12)V99 VALUE ZERO.
       01 WS-DETAIL-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-ITEMS-REVALUED  PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-UNPRICED  PIC 9(06) VALUE ZERO.
       01 WS-CURRENCIES-HELD PIC 9(02) VALUE ZERO.
       01 WS-RUN-DIFF        PIC S9(11)V99 VALUE ZERO.

       01 RATE-FORMATTED     PIC ZZ9.9999.
       01 FOREIGN-FORMATTED  PIC -(10)9.99.
       01 BOOK-FORMATTED     PIC -(10)9.99.
       01 REVAL-FORMATTED    PIC -(10)9.99.
       01 DIFF-FORMATTED     PIC -(10)9.99.

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

           MOVE "FX-REVALUE" TO WS-RC-JOB-NAME.
           MOVE SPACES       TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Revalue receivables at the end of which month "
               "(CCYYMM, zero for this month)? ".
           ACCEPT WS-RUN-MONTH.
           IF WS-RUN-MONTH NOT NUMERIC OR WS-RUN-MONTH = ZERO
               OR WS-RUN-MM < 1 OR WS-RUN-MM > 12
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-MONTH
           END-IF.

      *> The restatement is dated the last day of the month - the
      *> day before the first of the next, which is the reversal's
      *> date.
           MOVE WS-RUN-CCYY TO WS-NEXT-CCYY.
           COMPUTE WS-NEXT-MM = WS-RUN-MM + 1.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-CCYY
           END-IF.
           COMPUTE WS-POST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).

      *> The month's own closing fixing, nothing older or newer -
      *> a month end on a weekend takes the last fixing before it.
           PERFORM 1000-LOAD-MONTH-END-RATES.
           IF WS-CUR-FIXING-DATE(1:6) NOT = WS-RUN-MONTH
               DISPLAY "CURRENCY-RATE-FEED holds the fixing of "
                   WS-CUR-FIXING-DATE " - load the last fixing of "
                   WS-RUN-MONTH " before revaluing."
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1100-CHECK-NOT-YET-DONE.
           IF WS-ALREADY-DONE = "Y"
               DISPLAY "Receivables are already revalued at "
                   WS-POST-DATE " - run refused."
               GO TO 0000-EXIT
           END-IF.

           PERFORM 6600-LOAD-GL-VALIDATION.

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "Could not open AR-OPEN-ITEMS, status "
                   WS-AR-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN EXTEND REVALUATION-GL.
           IF WS-GLJ-STATUS = "05" OR WS-GLJ-STATUS = "35"
               OPEN OUTPUT REVALUATION-GL
           END-IF.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "Could not open FXREVGLJ, status "
                   WS-GLJ-STATUS
               CLOSE AR-OPEN-ITEMS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT REVALUATION-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open FXREVAL, status "
                   WS-RPT-STATUS
               CLOSE AR-OPEN-ITEMS
               CLOSE REVALUATION-GL
               GO TO 0000-EXIT
           END-IF.

           MOVE "FXREVAL"        TO WS-RA-REPORT-NAME.
           MOVE "FX-REVALUATION" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-HEADINGS.

      *> Entry 1 of the currency table is the book currency itself.
           PERFORM 2000-REVALUE-ONE-CURRENCY THRU 2000-EXIT
               VARYING WS-CUR-INDEX FROM 2 BY 1
               UNTIL WS-CUR-INDEX > 4.

           PERFORM 2900-COUNT-UNPRICED-ITEMS.
           PERFORM 3500-PRINT-TOTALS.

           IF WS-DETAIL-COUNT > ZERO
               PERFORM 4500-WRITE-CONTROL-RECORD
           END-IF.

           CLOSE AR-OPEN-ITEMS.
           CLOSE REVALUATION-GL.
           CLOSE REVALUATION-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-RUN-DIFF TO DIFF-FORMATTED.
           DISPLAY "Items revalued   : " WS-ITEMS-REVALUED.
           DISPLAY "Net unrealized   : " DIFF-FORMATTED.
           DISPLAY "Legs written     : " WS-DETAIL-COUNT.
           IF WS-ITEMS-UNPRICED > ZERO
               DISPLAY "** " WS-ITEMS-UNPRICED " item(s) in a "
                   "currency with no rate - not revalued"
           END-IF.
           IF WS-CURRENCIES-HELD > ZERO
               DISPLAY "** " WS-CURRENCIES-HELD " currency(ies) "
                   "held back - see GLREJECT"
           END-IF.
           IF WS-GLV-REJECTS > ZERO
               DISPLAY "Legs rejected    : " WS-GLV-REJECTS
                   " - see GLREJECT"
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-MONTH-END-RATES.
           PERFORM 5200-LOAD-CURRENCY-TABLE.
           MOVE ZERO TO WS-CUR-FIXING-DATE.
           OPEN INPUT CURRENCY-RATE-FEED.
           IF WS-CRF-STATUS = "00"
               PERFORM 5260-LOAD-ONE-FEED-RATE
                   UNTIL WS-CRF-STATUS = "10"
               CLOSE CURRENCY-RATE-FEED
           END-IF.

       1100-CHECK-NOT-YET-DONE.
      *> A restatement leg dated this month end already on the
      *> hand-off means the month has been revalued.
           OPEN INPUT REVALUATION-GL.
           IF WS-GLJ-STATUS = "00"
               PERFORM 1110-CHECK-ONE-LEG
                   UNTIL WS-GLJ-STATUS = "10"
               CLOSE REVALUATION-GL
           END-IF.

       1110-CHECK-ONE-LEG.
           READ REVALUATION-GL
               AT END
                   MOVE "10" TO WS-GLJ-STATUS
               NOT AT END
                   IF GLJ-IS-DETAIL
                       AND GLJ-POSTING-DATE = WS-POST-DATE
                       AND GLJ-REFERENCE(1:6) = "FXREV "
                       MOVE "Y" TO WS-ALREADY-DONE
                   END-IF
           END-READ.

       2000-REVALUE-ONE-CURRENCY.
           MOVE CUR-CODE(WS-CUR-INDEX)          TO WS-REVAL-CODE.
           MOVE CUR-RATE-FROM-EUR(WS-CUR-INDEX) TO WS-REVAL-RATE.
           MOVE ZERO TO WS-CCY-ITEMS WS-CCY-FOREIGN WS-CCY-BOOK
               WS-CCY-REVALUED WS-CCY-DIFF.
           IF WS-REVAL-RATE = ZERO
               GO TO 2000-EXIT
           END-IF.

           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-AR-STATUS
           END-START.
           PERFORM 2100-REVALUE-ONE-ITEM UNTIL WS-AR-STATUS = "10".
           MOVE "00" TO WS-AR-STATUS.

           IF WS-CCY-ITEMS = ZERO
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-JOURNAL-THE-CURRENCY THRU 2500-EXIT.
           PERFORM 3200-PRINT-CURRENCY-TOTAL.

       2000-EXIT.
           EXIT.

       2100-REVALUE-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   IF AR-CURRENCY-CODE = WS-REVAL-CODE
                       AND (AR-ITEM-IS-OPEN OR AR-ITEM-IN-DISPUTE)
                       AND AR-OPEN-BALANCE NOT = ZERO
                       AND AR-INVOICE-RATE NUMERIC
                       AND AR-INVOICE-RATE > ZERO
                       PERFORM 2200-RESTATE-THE-ITEM
                   END-IF
           END-READ.

       2200-RESTATE-THE-ITEM.
      *> The foreign amount still owed, restated at the month-end
      *> fixing, against the EUR the item carries at its invoice
      *> rate.
           IF AR-FOREIGN-AMOUNT NUMERIC
               AND AR-FOREIGN-AMOUNT NOT = ZERO
               MOVE AR-FOREIGN-AMOUNT TO WS-FOREIGN-OPEN
           ELSE
               COMPUTE WS-FOREIGN-OPEN ROUNDED =
                   AR-OPEN-BALANCE * AR-INVOICE-RATE
           END-IF.
           COMPUTE WS-REVALUED-EUR ROUNDED =
               WS-FOREIGN-OPEN / WS-REVAL-RATE.
           COMPUTE WS-ITEM-DIFF = WS-REVALUED-EUR - AR-OPEN-BALANCE.

           IF WS-CCY-ITEMS = ZERO
               PERFORM 3100-PRINT-CURRENCY-HEADING
           END-IF.
           ADD 1 TO WS-CCY-ITEMS WS-ITEMS-REVALUED.
           ADD WS-FOREIGN-OPEN TO WS-CCY-FOREIGN.
           ADD AR-OPEN-BALANCE TO WS-CCY-BOOK.
           ADD WS-REVALUED-EUR TO WS-CCY-REVALUED.
           ADD WS-ITEM-DIFF    TO WS-CCY-DIFF.

           MOVE AR-INVOICE-RATE TO RATE-FORMATTED.
           MOVE WS-FOREIGN-OPEN TO FOREIGN-FORMATTED.
           MOVE AR-OPEN-BALANCE TO BOOK-FORMATTED.
           MOVE WS-REVALUED-EUR TO REVAL-FORMATTED.
           MOVE WS-ITEM-DIFF    TO DIFF-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING AR-INVOICE-NUMBER DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  AR-CUSTOMER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AR-INVOICE-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RATE-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FOREIGN-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BOOK-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REVAL-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIFF-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2500-JOURNAL-THE-CURRENCY.
      *> A gain raises debtors - DR debtors, CR unrealized FX; a
      *> loss the other way round. The reversal on the first of
      *> the next month swaps the sides. All four legs are checked
      *> before any is written - a restatement that cannot be
      *> reversed is not posted at all.
           MOVE "N" TO WS-CCY-POSTED.
           IF WS-CCY-DIFF = ZERO
               GO TO 2500-EXIT
           END-IF.
           IF WS-CCY-DIFF > ZERO
               MOVE RECEIVABLES-ACCOUNT   TO WS-GAIN-ACCOUNT
               MOVE UNREALIZED-FX-ACCOUNT TO WS-LOSS-ACCOUNT
               MOVE WS-CCY-DIFF TO WS-LEG-AMOUNT
           ELSE
               MOVE UNREALIZED-FX-ACCOUNT TO WS-GAIN-ACCOUNT
               MOVE RECEIVABLES-ACCOUNT   TO WS-LOSS-ACCOUNT
               COMPUTE WS-LEG-AMOUNT = ZERO - WS-CCY-DIFF
           END-IF.
           MOVE "D"           TO GLJ-RECORD-TYPE.
           MOVE WS-LEG-AMOUNT TO GLJ-AMOUNT.

           MOVE "Y" TO WS-LEGS-OK.
           PERFORM 2600-SET-RESTATEMENT-LEG.
           MOVE WS-GAIN-ACCOUNT TO GLJ-ACCOUNT.
           PERFORM 2800-CHECK-ONE-LEG.
           MOVE WS-LOSS-ACCOUNT TO GLJ-ACCOUNT.
           PERFORM 2800-CHECK-ONE-LEG.
           PERFORM 2700-SET-REVERSAL-LEG.
           MOVE WS-LOSS-ACCOUNT TO GLJ-ACCOUNT.
           PERFORM 2800-CHECK-ONE-LEG.
           MOVE WS-GAIN-ACCOUNT TO GLJ-ACCOUNT.
           PERFORM 2800-CHECK-ONE-LEG.
           IF WS-LEGS-OK NOT = "Y"
               ADD 1 TO WS-CURRENCIES-HELD
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2600-SET-RESTATEMENT-LEG.
           MOVE WS-GAIN-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D"             TO GLJ-DEBIT-CREDIT.
           PERFORM 2850-WRITE-ONE-LEG.
           MOVE WS-LOSS-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C"             TO GLJ-DEBIT-CREDIT.
           PERFORM 2850-WRITE-ONE-LEG.

           PERFORM 2700-SET-REVERSAL-LEG.
           MOVE WS-LOSS-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D"             TO GLJ-DEBIT-CREDIT.
           PERFORM 2850-WRITE-ONE-LEG.
           MOVE WS-GAIN-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C"             TO GLJ-DEBIT-CREDIT.
           PERFORM 2850-WRITE-ONE-LEG.

           MOVE "Y" TO WS-CCY-POSTED.
           ADD WS-CCY-DIFF TO WS-RUN-DIFF.

       2500-EXIT.
           EXIT.

       2600-SET-RESTATEMENT-LEG.
           MOVE WS-POST-DATE TO GLJ-POSTING-DATE.
           MOVE SPACES       TO GLJ-REFERENCE.
           STRING "FXREV " DELIMITED BY SIZE
                  WS-REVAL-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-MONTH DELIMITED BY SIZE
                  INTO GLJ-REFERENCE.

       2700-SET-REVERSAL-LEG.
           MOVE WS-NEXT-FIRST TO GLJ-POSTING-DATE.
           MOVE SPACES        TO GLJ-REFERENCE.
           STRING "FXREV " DELIMITED BY SIZE
                  WS-REVAL-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-MONTH DELIMITED BY SIZE
                  " REV" DELIMITED BY SIZE
                  INTO GLJ-REFERENCE.

       2800-CHECK-ONE-LEG.
           MOVE GLJ-ACCOUNT      TO WS-GLV-ACCOUNT.
           MOVE GLJ-POSTING-DATE TO WS-GLV-DATE.
           PERFORM 6700-VALIDATE-ONE-LEG.
           IF WS-GLV-OK NOT = "Y"
               PERFORM 6800-WRITE-GL-REJECT
               MOVE "N" TO WS-LEGS-OK
           END-IF.

       2850-WRITE-ONE-LEG.
           WRITE GLJ-RECORD.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "FXREVGLJ write failed, status "
                   WS-GLJ-STATUS
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               IF GLJ-IS-DEBIT
                   ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

       2900-COUNT-UNPRICED-ITEMS.
      *> Foreign items in a currency the table does not price are
      *> left at book and counted, so nobody takes the report for
      *> the whole of the foreign ledger.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-AR-STATUS
           END-START.
           PERFORM 2910-CHECK-ONE-ITEM UNTIL WS-AR-STATUS = "10".

       2910-CHECK-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   IF AR-CURRENCY-CODE NOT = "EUR"
                       AND AR-CURRENCY-CODE NOT = SPACES
                       AND (AR-ITEM-IS-OPEN OR AR-ITEM-IN-DISPUTE)
                       AND AR-OPEN-BALANCE NOT = ZERO
                       MOVE AR-CURRENCY-CODE TO WS-CURRENCY-CODE
                       PERFORM 5300-LOOKUP-CURRENCY-RATE
                       IF WS-CURRENCY-FOUND NOT = "Y"
                           OR WS-LOOKED-UP-CUR-RATE = ZERO
                           ADD 1 TO WS-ITEMS-UNPRICED
                       END-IF
                   END-IF
           END-READ.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "FOREIGN-CURRENCY RECEIVABLES REVALUED AT "
                      DELIMITED BY SIZE
                  WS-POST-DATE DELIMITED BY SIZE
                  " - FIXING OF " DELIMITED BY SIZE
                  WS-CUR-FIXING-DATE DELIMITED BY SIZE
                  ", REVERSED " DELIMITED BY SIZE
                  WS-NEXT-FIRST DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "INVOICE  CUST   INV DATE  INV RATE"
                      DELIMITED BY SIZE
                  "   FOREIGN OPEN       BOOK EUR   RESTATED EUR"
                      DELIMITED BY SIZE
                  "     DIFFERENCE" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3100-PRINT-CURRENCY-HEADING.
           MOVE WS-REVAL-RATE TO RATE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "CURRENCY " DELIMITED BY SIZE
                  WS-REVAL-CODE DELIMITED BY SIZE
                  "   MONTH-END RATE PER EUR " DELIMITED BY SIZE
                  RATE-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3200-PRINT-CURRENCY-TOTAL.
           MOVE WS-CCY-FOREIGN  TO FOREIGN-FORMATTED.
           MOVE WS-CCY-BOOK     TO BOOK-FORMATTED.
           MOVE WS-CCY-REVALUED TO REVAL-FORMATTED.
           MOVE WS-CCY-DIFF     TO DIFF-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING WS-REVAL-CODE DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  WS-CCY-ITEMS DELIMITED BY SIZE
                  " ITEMS" DELIMITED BY SIZE
                  INTO PRT-LINE.
           MOVE FOREIGN-FORMATTED TO PRT-LINE(36:14).
           MOVE BOOK-FORMATTED    TO PRT-LINE(51:14).
           MOVE REVAL-FORMATTED   TO PRT-LINE(66:14).
           MOVE DIFF-FORMATTED    TO PRT-LINE(81:14).
           EVALUATE TRUE
               WHEN WS-CCY-DIFF = ZERO
                   MOVE "NOTHING TO POST" TO PRT-LINE(96:15)
               WHEN WS-CCY-POSTED = "Y"
                   MOVE "POSTED" TO PRT-LINE(96:6)
               WHEN OTHER
                   MOVE "NOT POSTED - SEE GLREJECT"
                       TO PRT-LINE(96:25)
           END-EVALUATE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-PRINT-TOTALS.
           MOVE WS-RUN-DIFF TO DIFF-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "ITEMS REVALUED " DELIMITED BY SIZE
                  WS-ITEMS-REVALUED DELIMITED BY SIZE
                  "   NET UNREALIZED GAIN/LOSS POSTED "
                      DELIMITED BY SIZE
                  DIFF-FORMATTED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           IF WS-ITEMS-UNPRICED > ZERO
               MOVE SPACES TO PRT-LINE
               STRING "ITEMS IN A CURRENCY WITH NO RATE, LEFT AT "
                          DELIMITED BY SIZE
                      "BOOK " DELIMITED BY SIZE
                      WS-ITEMS-UNPRICED DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       4500-WRITE-CONTROL-RECORD.
      *> Closes this run's batch on the appended file - GL-POSTING
      *> proves each batch against its own control record.
           MOVE "C"             TO GLJ-RECORD-TYPE.
           MOVE WS-POST-DATE    TO GLJ-POSTING-DATE.
           MOVE SPACES          TO GLJ-ACCOUNT.
           MOVE "D"             TO GLJ-DEBIT-CREDIT.
           MOVE WS-TOTAL-DEBITS TO GLJ-AMOUNT.
           MOVE SPACES          TO GLJ-REFERENCE.
           STRING "LEGS " DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  INTO GLJ-REFERENCE.
           WRITE GLJ-RECORD.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "FX-REVALUATION" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           MOVE WS-RUN-DIFF TO DIFF-FORMATTED.
           STRING "Revalued " DELIMITED BY SIZE
                  WS-RUN-MONTH DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-ITEMS-REVALUED DELIMITED BY SIZE
                  " items, net " DELIMITED BY SIZE
                  DIFF-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "glvalid.cpy".
           COPY "currload.cpy".
           COPY "currfile.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
