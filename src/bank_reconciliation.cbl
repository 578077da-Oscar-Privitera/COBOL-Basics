       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILIATION.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Reconciles the bank's statement (BANK-STATEMENT) to the
      *> cash book in one run. The book side is loaded from the
      *> feeds that move money through the account: the banked
      *> amount of every closed CASH-SESSIONS session, each
      *> DD-ORDERS collection batch (one credit per collection
      *> date) less each DD-RETURNS bounce, each BANK-RECEIPTS
      *> receipt, and each AP-BANK-PAYMENTS transfer out - every
      *> feed only from where the last run got to (BANK-REC-CONTROL).
      *> Statement lines are matched to book items on amount and
      *> date - the same date first, then within MATCH-DAYS either
      *> way, for the bank's value dating. What matches is done
      *> with; what does not is carried on BANK-REC-ITEMS to be
      *> matched against the next statement, and listed on the
      *> outstanding-items report (BANKREC). The statement must open
      *> on the last one's closing balance and its lines must add up
      *> to its closing balance, or it is refused. The closing
      *> balance is then proved against the cash book: the book
      *> balance, less what is banked but not yet on the statement,
      *> plus what is on the statement but not yet in the books,
      *> must be the statement's closing balance.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT ASSIGN TO "BANKSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BST-STATUS.

           SELECT BANK-REC-ITEMS ASSIGN TO "BANKRECI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRI-STATUS.

           SELECT BANK-REC-CONTROL ASSIGN TO "BANKRECCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRK-STATUS.

           SELECT CASH-SESSIONS ASSIGN TO "CASHSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.

           SELECT DD-ORDERS ASSIGN TO "DDORDERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDO-STATUS.

           SELECT DD-RETURNS-FILE ASSIGN TO "DDRETURN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDR-STATUS.

           SELECT BANK-RECEIPTS ASSIGN TO "BANKRCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRC-STATUS.

           SELECT AP-BANK-PAYMENTS ASSIGN TO "APBANKPY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APB-STATUS.

           SELECT RECON-PRINT ASSIGN TO "BANKREC"
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
       FD  BANK-STATEMENT.
           COPY "bankstmt.cpy".

       FD  BANK-REC-ITEMS.
           COPY "bankreci.cpy".

       FD  BANK-REC-CONTROL.
           COPY "bankrctl.cpy".

       FD  CASH-SESSIONS.
           COPY "cashsess.cpy".

       FD  DD-ORDERS.
           COPY "ddorder.cpy".

       FD  DD-RETURNS-FILE.
           COPY "ddreturn.cpy".

       FD  BANK-RECEIPTS.
           COPY "bankrcpt.cpy".

       FD  AP-BANK-PAYMENTS.
           COPY "appay.cpy".

       FD  RECON-PRINT.
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

       78 MAX-REC-ITEMS      VALUE 2000.
       78 MATCH-DAYS         VALUE 3.
       78 KEEP-RETURN-DAYS   VALUE 120.

       01 WS-BST-STATUS      PIC X(02).
       01 WS-BRI-STATUS      PIC X(02).
       01 WS-BRK-STATUS      PIC X(02).
       01 WS-CS-STATUS       PIC X(02).
       01 WS-DDO-STATUS      PIC X(02).
       01 WS-DDR-STATUS      PIC X(02).
       01 WS-BRC-STATUS      PIC X(02).
       01 WS-APB-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

      *> The control record as loaded, and the feed high-water
      *> marks as this run moves them on.
       01 WS-FIRST-RUN       PIC X(01).
       01 WS-LAST-STMT-DATE  PIC 9(08).
       01 WS-LAST-CLOSING    PIC S9(11)V99.
       01 WS-BOOK-BALANCE    PIC S9(11)V99.
       01 WS-CASH-HIGH       PIC 9(14).
       01 WS-RCPT-HIGH       PIC 9(08).
       01 WS-DDO-HIGH        PIC 9(08).
       01 WS-APPY-HIGH       PIC 9(08).
       01 WS-NEW-CASH-HIGH   PIC 9(14).
       01 WS-NEW-RCPT-HIGH   PIC 9(08).
       01 WS-NEW-DDO-HIGH    PIC 9(08).
       01 WS-NEW-APPY-HIGH   PIC 9(08).

      *> The statement.
       01 WS-STMT-OK         PIC X(01).
       01 WS-STMT-REASON     PIC X(50).
       01 WS-STMT-DATE       PIC 9(08).
       01 WS-STMT-DAY        PIC 9(07).
       01 WS-STMT-OPENING    PIC S9(11)V99.
       01 WS-STMT-CLOSING    PIC S9(11)V99.
       01 WS-STMT-LINES-SUM  PIC S9(11)V99.
       01 WS-STMT-LINES      PIC 9(05).
       01 WS-OPENINGS-SEEN   PIC 9(03).
       01 WS-CLOSINGS-SEEN   PIC 9(03).

      *> Every item in play this run - carried ones first, then the
      *> new statement lines and book items.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
             10 RI-SIDE           PIC X(01).
             10 RI-SOURCE         PIC X(04).
             10 RI-DATE           PIC 9(08).
             10 RI-DAY            PIC 9(07).
             10 RI-AMOUNT         PIC S9(11)V99.
             10 RI-REFERENCE      PIC X(20).
             10 RI-COUNTED        PIC X(01).
             10 RI-MATCHED        PIC X(01).
             10 RI-MATCH-DATE     PIC 9(08).
       01 WS-RI-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-RI-INDEX        PIC 9(04).
       01 WS-RI-MATCH        PIC 9(04).
       01 WS-RI-DROPPED      PIC 9(05) VALUE ZERO.

      *> The item being added.
       01 WS-NEW-SIDE        PIC X(01).
       01 WS-NEW-SOURCE      PIC X(04).
       01 WS-NEW-DATE        PIC 9(08).
       01 WS-NEW-AMOUNT      PIC S9(11)V99.
       01 WS-NEW-REFERENCE   PIC X(20).
       01 WS-NEW-COUNTED     PIC X(01).

       01 WS-DD-DATE         PIC 9(08).
       01 WS-DD-TOTAL        PIC S9(11)V99.
       01 WS-DD-ORDERS       PIC 9(05).
       01 WS-SEEN-BEFORE     PIC X(01).
       01 WS-MATCH-PASS      PIC 9(01).
       01 WS-DAY-GAP         PIC S9(07).

       01 WS-BOOK-LOADED     PIC 9(05) VALUE ZERO.
       01 WS-LINES-MATCHED   PIC 9(05) VALUE ZERO.
       01 WS-SECTION-COUNT   PIC 9(05).
       01 WS-SECTION-TOTAL   PIC S9(11)V99.
       01 WS-SECTION-SIDE    PIC X(01).
       01 WS-SECTION-COUNTED PIC X(01).
       01 WS-OUT-BOOK-TOTAL  PIC S9(11)V99 VALUE ZERO.
       01 WS-OUT-BOOK-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-OUT-STMT-TOTAL  PIC S9(11)V99 VALUE ZERO.
       01 WS-OUT-STMT-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-ADJUSTED-BOOK   PIC S9(11)V99.
       01 WS-DIFFERENCE      PIC S9(11)V99.
       01 WS-KEEP-FROM-DAY   PIC 9(07).
       01 WS-ITEMS-CARRIED   PIC 9(05) VALUE ZERO.

       01 AMOUNT-FORMATTED   PIC -(10)9.99.
       01 TOTAL-FORMATTED    PIC -(10)9.99.
       01 COUNT-FORMATTED    PIC Z(4)9.

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

           MOVE "BANK-RECONCILIATION" TO WS-RC-JOB-NAME.
           MOVE SPACES                TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           PERFORM 1000-LOAD-CONTROL.
           PERFORM 1100-LOAD-CARRIED-ITEMS.

           PERFORM 2000-LOAD-THE-STATEMENT THRU 2000-EXIT.
           IF WS-STMT-OK NOT = "Y"
               DISPLAY "** statement refused - " WS-STMT-REASON
               DISPLAY "Nothing reconciled, nothing carried forward "
                   "changed."
               GO TO 0000-EXIT
           END-IF.

           PERFORM 3000-LOAD-BOOK-ITEMS.
           IF WS-RI-DROPPED > ZERO
               DISPLAY "** " WS-RI-DROPPED " item(s) past the "
                   MAX-REC-ITEMS "-item table - nothing reconciled."
               GO TO 0000-EXIT
           END-IF.

           PERFORM 3800-COUNT-INTO-BOOK
               VARYING WS-RI-INDEX FROM 1 BY 1
               UNTIL WS-RI-INDEX > WS-RI-COUNT.

           PERFORM 4000-MATCH-THE-ITEMS.

           OPEN OUTPUT RECON-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open BANKREC, status "
                   WS-RPT-STATUS " - nothing reconciled."
               GO TO 0000-EXIT
           END-IF.

           MOVE "BANKREC"             TO WS-RA-REPORT-NAME.
           MOVE "BANK-RECONCILIATION" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID        TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.
           PERFORM 5000-PRINT-THE-RECONCILIATION.
           CLOSE RECON-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           PERFORM 6000-SAVE-THE-ITEMS.
           PERFORM 6200-SAVE-CONTROL.

           MOVE WS-DIFFERENCE TO AMOUNT-FORMATTED.
           DISPLAY "Statement lines matched    : " WS-LINES-MATCHED
               " of " WS-STMT-LINES.
           DISPLAY "Book items loaded          : " WS-BOOK-LOADED.
           DISPLAY "Outstanding in the books   : " WS-OUT-BOOK-COUNT.
           DISPLAY "Outstanding on statement   : " WS-OUT-STMT-COUNT.
           IF WS-DIFFERENCE = ZERO
               DISPLAY "Statement " WS-STMT-DATE
                   " reconciles to the cash book."
           ELSE
               DISPLAY "** Statement " WS-STMT-DATE
                   " does NOT reconcile - difference "
                   AMOUNT-FORMATTED ", see BANKREC."
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-CONTROL.
           MOVE "Y" TO WS-FIRST-RUN.
           MOVE ZERO TO WS-LAST-STMT-DATE WS-LAST-CLOSING
                        WS-BOOK-BALANCE WS-CASH-HIGH WS-RCPT-HIGH
                        WS-DDO-HIGH WS-APPY-HIGH.
           OPEN INPUT BANK-REC-CONTROL.
           IF WS-BRK-STATUS = "00"
               READ BANK-REC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N"                TO WS-FIRST-RUN
                       MOVE BRK-LAST-STMT-DATE TO WS-LAST-STMT-DATE
                       MOVE BRK-LAST-CLOSING   TO WS-LAST-CLOSING
                       MOVE BRK-BOOK-BALANCE   TO WS-BOOK-BALANCE
                       MOVE BRK-CASH-HIGH      TO WS-CASH-HIGH
                       MOVE BRK-RCPT-HIGH      TO WS-RCPT-HIGH
                       MOVE BRK-DDO-HIGH       TO WS-DDO-HIGH
                       MOVE BRK-APPY-HIGH      TO WS-APPY-HIGH
               END-READ
               CLOSE BANK-REC-CONTROL
           END-IF.
           MOVE WS-CASH-HIGH TO WS-NEW-CASH-HIGH.
           MOVE WS-RCPT-HIGH TO WS-NEW-RCPT-HIGH.
           MOVE WS-DDO-HIGH  TO WS-NEW-DDO-HIGH.
           MOVE WS-APPY-HIGH TO WS-NEW-APPY-HIGH.

       1100-LOAD-CARRIED-ITEMS.
           MOVE ZERO TO WS-RI-COUNT.
           OPEN INPUT BANK-REC-ITEMS.
           IF WS-BRI-STATUS = "00"
               PERFORM 1110-LOAD-ONE-CARRIED
                   UNTIL WS-BRI-STATUS = "10"
               CLOSE BANK-REC-ITEMS
           END-IF.

       1110-LOAD-ONE-CARRIED.
           READ BANK-REC-ITEMS
               AT END
                   MOVE "10" TO WS-BRI-STATUS
               NOT AT END
                   MOVE BRI-SIDE      TO WS-NEW-SIDE
                   MOVE BRI-SOURCE    TO WS-NEW-SOURCE
                   MOVE BRI-DATE      TO WS-NEW-DATE
                   MOVE BRI-AMOUNT    TO WS-NEW-AMOUNT
                   MOVE BRI-REFERENCE TO WS-NEW-REFERENCE
                   MOVE BRI-COUNTED   TO WS-NEW-COUNTED
                   PERFORM 1900-ADD-ONE-ITEM
                   IF WS-RI-MATCH NOT = ZERO
                       MOVE BRI-MATCHED    TO RI-MATCHED(WS-RI-MATCH)
                       MOVE BRI-MATCH-DATE
                           TO RI-MATCH-DATE(WS-RI-MATCH)
                   END-IF
           END-READ.

       1900-ADD-ONE-ITEM.
      *> WS-RI-MATCH comes back as the new entry, or zero when the
      *> table is full (counted in WS-RI-DROPPED).
           MOVE ZERO TO WS-RI-MATCH.
           IF WS-RI-COUNT >= MAX-REC-ITEMS
               ADD 1 TO WS-RI-DROPPED
           ELSE
               ADD 1 TO WS-RI-COUNT
               MOVE WS-RI-COUNT      TO WS-RI-MATCH
               MOVE WS-NEW-SIDE      TO RI-SIDE(WS-RI-COUNT)
               MOVE WS-NEW-SOURCE    TO RI-SOURCE(WS-RI-COUNT)
               MOVE WS-NEW-DATE      TO RI-DATE(WS-RI-COUNT)
               MOVE WS-NEW-AMOUNT    TO RI-AMOUNT(WS-RI-COUNT)
               MOVE WS-NEW-REFERENCE TO RI-REFERENCE(WS-RI-COUNT)
               MOVE WS-NEW-COUNTED   TO RI-COUNTED(WS-RI-COUNT)
               MOVE "N"              TO RI-MATCHED(WS-RI-COUNT)
               MOVE ZERO             TO RI-MATCH-DATE(WS-RI-COUNT)
               MOVE ZERO             TO RI-DAY(WS-RI-COUNT)
               IF WS-NEW-DATE > 19000000
                   COMPUTE RI-DAY(WS-RI-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
               END-IF
           END-IF.

       2000-LOAD-THE-STATEMENT.
           MOVE "N" TO WS-STMT-OK.
           MOVE SPACES TO WS-STMT-REASON.
           MOVE ZERO TO WS-STMT-DATE WS-STMT-OPENING WS-STMT-CLOSING
                        WS-STMT-LINES-SUM WS-STMT-LINES
                        WS-OPENINGS-SEEN WS-CLOSINGS-SEEN.

           OPEN INPUT BANK-STATEMENT.
           IF WS-BST-STATUS NOT = "00"
               MOVE "no BANK-STATEMENT to reconcile" TO WS-STMT-REASON
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-STATEMENT-RECORD
               UNTIL WS-BST-STATUS = "10".
           CLOSE BANK-STATEMENT.

           EVALUATE TRUE
               WHEN WS-OPENINGS-SEEN NOT = 1
                   OR WS-CLOSINGS-SEEN NOT = 1
                   MOVE "not one opening and one closing balance"
                       TO WS-STMT-REASON
               WHEN WS-STMT-OPENING + WS-STMT-LINES-SUM
                   NOT = WS-STMT-CLOSING
                   MOVE "lines do not add up to the closing balance"
                       TO WS-STMT-REASON
               WHEN WS-FIRST-RUN = "N"
                   AND WS-STMT-DATE NOT > WS-LAST-STMT-DATE
                   MOVE "statement already reconciled (dated on or "
                       TO WS-STMT-REASON
                   MOVE "before the last)" TO WS-STMT-REASON(43:)
               WHEN WS-FIRST-RUN = "N"
                   AND WS-STMT-OPENING NOT = WS-LAST-CLOSING
                   MOVE "does not open on the last closing balance"
                       TO WS-STMT-REASON
               WHEN WS-RI-DROPPED > ZERO
                   MOVE "more lines than the item table holds"
                       TO WS-STMT-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-STMT-OK
           END-EVALUATE.

      *> The first statement ever reconciled opens the cash book:
      *> the books are taken to agree with the bank at its opening.
           IF WS-STMT-OK = "Y" AND WS-FIRST-RUN = "Y"
               MOVE WS-STMT-OPENING TO WS-BOOK-BALANCE
               DISPLAY "First reconciliation - the cash book opens "
                   "on the statement's opening balance."
           END-IF.
           IF WS-STMT-OK = "Y"
               COMPUTE WS-STMT-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
           END-IF.

       2000-EXIT.
           EXIT.

       2100-READ-ONE-STATEMENT-RECORD.
           READ BANK-STATEMENT
               AT END
                   MOVE "10" TO WS-BST-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN BST-IS-OPENING
                           ADD 1 TO WS-OPENINGS-SEEN
                           MOVE BST-AMOUNT TO WS-STMT-OPENING
                       WHEN BST-IS-CLOSING
                           ADD 1 TO WS-CLOSINGS-SEEN
                           MOVE BST-AMOUNT TO WS-STMT-CLOSING
                           MOVE BST-DATE   TO WS-STMT-DATE
                       WHEN BST-IS-LINE
                           ADD 1 TO WS-STMT-LINES
                           ADD BST-AMOUNT TO WS-STMT-LINES-SUM
                           MOVE "S"           TO WS-NEW-SIDE
                           MOVE "STMT"        TO WS-NEW-SOURCE
                           MOVE BST-DATE      TO WS-NEW-DATE
                           MOVE BST-AMOUNT    TO WS-NEW-AMOUNT
                           MOVE BST-REFERENCE TO WS-NEW-REFERENCE
                           MOVE "Y"           TO WS-NEW-COUNTED
                           PERFORM 1900-ADD-ONE-ITEM
                   END-EVALUATE
           END-READ.

       3000-LOAD-BOOK-ITEMS.
           MOVE "B" TO WS-NEW-SIDE.
           MOVE "N" TO WS-NEW-COUNTED.

           OPEN INPUT CASH-SESSIONS.
           IF WS-CS-STATUS = "00"
               PERFORM 3100-LOAD-ONE-SESSION
                   UNTIL WS-CS-STATUS = "10"
               CLOSE CASH-SESSIONS
           END-IF.

           OPEN INPUT BANK-RECEIPTS.
           IF WS-BRC-STATUS = "00"
               PERFORM 3200-LOAD-ONE-RECEIPT
                   UNTIL WS-BRC-STATUS = "10"
               CLOSE BANK-RECEIPTS
           END-IF.

      *> The bank credits a collection run as one amount per
      *> collection date.
           MOVE ZERO TO WS-DD-DATE WS-DD-TOTAL WS-DD-ORDERS.
           OPEN INPUT DD-ORDERS.
           IF WS-DDO-STATUS = "00"
               PERFORM 3300-LOAD-ONE-DD-ORDER
                   UNTIL WS-DDO-STATUS = "10"
               CLOSE DD-ORDERS
               PERFORM 3350-ADD-THE-DD-BATCH
           END-IF.

           OPEN INPUT DD-RETURNS-FILE.
           IF WS-DDR-STATUS = "00"
               PERFORM 3400-LOAD-ONE-DD-RETURN
                   UNTIL WS-DDR-STATUS = "10"
               CLOSE DD-RETURNS-FILE
           END-IF.

           OPEN INPUT AP-BANK-PAYMENTS.
           IF WS-APB-STATUS = "00"
               PERFORM 3500-LOAD-ONE-AP-PAYMENT
                   UNTIL WS-APB-STATUS = "10"
               CLOSE AP-BANK-PAYMENTS
           END-IF.

       3100-LOAD-ONE-SESSION.
           READ CASH-SESSIONS
               AT END
                   MOVE "10" TO WS-CS-STATUS
               NOT AT END
                   IF CS-CLOSED > WS-CASH-HIGH
                       AND CS-BANKED-AMOUNT NOT = ZERO
                       MOVE "CASH"           TO WS-NEW-SOURCE
                       MOVE CS-CLOSED(1:8)   TO WS-NEW-DATE
                       MOVE CS-BANKED-AMOUNT TO WS-NEW-AMOUNT
                       MOVE SPACES           TO WS-NEW-REFERENCE
                       STRING "SESSION " DELIMITED BY SIZE
                              CS-OPERATOR-ID DELIMITED BY SIZE
                              INTO WS-NEW-REFERENCE
                       PERFORM 1900-ADD-ONE-ITEM
                       ADD 1 TO WS-BOOK-LOADED
                   END-IF
                   IF CS-CLOSED > WS-NEW-CASH-HIGH
                       MOVE CS-CLOSED TO WS-NEW-CASH-HIGH
                   END-IF
           END-READ.

       3200-LOAD-ONE-RECEIPT.
           READ BANK-RECEIPTS
               AT END
                   MOVE "10" TO WS-BRC-STATUS
               NOT AT END
                   IF BRC-RECEIPT-DATE > WS-RCPT-HIGH
                       MOVE "RCPT"           TO WS-NEW-SOURCE
                       MOVE BRC-RECEIPT-DATE TO WS-NEW-DATE
                       MOVE BRC-AMOUNT       TO WS-NEW-AMOUNT
                       MOVE SPACES           TO WS-NEW-REFERENCE
                       STRING BRC-CUSTOMER-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              BRC-REMIT-REFERENCE DELIMITED BY SIZE
                              INTO WS-NEW-REFERENCE
                       PERFORM 1900-ADD-ONE-ITEM
                       ADD 1 TO WS-BOOK-LOADED
                   END-IF
                   IF BRC-RECEIPT-DATE > WS-NEW-RCPT-HIGH
                       MOVE BRC-RECEIPT-DATE TO WS-NEW-RCPT-HIGH
                   END-IF
           END-READ.

       3300-LOAD-ONE-DD-ORDER.
           READ DD-ORDERS
               AT END
                   MOVE "10" TO WS-DDO-STATUS
               NOT AT END
                   IF DDO-COLLECTION-DATE > WS-DDO-HIGH
                       IF DDO-COLLECTION-DATE NOT = WS-DD-DATE
                           PERFORM 3350-ADD-THE-DD-BATCH
                           MOVE DDO-COLLECTION-DATE TO WS-DD-DATE
                       END-IF
                       ADD DDO-AMOUNT TO WS-DD-TOTAL
                       ADD 1 TO WS-DD-ORDERS
                   END-IF
                   IF DDO-COLLECTION-DATE > WS-NEW-DDO-HIGH
                       MOVE DDO-COLLECTION-DATE TO WS-NEW-DDO-HIGH
                   END-IF
           END-READ.

       3350-ADD-THE-DD-BATCH.
           IF WS-DD-ORDERS > ZERO
               MOVE "DD"        TO WS-NEW-SOURCE
               MOVE WS-DD-DATE  TO WS-NEW-DATE
               MOVE WS-DD-TOTAL TO WS-NEW-AMOUNT
               MOVE SPACES      TO WS-NEW-REFERENCE
               STRING "DD BATCH " DELIMITED BY SIZE
                      WS-DD-ORDERS DELIMITED BY SIZE
                      " ORDERS" DELIMITED BY SIZE
                      INTO WS-NEW-REFERENCE
               PERFORM 1900-ADD-ONE-ITEM
               ADD 1 TO WS-BOOK-LOADED
           END-IF.
           MOVE ZERO TO WS-DD-TOTAL WS-DD-ORDERS.

       3400-LOAD-ONE-DD-RETURN.
      *> A bounce takes the money back off the account. Returns
      *> quote the collection they reverse, not a date of their
      *> own, so a return already loaded is recognised on the items
      *> file instead of by date.
           READ DD-RETURNS-FILE
               AT END
                   MOVE "10" TO WS-DDR-STATUS
               NOT AT END
                   MOVE "DDR"               TO WS-NEW-SOURCE
                   MOVE DDR-COLLECTION-DATE TO WS-NEW-DATE
                   COMPUTE WS-NEW-AMOUNT = ZERO - DDR-AMOUNT
                   MOVE SPACES              TO WS-NEW-REFERENCE
                   STRING "DD RETURN " DELIMITED BY SIZE
                          DDR-CUSTOMER-ID DELIMITED BY SIZE
                          DDR-INVOICE-NUMBER DELIMITED BY SIZE
                          INTO WS-NEW-REFERENCE
                   MOVE "N" TO WS-SEEN-BEFORE
                   PERFORM 3410-CHECK-ONE-RETURN
                       VARYING WS-RI-INDEX FROM 1 BY 1
                       UNTIL WS-RI-INDEX > WS-RI-COUNT
                       OR WS-SEEN-BEFORE = "Y"
                   IF WS-SEEN-BEFORE = "N"
                       PERFORM 1900-ADD-ONE-ITEM
                       ADD 1 TO WS-BOOK-LOADED
                   END-IF
           END-READ.

       3410-CHECK-ONE-RETURN.
           IF RI-SIDE(WS-RI-INDEX) = "B"
               AND RI-SOURCE(WS-RI-INDEX) = "DDR"
               AND RI-DATE(WS-RI-INDEX) = WS-NEW-DATE
               AND RI-AMOUNT(WS-RI-INDEX) = WS-NEW-AMOUNT
               AND RI-REFERENCE(WS-RI-INDEX) = WS-NEW-REFERENCE
               MOVE "Y" TO WS-SEEN-BEFORE
           END-IF.

       3500-LOAD-ONE-AP-PAYMENT.
           READ AP-BANK-PAYMENTS
               AT END
                   MOVE "10" TO WS-APB-STATUS
               NOT AT END
                   IF APB-PAYMENT-DATE > WS-APPY-HIGH
                       MOVE "APPY"           TO WS-NEW-SOURCE
                       MOVE APB-PAYMENT-DATE TO WS-NEW-DATE
                       COMPUTE WS-NEW-AMOUNT = ZERO - APB-AMOUNT
                       MOVE SPACES           TO WS-NEW-REFERENCE
                       STRING "PAY " DELIMITED BY SIZE
                              APB-SUPPLIER-CODE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              APB-SUPPLIER-NAME DELIMITED BY SIZE
                              INTO WS-NEW-REFERENCE
                       PERFORM 1900-ADD-ONE-ITEM
                       ADD 1 TO WS-BOOK-LOADED
                   END-IF
                   IF APB-PAYMENT-DATE > WS-NEW-APPY-HIGH
                       MOVE APB-PAYMENT-DATE TO WS-NEW-APPY-HIGH
                   END-IF
           END-READ.

       3800-COUNT-INTO-BOOK.
      *> A book item enters the cash book with the statement that
      *> covers its date - one dated later waits for the next.
           IF RI-SIDE(WS-RI-INDEX) = "B"
               AND RI-COUNTED(WS-RI-INDEX) NOT = "Y"
               AND RI-DATE(WS-RI-INDEX) NOT > WS-STMT-DATE
               MOVE "Y" TO RI-COUNTED(WS-RI-INDEX)
               ADD RI-AMOUNT(WS-RI-INDEX) TO WS-BOOK-BALANCE
           END-IF.

       4000-MATCH-THE-ITEMS.
           MOVE 1 TO WS-MATCH-PASS.
           PERFORM 4100-MATCH-ONE-LINE
               VARYING WS-RI-INDEX FROM 1 BY 1
               UNTIL WS-RI-INDEX > WS-RI-COUNT.
           MOVE 2 TO WS-MATCH-PASS.
           PERFORM 4100-MATCH-ONE-LINE
               VARYING WS-RI-INDEX FROM 1 BY 1
               UNTIL WS-RI-INDEX > WS-RI-COUNT.

       4100-MATCH-ONE-LINE.
           IF RI-SIDE(WS-RI-INDEX) = "S"
               AND RI-MATCHED(WS-RI-INDEX) NOT = "Y"
               MOVE ZERO TO WS-RI-MATCH
               PERFORM 4110-TRY-ONE-BOOK-ITEM
                   VARYING WS-RI-MATCH FROM 1 BY 1
                   UNTIL WS-RI-MATCH > WS-RI-COUNT
                   OR RI-MATCHED(WS-RI-INDEX) = "Y"
           END-IF.

       4110-TRY-ONE-BOOK-ITEM.
           IF RI-SIDE(WS-RI-MATCH) = "B"
               AND RI-MATCHED(WS-RI-MATCH) NOT = "Y"
               AND RI-COUNTED(WS-RI-MATCH) = "Y"
               AND RI-AMOUNT(WS-RI-MATCH) = RI-AMOUNT(WS-RI-INDEX)
               COMPUTE WS-DAY-GAP =
                   RI-DAY(WS-RI-INDEX) - RI-DAY(WS-RI-MATCH)
               IF WS-DAY-GAP < ZERO
                   COMPUTE WS-DAY-GAP = ZERO - WS-DAY-GAP
               END-IF
               IF (WS-MATCH-PASS = 1 AND WS-DAY-GAP = ZERO)
                   OR (WS-MATCH-PASS = 2 AND WS-DAY-GAP <= MATCH-DAYS)
                   MOVE "Y"          TO RI-MATCHED(WS-RI-INDEX)
                   MOVE "Y"          TO RI-MATCHED(WS-RI-MATCH)
                   MOVE WS-STMT-DATE TO RI-MATCH-DATE(WS-RI-INDEX)
                   MOVE WS-STMT-DATE TO RI-MATCH-DATE(WS-RI-MATCH)
                   ADD 1 TO WS-LINES-MATCHED
               END-IF
           END-IF.

       5000-PRINT-THE-RECONCILIATION.
           MOVE SPACES TO PRT-LINE.
           STRING "BANK RECONCILIATION - STATEMENT OF "
                      DELIMITED BY SIZE
                  WS-STMT-DATE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

           MOVE WS-STMT-OPENING TO AMOUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Statement opening balance      " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-STMT-LINES-SUM TO AMOUNT-FORMATTED.
           MOVE WS-STMT-LINES     TO COUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Statement lines " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-STMT-CLOSING TO AMOUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Statement closing balance      " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-LINES-MATCHED TO COUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Lines matched to the books     " DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

           MOVE "IN THE BOOKS, NOT YET ON THE STATEMENT" TO PRT-LINE.
           MOVE "B" TO WS-SECTION-SIDE.
           MOVE "Y" TO WS-SECTION-COUNTED.
           PERFORM 5100-PRINT-ONE-SECTION.
           MOVE WS-SECTION-TOTAL TO WS-OUT-BOOK-TOTAL.
           MOVE WS-SECTION-COUNT TO WS-OUT-BOOK-COUNT.

           MOVE "ON THE STATEMENT, NOT IN THE BOOKS" TO PRT-LINE.
           MOVE "S" TO WS-SECTION-SIDE.
           MOVE "Y" TO WS-SECTION-COUNTED.
           PERFORM 5100-PRINT-ONE-SECTION.
           MOVE WS-SECTION-TOTAL TO WS-OUT-STMT-TOTAL.
           MOVE WS-SECTION-COUNT TO WS-OUT-STMT-COUNT.

           MOVE "IN THE BOOKS, DATED AFTER THIS STATEMENT"
               TO PRT-LINE.
           MOVE "B" TO WS-SECTION-SIDE.
           MOVE "N" TO WS-SECTION-COUNTED.
           PERFORM 5100-PRINT-ONE-SECTION.

           PERFORM 5200-PRINT-THE-PROOF.

       5100-PRINT-ONE-SECTION.
      *> Heading already in PRT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT WS-SECTION-TOTAL.
           MOVE PRT-LINE TO RPT-RECORD.
           MOVE SPACES TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE RPT-RECORD TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           PERFORM 5110-PRINT-ONE-ITEM
               VARYING WS-RI-INDEX FROM 1 BY 1
               UNTIL WS-RI-INDEX > WS-RI-COUNT.
           MOVE WS-SECTION-COUNT TO COUNT-FORMATTED.
           MOVE WS-SECTION-TOTAL TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  " item(s)          " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       5110-PRINT-ONE-ITEM.
           IF RI-SIDE(WS-RI-INDEX) = WS-SECTION-SIDE
               AND RI-COUNTED(WS-RI-INDEX) = WS-SECTION-COUNTED
               AND RI-MATCHED(WS-RI-INDEX) NOT = "Y"
               ADD 1 TO WS-SECTION-COUNT
               ADD RI-AMOUNT(WS-RI-INDEX) TO WS-SECTION-TOTAL
               MOVE RI-AMOUNT(WS-RI-INDEX) TO AMOUNT-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "  " DELIMITED BY SIZE
                      RI-DATE(WS-RI-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RI-SOURCE(WS-RI-INDEX) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      AMOUNT-FORMATTED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      RI-REFERENCE(WS-RI-INDEX) DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       5200-PRINT-THE-PROOF.
           COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
               - WS-OUT-BOOK-TOTAL + WS-OUT-STMT-TOTAL.
           COMPUTE WS-DIFFERENCE = WS-STMT-CLOSING - WS-ADJUSTED-BOOK.

           MOVE SPACES TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "PROOF OF THE CLOSING BALANCE" TO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-BOOK-BALANCE TO AMOUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Cash book balance              " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-OUT-BOOK-TOTAL TO AMOUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "less in books, not on statement" DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-OUT-STMT-TOTAL TO AMOUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "plus on statement, not in books" DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-ADJUSTED-BOOK TO AMOUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Adjusted cash book             " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-STMT-CLOSING TO AMOUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Statement closing balance      " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE "RECONCILED - the statement agrees with the cash "
                   TO PRT-LINE
               MOVE "book." TO PRT-LINE(50:)
           ELSE
               MOVE WS-DIFFERENCE TO AMOUNT-FORMATTED
               STRING "** DOES NOT RECONCILE - difference "
                          DELIMITED BY SIZE
                      AMOUNT-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE.

       6000-SAVE-THE-ITEMS.
      *> Unmatched items go forward to the next statement; matched
      *> direct-debit returns are kept KEEP-RETURN-DAYS to recognise
      *> a returns file read again.
           COMPUTE WS-KEEP-FROM-DAY = WS-STMT-DAY - KEEP-RETURN-DAYS.
           OPEN OUTPUT BANK-REC-ITEMS.
           PERFORM 6100-SAVE-ONE-ITEM
               VARYING WS-RI-INDEX FROM 1 BY 1
               UNTIL WS-RI-INDEX > WS-RI-COUNT.
           CLOSE BANK-REC-ITEMS.

       6100-SAVE-ONE-ITEM.
           IF RI-MATCHED(WS-RI-INDEX) NOT = "Y"
               ADD 1 TO WS-ITEMS-CARRIED
               PERFORM 6110-WRITE-ONE-ITEM
           ELSE
               IF RI-SOURCE(WS-RI-INDEX) = "DDR"
                   AND RI-DAY(WS-RI-INDEX) NOT < WS-KEEP-FROM-DAY
                   PERFORM 6110-WRITE-ONE-ITEM
               END-IF
           END-IF.

       6110-WRITE-ONE-ITEM.
           MOVE RI-SIDE(WS-RI-INDEX)       TO BRI-SIDE.
           MOVE RI-SOURCE(WS-RI-INDEX)     TO BRI-SOURCE.
           MOVE RI-DATE(WS-RI-INDEX)       TO BRI-DATE.
           MOVE RI-AMOUNT(WS-RI-INDEX)     TO BRI-AMOUNT.
           MOVE RI-REFERENCE(WS-RI-INDEX)  TO BRI-REFERENCE.
           MOVE RI-COUNTED(WS-RI-INDEX)    TO BRI-COUNTED.
           MOVE RI-MATCHED(WS-RI-INDEX)    TO BRI-MATCHED.
           MOVE RI-MATCH-DATE(WS-RI-INDEX) TO BRI-MATCH-DATE.
           WRITE BRI-RECORD.

       6200-SAVE-CONTROL.
           MOVE WS-STMT-DATE     TO BRK-LAST-STMT-DATE.
           MOVE WS-STMT-CLOSING  TO BRK-LAST-CLOSING.
           MOVE WS-BOOK-BALANCE  TO BRK-BOOK-BALANCE.
           MOVE WS-NEW-CASH-HIGH TO BRK-CASH-HIGH.
           MOVE WS-NEW-RCPT-HIGH TO BRK-RCPT-HIGH.
           MOVE WS-NEW-DDO-HIGH  TO BRK-DDO-HIGH.
           MOVE WS-NEW-APPY-HIGH TO BRK-APPY-HIGH.
           MOVE WS-NOW           TO BRK-LAST-RUN.
           OPEN OUTPUT BANK-REC-CONTROL.
           WRITE BRK-RECORD.
           CLOSE BANK-REC-CONTROL.

       7000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW                TO AUD-TIMESTAMP.
           MOVE "BANK-RECONCILIATION" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID        TO AUD-OPERATOR-ID.
           MOVE SPACES                TO AUD-MESSAGE.
           MOVE WS-DIFFERENCE TO AMOUNT-FORMATTED.
           STRING "Statement " DELIMITED BY SIZE
                  WS-STMT-DATE DELIMITED BY SIZE
                  " reconciled, " DELIMITED BY SIZE
                  WS-LINES-MATCHED DELIMITED BY SIZE
                  " matched, difference " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
