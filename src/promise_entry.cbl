       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-ENTRY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Desk entry for promises to pay. When a customer on the
      *> phone promises to pay an invoice by a date, (T)ake records
      *> the promised date and amount and who took the call on the
      *> PROMISE-DIARY file against the AR open item - DUNNING-RUN
      *> then sends no letter for the item until the date has gone,
      *> and BROKEN-PROMISES lists it the morning after if the cash
      *> has not arrived. A new promise on the same invoice replaces
      *> the one still open; (C)ancel withdraws an open promise so
      *> dunning resumes; (I)nquire shows an invoice's promises and
      *> how each one ended. No more sticky notes.

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

           SELECT PROMISE-DIARY ASSIGN TO "PTPDIARY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

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
       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  PROMISE-DIARY.
           COPY "ptpdiary.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-AR-STATUS       PIC X(02).
       01 WS-PTP-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-ANSWER          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-INVOICE-IN      PIC 9(06).
       01 WS-DATE-IN         PIC 9(08).
       01 WS-AMOUNT-IN       PIC 9(09)V99.
       01 WS-NOTE-IN         PIC X(30).

      *> What the diary already holds for the invoice.
       01 WS-LAST-SEQ        PIC 9(03).
       01 WS-OPEN-SEQ        PIC 9(03).
       01 WS-SCAN-DONE       PIC X(01).
       01 WS-EVENTS-SHOWN    PIC 9(04).
       01 WS-EVENT-WORD      PIC X(11).

       01 BALANCE-FORMATTED  PIC -(8)9.99.
       01 AMOUNT-FORMATTED   PIC -(8)9.99.
       01 RECEIVED-FORMATTED PIC -(8)9.99.

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

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "Could not open AR-OPEN-ITEMS, status "
                   WS-AR-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O PROMISE-DIARY.
           IF WS-PTP-STATUS = "35"
               OPEN OUTPUT PROMISE-DIARY
               CLOSE PROMISE-DIARY
               OPEN I-O PROMISE-DIARY
           END-IF.
           IF WS-PTP-STATUS NOT = "00"
               DISPLAY "Could not open PROMISE-DIARY, status "
                   WS-PTP-STATUS
               CLOSE AR-OPEN-ITEMS
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE PROMISE-DIARY.
           CLOSE AR-OPEN-ITEMS.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "AR promise-to-pay diary".
           DISPLAY "(T)ake promise, (C)ancel promise, (I)nquire, "
               "(X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "T" WHEN "t"
                   PERFORM 2000-TAKE-PROMISE THRU 2000-EXIT
               WHEN "C" WHEN "c"
                   PERFORM 3000-CANCEL-PROMISE THRU 3000-EXIT
               WHEN "I" WHEN "i"
                   PERFORM 4000-INQUIRE-PROMISES THRU 4000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-TAKE-PROMISE.
           DISPLAY "Invoice number promised: ".
           ACCEPT WS-INVOICE-IN.

           MOVE WS-INVOICE-IN TO AR-INVOICE-NUMBER.
           READ AR-OPEN-ITEMS
               KEY IS AR-INVOICE-NUMBER
               INVALID KEY
                   DISPLAY "No open item for invoice " WS-INVOICE-IN
                   GO TO 2000-EXIT
           END-READ.

           IF AR-ITEM-IN-DISPUTE
               DISPLAY "Item is in dispute - it is not being chased "
                   "until the dispute settles."
               GO TO 2000-EXIT
           END-IF.
           IF NOT AR-ITEM-IS-OPEN OR AR-OPEN-BALANCE NOT > ZERO
               DISPLAY "Item is not open - nothing to promise."
               GO TO 2000-EXIT
           END-IF.

           MOVE AR-OPEN-BALANCE TO BALANCE-FORMATTED.
           DISPLAY "Invoice " AR-INVOICE-NUMBER
               " customer " AR-CUSTOMER-ID
               " open balance " BALANCE-FORMATTED.

           PERFORM 5000-FIND-INVOICE-PROMISES.
           IF WS-OPEN-SEQ NOT = ZERO
               MOVE WS-OPEN-SEQ TO PTP-SEQ
               PERFORM 5200-READ-ONE-PROMISE
               MOVE PTP-PROMISE-AMOUNT TO AMOUNT-FORMATTED
               DISPLAY "Open promise of " AMOUNT-FORMATTED
                   " by " PTP-PROMISE-DATE
                   " taken " PTP-TAKEN-DATE " by " PTP-TAKEN-BY
               DISPLAY "Replace it with the new promise (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   DISPLAY "Promise left as it was."
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           DISPLAY "Promised payment date (CCYYMMDD): ".
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN NOT NUMERIC OR WS-DATE-IN = ZERO
               DISPLAY "Not a date - nothing recorded."
               GO TO 2000-EXIT
           END-IF.
           IF WS-DATE-IN < WS-TODAY
               DISPLAY "That date has already gone - nothing "
                   "recorded."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Amount promised (zero for the open balance): ".
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN NOT NUMERIC OR WS-AMOUNT-IN = ZERO
               MOVE AR-OPEN-BALANCE TO WS-AMOUNT-IN
           END-IF.
           IF WS-AMOUNT-IN > AR-OPEN-BALANCE
               DISPLAY "More than the open balance - nothing "
                   "recorded."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Note (who promised, how): ".
           ACCEPT WS-NOTE-IN.

      *> The promise this one replaces is kept in the diary, marked
      *> superseded - the customer's record of promises is part of
      *> the story the collector needs on the next call.
           IF WS-OPEN-SEQ NOT = ZERO
               MOVE WS-OPEN-SEQ TO PTP-SEQ
               PERFORM 5200-READ-ONE-PROMISE
               SET PTP-IS-SUPERSEDED TO TRUE
               MOVE WS-TODAY TO PTP-CHECKED-DATE
               REWRITE PTP-RECORD
               IF WS-PTP-STATUS NOT = "00"
                   DISPLAY "PROMISE-DIARY rewrite failed, status "
                       WS-PTP-STATUS
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           INITIALIZE PTP-RECORD.
           MOVE AR-INVOICE-NUMBER TO PTP-INVOICE-NUMBER.
           ADD 1 TO WS-LAST-SEQ.
           MOVE WS-LAST-SEQ       TO PTP-SEQ.
           MOVE AR-CUSTOMER-ID    TO PTP-CUSTOMER-ID.
           MOVE WS-TODAY          TO PTP-TAKEN-DATE.
           MOVE WS-OPERATOR-ID    TO PTP-TAKEN-BY.
           MOVE WS-DATE-IN        TO PTP-PROMISE-DATE.
           MOVE WS-AMOUNT-IN      TO PTP-PROMISE-AMOUNT.
           MOVE WS-NOTE-IN        TO PTP-NOTE.
           MOVE ZERO              TO PTP-AMOUNT-RECEIVED
                                     PTP-CHECKED-DATE.
           SET PTP-IS-OPEN TO TRUE.
           WRITE PTP-RECORD.
           IF WS-PTP-STATUS NOT = "00"
               DISPLAY "PROMISE-DIARY write failed, status "
                   WS-PTP-STATUS
               GO TO 2000-EXIT
           END-IF.

           PERFORM 8100-LOG-PROMISE-EVENT.
           DISPLAY "Promise recorded - no dunning letter for this "
               "item until " PTP-PROMISE-DATE " has passed.".

       2000-EXIT.
           EXIT.

       3000-CANCEL-PROMISE.
           DISPLAY "Invoice number: ".
           ACCEPT WS-INVOICE-IN.

           PERFORM 5000-FIND-INVOICE-PROMISES.
           IF WS-OPEN-SEQ = ZERO
               DISPLAY "No open promise on invoice " WS-INVOICE-IN
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-OPEN-SEQ TO PTP-SEQ.
           PERFORM 5200-READ-ONE-PROMISE.
           MOVE PTP-PROMISE-AMOUNT TO AMOUNT-FORMATTED.
           DISPLAY "Open promise of " AMOUNT-FORMATTED
               " by " PTP-PROMISE-DATE
               " taken " PTP-TAKEN-DATE " by " PTP-TAKEN-BY.
           DISPLAY "Cancel it (Y/N)? ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               GO TO 3000-EXIT
           END-IF.

           SET PTP-IS-CANCELLED TO TRUE.
           MOVE WS-TODAY TO PTP-CHECKED-DATE.
           REWRITE PTP-RECORD.
           IF WS-PTP-STATUS NOT = "00"
               DISPLAY "PROMISE-DIARY rewrite failed, status "
                   WS-PTP-STATUS
               GO TO 3000-EXIT
           END-IF.

           PERFORM 8100-LOG-PROMISE-EVENT.
           DISPLAY "Promise cancelled - the item is back in the "
               "dunning cycle.".

       3000-EXIT.
           EXIT.

       4000-INQUIRE-PROMISES.
           DISPLAY "Invoice number: ".
           ACCEPT WS-INVOICE-IN.

           MOVE ZERO TO WS-EVENTS-SHOWN.
           MOVE WS-INVOICE-IN TO PTP-INVOICE-NUMBER.
           MOVE ZERO TO PTP-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           START PROMISE-DIARY KEY IS NOT LESS THAN PTP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM 4100-SHOW-ONE-PROMISE UNTIL WS-SCAN-DONE = "Y".

           IF WS-EVENTS-SHOWN = ZERO
               DISPLAY "No promises on invoice " WS-INVOICE-IN
           END-IF.

       4000-EXIT.
           EXIT.

       4100-SHOW-ONE-PROMISE.
           READ PROMISE-DIARY NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   IF PTP-INVOICE-NUMBER NOT = WS-INVOICE-IN
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       ADD 1 TO WS-EVENTS-SHOWN
                       EVALUATE TRUE
                           WHEN PTP-IS-OPEN
                               MOVE "open"       TO WS-EVENT-WORD
                           WHEN PTP-IS-KEPT
                               MOVE "kept"       TO WS-EVENT-WORD
                           WHEN PTP-IS-BROKEN
                               MOVE "BROKEN"     TO WS-EVENT-WORD
                           WHEN PTP-IS-SUPERSEDED
                               MOVE "superseded" TO WS-EVENT-WORD
                           WHEN OTHER
                               MOVE "cancelled"  TO WS-EVENT-WORD
                       END-EVALUATE
                       MOVE PTP-PROMISE-AMOUNT  TO AMOUNT-FORMATTED
                       MOVE PTP-AMOUNT-RECEIVED TO RECEIVED-FORMATTED
                       DISPLAY PTP-TAKEN-DATE " by " PTP-TAKEN-BY
                           " promised " AMOUNT-FORMATTED
                           " by " PTP-PROMISE-DATE " - "
                           WS-EVENT-WORD
                       IF PTP-IS-KEPT OR PTP-IS-BROKEN
                           DISPLAY "         received "
                               RECEIVED-FORMATTED
                               " as checked " PTP-CHECKED-DATE
                       END-IF
                       IF PTP-NOTE NOT = SPACES
                           DISPLAY "         " PTP-NOTE
                       END-IF
                   END-IF
           END-READ.

       5000-FIND-INVOICE-PROMISES.
      *> The highest sequence used on the invoice, and the promise
      *> still open on it - there is never more than one.
           MOVE ZERO TO WS-LAST-SEQ WS-OPEN-SEQ.
           MOVE WS-INVOICE-IN TO PTP-INVOICE-NUMBER.
           MOVE ZERO TO PTP-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           START PROMISE-DIARY KEY IS NOT LESS THAN PTP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM 5100-NOTE-ONE-PROMISE UNTIL WS-SCAN-DONE = "Y".

       5100-NOTE-ONE-PROMISE.
           READ PROMISE-DIARY NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   IF PTP-INVOICE-NUMBER NOT = WS-INVOICE-IN
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       MOVE PTP-SEQ TO WS-LAST-SEQ
                       IF PTP-IS-OPEN
                           MOVE PTP-SEQ TO WS-OPEN-SEQ
                       END-IF
                   END-IF
           END-READ.

       5200-READ-ONE-PROMISE.
           MOVE WS-INVOICE-IN TO PTP-INVOICE-NUMBER.
           READ PROMISE-DIARY
               KEY IS PTP-KEY
               INVALID KEY
                   DISPLAY "PROMISE-DIARY read failed, status "
                       WS-PTP-STATUS
           END-READ.

       8100-LOG-PROMISE-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "PROMISE-ENTRY" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           MOVE PTP-PROMISE-AMOUNT TO AMOUNT-FORMATTED.
           IF PTP-IS-CANCELLED
               STRING "Promise cancelled on invoice "
                          DELIMITED BY SIZE
                      PTP-INVOICE-NUMBER DELIMITED BY SIZE
                      INTO AUD-MESSAGE
           ELSE
               STRING "Promise " DELIMITED BY SIZE
                      AMOUNT-FORMATTED DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      PTP-PROMISE-DATE DELIMITED BY SIZE
                      " on invoice " DELIMITED BY SIZE
                      PTP-INVOICE-NUMBER DELIMITED BY SIZE
                      INTO AUD-MESSAGE
           END-IF.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
