      *> company's own invoice band, priced through the governed
      *> VAT and rounding tables. Proration uses 30-day months,
      *> the same simplification the billing run's day-28 rule
      *> already leans on. A credit for the unused part of a
      *> quarterly or annual line reverses the matching share of
      *> the line's deferral on DEFERRED-REVENUE - never more than
      *> is still unreleased - so it comes off deferred income
      *> rather than revenue, and the rest of the deferral is
      *> earned out by the termination month.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT DEFERRED-REVENUE ASSIGN TO "DEFREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTS-FILE.
       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  DEFERRED-REVENUE.
           COPY "defrev.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "vatctbl.cpy".
       01 WS-SEQ-STATUS      PIC X(02).
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-DFR-STATUS      PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
             10 SL-VAT-CATEGORY PIC X(01).
             10 SL-VAT-RATE     PIC 9V99.
             10 SL-VAT          PIC S9(07)V99.
             10 SL-LINE-NO      PIC 9(02).
             10 SL-FREQUENCY    PIC X(01).
       01 WS-SETTLE-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-SETTLE-INDEX    PIC 9(02).
       01 WS-LINES-STAMPED   PIC 9(03) VALUE ZERO.
       01 WS-SEQ-BAND-TOP    PIC 9(07).
       01 WS-INVOICE-NUMBER  PIC 9(06).

      *> The deferral a credited line reverses - the latest still
      *> open one for the contract line.
       01 WS-DFR-SEQ         PIC 9(03).
       01 WS-DFR-BEST-KEY    PIC X(09).
       01 WS-DFR-BEST-DATE   PIC 9(08).
       01 WS-DFR-UNRELEASED  PIC S9(09)V99.
       01 WS-DFR-REVERSE     PIC S9(09)V99.
       01 WS-DFR-ORIGINAL    PIC 9(06).
       01 WS-DFR-REVERSED    PIC 9(03) VALUE ZERO.

       01 NET-FORMATTED      PIC -(6)9.99.
       01 TOTAL-FORMATTED    PIC -(7)9.99.

           END-IF.

           ADD 1 TO WS-SETTLE-COUNT.
           MOVE CT-LINE-NO   TO SL-LINE-NO(WS-SETTLE-COUNT).
           MOVE CT-FREQUENCY TO SL-FREQUENCY(WS-SETTLE-COUNT).
           IF WS-DIFF-DAYS < ZERO
               STRING "Unused period on " DELIMITED BY SIZE
                      CT-DESCRIPTION DELIMITED BY SIZE
           PERFORM 2500-RECORD-THE-BANDS.
           PERFORM 2600-RAISE-THE-OPEN-ITEM.
           PERFORM 2700-STORE-THE-DETAIL.
           PERFORM 2800-REVERSE-THE-DEFERRALS THRU 2800-EXIT.
           PERFORM 8150-LOG-SETTLEMENT.

           DISPLAY "Settlement document " WS-INVOICE-NUMBER
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
           MOVE SL-VAT(WS-SETTLE-INDEX) TO IDL-VAT-AMOUNT.
           MOVE ZERO TO IDL-DISCOUNT-AMOUNT.
           MOVE SPACES TO IDL-ITEM-CODE.
           MOVE ZERO TO IDL-UNIT-COST.
           WRITE ID-RECORD.

       2800-REVERSE-THE-DEFERRALS.
      *> Only a credited quarterly or annual line was deferred. No
      *> DEFERRED-REVENUE file means nothing ever was.
           OPEN I-O DEFERRED-REVENUE.
           IF WS-DFR-STATUS = "35"
               GO TO 2800-EXIT
           END-IF.
           IF WS-DFR-STATUS NOT = "00"
               DISPLAY "** could not open DEFERRED-REVENUE, status "
                   WS-DFR-STATUS " - deferrals not reversed, the "
                   "credit posts to revenue"
               GO TO 2800-EXIT
           END-IF.

           MOVE ZERO TO WS-DFR-SEQ.
           PERFORM 2810-REVERSE-ONE-LINE THRU 2810-EXIT
               VARYING WS-SETTLE-INDEX FROM 1 BY 1
               UNTIL WS-SETTLE-INDEX > WS-SETTLE-COUNT.
           CLOSE DEFERRED-REVENUE.

           IF WS-DFR-REVERSED > ZERO
               DISPLAY WS-DFR-REVERSED " deferral(s) reversed on "
                   "DEFERRED-REVENUE."
           END-IF.

       2800-EXIT.
           EXIT.

       2810-REVERSE-ONE-LINE.
           IF SL-NET(WS-SETTLE-INDEX) NOT < ZERO
               GO TO 2810-EXIT
           END-IF.
           IF SL-FREQUENCY(WS-SETTLE-INDEX) NOT = "Q"
               AND SL-FREQUENCY(WS-SETTLE-INDEX) NOT = "A"
               GO TO 2810-EXIT
           END-IF.

           MOVE SPACES TO WS-DFR-BEST-KEY.
           MOVE ZERO   TO WS-DFR-BEST-DATE.
           MOVE LOW-VALUES TO DFR-KEY.
           START DEFERRED-REVENUE KEY IS NOT LESS THAN DFR-KEY
               INVALID KEY
                   MOVE "10" TO WS-DFR-STATUS
           END-START.
           PERFORM 2820-CHECK-ONE-DEFERRAL
               UNTIL WS-DFR-STATUS = "10".

           IF WS-DFR-BEST-KEY = SPACES
               DISPLAY "** line " SL-LINE-NO(WS-SETTLE-INDEX)
                   " has no open deferral - its credit posts to "
                   "revenue"
               GO TO 2810-EXIT
           END-IF.

           MOVE WS-DFR-BEST-KEY TO DFR-KEY.
           READ DEFERRED-REVENUE
               KEY IS DFR-KEY
               INVALID KEY
                   GO TO 2810-EXIT
           END-READ.

      *> What was already released is revenue and stays there - the
      *> reversal takes no more than is still deferred, and any
      *> excess of the credit comes off revenue.
           COMPUTE WS-DFR-UNRELEASED =
               DFR-NET-AMOUNT - DFR-RELEASED-AMOUNT
               - DFR-REVERSED-AMOUNT.
           COMPUTE WS-DFR-REVERSE = 0 - SL-NET(WS-SETTLE-INDEX).
           IF WS-DFR-REVERSE > WS-DFR-UNRELEASED
               MOVE WS-DFR-UNRELEASED TO WS-DFR-REVERSE
           END-IF.
           IF WS-DFR-REVERSE < ZERO
               MOVE ZERO TO WS-DFR-REVERSE
           END-IF.

           ADD WS-DFR-REVERSE TO DFR-REVERSED-AMOUNT.
           MOVE WS-TERM-DATE(1:6) TO DFR-END-MONTH.
           SET DFR-IS-TERMINATED TO TRUE.
           MOVE DFR-INVOICE-NUMBER TO WS-DFR-ORIGINAL.
           REWRITE DFR-RECORD.
           IF WS-DFR-STATUS NOT = "00"
               DISPLAY "** DEFERRED-REVENUE rewrite failed, status "
                   WS-DFR-STATUS " - line "
                   SL-LINE-NO(WS-SETTLE-INDEX) " not reversed"
               GO TO 2810-EXIT
           END-IF.

           IF WS-DFR-REVERSE = ZERO
               GO TO 2810-EXIT
           END-IF.

      *> The reversal entry sits under the credit note at the rate
      *> of its band, where GL-INTERFACE looks for it.
           ADD 1 TO WS-DFR-SEQ.
           MOVE WS-INVOICE-NUMBER TO DFR-INVOICE-NUMBER.
           MOVE WS-DFR-SEQ        TO DFR-SEQ.
           SET DFR-IS-REVERSAL    TO TRUE.
           MOVE WS-TODAY          TO DFR-INVOICE-DATE.
           MOVE SL-VAT-RATE(WS-SETTLE-INDEX) TO DFR-VAT-RATE.
           COMPUTE DFR-NET-AMOUNT = 0 - WS-DFR-REVERSE.
           MOVE WS-TERM-DATE(1:6) TO DFR-FIRST-MONTH.
           MOVE ZERO              TO DFR-MONTHS.
           MOVE ZERO              TO DFR-RELEASED-AMOUNT.
           MOVE ZERO              TO DFR-REVERSED-AMOUNT.
           MOVE ZERO              TO DFR-LAST-RELEASE-MONTH.
           MOVE WS-DFR-ORIGINAL   TO DFR-SOURCE-INVOICE.
           MOVE WS-TERM-DATE(1:6) TO DFR-END-MONTH.
           SET DFR-IS-FINISHED    TO TRUE.
           WRITE DFR-RECORD.
           IF WS-DFR-STATUS NOT = "00"
               DISPLAY "** DEFERRED-REVENUE write failed, status "
                   WS-DFR-STATUS " - reversal for line "
                   SL-LINE-NO(WS-SETTLE-INDEX) " not recorded"
           ELSE
               ADD 1 TO WS-DFR-REVERSED
           END-IF.

       2810-EXIT.
           EXIT.

       2820-CHECK-ONE-DEFERRAL.
           READ DEFERRED-REVENUE NEXT
               AT END
                   MOVE "10" TO WS-DFR-STATUS
               NOT AT END
                   IF DFR-IS-DEFERRAL
                       AND NOT DFR-IS-FINISHED
                       AND DFR-CONTRACT-ID = WS-CONTRACT-IN
                       AND DFR-LINE-NO = SL-LINE-NO(WS-SETTLE-INDEX)
                       AND DFR-INVOICE-DATE NOT < WS-DFR-BEST-DATE
                       MOVE DFR-KEY          TO WS-DFR-BEST-KEY
                       MOVE DFR-INVOICE-DATE TO WS-DFR-BEST-DATE
                   END-IF
           END-READ.

       8150-LOG-SETTLEMENT.
      *> One CONTRACT-SETTLE entry per raised settlement document
      *> - END-OF-DAY-BALANCE counts this id against what landed
