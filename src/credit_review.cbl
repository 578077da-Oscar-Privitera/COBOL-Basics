       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Monthly payment-behaviour scoring and credit-limit review.
      *> For every customer, over the twelve months to the review
      *> date: the average days each PAYMENTS receipt came in past
      *> its item's AR-DUE-DATE (the invoice date where none is
      *> set), the items DUNNING-RUN chased and the highest letter
      *> reached, the direct debits DD-RETURNS bounced (from its
      *> AUDIT-LOG entries) and the write-offs journalled on
      *> WOFFGLJ, plus what is overdue on AR-OPEN-ITEMS today. The
      *> points these earn give a risk grade A to E, stamped on
      *> CUSTOMER-MASTER, and with the twelve months' billing a
      *> suggested limit. The CREDITREV list shows every active
      *> customer with the figures behind the grade, and flags the
      *> ones to act on - put on hold, review a hold, set a limit,
      *> limit out of line with the behaviour - for the credit
      *> controller to action in CUSTOMER-MAINTENANCE. Nothing
      *> here changes a limit or a hold.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT WRITEOFF-GL ASSIGN TO "WOFFGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT REVIEW-PRINT ASSIGN TO "CREDITREV"
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
       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  PAYMENTS.
           COPY "payrec.cpy".

       FD  WRITEOFF-GL.
           COPY "glintf.cpy".

       FD  REVIEW-PRINT.
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

       78 MAX-REVIEW-CUSTOMERS VALUE 2000.
       78 REVIEW-DAYS          VALUE 365.
       78 BAD-DEBT-ACCOUNT     VALUE "65000000".

       01 WS-CM-STATUS       PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-GLJ-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-RUN-DATE        PIC 9(08).
       01 WS-RUN-INT         PIC 9(08).
       01 WS-WINDOW-START    PIC 9(08).
       01 WS-DUE-INT         PIC 9(08).
       01 WS-DAYS            PIC S9(05).
       01 WS-AR-OPEN         PIC X(01) VALUE "N".

      *> One line per customer on CUSTOMER-MASTER, in id order.
       01 WS-REVIEW-TABLE.
          05 WS-REVIEW-ENTRY OCCURS 2000 TIMES.
             10 CR-CUST-ID        PIC X(06).
             10 CR-NAME           PIC X(30).
             10 CR-LIMIT          PIC 9(09)V99.
             10 CR-HOLD           PIC X(01).
             10 CR-BILLED         PIC S9(11)V99.
             10 CR-OPEN-BALANCE   PIC S9(11)V99.
             10 CR-OLDEST-OVERDUE PIC S9(05).
             10 CR-PAYMENTS       PIC 9(05).
             10 CR-LATE-DAYS      PIC S9(09).
             10 CR-AVG-LATE       PIC S9(05).
             10 CR-DUNNED         PIC 9(04).
             10 CR-TOP-LEVEL      PIC 9(01).
             10 CR-BOUNCES        PIC 9(03).
             10 CR-WRITEOFFS      PIC 9(03).
             10 CR-POINTS         PIC 9(03).
             10 CR-GRADE          PIC X(01).
             10 CR-SUGGESTED      PIC 9(09)V99.
             10 CR-FLAG           PIC X(14).
       01 WS-CR-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-CR-INDEX        PIC 9(04).
       01 WS-CR-MATCH        PIC 9(04).
       01 WS-WANT-CUST       PIC X(06).
       01 WS-WANT-INVOICE    PIC 9(06).
       01 WS-BOUNCE-INVOICE  PIC X(06).
       01 WS-BOUNCE-LEAD     PIC X(60).

      *> Grading one customer.
       01 WS-MONTHLY-BILLED  PIC S9(11)V99.
       01 WS-LIMIT-FACTOR    PIC 9V9.
       01 WS-SUGGESTED-HUNDREDS PIC 9(07).

      *> Run counts for the summary.
       01 WS-GRADE-COUNTS.
          05 WS-GRADE-COUNT OCCURS 5 TIMES PIC 9(05).
       01 WS-GRADE-LETTERS   PIC X(05) VALUE "ABCDE".
       01 WS-GRADE-INDEX     PIC 9(01).
       01 WS-INACTIVE        PIC 9(05) VALUE ZERO.
       01 WS-FLAGGED         PIC 9(05) VALUE ZERO.
       01 WS-HOLD-ADVISED    PIC 9(05) VALUE ZERO.
       01 WS-STAMPED         PIC 9(05) VALUE ZERO.

       01 NAME-SHORT         PIC X(20).
       01 LATE-FORMATTED     PIC -(4)9.
       01 COUNT-FORMATTED    PIC ZZZ9.
       01 LEVEL-FORMATTED    PIC 9.
       01 SMALL-FORMATTED    PIC ZZ9.
       01 OVERDUE-FORMATTED  PIC -(4)9.
       01 BILLED-FORMATTED   PIC -(8)9.99.
       01 OPEN-FORMATTED     PIC -(8)9.99.
       01 LIMIT-FORMATTED    PIC Z(8)9.99.
       01 SUGGEST-FORMATTED  PIC Z(8)9.99.

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

           MOVE "CREDIT-REVIEW" TO WS-RC-JOB-NAME.
           MOVE SPACES          TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Review as at (CCYYMMDD, zero for today): ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT - REVIEW-DAYS + 1).

           PERFORM 1000-LOAD-CUSTOMERS.
           IF WS-CR-COUNT = ZERO
               DISPLAY "No customers on CUSTOMER-MASTER - nothing "
                   "to review."
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS = "00"
               MOVE "Y" TO WS-AR-OPEN
               PERFORM 1500-SCAN-OPEN-ITEMS
           ELSE
               DISPLAY "AR-OPEN-ITEMS not available, status "
                   WS-AR-STATUS " - reviewing without it."
           END-IF.

           PERFORM 2000-SCAN-PAYMENTS.
           PERFORM 2500-SCAN-AUDIT-LOG.
           PERFORM 2800-SCAN-WRITE-OFFS.

           IF WS-AR-OPEN = "Y"
               CLOSE AR-OPEN-ITEMS
           END-IF.

           MOVE ZERO TO WS-GRADE-COUNTS.
           PERFORM 5000-GRADE-ONE-CUSTOMER
               VARYING WS-CR-INDEX FROM 1 BY 1
               UNTIL WS-CR-INDEX > WS-CR-COUNT.

           OPEN OUTPUT REVIEW-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open CREDITREV, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "CREDITREV"     TO WS-RA-REPORT-NAME.
           MOVE "CREDIT-REVIEW" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.
           PERFORM 3000-PRINT-HEADINGS.
           PERFORM 3100-PRINT-ONE-CUSTOMER
               VARYING WS-CR-INDEX FROM 1 BY 1
               UNTIL WS-CR-INDEX > WS-CR-COUNT.
           PERFORM 3500-PRINT-SUMMARY.
           CLOSE REVIEW-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           PERFORM 6000-STAMP-THE-GRADES.

           DISPLAY "Customers graded: " WS-STAMPED.
           DISPLAY "No activity     : " WS-INACTIVE.
           DISPLAY "Flagged         : " WS-FLAGGED.
           IF WS-HOLD-ADVISED > ZERO
               DISPLAY "** " WS-HOLD-ADVISED " customer(s) advised "
                   "for credit hold - see CREDITREV."
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CUSTOMER-MASTER, status "
                   WS-CM-STATUS
           ELSE
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY
                       MOVE "10" TO WS-CM-STATUS
               END-START
               PERFORM 1100-LOAD-ONE-CUSTOMER
                   UNTIL WS-CM-STATUS = "10"
               CLOSE CUSTOMER-MASTER
           END-IF.

       1100-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT
               AT END
                   MOVE "10" TO WS-CM-STATUS
               NOT AT END
                   IF WS-CR-COUNT >= MAX-REVIEW-CUSTOMERS
                       DISPLAY "** more than " MAX-REVIEW-CUSTOMERS
                           " customers - " CUST-ID " onward not "
                           "reviewed"
                       MOVE "10" TO WS-CM-STATUS
                   ELSE
                       ADD 1 TO WS-CR-COUNT
                       MOVE CUST-ID   TO CR-CUST-ID(WS-CR-COUNT)
                       MOVE CUST-NAME TO CR-NAME(WS-CR-COUNT)
      *> Spaces on a not-yet-re-cut record mean no limit.
                       IF CUST-CREDIT-LIMIT NUMERIC
                           MOVE CUST-CREDIT-LIMIT
                               TO CR-LIMIT(WS-CR-COUNT)
                       ELSE
                           MOVE ZERO TO CR-LIMIT(WS-CR-COUNT)
                       END-IF
                       MOVE CUST-HOLD-FLAG TO CR-HOLD(WS-CR-COUNT)
                       MOVE ZERO TO CR-BILLED(WS-CR-COUNT)
                           CR-OPEN-BALANCE(WS-CR-COUNT)
                           CR-OLDEST-OVERDUE(WS-CR-COUNT)
                           CR-PAYMENTS(WS-CR-COUNT)
                           CR-LATE-DAYS(WS-CR-COUNT)
                           CR-AVG-LATE(WS-CR-COUNT)
                           CR-DUNNED(WS-CR-COUNT)
                           CR-TOP-LEVEL(WS-CR-COUNT)
                           CR-BOUNCES(WS-CR-COUNT)
                           CR-WRITEOFFS(WS-CR-COUNT)
                           CR-POINTS(WS-CR-COUNT)
                           CR-SUGGESTED(WS-CR-COUNT)
                       MOVE SPACES TO CR-GRADE(WS-CR-COUNT)
                           CR-FLAG(WS-CR-COUNT)
                   END-IF
           END-READ.

       1500-SCAN-OPEN-ITEMS.
      *> Billing and dunning over the window; open balance and the
      *> oldest overdue item as at the review date.
           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-AR-STATUS
           END-START.
           PERFORM 1600-SCAN-ONE-ITEM UNTIL WS-AR-STATUS = "10".

       1600-SCAN-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   MOVE AR-CUSTOMER-ID TO WS-WANT-CUST
                   PERFORM 5500-FIND-CUSTOMER
                   IF WS-CR-MATCH NOT = ZERO
                       PERFORM 1700-NOTE-ONE-ITEM
                   END-IF
           END-READ.

       1700-NOTE-ONE-ITEM.
           IF AR-INVOICE-DATE >= WS-WINDOW-START
               AND AR-INVOICE-DATE <= WS-RUN-DATE
               ADD AR-INVOICE-TOTAL TO CR-BILLED(WS-CR-MATCH)
               IF AR-DUNNING-LEVEL NUMERIC
                   AND AR-DUNNING-LEVEL > ZERO
                   ADD 1 TO CR-DUNNED(WS-CR-MATCH)
                   IF AR-DUNNING-LEVEL > CR-TOP-LEVEL(WS-CR-MATCH)
                       MOVE AR-DUNNING-LEVEL
                           TO CR-TOP-LEVEL(WS-CR-MATCH)
                   END-IF
               END-IF
           END-IF.

           IF AR-ITEM-IS-OPEN OR AR-ITEM-IN-DISPUTE
               ADD AR-OPEN-BALANCE TO CR-OPEN-BALANCE(WS-CR-MATCH)
               IF AR-OPEN-BALANCE > ZERO
                   PERFORM 5600-DAYS-PAST-DUE
                   COMPUTE WS-DAYS = WS-RUN-INT - WS-DUE-INT
                   IF WS-DAYS > CR-OLDEST-OVERDUE(WS-CR-MATCH)
                       MOVE WS-DAYS TO CR-OLDEST-OVERDUE(WS-CR-MATCH)
                   END-IF
               END-IF
           END-IF.

       2000-SCAN-PAYMENTS.
           OPEN INPUT PAYMENTS.
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "PAYMENTS not available, status "
                   WS-PAY-STATUS " - no payment history scored."
           ELSE
               PERFORM 2100-SCAN-ONE-PAYMENT
                   UNTIL WS-PAY-STATUS = "10"
               CLOSE PAYMENTS
           END-IF.

       2100-SCAN-ONE-PAYMENT.
      *> A receipt against an item, in the window: days from the
      *> item's due date to the receipt, early payment counting
      *> negative. Refunds, bounces and on-account money are not
      *> payments of an item.
           READ PAYMENTS
               AT END
                   MOVE "10" TO WS-PAY-STATUS
               NOT AT END
                   IF PAY-DATE >= WS-WINDOW-START
                       AND PAY-DATE <= WS-RUN-DATE
                       AND PAY-AMOUNT > ZERO
                       AND PAY-INVOICE-NUMBER NOT = ZERO
                       PERFORM 2200-SCORE-ONE-PAYMENT
                   END-IF
           END-READ.

       2200-SCORE-ONE-PAYMENT.
           MOVE PAY-CUSTOMER-ID TO WS-WANT-CUST.
           PERFORM 5500-FIND-CUSTOMER.
           IF WS-CR-MATCH NOT = ZERO AND WS-AR-OPEN = "Y"
               MOVE PAY-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               READ AR-OPEN-ITEMS
                   KEY IS AR-INVOICE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5600-DAYS-PAST-DUE
                       COMPUTE WS-DAYS =
                           FUNCTION INTEGER-OF-DATE(PAY-DATE)
                           - WS-DUE-INT
                       ADD 1 TO CR-PAYMENTS(WS-CR-MATCH)
                       ADD WS-DAYS TO CR-LATE-DAYS(WS-CR-MATCH)
               END-READ
           END-IF.

       2500-SCAN-AUDIT-LOG.
      *> DD-RETURNS logs one "Bounced ... on invoice nnnnnn" entry
      *> per returned debit - the only dated record of a bounce.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG not available, status "
                   WS-AUD-STATUS " - no bounced debits scored."
           ELSE
               PERFORM 2600-SCAN-ONE-AUDIT
                   UNTIL WS-AUD-STATUS = "10"
               CLOSE AUDIT-LOG
           END-IF.

       2600-SCAN-ONE-AUDIT.
           READ AUDIT-LOG
               AT END
                   MOVE "10" TO WS-AUD-STATUS
               NOT AT END
                   IF AUD-PROGRAM-ID = "DD-RETURNS"
                       AND AUD-MESSAGE(1:8) = "Bounced "
                       AND AUD-TIMESTAMP(1:8) >= WS-WINDOW-START
                       AND AUD-TIMESTAMP(1:8) <= WS-RUN-DATE
                       PERFORM 2700-SCORE-ONE-BOUNCE
                   END-IF
           END-READ.

       2700-SCORE-ONE-BOUNCE.
           MOVE SPACES TO WS-BOUNCE-INVOICE.
           UNSTRING AUD-MESSAGE DELIMITED BY " on invoice "
               INTO WS-BOUNCE-LEAD WS-BOUNCE-INVOICE.
           IF WS-BOUNCE-INVOICE NUMERIC
               MOVE WS-BOUNCE-INVOICE TO WS-WANT-INVOICE
               PERFORM 5700-OWNER-OF-INVOICE
               IF WS-CR-MATCH NOT = ZERO
                   ADD 1 TO CR-BOUNCES(WS-CR-MATCH)
               END-IF
           END-IF.

       2800-SCAN-WRITE-OFFS.
      *> WRITE-OFF-ENTRY's bad-debt leg carries the invoice in its
      *> reference - one write-off per leg.
           OPEN INPUT WRITEOFF-GL.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "No WOFFGLJ on file - no write-offs scored."
           ELSE
               PERFORM 2900-SCAN-ONE-LEG
                   UNTIL WS-GLJ-STATUS = "10"
               CLOSE WRITEOFF-GL
           END-IF.

       2900-SCAN-ONE-LEG.
           READ WRITEOFF-GL
               AT END
                   MOVE "10" TO WS-GLJ-STATUS
               NOT AT END
                   IF GLJ-IS-DETAIL
                       AND GLJ-IS-DEBIT
                       AND GLJ-ACCOUNT = BAD-DEBT-ACCOUNT
                       AND GLJ-REFERENCE(1:5) = "WOFF "
                       AND GLJ-REFERENCE(6:6) NUMERIC
                       AND GLJ-POSTING-DATE >= WS-WINDOW-START
                       AND GLJ-POSTING-DATE <= WS-RUN-DATE
                       MOVE GLJ-REFERENCE(6:6) TO WS-WANT-INVOICE
                       PERFORM 5700-OWNER-OF-INVOICE
                       IF WS-CR-MATCH NOT = ZERO
                           ADD 1 TO CR-WRITEOFFS(WS-CR-MATCH)
                       END-IF
                   END-IF
           END-READ.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "CREDIT REVIEW AS AT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - BEHAVIOUR SINCE " DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "CUST   NAME                 G  LATE DUNN L BNC "
                      DELIMITED BY SIZE
                  "WOF  OVRDUE   12M BILLED     OPEN BAL"
                      DELIMITED BY SIZE
                  "        LIMIT    SUGGESTED H ACTION"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3100-PRINT-ONE-CUSTOMER.
           IF CR-GRADE(WS-CR-INDEX) NOT = "N"
               MOVE CR-NAME(WS-CR-INDEX)         TO NAME-SHORT
               MOVE CR-AVG-LATE(WS-CR-INDEX)     TO LATE-FORMATTED
               MOVE CR-DUNNED(WS-CR-INDEX)       TO COUNT-FORMATTED
               MOVE CR-TOP-LEVEL(WS-CR-INDEX)    TO LEVEL-FORMATTED
               MOVE CR-OLDEST-OVERDUE(WS-CR-INDEX)
                   TO OVERDUE-FORMATTED
               MOVE CR-BILLED(WS-CR-INDEX)       TO BILLED-FORMATTED
               MOVE CR-OPEN-BALANCE(WS-CR-INDEX) TO OPEN-FORMATTED
               MOVE CR-LIMIT(WS-CR-INDEX)        TO LIMIT-FORMATTED
               MOVE CR-SUGGESTED(WS-CR-INDEX)    TO SUGGEST-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING CR-CUST-ID(WS-CR-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NAME-SHORT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CR-GRADE(WS-CR-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LATE-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COUNT-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LEVEL-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO PRT-LINE
               MOVE CR-BOUNCES(WS-CR-INDEX) TO SMALL-FORMATTED
               MOVE SMALL-FORMATTED TO PRT-LINE(44:3)
               MOVE CR-WRITEOFFS(WS-CR-INDEX) TO SMALL-FORMATTED
               MOVE SMALL-FORMATTED TO PRT-LINE(48:3)
               MOVE OVERDUE-FORMATTED TO PRT-LINE(54:5)
               MOVE BILLED-FORMATTED TO PRT-LINE(60:12)
               MOVE OPEN-FORMATTED TO PRT-LINE(73:12)
               MOVE LIMIT-FORMATTED TO PRT-LINE(86:12)
               MOVE SUGGEST-FORMATTED TO PRT-LINE(99:12)
               MOVE CR-HOLD(WS-CR-INDEX) TO PRT-LINE(112:1)
               MOVE CR-FLAG(WS-CR-INDEX) TO PRT-LINE(114:14)
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       3500-PRINT-SUMMARY.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           PERFORM 3510-PRINT-ONE-GRADE
               VARYING WS-GRADE-INDEX FROM 1 BY 1
               UNTIL WS-GRADE-INDEX > 5.
           MOVE SPACES TO PRT-LINE.
           STRING "No activity to grade " DELIMITED BY SIZE
                  WS-INACTIVE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Flagged for action   " DELIMITED BY SIZE
                  WS-FLAGGED DELIMITED BY SIZE
                  ", of which put on hold " DELIMITED BY SIZE
                  WS-HOLD-ADVISED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Grades: A on time, B slightly late, C late or "
                      DELIMITED BY SIZE
                  "chased, D persistently late, E hold. LATE is "
                      DELIMITED BY SIZE
                  "average days past due." DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3510-PRINT-ONE-GRADE.
           MOVE SPACES TO PRT-LINE.
           STRING "Grade " DELIMITED BY SIZE
                  WS-GRADE-LETTERS(WS-GRADE-INDEX:1) DELIMITED BY SIZE
                  "              " DELIMITED BY SIZE
                  WS-GRADE-COUNT(WS-GRADE-INDEX) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       5000-GRADE-ONE-CUSTOMER.
           IF CR-BILLED(WS-CR-INDEX) = ZERO
               AND CR-OPEN-BALANCE(WS-CR-INDEX) = ZERO
               AND CR-PAYMENTS(WS-CR-INDEX) = ZERO
               AND CR-BOUNCES(WS-CR-INDEX) = ZERO
               AND CR-WRITEOFFS(WS-CR-INDEX) = ZERO
               MOVE "N" TO CR-GRADE(WS-CR-INDEX)
               ADD 1 TO WS-INACTIVE
           ELSE
               PERFORM 5100-SCORE-THE-BEHAVIOUR
               PERFORM 5200-SUGGEST-A-LIMIT
               PERFORM 5300-FLAG-FOR-ACTION
           END-IF.

       5100-SCORE-THE-BEHAVIOUR.
      *> Points for lateness paying, for what is overdue now, for
      *> the dunning ladder, bounced debits and write-offs; the
      *> total sets the grade.
           MOVE ZERO TO CR-POINTS(WS-CR-INDEX).
           IF CR-PAYMENTS(WS-CR-INDEX) > ZERO
               COMPUTE CR-AVG-LATE(WS-CR-INDEX) ROUNDED =
                   CR-LATE-DAYS(WS-CR-INDEX)
                   / CR-PAYMENTS(WS-CR-INDEX)
           END-IF.
           EVALUATE TRUE
               WHEN CR-AVG-LATE(WS-CR-INDEX) > 60
                   ADD 4 TO CR-POINTS(WS-CR-INDEX)
               WHEN CR-AVG-LATE(WS-CR-INDEX) > 30
                   ADD 3 TO CR-POINTS(WS-CR-INDEX)
               WHEN CR-AVG-LATE(WS-CR-INDEX) > 10
                   ADD 2 TO CR-POINTS(WS-CR-INDEX)
               WHEN CR-AVG-LATE(WS-CR-INDEX) > ZERO
                   ADD 1 TO CR-POINTS(WS-CR-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CR-OLDEST-OVERDUE(WS-CR-INDEX) > 90
                   ADD 3 TO CR-POINTS(WS-CR-INDEX)
               WHEN CR-OLDEST-OVERDUE(WS-CR-INDEX) > 60
                   ADD 2 TO CR-POINTS(WS-CR-INDEX)
               WHEN CR-OLDEST-OVERDUE(WS-CR-INDEX) > 30
                   ADD 1 TO CR-POINTS(WS-CR-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           ADD CR-TOP-LEVEL(WS-CR-INDEX) TO CR-POINTS(WS-CR-INDEX).
           IF CR-DUNNED(WS-CR-INDEX) > 5
               ADD 1 TO CR-POINTS(WS-CR-INDEX)
           END-IF.

           IF CR-BOUNCES(WS-CR-INDEX) > 1
               ADD 4 TO CR-POINTS(WS-CR-INDEX)
           ELSE
               COMPUTE CR-POINTS(WS-CR-INDEX) =
                   CR-POINTS(WS-CR-INDEX)
                   + CR-BOUNCES(WS-CR-INDEX) * 2
           END-IF.

           IF CR-WRITEOFFS(WS-CR-INDEX) > ZERO
               ADD 4 TO CR-POINTS(WS-CR-INDEX)
           END-IF.

           EVALUATE TRUE
               WHEN CR-POINTS(WS-CR-INDEX) >= 9
                   MOVE "E" TO CR-GRADE(WS-CR-INDEX)
                   MOVE 5 TO WS-GRADE-INDEX
               WHEN CR-POINTS(WS-CR-INDEX) >= 6
                   MOVE "D" TO CR-GRADE(WS-CR-INDEX)
                   MOVE 4 TO WS-GRADE-INDEX
               WHEN CR-POINTS(WS-CR-INDEX) >= 4
                   MOVE "C" TO CR-GRADE(WS-CR-INDEX)
                   MOVE 3 TO WS-GRADE-INDEX
               WHEN CR-POINTS(WS-CR-INDEX) >= 2
                   MOVE "B" TO CR-GRADE(WS-CR-INDEX)
                   MOVE 2 TO WS-GRADE-INDEX
               WHEN OTHER
                   MOVE "A" TO CR-GRADE(WS-CR-INDEX)
                   MOVE 1 TO WS-GRADE-INDEX
           END-EVALUATE.
           ADD 1 TO WS-GRADE-COUNT(WS-GRADE-INDEX).

       5200-SUGGEST-A-LIMIT.
      *> Months of the customer's average billing the grade will
      *> stand - three for an A down to none for an E - to the
      *> nearest hundred.
           EVALUATE CR-GRADE(WS-CR-INDEX)
               WHEN "A"
                   MOVE 3 TO WS-LIMIT-FACTOR
               WHEN "B"
                   MOVE 2 TO WS-LIMIT-FACTOR
               WHEN "C"
                   MOVE 1 TO WS-LIMIT-FACTOR
               WHEN "D"
                   MOVE 0.5 TO WS-LIMIT-FACTOR
               WHEN OTHER
                   MOVE ZERO TO WS-LIMIT-FACTOR
           END-EVALUATE.
           COMPUTE WS-MONTHLY-BILLED = CR-BILLED(WS-CR-INDEX) / 12.
           IF WS-MONTHLY-BILLED < ZERO
               MOVE ZERO TO WS-MONTHLY-BILLED
           END-IF.
           COMPUTE WS-SUGGESTED-HUNDREDS ROUNDED =
               WS-MONTHLY-BILLED * WS-LIMIT-FACTOR / 100.
           COMPUTE CR-SUGGESTED(WS-CR-INDEX) =
               WS-SUGGESTED-HUNDREDS * 100.

       5300-FLAG-FOR-ACTION.
      *> One action per customer, the most pressing first. A limit
      *> is out of line when it is more than twice the suggestion
      *> for a C to E payer, or under half of it for an A or B.
           EVALUATE TRUE
               WHEN CR-GRADE(WS-CR-INDEX) = "E"
                   AND CR-HOLD(WS-CR-INDEX) NOT = "Y"
                   MOVE "PUT ON HOLD" TO CR-FLAG(WS-CR-INDEX)
                   ADD 1 TO WS-HOLD-ADVISED
               WHEN CR-HOLD(WS-CR-INDEX) = "Y"
                   AND (CR-GRADE(WS-CR-INDEX) = "A"
                        OR CR-GRADE(WS-CR-INDEX) = "B")
                   MOVE "REVIEW HOLD" TO CR-FLAG(WS-CR-INDEX)
               WHEN CR-HOLD(WS-CR-INDEX) = "Y"
                   CONTINUE
               WHEN CR-LIMIT(WS-CR-INDEX) = ZERO
                   AND CR-GRADE(WS-CR-INDEX) NOT = "A"
                   AND CR-GRADE(WS-CR-INDEX) NOT = "B"
                   MOVE "SET A LIMIT" TO CR-FLAG(WS-CR-INDEX)
               WHEN CR-LIMIT(WS-CR-INDEX) NOT = ZERO
                   AND CR-GRADE(WS-CR-INDEX) NOT = "A"
                   AND CR-GRADE(WS-CR-INDEX) NOT = "B"
                   AND CR-LIMIT(WS-CR-INDEX)
                       > CR-SUGGESTED(WS-CR-INDEX) * 2
                   MOVE "LIMIT TOO HIGH" TO CR-FLAG(WS-CR-INDEX)
               WHEN CR-LIMIT(WS-CR-INDEX) NOT = ZERO
                   AND (CR-GRADE(WS-CR-INDEX) = "A"
                        OR CR-GRADE(WS-CR-INDEX) = "B")
                   AND CR-LIMIT(WS-CR-INDEX) * 2
                       < CR-SUGGESTED(WS-CR-INDEX)
                   MOVE "LIMIT TOO LOW" TO CR-FLAG(WS-CR-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CR-FLAG(WS-CR-INDEX) NOT = SPACES
               ADD 1 TO WS-FLAGGED
           END-IF.

       5500-FIND-CUSTOMER.
           MOVE ZERO TO WS-CR-MATCH.
           PERFORM 5510-MATCH-ONE-CUSTOMER
               VARYING WS-CR-INDEX FROM 1 BY 1
               UNTIL WS-CR-INDEX > WS-CR-COUNT
               OR WS-CR-MATCH NOT = ZERO.

       5510-MATCH-ONE-CUSTOMER.
           IF CR-CUST-ID(WS-CR-INDEX) = WS-WANT-CUST
               MOVE WS-CR-INDEX TO WS-CR-MATCH
           END-IF.

       5600-DAYS-PAST-DUE.
      *> An item with no due date falls back to its invoice date,
      *> as the ageing report does.
           IF AR-DUE-DATE NUMERIC AND AR-DUE-DATE > ZERO
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
           END-IF.

       5700-OWNER-OF-INVOICE.
           MOVE ZERO TO WS-CR-MATCH.
           IF WS-AR-OPEN = "Y"
               MOVE WS-WANT-INVOICE TO AR-INVOICE-NUMBER
               READ AR-OPEN-ITEMS
                   KEY IS AR-INVOICE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-CUSTOMER-ID TO WS-WANT-CUST
                       PERFORM 5500-FIND-CUSTOMER
               END-READ
           END-IF.

       6000-STAMP-THE-GRADES.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not reopen CUSTOMER-MASTER, status "
                   WS-CM-STATUS " - grades not stamped."
           ELSE
               PERFORM 6100-STAMP-ONE-GRADE
                   VARYING WS-CR-INDEX FROM 1 BY 1
                   UNTIL WS-CR-INDEX > WS-CR-COUNT
               CLOSE CUSTOMER-MASTER
           END-IF.

       6100-STAMP-ONE-GRADE.
           MOVE CR-CUST-ID(WS-CR-INDEX) TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-GRADE(WS-CR-INDEX) TO CUST-RISK-GRADE
                   MOVE WS-RUN-DATE TO CUST-RISK-GRADED
                   REWRITE CUST-RECORD
                   IF WS-CM-STATUS = "00"
                       ADD 1 TO WS-STAMPED
                   ELSE
                       DISPLAY "** grade rewrite failed for "
                           CUST-ID ", status " WS-CM-STATUS
                   END-IF
           END-READ.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "CREDIT-REVIEW" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           STRING "Credit review " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-STAMPED DELIMITED BY SIZE
                  " graded, " DELIMITED BY SIZE
                  WS-FLAGGED DELIMITED BY SIZE
                  " flagged" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
