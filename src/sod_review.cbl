       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REVIEW.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Weekly segregation-of-duties review. Over the seven days to
      *> the week-ending date, gathers who took each step on the
      *> receivables - from the AUDIT-LOG (every retained AUDITGn
      *> generation and the live file): invoices and credit notes
      *> keyed in INVOICE-CALC, payments, refunds, bank auto-applies,
      *> write-offs and credit-limit changes; from the DISPUTE-LOG:
      *> disputes raised and settled. Each step is tied to its
      *> invoice and customer - the customer off AR-OPEN-ITEMS, or
      *> off the week's PAYMENTS for an item no longer there. Every
      *> rule on SOD-RULES is then tested: one operator id taking
      *> both steps of a rule on the same invoice (or, for a
      *> customer-scoped rule, the same customer) is listed once
      *> per rule, operator and document on SODRPT for the auditors
      *> to follow up. Nothing is changed. The write-off GL journal
      *> carries no operator, so WRITE-OFF's own audit entries are
      *> the write-off log read here.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES ASSIGN TO "SODRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-RULE-ID
               FILE STATUS IS WS-SOD-STATUS.

           SELECT AUDIT-SOURCE ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT DISPUTE-LOG ASSIGN TO "DISPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.

           SELECT SOD-REPORT ASSIGN TO "SODRPT"
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
       FD  SOD-RULES.
           COPY "sodrule.cpy".

       FD  AUDIT-SOURCE.
       01 SRC-RECORD PIC X(131).

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  PAYMENTS.
           COPY "payrec.cpy".

       FD  DISPUTE-LOG.
           COPY "displog.cpy".

       FD  SOD-REPORT.
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

       78 MAX-SOD-RULES      VALUE 50.
       78 MAX-SOD-STEPS      VALUE 10000.
       78 MAX-SOD-PAYMENTS   VALUE 5000.
       78 MAX-SOD-EXCEPTIONS VALUE 2000.
       78 REVIEW-DAYS        VALUE 7.

       01 WS-SOD-STATUS      PIC X(02).
       01 WS-SRC-STATUS      PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-DL-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-RUN-DATE        PIC 9(08).
       01 WS-RUN-INT         PIC 9(08).
       01 WS-WINDOW-START    PIC 9(08).
       01 WS-AR-OPEN         PIC X(01) VALUE "N".

       01 WS-SOURCE-NAME     PIC X(10).
      *> Two digits - the slot loop must be able to step past 9 to
      *> terminate.
       01 WS-GEN-SLOT        PIC 9(02).

      *> The rules as the auditors keyed them, with the exceptions
      *> each one raised this week.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES.
             10 RT-RULE-ID         PIC X(04).
             10 RT-STEP-ONE        PIC X(08).
             10 RT-STEP-TWO        PIC X(08).
             10 RT-SCOPE           PIC X(01).
             10 RT-DESCRIPTION     PIC X(40).
             10 RT-HITS            PIC 9(05).
       01 WS-RULE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-RULE-INDEX      PIC 9(02).

      *> One entry per step found in the week - who took it, on
      *> which invoice (zero for a customer-only step) and customer.
      *> ST-REFERENCE is the credit note's own number, the invoice
      *> it credits being ST-INVOICE.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 10000 TIMES.
             10 ST-OPERATOR        PIC X(10).
             10 ST-STEP            PIC X(08).
             10 ST-INVOICE         PIC 9(06).
             10 ST-CUSTOMER        PIC X(06).
             10 ST-DATE            PIC 9(08).
             10 ST-REFERENCE       PIC 9(06).
       01 WS-STEP-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-STEP-INDEX      PIC 9(05).
       01 WS-PAIR-INDEX      PIC 9(05).
       01 WS-STEPS-DROPPED   PIC 9(05) VALUE ZERO.

      *> The week's receipts, to tie an invoice no longer on
      *> AR-OPEN-ITEMS to its customer.
       01 WS-PAYMENT-TABLE.
          05 WS-PAYMENT-ENTRY OCCURS 5000 TIMES.
             10 PT-INVOICE         PIC 9(06).
             10 PT-CUSTOMER        PIC X(06).
       01 WS-PAYMENT-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-PAYMENT-INDEX   PIC 9(04).

      *> Each rule, operator and document is listed once, however
      *> many times the pair recurs on it.
       01 WS-EXCEPTION-TABLE.
          05 WS-EXCEPTION-ENTRY OCCURS 2000 TIMES.
             10 EX-RULE            PIC 9(02).
             10 EX-OPERATOR        PIC X(10).
             10 EX-DOCUMENT        PIC X(06).
       01 WS-EXCEPTION-COUNT PIC 9(04) VALUE ZERO.
       01 WS-EXCEPTION-INDEX PIC 9(04).
       01 WS-EXCEPTIONS-UNLISTED PIC 9(05) VALUE ZERO.
       01 WS-ALREADY-LISTED  PIC X(01).

       01 WS-NEW-STEP        PIC X(08).
       01 WS-NEW-INVOICE     PIC 9(06).
       01 WS-NEW-CUSTOMER    PIC X(06).
       01 WS-NEW-DATE        PIC 9(08).
       01 WS-NEW-OPERATOR    PIC X(10).
       01 WS-NEW-REFERENCE   PIC 9(06).
       01 WS-MESSAGE-LEAD    PIC X(60).
       01 WS-MESSAGE-TAIL    PIC X(60).

       01 WS-WANT-INVOICE    PIC 9(06).
       01 WS-FOUND-CUSTOMER  PIC X(06).

       01 WS-OUTER-STEP      PIC X(08).
       01 WS-INNER-STEP      PIC X(08).
       01 WS-ONE-COUNT       PIC 9(05).
       01 WS-TWO-COUNT       PIC 9(05).
       01 WS-ONE-INDEX       PIC 9(05).
       01 WS-TWO-INDEX       PIC 9(05).
       01 WS-DOCUMENT        PIC X(06).

       01 WS-AUDIT-READ      PIC 9(07) VALUE ZERO.
       01 WS-DISPUTES-READ   PIC 9(07) VALUE ZERO.

       01 DOCUMENT-TEXT      PIC X(16).
       01 HITS-FORMATTED     PIC ZZZZ9.
       01 COUNT-FORMATTED    PIC ZZZZZZ9.

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

           MOVE "SOD-REVIEW" TO WS-RC-JOB-NAME.
           MOVE SPACES       TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Week ending (CCYYMMDD, zero for today): ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT - REVIEW-DAYS + 1).

           PERFORM 1000-LOAD-RULES.
           IF WS-RULE-COUNT = ZERO
               DISPLAY "No rules on SOD-RULES - nothing to review. "
                   "Key them in SOD-RULE-MAINTENANCE."
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1500-LOAD-PAYMENTS.
           PERFORM 2000-SCAN-THE-AUDIT-FILES.
           PERFORM 2500-SCAN-DISPUTES.
           PERFORM 3000-TIE-THE-CUSTOMERS.

           OPEN OUTPUT SOD-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open SODRPT, status " WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "SODRPT"     TO WS-RA-REPORT-NAME.
           MOVE "SOD-REVIEW" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.
           PERFORM 4000-PRINT-HEADINGS.
           PERFORM 4100-TEST-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.
           PERFORM 5000-PRINT-SUMMARY.
           CLOSE SOD-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Steps reviewed  : " WS-STEP-COUNT.
           DISPLAY "Rules tested    : " WS-RULE-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "** " WS-EXCEPTION-COUNT " segregation-of-"
                   "duties exception(s) - see SODRPT."
           ELSE
               DISPLAY "No segregation-of-duties exceptions."
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-RULES.
           OPEN INPUT SOD-RULES.
           IF WS-SOD-STATUS NOT = "00"
               DISPLAY "Could not open SOD-RULES, status "
                   WS-SOD-STATUS
           ELSE
               MOVE LOW-VALUES TO SOD-RULE-ID
               START SOD-RULES KEY IS NOT LESS THAN SOD-RULE-ID
                   INVALID KEY
                       MOVE "10" TO WS-SOD-STATUS
               END-START
               PERFORM 1100-LOAD-ONE-RULE
                   UNTIL WS-SOD-STATUS = "10"
               CLOSE SOD-RULES
           END-IF.

       1100-LOAD-ONE-RULE.
           READ SOD-RULES NEXT
               AT END
                   MOVE "10" TO WS-SOD-STATUS
               NOT AT END
                   IF WS-RULE-COUNT >= MAX-SOD-RULES
                       DISPLAY "** rule table full - rule "
                           SOD-RULE-ID " not tested"
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       MOVE SOD-RULE-ID
                           TO RT-RULE-ID(WS-RULE-COUNT)
                       MOVE SOD-STEP-ONE
                           TO RT-STEP-ONE(WS-RULE-COUNT)
                       MOVE SOD-STEP-TWO
                           TO RT-STEP-TWO(WS-RULE-COUNT)
                       MOVE SOD-SCOPE
                           TO RT-SCOPE(WS-RULE-COUNT)
                       MOVE SOD-DESCRIPTION
                           TO RT-DESCRIPTION(WS-RULE-COUNT)
                       MOVE ZERO TO RT-HITS(WS-RULE-COUNT)
                   END-IF
           END-READ.

       1500-LOAD-PAYMENTS.
           OPEN INPUT PAYMENTS.
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "No PAYMENTS on file - customers tied from "
                   "AR-OPEN-ITEMS only."
           ELSE
               PERFORM 1600-LOAD-ONE-PAYMENT
                   UNTIL WS-PAY-STATUS = "10"
               CLOSE PAYMENTS
           END-IF.

       1600-LOAD-ONE-PAYMENT.
           READ PAYMENTS
               AT END
                   MOVE "10" TO WS-PAY-STATUS
               NOT AT END
                   IF PAY-DATE >= WS-WINDOW-START
                       AND PAY-DATE <= WS-RUN-DATE
                       AND PAY-INVOICE-NUMBER NOT = ZERO
                       AND WS-PAYMENT-COUNT < MAX-SOD-PAYMENTS
                       ADD 1 TO WS-PAYMENT-COUNT
                       MOVE PAY-INVOICE-NUMBER
                           TO PT-INVOICE(WS-PAYMENT-COUNT)
                       MOVE PAY-CUSTOMER-ID
                           TO PT-CUSTOMER(WS-PAYMENT-COUNT)
                   END-IF
           END-READ.

       2000-SCAN-THE-AUDIT-FILES.
      *> The week spans the start-of-day cuts - every slot that may
      *> hold part of it, then the live file. Entries outside the
      *> week are passed over.
           PERFORM 2050-SCAN-ONE-SLOT
               VARYING WS-GEN-SLOT FROM 1 BY 1
               UNTIL WS-GEN-SLOT > 9.

           MOVE "AUDITLOG" TO WS-SOURCE-NAME.
           PERFORM 2100-SCAN-ONE-FILE.

       2050-SCAN-ONE-SLOT.
           MOVE SPACES TO WS-SOURCE-NAME.
           STRING "AUDITG" DELIMITED BY SIZE
                  WS-GEN-SLOT(2:1) DELIMITED BY SIZE
                  INTO WS-SOURCE-NAME.
           PERFORM 2100-SCAN-ONE-FILE.

       2100-SCAN-ONE-FILE.
           OPEN INPUT AUDIT-SOURCE.
           IF WS-SRC-STATUS = "00"
               PERFORM 2200-READ-ONE-ENTRY
                   UNTIL WS-SRC-STATUS = "10"
               CLOSE AUDIT-SOURCE
           END-IF.

       2200-READ-ONE-ENTRY.
      *> Entries are parsed through the (closed) live audit FD's
      *> record area, as AUDIT-CHAIN-VERIFY does.
           READ AUDIT-SOURCE
               AT END
                   MOVE "10" TO WS-SRC-STATUS
               NOT AT END
                   MOVE SRC-RECORD TO AUD-RECORD
                   IF AUD-TIMESTAMP(1:8) >= WS-WINDOW-START
                       AND AUD-TIMESTAMP(1:8) <= WS-RUN-DATE
                       AND AUD-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM 2300-CLASSIFY-ONE-ENTRY
                   END-IF
           END-READ.

       2300-CLASSIFY-ONE-ENTRY.
      *> Which step, if any, the entry records - by the program that
      *> wrote it and the wording that program logs. Quotes and the
      *> machine-raised billings (RECURRING-INV, MEMBER-FEE-INV) are
      *> not an operator's step and are not read.
           MOVE SPACES TO WS-NEW-STEP WS-NEW-CUSTOMER.
           MOVE ZERO   TO WS-NEW-INVOICE WS-NEW-REFERENCE.
           MOVE SPACES TO WS-MESSAGE-LEAD WS-MESSAGE-TAIL.

           EVALUATE TRUE
               WHEN AUD-PROGRAM-ID = "INVOICE-CALC"
                   AND AUD-MESSAGE(1:8) = "Invoice "
                   AND AUD-MESSAGE(9:6) IS NUMERIC
                   MOVE "INVOICE" TO WS-NEW-STEP
                   MOVE AUD-MESSAGE(9:6) TO WS-NEW-INVOICE
               WHEN AUD-PROGRAM-ID = "INVOICE-CALC"
                   AND AUD-MESSAGE(1:16) = "Deposit invoice "
                   AND AUD-MESSAGE(17:6) IS NUMERIC
                   MOVE "INVOICE" TO WS-NEW-STEP
                   MOVE AUD-MESSAGE(17:6) TO WS-NEW-INVOICE
               WHEN AUD-PROGRAM-ID = "INVOICE-CALC"
                   AND AUD-MESSAGE(1:12) = "Credit note "
                   AND AUD-MESSAGE(13:6) IS NUMERIC
                   AND AUD-MESSAGE(19:9) = " against "
                   AND AUD-MESSAGE(28:6) IS NUMERIC
                   MOVE "CREDNOTE" TO WS-NEW-STEP
                   MOVE AUD-MESSAGE(28:6) TO WS-NEW-INVOICE
                   MOVE AUD-MESSAGE(13:6) TO WS-NEW-REFERENCE
               WHEN AUD-PROGRAM-ID = "PAYMENT-ENTRY"
                   AND AUD-MESSAGE(1:8) = "Payment "
                   UNSTRING AUD-MESSAGE DELIMITED BY " on invoice "
                       INTO WS-MESSAGE-LEAD WS-MESSAGE-TAIL
                   IF WS-MESSAGE-TAIL(1:6) IS NUMERIC
                       MOVE "PAYMENT" TO WS-NEW-STEP
                       MOVE WS-MESSAGE-TAIL(1:6) TO WS-NEW-INVOICE
                   END-IF
               WHEN AUD-PROGRAM-ID = "BANK-RECEIPTS"
                   AND AUD-MESSAGE(1:13) = "Auto-applied "
                   UNSTRING AUD-MESSAGE DELIMITED BY " to invoice "
                       INTO WS-MESSAGE-LEAD WS-MESSAGE-TAIL
                   IF WS-MESSAGE-TAIL(1:6) IS NUMERIC
                       MOVE "PAYMENT" TO WS-NEW-STEP
                       MOVE WS-MESSAGE-TAIL(1:6) TO WS-NEW-INVOICE
                   END-IF
               WHEN AUD-PROGRAM-ID = "PAYMENT-ENTRY"
                   AND AUD-MESSAGE(1:7) = "Refund "
                   UNSTRING AUD-MESSAGE DELIMITED BY " to customer "
                       INTO WS-MESSAGE-LEAD WS-MESSAGE-TAIL
                   IF WS-MESSAGE-TAIL(1:6) NOT = SPACES
                       MOVE "REFUND" TO WS-NEW-STEP
                       MOVE WS-MESSAGE-TAIL(1:6) TO WS-NEW-CUSTOMER
                   END-IF
               WHEN AUD-PROGRAM-ID = "WRITE-OFF"
                   AND AUD-MESSAGE(1:10) = "Wrote off "
                   UNSTRING AUD-MESSAGE DELIMITED BY " invoice "
                       INTO WS-MESSAGE-LEAD WS-MESSAGE-TAIL
                   IF WS-MESSAGE-TAIL(1:6) IS NUMERIC
                       MOVE "WRITEOFF" TO WS-NEW-STEP
                       MOVE WS-MESSAGE-TAIL(1:6) TO WS-NEW-INVOICE
                   END-IF
               WHEN AUD-PROGRAM-ID = "CUSTOMER-MAINT"
                   AND AUD-MESSAGE(1:26) = "Credit limit for customer "
                   MOVE "CREDLIM" TO WS-NEW-STEP
                   MOVE AUD-MESSAGE(27:6) TO WS-NEW-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-NEW-STEP NOT = SPACES
               MOVE AUD-OPERATOR-ID    TO WS-NEW-OPERATOR
               MOVE AUD-TIMESTAMP(1:8) TO WS-NEW-DATE
               PERFORM 2900-ADD-ONE-STEP
           END-IF.

       2500-SCAN-DISPUTES.
      *> The dispute log names its own operator and customer - read
      *> instead of DISPUTE-ENTRY's audit entries, not as well as.
           OPEN INPUT DISPUTE-LOG.
           IF WS-DL-STATUS NOT = "00"
               DISPLAY "No DISPLOG on file - no disputes reviewed."
           ELSE
               PERFORM 2600-READ-ONE-DISPUTE
                   UNTIL WS-DL-STATUS = "10"
               CLOSE DISPUTE-LOG
           END-IF.

       2600-READ-ONE-DISPUTE.
           READ DISPUTE-LOG
               AT END
                   MOVE "10" TO WS-DL-STATUS
               NOT AT END
                   IF DL-EVENT-DATE >= WS-WINDOW-START
                       AND DL-EVENT-DATE <= WS-RUN-DATE
                       AND DL-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-DISPUTES-READ
                       IF DL-DISPUTE-RAISED
                           MOVE "DISPUTE" TO WS-NEW-STEP
                       ELSE
                           MOVE "SETTLE" TO WS-NEW-STEP
                       END-IF
                       MOVE DL-INVOICE-NUMBER TO WS-NEW-INVOICE
                       MOVE DL-CUSTOMER-ID    TO WS-NEW-CUSTOMER
                       MOVE DL-OPERATOR-ID    TO WS-NEW-OPERATOR
                       MOVE DL-EVENT-DATE     TO WS-NEW-DATE
                       MOVE ZERO              TO WS-NEW-REFERENCE
                       PERFORM 2900-ADD-ONE-STEP
                   END-IF
           END-READ.

       2900-ADD-ONE-STEP.
           IF WS-STEP-COUNT >= MAX-SOD-STEPS
               ADD 1 TO WS-STEPS-DROPPED
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-NEW-OPERATOR  TO ST-OPERATOR(WS-STEP-COUNT)
               MOVE WS-NEW-STEP      TO ST-STEP(WS-STEP-COUNT)
               MOVE WS-NEW-INVOICE   TO ST-INVOICE(WS-STEP-COUNT)
               MOVE WS-NEW-CUSTOMER  TO ST-CUSTOMER(WS-STEP-COUNT)
               MOVE WS-NEW-DATE      TO ST-DATE(WS-STEP-COUNT)
               MOVE WS-NEW-REFERENCE TO ST-REFERENCE(WS-STEP-COUNT)
           END-IF.

       3000-TIE-THE-CUSTOMERS.
           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS = "00"
               MOVE "Y" TO WS-AR-OPEN
           ELSE
               DISPLAY "AR-OPEN-ITEMS not available, status "
                   WS-AR-STATUS " - customers tied from PAYMENTS only."
           END-IF.

           PERFORM 3100-TIE-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

           IF WS-AR-OPEN = "Y"
               CLOSE AR-OPEN-ITEMS
           END-IF.

       3100-TIE-ONE-STEP.
      *> A credit note is its own open item - its customer is the
      *> one it was raised for, whatever became of the original.
           IF ST-CUSTOMER(WS-STEP-INDEX) = SPACES
               MOVE SPACES TO WS-FOUND-CUSTOMER
               IF ST-REFERENCE(WS-STEP-INDEX) NOT = ZERO
                   MOVE ST-REFERENCE(WS-STEP-INDEX) TO WS-WANT-INVOICE
                   PERFORM 3200-OWNER-OF-INVOICE
               END-IF
               IF WS-FOUND-CUSTOMER = SPACES
                   AND ST-INVOICE(WS-STEP-INDEX) NOT = ZERO
                   MOVE ST-INVOICE(WS-STEP-INDEX) TO WS-WANT-INVOICE
                   PERFORM 3200-OWNER-OF-INVOICE
               END-IF
               MOVE WS-FOUND-CUSTOMER TO ST-CUSTOMER(WS-STEP-INDEX)
           END-IF.

       3200-OWNER-OF-INVOICE.
           IF WS-AR-OPEN = "Y"
               MOVE WS-WANT-INVOICE TO AR-INVOICE-NUMBER
               READ AR-OPEN-ITEMS
                   KEY IS AR-INVOICE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-CUSTOMER-ID TO WS-FOUND-CUSTOMER
               END-READ
           END-IF.
           IF WS-FOUND-CUSTOMER = SPACES
               PERFORM 3210-MATCH-ONE-PAYMENT
                   VARYING WS-PAYMENT-INDEX FROM 1 BY 1
                   UNTIL WS-PAYMENT-INDEX > WS-PAYMENT-COUNT
                      OR WS-FOUND-CUSTOMER NOT = SPACES
           END-IF.

       3210-MATCH-ONE-PAYMENT.
           IF PT-INVOICE(WS-PAYMENT-INDEX) = WS-WANT-INVOICE
               MOVE PT-CUSTOMER(WS-PAYMENT-INDEX) TO WS-FOUND-CUSTOMER
           END-IF.

       4000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "SEGREGATION OF DUTIES REVIEW - WEEK " DELIMITED BY
                      SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "RULE OPERATOR   DOCUMENT         CUST   "
                      DELIMITED BY SIZE
                  "FIRST STEP        CONFLICTING STEP  RULE"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       4100-TEST-ONE-RULE.
      *> The rarer of the rule's two steps drives the search, so a
      *> rule on a handful of write-offs does not walk every invoice
      *> against every invoice.
           MOVE ZERO TO WS-ONE-COUNT WS-TWO-COUNT.
           PERFORM 4110-COUNT-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           IF WS-ONE-COUNT = ZERO OR WS-TWO-COUNT = ZERO
               GO TO 4100-EXIT
           END-IF.

           IF WS-ONE-COUNT <= WS-TWO-COUNT
               MOVE RT-STEP-ONE(WS-RULE-INDEX) TO WS-OUTER-STEP
               MOVE RT-STEP-TWO(WS-RULE-INDEX) TO WS-INNER-STEP
           ELSE
               MOVE RT-STEP-TWO(WS-RULE-INDEX) TO WS-OUTER-STEP
               MOVE RT-STEP-ONE(WS-RULE-INDEX) TO WS-INNER-STEP
           END-IF.

           PERFORM 4200-TEST-ONE-STEP
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.

       4100-EXIT.
           EXIT.

       4110-COUNT-ONE-STEP.
           IF ST-STEP(WS-STEP-INDEX) = RT-STEP-ONE(WS-RULE-INDEX)
               ADD 1 TO WS-ONE-COUNT
           END-IF.
           IF ST-STEP(WS-STEP-INDEX) = RT-STEP-TWO(WS-RULE-INDEX)
               ADD 1 TO WS-TWO-COUNT
           END-IF.

       4200-TEST-ONE-STEP.
           IF ST-STEP(WS-STEP-INDEX) = WS-OUTER-STEP
               PERFORM 4300-PAIR-ONE-STEP THRU 4300-EXIT
                   VARYING WS-PAIR-INDEX FROM 1 BY 1
                   UNTIL WS-PAIR-INDEX > WS-STEP-COUNT
           END-IF.

       4300-PAIR-ONE-STEP.
           IF WS-PAIR-INDEX = WS-STEP-INDEX
               OR ST-STEP(WS-PAIR-INDEX) NOT = WS-INNER-STEP
               OR ST-OPERATOR(WS-PAIR-INDEX)
                   NOT = ST-OPERATOR(WS-STEP-INDEX)
               GO TO 4300-EXIT
           END-IF.

           IF RT-SCOPE(WS-RULE-INDEX) = "I"
               IF ST-INVOICE(WS-STEP-INDEX) = ZERO
                   OR ST-INVOICE(WS-PAIR-INDEX)
                       NOT = ST-INVOICE(WS-STEP-INDEX)
                   GO TO 4300-EXIT
               END-IF
               MOVE ST-INVOICE(WS-STEP-INDEX) TO WS-DOCUMENT
           ELSE
               IF ST-CUSTOMER(WS-STEP-INDEX) = SPACES
                   OR ST-CUSTOMER(WS-PAIR-INDEX)
                       NOT = ST-CUSTOMER(WS-STEP-INDEX)
                   GO TO 4300-EXIT
               END-IF
               MOVE ST-CUSTOMER(WS-STEP-INDEX) TO WS-DOCUMENT
           END-IF.

           MOVE "N" TO WS-ALREADY-LISTED.
           PERFORM 4310-MATCH-ONE-EXCEPTION
               VARYING WS-EXCEPTION-INDEX FROM 1 BY 1
               UNTIL WS-EXCEPTION-INDEX > WS-EXCEPTION-COUNT
                  OR WS-ALREADY-LISTED = "Y".
           IF WS-ALREADY-LISTED = "Y"
               GO TO 4300-EXIT
           END-IF.

           ADD 1 TO RT-HITS(WS-RULE-INDEX).
           IF WS-EXCEPTION-COUNT >= MAX-SOD-EXCEPTIONS
               ADD 1 TO WS-EXCEPTIONS-UNLISTED
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-RULE-INDEX TO EX-RULE(WS-EXCEPTION-COUNT).
           MOVE ST-OPERATOR(WS-STEP-INDEX)
               TO EX-OPERATOR(WS-EXCEPTION-COUNT).
           MOVE WS-DOCUMENT TO EX-DOCUMENT(WS-EXCEPTION-COUNT).

           IF WS-OUTER-STEP = RT-STEP-ONE(WS-RULE-INDEX)
               MOVE WS-STEP-INDEX TO WS-ONE-INDEX
               MOVE WS-PAIR-INDEX TO WS-TWO-INDEX
           ELSE
               MOVE WS-PAIR-INDEX TO WS-ONE-INDEX
               MOVE WS-STEP-INDEX TO WS-TWO-INDEX
           END-IF.
           PERFORM 4400-PRINT-ONE-EXCEPTION.

       4300-EXIT.
           EXIT.

       4310-MATCH-ONE-EXCEPTION.
           IF EX-RULE(WS-EXCEPTION-INDEX) = WS-RULE-INDEX
               AND EX-OPERATOR(WS-EXCEPTION-INDEX)
                   = ST-OPERATOR(WS-STEP-INDEX)
               AND EX-DOCUMENT(WS-EXCEPTION-INDEX) = WS-DOCUMENT
               MOVE "Y" TO WS-ALREADY-LISTED
           END-IF.

       4400-PRINT-ONE-EXCEPTION.
           MOVE SPACES TO DOCUMENT-TEXT.
           IF RT-SCOPE(WS-RULE-INDEX) = "I"
               STRING "invoice " DELIMITED BY SIZE
                      WS-DOCUMENT DELIMITED BY SIZE
                      INTO DOCUMENT-TEXT
           ELSE
               MOVE "the customer" TO DOCUMENT-TEXT
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING RT-RULE-ID(WS-RULE-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-OPERATOR(WS-STEP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DOCUMENT-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-CUSTOMER(WS-STEP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-STEP(WS-ONE-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-DATE(WS-ONE-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-STEP(WS-TWO-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-DATE(WS-TWO-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-DESCRIPTION(WS-RULE-INDEX) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "No operator took both steps of any rule."
                   TO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
               MOVE SPACES TO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

           PERFORM 5100-PRINT-ONE-RULE-COUNT
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE WS-AUDIT-READ TO COUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Audit entries in week: " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE WS-DISPUTES-READ TO COUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Dispute events       : " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE WS-STEP-COUNT TO COUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Steps reviewed       : " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO COUNT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Exceptions listed    : " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

           IF WS-STEPS-DROPPED > ZERO
               MOVE WS-STEPS-DROPPED TO COUNT-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "** step table full - " DELIMITED BY SIZE
                      COUNT-FORMATTED DELIMITED BY SIZE
                      " step(s) not reviewed" DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.
           IF WS-EXCEPTIONS-UNLISTED > ZERO
               MOVE WS-EXCEPTIONS-UNLISTED TO COUNT-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "** exception table full - " DELIMITED BY SIZE
                      COUNT-FORMATTED DELIMITED BY SIZE
                      " further exception(s) counted, not listed"
                          DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE "Signed off by ....................." TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       5100-PRINT-ONE-RULE-COUNT.
           MOVE RT-HITS(WS-RULE-INDEX) TO HITS-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Rule " DELIMITED BY SIZE
                  RT-RULE-ID(WS-RULE-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-STEP-ONE(WS-RULE-INDEX) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  RT-STEP-TWO(WS-RULE-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-DESCRIPTION(WS-RULE-INDEX) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  HITS-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "SOD-REVIEW"    TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           STRING "SoD review week to " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  " exceptions" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
