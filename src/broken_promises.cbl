       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKEN-PROMISES.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Daily broken-promise check, run first thing in the morning.
      *> Every open promise on the PROMISE-DIARY whose date has gone
      *> is checked against PAYMENTS: the cash received against the
      *> invoice since the day the promise was taken either covers
      *> the amount promised - the promise is kept - or it does not,
      *> and the promise is broken. Either way the promise is closed
      *> with what was received, so DUNNING-RUN picks the item up
      *> again, and the broken ones are listed on PTPBROKE - who
      *> promised what by when, what came in, the shortfall and who
      *> took the call - so the collector rings back the same
      *> morning. An item since paid off by other means (a credit
      *> note, say) counts as kept.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-DIARY ASSIGN TO "PTPDIARY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT PROMISE-PRINT ASSIGN TO "PTPBROKE"
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
       FD  PROMISE-DIARY.
           COPY "ptpdiary.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  PAYMENTS.
           COPY "payrec.cpy".

       FD  PROMISE-PRINT.
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

       78 MAX-DUE-PROMISES   VALUE 1000.

       01 WS-PTP-STATUS      PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-AR-OPEN         PIC X(01) VALUE "N".
       01 WS-CM-OPEN         PIC X(01) VALUE "N".

      *> The open promises whose date has gone, in diary order.
       01 WS-DUE-TABLE.
          05 WS-DUE-ENTRY OCCURS 1000 TIMES.
             10 DP-KEY.
                15 DP-INVOICE-NUMBER PIC 9(06).
                15 DP-SEQ            PIC 9(03).
             10 DP-TAKEN-DATE        PIC 9(08).
             10 DP-RECEIVED          PIC S9(09)V99.
       01 WS-DUE-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-DUE-INDEX       PIC 9(04).
       01 WS-DUE-MATCH       PIC 9(04).

       01 WS-SHORTFALL       PIC S9(09)V99.
       01 WS-CUSTOMER-NAME   PIC X(30).
       01 WS-ITEM-PAID-OFF   PIC X(01).

       01 WS-CHECKED         PIC 9(05) VALUE ZERO.
       01 WS-KEPT            PIC 9(05) VALUE ZERO.
       01 WS-BROKEN          PIC 9(05) VALUE ZERO.
       01 WS-SHORTFALL-TOTAL PIC S9(11)V99 VALUE ZERO.

       01 NAME-SHORT         PIC X(20).
       01 AMOUNT-FORMATTED   PIC -(8)9.99.
       01 RECEIVED-FORMATTED PIC -(8)9.99.
       01 SHORT-FORMATTED    PIC -(8)9.99.
       01 BALANCE-FORMATTED  PIC -(8)9.99.
       01 TOTAL-FORMATTED    PIC -(10)9.99.

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

           MOVE "BROKEN-PROMISES" TO WS-RC-JOB-NAME.
           MOVE SPACES            TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O PROMISE-DIARY.
           IF WS-PTP-STATUS NOT = "00"
               DISPLAY "No PROMISE-DIARY on file - no promises to "
                   "check."
               PERFORM 8100-LOG-THE-RUN
               PERFORM 7600-RUN-CONTROL-END
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-COLLECT-DUE-PROMISES.
           PERFORM 2000-SCAN-PAYMENTS THRU 2000-EXIT.

           OPEN OUTPUT PROMISE-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open PTPBROKE, status "
                   WS-RPT-STATUS
               CLOSE PROMISE-DIARY
               GO TO 0000-EXIT
           END-IF.

           MOVE "PTPBROKE"        TO WS-RA-REPORT-NAME.
           MOVE "BROKEN-PROMISES" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS = "00"
               MOVE "Y" TO WS-AR-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = "00"
               MOVE "Y" TO WS-CM-OPEN
           END-IF.

           PERFORM 3000-PRINT-HEADINGS.
           PERFORM 5000-CLOSE-ONE-PROMISE THRU 5000-EXIT
               VARYING WS-DUE-INDEX FROM 1 BY 1
               UNTIL WS-DUE-INDEX > WS-DUE-COUNT.
           PERFORM 3500-PRINT-TOTALS.

           IF WS-AR-OPEN = "Y"
               CLOSE AR-OPEN-ITEMS
           END-IF.
           IF WS-CM-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE PROMISE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE PROMISE-DIARY.

           MOVE WS-SHORTFALL-TOTAL TO TOTAL-FORMATTED.
           DISPLAY "Promises checked: " WS-CHECKED.
           DISPLAY "Kept            : " WS-KEPT.
           DISPLAY "Broken          : " WS-BROKEN.
           DISPLAY "Shortfall       : " TOTAL-FORMATTED.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-COLLECT-DUE-PROMISES.
           MOVE LOW-VALUES TO PTP-KEY.
           START PROMISE-DIARY KEY IS NOT LESS THAN PTP-KEY
               INVALID KEY
                   MOVE "10" TO WS-PTP-STATUS
           END-START.
           PERFORM 1100-COLLECT-ONE-PROMISE
               UNTIL WS-PTP-STATUS = "10".

       1100-COLLECT-ONE-PROMISE.
      *> A promise for today is not due until the day is out - it
      *> is checked tomorrow morning.
           READ PROMISE-DIARY NEXT
               AT END
                   MOVE "10" TO WS-PTP-STATUS
               NOT AT END
                   IF PTP-IS-OPEN AND PTP-PROMISE-DATE < WS-TODAY
                       IF WS-DUE-COUNT >= MAX-DUE-PROMISES
                           DISPLAY "** more than " MAX-DUE-PROMISES
                               " promises due - the rest are "
                               "checked tomorrow"
                           MOVE "10" TO WS-PTP-STATUS
                       ELSE
                           ADD 1 TO WS-DUE-COUNT
                           MOVE PTP-KEY TO DP-KEY(WS-DUE-COUNT)
                           MOVE PTP-TAKEN-DATE
                               TO DP-TAKEN-DATE(WS-DUE-COUNT)
                           MOVE ZERO TO DP-RECEIVED(WS-DUE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2000-SCAN-PAYMENTS.
           IF WS-DUE-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT PAYMENTS.
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "PAYMENTS not available, status "
                   WS-PAY-STATUS " - nothing received is assumed."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SCAN-ONE-PAYMENT UNTIL WS-PAY-STATUS = "10".
           CLOSE PAYMENTS.

       2000-EXIT.
           EXIT.

       2100-SCAN-ONE-PAYMENT.
      *> Bounced debits are on PAYMENTS as negative receipts, so a
      *> promise paid by a debit that came back is not kept.
           READ PAYMENTS
               AT END
                   MOVE "10" TO WS-PAY-STATUS
               NOT AT END
                   IF PAY-INVOICE-NUMBER NOT = ZERO
                       PERFORM 2200-MATCH-ONE-PAYMENT
                   END-IF
           END-READ.

       2200-MATCH-ONE-PAYMENT.
           MOVE ZERO TO WS-DUE-MATCH.
           PERFORM 2210-MATCH-ONE-PROMISE
               VARYING WS-DUE-INDEX FROM 1 BY 1
               UNTIL WS-DUE-INDEX > WS-DUE-COUNT
               OR WS-DUE-MATCH NOT = ZERO.
           IF WS-DUE-MATCH NOT = ZERO
               ADD PAY-AMOUNT TO DP-RECEIVED(WS-DUE-MATCH)
           END-IF.

       2210-MATCH-ONE-PROMISE.
           IF DP-INVOICE-NUMBER(WS-DUE-INDEX) = PAY-INVOICE-NUMBER
               AND PAY-DATE >= DP-TAKEN-DATE(WS-DUE-INDEX)
               MOVE WS-DUE-INDEX TO WS-DUE-MATCH
           END-IF.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "BROKEN PROMISES TO PAY - CHECKED " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "CUST   NAME                 INV NO TAKEN    "
                      DELIMITED BY SIZE
                  "BY         PROMISED       AMOUNT     RECEIVED"
                      DELIMITED BY SIZE
                  "    SHORTFALL     OPEN BAL" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-PRINT-TOTALS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-SHORTFALL-TOTAL TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Promises checked " DELIMITED BY SIZE
                  WS-CHECKED DELIMITED BY SIZE
                  "  kept " DELIMITED BY SIZE
                  WS-KEPT DELIMITED BY SIZE
                  "  broken " DELIMITED BY SIZE
                  WS-BROKEN DELIMITED BY SIZE
                  "  shortfall " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       5000-CLOSE-ONE-PROMISE.
           MOVE DP-KEY(WS-DUE-INDEX) TO PTP-KEY.
           READ PROMISE-DIARY
               KEY IS PTP-KEY
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ.

           PERFORM 5100-LOOKUP-THE-ITEM.

           ADD 1 TO WS-CHECKED.
           MOVE DP-RECEIVED(WS-DUE-INDEX) TO PTP-AMOUNT-RECEIVED.
           MOVE WS-TODAY TO PTP-CHECKED-DATE.
           IF PTP-AMOUNT-RECEIVED >= PTP-PROMISE-AMOUNT
               OR WS-ITEM-PAID-OFF = "Y"
               SET PTP-IS-KEPT TO TRUE
               ADD 1 TO WS-KEPT
           ELSE
               SET PTP-IS-BROKEN TO TRUE
               ADD 1 TO WS-BROKEN
               COMPUTE WS-SHORTFALL =
                   PTP-PROMISE-AMOUNT - PTP-AMOUNT-RECEIVED
               ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL
               PERFORM 5200-PRINT-BROKEN-PROMISE
           END-IF.

           REWRITE PTP-RECORD.
           IF WS-PTP-STATUS NOT = "00"
               DISPLAY "PROMISE-DIARY rewrite failed, status "
                   WS-PTP-STATUS
           END-IF.

       5000-EXIT.
           EXIT.

       5100-LOOKUP-THE-ITEM.
           MOVE "N" TO WS-ITEM-PAID-OFF.
           MOVE ZERO TO AR-OPEN-BALANCE.
           IF WS-AR-OPEN = "Y"
               MOVE PTP-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               READ AR-OPEN-ITEMS
                   KEY IS AR-INVOICE-NUMBER
                   INVALID KEY
                       MOVE ZERO TO AR-OPEN-BALANCE
                   NOT INVALID KEY
                       IF AR-ITEM-IS-PAID
                           MOVE "Y" TO WS-ITEM-PAID-OFF
                       END-IF
               END-READ
           END-IF.

           MOVE PTP-CUSTOMER-ID TO WS-CUSTOMER-NAME.
           IF WS-CM-OPEN = "Y"
               MOVE PTP-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CUST-ID
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.

       5200-PRINT-BROKEN-PROMISE.
           MOVE WS-CUSTOMER-NAME    TO NAME-SHORT.
           MOVE PTP-PROMISE-AMOUNT  TO AMOUNT-FORMATTED.
           MOVE PTP-AMOUNT-RECEIVED TO RECEIVED-FORMATTED.
           MOVE WS-SHORTFALL        TO SHORT-FORMATTED.
           MOVE AR-OPEN-BALANCE     TO BALANCE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING PTP-CUSTOMER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NAME-SHORT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PTP-INVOICE-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PTP-TAKEN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PTP-TAKEN-BY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PTP-PROMISE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RECEIVED-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SHORT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BALANCE-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           IF PTP-NOTE NOT = SPACES
               MOVE SPACES TO PRT-LINE
               MOVE PTP-NOTE TO PRT-LINE(8:30)
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW            TO AUD-TIMESTAMP.
           MOVE "BROKEN-PROMISES" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE SPACES            TO AUD-MESSAGE.
           STRING "Promise check - " DELIMITED BY SIZE
                  WS-CHECKED DELIMITED BY SIZE
                  " checked, " DELIMITED BY SIZE
                  WS-KEPT DELIMITED BY SIZE
                  " kept, " DELIMITED BY SIZE
                  WS-BROKEN DELIMITED BY SIZE
                  " broken" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
