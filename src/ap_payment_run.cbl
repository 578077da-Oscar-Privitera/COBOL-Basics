       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Scheduled supplier payment run. Walks the SUPPLIER-INVOICES
      *> register in supplier order and pays every approved invoice
      *> whose due date has arrived by the keyed payment date - held
      *> and rejected invoices are never touched. Each supplier gets
      *> one credit transfer on the AP-BANK-PAYMENTS file for the
      *> total of its invoices paid in the run, and a remittance
      *> advice on REMITADV listing the invoices that amount
      *> settles. A paid invoice is stamped with the payment date,
      *> which is what AP-GL-JOURNAL journals it on. A supplier
      *> with no bank account on SUPPLIER-MASTER is left unpaid and
      *> reported, rather than paid to nowhere.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICES ASSIGN TO "SUPPINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS API-KEY
               FILE STATUS IS WS-API-STATUS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUP-STATUS.

           SELECT AP-BANK-PAYMENTS ASSIGN TO "APBANKPY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APB-STATUS.

           SELECT REMITTANCE-PRINT ASSIGN TO "REMITADV"
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
       FD  SUPPLIER-INVOICES.
           COPY "apinv.cpy".

       FD  SUPPLIER-MASTER.
           COPY "supplier.cpy".

       FD  AP-BANK-PAYMENTS.
           COPY "appay.cpy".

       FD  REMITTANCE-PRINT.
       01 REMIT-RECORD PIC X(132).

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

       01 WS-API-STATUS      PIC X(02).
       01 WS-SUP-STATUS      PIC X(02).
       01 WS-APB-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-PAYMENT-DATE    PIC 9(08).
       01 WS-CURRENT-SUPPLIER PIC X(06).
      *> "Y" once the current supplier has been looked up and has
      *> an account to pay into; "N" skips the rest of its invoices.
       01 WS-SUPPLIER-PAYABLE PIC X(01).
       01 WS-SUPPLIER-TOTAL  PIC S9(09)V99.
       01 WS-SUPPLIER-COUNT  PIC 9(04).

       01 WS-INVOICES-PAID   PIC 9(06) VALUE ZERO.
       01 WS-PAYMENTS-WRITTEN PIC 9(06) VALUE ZERO.
       01 WS-SUPPLIERS-SKIPPED PIC 9(06) VALUE ZERO.
       01 WS-VALUE-PAID      PIC S9(11)V99 VALUE ZERO.

       01 AMT-FORMATTED      PIC -(8)9.99.
       01 VAL-FORMATTED      PIC -(10)9.99.

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

           MOVE "AP-PAYMENT-RUN" TO WS-RC-JOB-NAME.
           MOVE SPACES           TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Payment date (CCYYMMDD, zero for today): ".
           ACCEPT WS-PAYMENT-DATE.
           IF WS-PAYMENT-DATE NOT NUMERIC
               OR WS-PAYMENT-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAYMENT-DATE
           END-IF.

           OPEN I-O SUPPLIER-INVOICES.
           IF WS-API-STATUS NOT = "00"
               DISPLAY "Could not open SUPPLIER-INVOICES, status "
                   WS-API-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SUP-STATUS NOT = "00"
               DISPLAY "Could not open SUPPLIER-MASTER, status "
                   WS-SUP-STATUS
               CLOSE SUPPLIER-INVOICES
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT AP-BANK-PAYMENTS.
           IF WS-APB-STATUS NOT = "00"
               DISPLAY "Could not open APBANKPY, status "
                   WS-APB-STATUS
               CLOSE SUPPLIER-INVOICES SUPPLIER-MASTER
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT REMITTANCE-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open REMITADV, status "
                   WS-RPT-STATUS
               CLOSE SUPPLIER-INVOICES SUPPLIER-MASTER
                   AP-BANK-PAYMENTS
               GO TO 0000-EXIT
           END-IF.

           MOVE "REMITADV"       TO WS-RA-REPORT-NAME.
           MOVE "AP-PAYMENT-RUN" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO WS-CURRENT-SUPPLIER.
           MOVE LOW-VALUES TO API-KEY.
           START SUPPLIER-INVOICES KEY IS NOT LESS THAN API-KEY
               INVALID KEY
                   MOVE "10" TO WS-API-STATUS
           END-START.

           PERFORM 1000-PAY-ONE-INVOICE UNTIL WS-API-STATUS = "10".

           PERFORM 3000-CLOSE-ONE-SUPPLIER.

           CLOSE SUPPLIER-INVOICES.
           CLOSE SUPPLIER-MASTER.
           CLOSE AP-BANK-PAYMENTS.
           CLOSE REMITTANCE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-VALUE-PAID TO VAL-FORMATTED.
           DISPLAY "Invoices paid        : " WS-INVOICES-PAID.
           DISPLAY "Bank payments written: " WS-PAYMENTS-WRITTEN.
           DISPLAY "Value paid           : " VAL-FORMATTED.
           DISPLAY "Suppliers not paid (no bank account): "
               WS-SUPPLIERS-SKIPPED.

           PERFORM 8200-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-PAY-ONE-INVOICE.
           READ SUPPLIER-INVOICES NEXT
               AT END
                   MOVE "10" TO WS-API-STATUS
               NOT AT END
                   IF API-IS-APPROVED
                       AND API-DUE-DATE <= WS-PAYMENT-DATE
                       PERFORM 2000-PAY-THIS-INVOICE THRU 2000-EXIT
                   END-IF
           END-READ.

       2000-PAY-THIS-INVOICE.
      *> The register is keyed supplier first, so a change of
      *> supplier code closes the previous supplier's payment.
           IF API-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
               PERFORM 3000-CLOSE-ONE-SUPPLIER
               PERFORM 2100-OPEN-ONE-SUPPLIER
           END-IF.

           IF WS-SUPPLIER-PAYABLE NOT = "Y"
               GO TO 2000-EXIT
           END-IF.

           MOVE "P"             TO API-STATUS.
           MOVE WS-PAYMENT-DATE TO API-PAID-DATE.
           REWRITE API-RECORD.
           IF WS-API-STATUS NOT = "00"
               DISPLAY "Register rewrite failed, status "
                   WS-API-STATUS " - invoice " API-INVOICE-REF
                   " of " API-SUPPLIER-CODE " not paid."
               GO TO 2000-EXIT
           END-IF.

           ADD API-GROSS-AMOUNT TO WS-SUPPLIER-TOTAL.
           ADD 1 TO WS-SUPPLIER-COUNT.
           ADD 1 TO WS-INVOICES-PAID.

           MOVE API-GROSS-AMOUNT TO AMT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING API-INVOICE-DATE DELIMITED BY SIZE
                  "  Your invoice " DELIMITED BY SIZE
                  API-INVOICE-REF DELIMITED BY SIZE
                  "  our PO " DELIMITED BY SIZE
                  API-PO-NUMBER DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  AMT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.

       2000-EXIT.
           EXIT.

       2100-OPEN-ONE-SUPPLIER.
           MOVE API-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER.
           MOVE ZERO TO WS-SUPPLIER-TOTAL WS-SUPPLIER-COUNT.
           MOVE "N" TO WS-SUPPLIER-PAYABLE.

           MOVE API-SUPPLIER-CODE TO SUP-CODE.
           READ SUPPLIER-MASTER
               KEY IS SUP-CODE
               INVALID KEY
                   MOVE SPACES TO SUP-BANK-ACCOUNT
                   MOVE API-SUPPLIER-NAME TO SUP-NAME
           END-READ.

           IF SUP-BANK-ACCOUNT = SPACES
               OR SUP-BANK-ACCOUNT = LOW-VALUES
               ADD 1 TO WS-SUPPLIERS-SKIPPED
               DISPLAY "** supplier " API-SUPPLIER-CODE " "
                   SUP-NAME " has no bank account - its due "
                   "invoices are left unpaid."
           ELSE
               MOVE "Y" TO WS-SUPPLIER-PAYABLE
               PERFORM 2200-PRINT-ADVICE-HEADING
           END-IF.

       2200-PRINT-ADVICE-HEADING.
           MOVE ALL "=" TO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "REMITTANCE ADVICE - PAYMENT OF " DELIMITED BY SIZE
                  WS-PAYMENT-DATE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING SUP-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SUP-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SUP-CITY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Paid to account " DELIMITED BY SIZE
                  SUP-BANK-ACCOUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.

       3000-CLOSE-ONE-SUPPLIER.
      *> One transfer per supplier for everything paid in the run,
      *> and the total line that ends the advice.
           IF WS-CURRENT-SUPPLIER = SPACES
               OR WS-SUPPLIER-PAYABLE NOT = "Y"
               OR WS-SUPPLIER-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-PAYMENT-DATE     TO APB-PAYMENT-DATE.
           MOVE WS-CURRENT-SUPPLIER TO APB-SUPPLIER-CODE.
           MOVE SUP-NAME            TO APB-SUPPLIER-NAME.
           MOVE SUP-BANK-ACCOUNT    TO APB-BANK-ACCOUNT.
           MOVE WS-SUPPLIER-TOTAL   TO APB-AMOUNT.
           MOVE WS-SUPPLIER-COUNT   TO APB-INVOICE-COUNT.
           WRITE APB-RECORD.
           IF WS-APB-STATUS NOT = "00"
               DISPLAY "APBANKPY write failed, status "
                   WS-APB-STATUS " - supplier "
                   WS-CURRENT-SUPPLIER " must be paid by hand."
           ELSE
               ADD 1 TO WS-PAYMENTS-WRITTEN
               ADD WS-SUPPLIER-TOTAL TO WS-VALUE-PAID
           END-IF.

           MOVE WS-SUPPLIER-TOTAL TO AMT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Total paid          " DELIMITED BY SIZE
                  WS-SUPPLIER-COUNT DELIMITED BY SIZE
                  " invoice(s)           " DELIMITED BY SIZE
                  AMT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REMITTANCE-LINE.

       3000-EXIT.
           EXIT.

       4000-WRITE-REMITTANCE-LINE.
           MOVE PRT-LINE TO REMIT-RECORD.
           WRITE REMIT-RECORD.
           MOVE REMIT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8200-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "AP-PAYMENT-RUN" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE WS-VALUE-PAID    TO VAL-FORMATTED.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Paid " DELIMITED BY SIZE
                  WS-INVOICES-PAID DELIMITED BY SIZE
                  " invoices, " DELIMITED BY SIZE
                  VAL-FORMATTED DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  WS-PAYMENT-DATE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
