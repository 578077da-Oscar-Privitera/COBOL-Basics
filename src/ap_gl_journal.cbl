       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-GL-JOURNAL.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Daily accounts payable journal into the ledger - the buying
      *> side of what GL-INTERFACE and CASH-GL-JOURNAL do for sales
      *> and cash. Reads the SUPPLIER-INVOICES register and writes
      *> balanced legs on the APGLJ hand-off file for the keyed
      *> date: an invoice approved that day (matched on entry, or
      *> released by a supervisor) raises the liability - DR
      *> purchases net, DR input VAT, CR creditors gross - and an
      *> invoice paid that day by AP-PAYMENT-RUN clears it - DR
      *> creditors, CR bank. Held and rejected invoices owe nothing
      *> yet and journal nothing. GLJ-REFERENCE carries the supplier
      *> code and the supplier's invoice reference. Same chart,
      *> period and control-record discipline as the other
      *> hand-offs.

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

           SELECT AP-GL ASSIGN TO "APGLJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICES.
           COPY "apinv.cpy".

       FD  AP-GL.
           COPY "glintf.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  GL-ACCOUNTS.
           COPY "glacct.cpy".

       FD  GL-PERIODS.
           COPY "glperiod.cpy".

       FD  GL-REJECTS.
       01 GLREJ-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "glvalwk.cpy".
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-GLA-STATUS      PIC X(02).
       01 WS-GLP-STATUS      PIC X(02).
       01 WS-GLREJ-STATUS    PIC X(02).

       78 BANK-ACCOUNT        VALUE "10100000".
       78 VAT-INPUT-ACCOUNT   VALUE "14500000".
       78 PAYABLES-ACCOUNT    VALUE "40100000".
       78 PURCHASES-ACCOUNT   VALUE "60100000".

       01 WS-API-STATUS      PIC X(02).
       01 WS-GLJ-STATUS      PIC X(02).

       01 WS-RUN-DATE        PIC 9(08).
       01 WS-TOTAL-DEBITS    PIC S9(12)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS   PIC S9(12)V99 VALUE ZERO.
       01 WS-DETAIL-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-INVOICES-POSTED PIC 9(08) VALUE ZERO.
       01 WS-PAYMENTS-POSTED PIC 9(08) VALUE ZERO.

       01 DR-FORMATTED       PIC -(11)9.99.
       01 CR-FORMATTED       PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "AP-GL-JOURNAL" TO WS-RC-JOB-NAME.
           MOVE SPACES          TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Post payables for which date (CCYYMMDD, zero "
               "for today)? ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

           PERFORM 6600-LOAD-GL-VALIDATION.

           OPEN INPUT SUPPLIER-INVOICES.
           IF WS-API-STATUS NOT = "00"
               DISPLAY "Could not open SUPPLIER-INVOICES, status "
                   WS-API-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT AP-GL.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "Could not open APGLJ, status "
                   WS-GLJ-STATUS
               CLOSE SUPPLIER-INVOICES
               GO TO 0000-EXIT
           END-IF.

           MOVE LOW-VALUES TO API-KEY.
           START SUPPLIER-INVOICES KEY IS NOT LESS THAN API-KEY
               INVALID KEY
                   MOVE "10" TO WS-API-STATUS
           END-START.

           PERFORM 1000-POST-ONE-INVOICE UNTIL WS-API-STATUS = "10".

           CLOSE SUPPLIER-INVOICES.

           PERFORM 3000-WRITE-CONTROL-RECORD.

           CLOSE AP-GL.

           MOVE WS-TOTAL-DEBITS  TO DR-FORMATTED.
           MOVE WS-TOTAL-CREDITS TO CR-FORMATTED.
           DISPLAY "Invoices posted: " WS-INVOICES-POSTED.
           DISPLAY "Payments posted: " WS-PAYMENTS-POSTED.
           DISPLAY "Journal legs   : " WS-DETAIL-COUNT.
           DISPLAY "Total debits   : " DR-FORMATTED.
           DISPLAY "Total credits  : " CR-FORMATTED.
           DISPLAY "Legs rejected  : " WS-GLV-REJECTS.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               AND WS-GLV-REJECTS = ZERO
               DISPLAY "Journal balances."
           ELSE
               DISPLAY "** JOURNAL DOES NOT BALANCE - do not post **"
           END-IF.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-POST-ONE-INVOICE.
           READ SUPPLIER-INVOICES NEXT
               AT END
                   MOVE "10" TO WS-API-STATUS
               NOT AT END
                   IF (API-IS-APPROVED OR API-IS-PAID)
                       AND API-APPROVED-DATE = WS-RUN-DATE
                       PERFORM 1100-JOURNAL-THE-LIABILITY
                   END-IF
                   IF API-IS-PAID
                       AND API-PAID-DATE = WS-RUN-DATE
                       PERFORM 1200-JOURNAL-THE-PAYMENT
                   END-IF
           END-READ.

       1100-JOURNAL-THE-LIABILITY.
      *> Three legs: DR purchases net, DR input VAT, CR creditors
      *> gross. An invoice with no VAT writes no VAT leg.
           ADD 1 TO WS-INVOICES-POSTED.
           PERFORM 1150-SET-LEG-REFERENCE.

           MOVE PURCHASES-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D"               TO GLJ-DEBIT-CREDIT.
           MOVE API-NET-AMOUNT    TO GLJ-AMOUNT.
           PERFORM 1900-WRITE-ONE-LEG.

           IF API-VAT-AMOUNT NOT = ZERO
               MOVE VAT-INPUT-ACCOUNT TO GLJ-ACCOUNT
               MOVE "D"               TO GLJ-DEBIT-CREDIT
               MOVE API-VAT-AMOUNT    TO GLJ-AMOUNT
               PERFORM 1900-WRITE-ONE-LEG
           END-IF.

           MOVE PAYABLES-ACCOUNT  TO GLJ-ACCOUNT.
           MOVE "C"               TO GLJ-DEBIT-CREDIT.
           MOVE API-GROSS-AMOUNT  TO GLJ-AMOUNT.
           PERFORM 1900-WRITE-ONE-LEG.

       1150-SET-LEG-REFERENCE.
           MOVE "D"         TO GLJ-RECORD-TYPE.
           MOVE WS-RUN-DATE TO GLJ-POSTING-DATE.
           MOVE SPACES      TO GLJ-REFERENCE.
           STRING "AP " DELIMITED BY SIZE
                  API-SUPPLIER-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  API-INVOICE-REF DELIMITED BY SPACE
                  INTO GLJ-REFERENCE.

       1200-JOURNAL-THE-PAYMENT.
      *> Two legs: DR creditors, CR bank.
           ADD 1 TO WS-PAYMENTS-POSTED.
           PERFORM 1150-SET-LEG-REFERENCE.

           MOVE PAYABLES-ACCOUNT  TO GLJ-ACCOUNT.
           MOVE "D"               TO GLJ-DEBIT-CREDIT.
           MOVE API-GROSS-AMOUNT  TO GLJ-AMOUNT.
           PERFORM 1900-WRITE-ONE-LEG.

           MOVE BANK-ACCOUNT      TO GLJ-ACCOUNT.
           MOVE "C"               TO GLJ-DEBIT-CREDIT.
           MOVE API-GROSS-AMOUNT  TO GLJ-AMOUNT.
           PERFORM 1900-WRITE-ONE-LEG.

       1900-WRITE-ONE-LEG.
      *> Chart and period checks first - a rejected leg lands on
      *> GLREJECT tonight and stays out of the totals.
           MOVE GLJ-ACCOUNT      TO WS-GLV-ACCOUNT.
           MOVE GLJ-POSTING-DATE TO WS-GLV-DATE.
           PERFORM 6700-VALIDATE-ONE-LEG.
           IF WS-GLV-OK NOT = "Y"
               PERFORM 6800-WRITE-GL-REJECT
           ELSE
               WRITE GLJ-RECORD
               IF WS-GLJ-STATUS NOT = "00"
                   DISPLAY "APGLJ write failed, status "
                       WS-GLJ-STATUS
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   IF GLJ-IS-DEBIT
                       ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
                   ELSE
                       ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-CONTROL-RECORD.
           MOVE "C"             TO GLJ-RECORD-TYPE.
           MOVE WS-RUN-DATE     TO GLJ-POSTING-DATE.
           MOVE SPACES          TO GLJ-ACCOUNT.
           MOVE "D"             TO GLJ-DEBIT-CREDIT.
           MOVE WS-TOTAL-DEBITS TO GLJ-AMOUNT.
           MOVE SPACES          TO GLJ-REFERENCE.
           STRING "LEGS " DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  INTO GLJ-REFERENCE.
           WRITE GLJ-RECORD.

           COPY "runcproc.cpy".
           COPY "glvalid.cpy".
