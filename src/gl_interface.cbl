      *>                 into a closed period, lands on GLREJECT
      *>                 tonight instead of bouncing back from the
      *>                 ledger days later.
      *> 2026-10-15  OP  The part of a band's net that RECURRING-
      *>                 BILLING deferred (quarterly and annual
      *>                 contract lines, on DEFERRED-REVENUE) is
      *>                 credited to deferred income instead of
      *>                 revenue; a termination credit's reversal
      *>                 entries debit it back the same way.
      *> 2026-10-15  OP  A zero run date is the night run-control
      *>                 dates the run by, so a finance night
      *>                 restarted after midnight still posts the
      *>                 night it opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLREJ-STATUS.

           SELECT DEFERRED-REVENUE ASSIGN TO "DEFREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-TRANSACTION.
       FD  GL-REJECTS.
       01 GLREJ-RECORD PIC X(132).

       FD  DEFERRED-REVENUE.
           COPY "defrev.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "glvalwk.cpy".

       78 RECEIVABLES-ACCOUNT VALUE "12000000".
       78 VAT-PAYABLE-ACCOUNT VALUE "22000000".
       78 DEFERRED-INCOME-ACCOUNT VALUE "25000000".

       01 WS-IT-STATUS       PIC X(02).
       01 WS-GLJ-STATUS      PIC X(02).
       01 WS-GLA-STATUS      PIC X(02).
       01 WS-GLP-STATUS      PIC X(02).
       01 WS-GLREJ-STATUS    PIC X(02).
       01 WS-DFR-STATUS      PIC X(02).
       01 WS-DFR-OPEN        PIC X(01) VALUE "N".
       01 WS-DEFERRED-NET    PIC S9(09)V99.
       01 WS-EARNED-NET      PIC S9(09)V99.

       01 WS-RUN-DATE        PIC 9(08).
       01 WS-WANT-COMPANY    PIC X(02).
           DISPLAY "Post which date (CCYYMMDD, zero for today)? ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE WS-RC-TODAY TO WS-RUN-DATE
           END-IF.

           DISPLAY "Company code (Enter for all companies): ".

           PERFORM 6600-LOAD-GL-VALIDATION.

      *> No DEFERRED-REVENUE file means nothing was ever deferred -
      *> every band's net goes to revenue as it always did.
           OPEN INPUT DEFERRED-REVENUE.
           IF WS-DFR-STATUS = "00"
               MOVE "Y" TO WS-DFR-OPEN
           END-IF.

           OPEN INPUT INVOICE-TRANSACTION.
           IF WS-IT-STATUS NOT = "00"
               DISPLAY "Could not open INVOICE-TRANSACTION, status "
                   WS-IT-STATUS
               IF WS-DFR-OPEN = "Y"
                   CLOSE DEFERRED-REVENUE
               END-IF
               GO TO 0000-EXIT
           END-IF.

               DISPLAY "Could not open GL-INTERFACE, status "
                   WS-GLJ-STATUS
               CLOSE INVOICE-TRANSACTION
               IF WS-DFR-OPEN = "Y"
                   CLOSE DEFERRED-REVENUE
               END-IF
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-POST-ONE-RECORD UNTIL WS-IT-STATUS = "10".

           CLOSE INVOICE-TRANSACTION.
           IF WS-DFR-OPEN = "Y"
               CLOSE DEFERRED-REVENUE
           END-IF.

           PERFORM 3000-WRITE-CONTROL-RECORD.

      *> Three legs per band record: DR receivables gross, CR the
      *> band's revenue account net, CR VAT payable. A credit note's
      *> negative amounts flow through as negative legs on the same
      *> accounts, reversing the original posting. The deferred
      *> part of the net is credited to deferred income instead of
      *> revenue - a fourth leg only when there is one.
           ADD 1 TO WS-BANDS-POSTED.
           PERFORM 1200-FIND-THE-DEFERRED-PART THRU 1200-EXIT.
           COMPUTE WS-EARNED-NET = IT-NET-TOTAL - WS-DEFERRED-NET.

      *> Revenue account is 4000 followed by the band's rate digits,
      *> so each rate band lands on its own ledger account.
           MOVE IT-GRAND-TOTAL      TO GLJ-AMOUNT.
           PERFORM 1900-WRITE-ONE-LEG.

           IF WS-DEFERRED-NET = ZERO OR WS-EARNED-NET NOT = ZERO
               MOVE WS-REVENUE-ACCOUNT  TO GLJ-ACCOUNT
               MOVE "C"                 TO GLJ-DEBIT-CREDIT
               MOVE WS-EARNED-NET       TO GLJ-AMOUNT
               PERFORM 1900-WRITE-ONE-LEG
           END-IF.

           IF WS-DEFERRED-NET NOT = ZERO
               MOVE DEFERRED-INCOME-ACCOUNT TO GLJ-ACCOUNT
               MOVE "C"                 TO GLJ-DEBIT-CREDIT
               MOVE WS-DEFERRED-NET     TO GLJ-AMOUNT
               PERFORM 1900-WRITE-ONE-LEG
           END-IF.

           MOVE VAT-PAYABLE-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C"                 TO GLJ-DEBIT-CREDIT.
           MOVE IT-VAT-TOTAL        TO GLJ-AMOUNT.
           PERFORM 1900-WRITE-ONE-LEG.

       1200-FIND-THE-DEFERRED-PART.
      *> The deferral and reversal entries written under this
      *> document number at this band's rate - deferrals positive,
      *> a termination credit's reversals negative.
           MOVE ZERO TO WS-DEFERRED-NET.
           IF WS-DFR-OPEN NOT = "Y"
               GO TO 1200-EXIT
           END-IF.

           MOVE IT-INVOICE-NUMBER TO DFR-INVOICE-NUMBER.
           MOVE ZERO              TO DFR-SEQ.
           START DEFERRED-REVENUE KEY IS NOT LESS THAN DFR-KEY
               INVALID KEY
                   GO TO 1200-EXIT
           END-START.
           PERFORM 1210-ADD-ONE-ENTRY
               UNTIL WS-DFR-STATUS = "10".

       1200-EXIT.
           EXIT.

       1210-ADD-ONE-ENTRY.
           READ DEFERRED-REVENUE NEXT
               AT END
                   MOVE "10" TO WS-DFR-STATUS
               NOT AT END
                   IF DFR-INVOICE-NUMBER NOT = IT-INVOICE-NUMBER
                       MOVE "10" TO WS-DFR-STATUS
                   ELSE
                       IF DFR-INVOICE-DATE = IT-INVOICE-DATE
                           AND DFR-VAT-RATE = IT-VAT-RATE
                           ADD DFR-NET-AMOUNT TO WS-DEFERRED-NET
                       END-IF
                   END-IF
           END-READ.

       1900-WRITE-ONE-LEG.
      *> Every leg passes the chart-of-accounts and posting-period
      *> checks first - a rejected leg lands on the GLREJECT
