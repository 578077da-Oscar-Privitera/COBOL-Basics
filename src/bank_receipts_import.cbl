      *> exactly as PAYMENT-ENTRY would - balance down, paid flag,
      *> PAYMENTS journal, audit entry. Anything ambiguous or
      *> unmatchable lands on the RCPTSUSP suspense list for the
      *> desk to clear by hand, never guessed at. A receipt that
      *> clears a membership-fee invoice renews the member, exactly
      *> as the same cash keyed at PAYMENT-ENTRY would, history
      *> record and all.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT MEMBER-BILLING ASSIGN TO "MEMBILL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-INVOICE-NUMBER
               FILE STATUS IS WS-MB-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
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
       FD  BANK-RECEIPTS.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  MEMBER-BILLING.
           COPY "membill.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

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
       COPY "memrenwk.cpy".
       COPY "rptarwk.cpy".

       01 WS-BRC-STATUS      PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-PM-STATUS       PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

               GO TO 0000-EXIT
           END-IF.

           MOVE "RCPTSUSP"             TO WS-RA-REPORT-NAME.
           MOVE "BANK-RECEIPTS-IMPORT" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID         TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 0100-PRINT-SUSPENSE-HEADING.

           PERFORM 1000-IMPORT-ONE-RECEIPT
           CLOSE BANK-RECEIPTS.
           CLOSE AR-OPEN-ITEMS.
           CLOSE SUSPENSE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-VALUE-POSTED TO VAL-FORMATTED.
           DISPLAY "Receipts read    : " WS-RECEIPTS-READ.
           MOVE WS-VALUE-SUSP TO VAL-FORMATTED.
           DISPLAY "To suspense      : " WS-RECEIPTS-SUSP
               " value " VAL-FORMATTED.
           DISPLAY "Members renewed  : " WS-MR-RENEWED-COUNT.

           PERFORM 8200-LOG-IMPORT-RUN.
           PERFORM 7600-RUN-CONTROL-END.
               ADD BRC-AMOUNT TO WS-VALUE-POSTED
               PERFORM 3100-JOURNAL-THE-RECEIPT
               PERFORM 8100-LOG-ONE-RECEIPT
               IF AR-ITEM-IS-PAID
                   MOVE AR-INVOICE-NUMBER TO WS-MR-INVOICE
                   MOVE BRC-RECEIPT-DATE  TO WS-MR-PAID-DATE
                   PERFORM 6900-RENEW-PAID-MEMBERSHIP THRU 6900-EXIT
               END-IF
           END-IF.

       3100-JOURNAL-THE-RECEIPT.
       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-ONE-RECEIPT.
      *> One audit entry per auto-applied receipt, same as a keyed

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "memrenew.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
