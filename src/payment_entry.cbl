      *>                 realized exchange gain or loss, bank
      *>                 against the FX result account, with the
      *>                 usual balancing control record.
      *> 2026-10-15  OP  Clearing a membership-fee invoice raised by
      *>                 MEMBERSHIP-BILLING renews the member on
      *>                 PERSON-MASTER through the shared MEMRENEW
      *>                 paragraphs - a membership is renewed when
      *>                 its fee is paid.
      *> 2026-10-15  OP  A renewal by payment now leaves the same
      *>                 PERSON-HISTORY renewal record as one at the
      *>                 desk, so the nightly card run sees it.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 CASHSLIP print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLREJ-STATUS.

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
       FD  AR-OPEN-ITEMS.
       FD  GL-REJECTS.
       01 GLREJ-RECORD PIC X(132).

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
       COPY "rptarwk.cpy".

       01 WS-AR-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).

       COPY "currtbl.cpy".
       COPY "glvalwk.cpy".
       COPY "memrenwk.cpy".
       01 WS-PM-STATUS       PIC X(02).

       78 BANK-ACCOUNT      VALUE "10100000".
       78 FX-RESULT-ACCOUNT VALUE "76600000".
                   BALANCE-FORMATTED
               PERFORM 2300-JOURNAL-THE-RECEIPT
               PERFORM 8100-LOG-PAYMENT
               IF AR-ITEM-IS-PAID
                   MOVE AR-INVOICE-NUMBER TO WS-MR-INVOICE
                   MOVE WS-TODAY          TO WS-MR-PAID-DATE
                   PERFORM 6900-RENEW-PAID-MEMBERSHIP THRU 6900-EXIT
               END-IF
           END-IF.

       2300-JOURNAL-THE-RECEIPT.
               DISPLAY "Could not open CASHSLIP, status "
                   WS-SLIP-STATUS
           ELSE
               MOVE "CASHSLIP"      TO WS-RA-REPORT-NAME
               MOVE "PAYMENT-ENTRY" TO WS-RA-PROGRAM-ID
               MOVE WS-OPERATOR-ID  TO WS-RA-OPERATOR-ID
               PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT

               MOVE SPACES TO PRT-LINE
               STRING "CASH SESSION BALANCING SLIP - operator "
                          DELIMITED BY SIZE
               PERFORM 7590-WRITE-SLIP-LINE

               CLOSE CASH-SLIP
               PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT
           END-IF.

           PERFORM 7580-REGISTER-THE-SESSION.
       7590-WRITE-SLIP-LINE.
           MOVE PRT-LINE TO SLIP-RECORD.
           WRITE SLIP-RECORD.
           MOVE SLIP-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8200-LOG-ON-ACCOUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           COPY "currload.cpy".
           COPY "currfile.cpy".
           COPY "glvalid.cpy".
           COPY "memrenew.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
