      *> paid, a PAYMENTS journal record dated the collection date
      *> - so the cash follows the billing without an operator
      *> keying receipts. A debit the bank later bounces is undone
      *> by DD-RETURNS. A membership fee the debit clears renews
      *> the member on PERSON-MASTER, as a keyed receipt does.
      *> A zero collection date is the night run-control dates the
      *> run by - today, or the open finance night when the run is
      *> a step of FINNIGHT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEMS.
       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  MEMBER-BILLING.
           COPY "membill.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       COPY "auditwk.cpy".
       COPY "memrenwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

           ACCEPT WS-COLLECTION-DATE.
           IF WS-COLLECTION-DATE NOT NUMERIC
               OR WS-COLLECTION-DATE = ZERO
               MOVE WS-RC-TODAY TO WS-COLLECTION-DATE
           END-IF.

           OPEN I-O AR-OPEN-ITEMS.
                       AND AR-OPEN-BALANCE > ZERO
                       PERFORM 1100-CHECK-THE-MANDATE
                       IF WS-MANDATE-OK = "Y"
                           PERFORM 2000-COLLECT-THIS-ITEM THRU 2000-EXIT
                       END-IF
                   END-IF
           END-READ.
           ADD 1 TO WS-ORDERS-WRITTEN.
           ADD WS-COLLECT-AMOUNT TO WS-VALUE-COLLECTED.

      *> A membership fee cleared by the debit renews the member
      *> just as a keyed receipt would.
           IF AR-ITEM-IS-PAID
               MOVE AR-INVOICE-NUMBER  TO WS-MR-INVOICE
               MOVE WS-COLLECTION-DATE TO WS-MR-PAID-DATE
               PERFORM 6900-RENEW-PAID-MEMBERSHIP THRU 6900-EXIT
           END-IF.

       2000-EXIT.
           EXIT.


           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "memrenew.cpy".

           COPY "signon.cpy".
