       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVOICE-EXPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Structured electronic invoices for the business customers
      *> who no longer take paper. (E)xport is the nightly step:
      *> it walks INVOICE-DETAIL and, for every document of a
      *> customer flagged for electronic invoicing (CUSTMAST) that
      *> has not yet been sent, builds one fixed-format document on
      *> EINVOICE-OUT - header with our company's VAT registration
      *> from COMPANY-CONFIG and the customer's own, the lines, one
      *> record per VAT band, the totals and the due date (the open
      *> item's, or the customer's terms when the item is gone) -
      *> and closes the file with a control record. Every document
      *> sent goes on the EINVOICE-LOG transmission log; the log's
      *> control record remembers the last night exported, so a
      *> missed night is caught up and a newly flagged customer's
      *> history is not sent. (Q)ueue a resend marks a document the
      *> customer says never arrived - or one raised before the
      *> customer was flagged - to go again on the next export,
      *> whatever its date; (I)nquire shows a document's sendings.
      *> A zero run date is the night run-control dates the run by.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-DETAIL ASSIGN TO "INVDETAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

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

           SELECT COMPANY-CONFIG ASSIGN TO "COMPANYCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT EINVOICE-OUT ASSIGN TO "EINVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EI-STATUS.

           SELECT EINVOICE-LOG ASSIGN TO "EINVLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-INVOICE-NUMBER
               FILE STATUS IS WS-EL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DETAIL.
           COPY "invdetl.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  COMPANY-CONFIG.
           COPY "companyrec.cpy".

       FD  EINVOICE-OUT.
           COPY "einvout.cpy".

       FD  EINVOICE-LOG.
           COPY "einvlog.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       COPY "companytbl.cpy".
       COPY "termswk.cpy".

       78 HOME-COUNTRY       VALUE "FR".
       78 BOOK-CURRENCY      VALUE "EUR".
       78 MAX-BANDS          VALUE 10.

       01 WS-ID-STATUS       PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-CO-STATUS       PIC X(02).
       01 WS-EI-STATUS       PIC X(02).
       01 WS-EL-STATUS       PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-RUN-DATE        PIC 9(08).
       01 WS-FROM-DATE       PIC 9(08).
       01 WS-LOG-OPEN        PIC X(01) VALUE "N".
       01 WS-CM-OPEN         PIC X(01) VALUE "N".
       01 WS-AR-OPEN         PIC X(01) VALUE "N".
       01 WS-CUST-FOUND      PIC X(01).
       01 WS-INVOICE-IN      PIC 9(06).
       01 WS-REASON-IN       PIC X(30).

      *> The document being built - set when its header qualifies,
      *> cleared when its totals are written.
       01 WS-DOC-OPEN        PIC X(01) VALUE "N".
       01 WS-DOC-NUMBER      PIC 9(06).
       01 WS-DOC-CUSTOMER    PIC X(06).
       01 WS-DOC-DATE        PIC 9(08).
       01 WS-DOC-TYPE        PIC X(01).
       01 WS-DOC-ON-LOG      PIC X(01).
       01 WS-TRANSMISSION    PIC X(01).
           88 WS-IS-RESEND       VALUE "R".
       01 WS-DOC-LINES       PIC 9(02).
       01 WS-DOC-NET         PIC S9(09)V99.
       01 WS-DOC-VAT         PIC S9(09)V99.
       01 WS-DOC-GROSS       PIC S9(09)V99.

       01 WS-BAND-TABLE.
          05 BD-ENTRY OCCURS 10 TIMES.
             10 BD-VAT-RATE      PIC 9V99.
             10 BD-NET-TOTAL     PIC S9(09)V99.
             10 BD-VAT-TOTAL     PIC S9(09)V99.
       01 WS-BAND-COUNT      PIC 9(02).
       01 WS-BAND-INDEX      PIC 9(02).
       01 WS-BAND-FOUND      PIC X(01).

       01 WS-DOCS-SENT       PIC 9(06) VALUE ZERO.
       01 WS-RESENDS-SENT    PIC 9(06) VALUE ZERO.
       01 WS-RECORDS-WRITTEN PIC 9(08) VALUE ZERO.
       01 WS-RUN-GROSS       PIC S9(11)V99 VALUE ZERO.
       01 WS-STILL-QUEUED    PIC 9(06) VALUE ZERO.

       01 AMT-FORMATTED      PIC -(8)9.99.
       01 VAL-FORMATTED      PIC -(10)9.99.

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

           PERFORM 5950-LOAD-COMPANY-FILE.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "Electronic invoice export".
           DISPLAY "(E)xport tonight's documents, (Q)ueue a resend, "
               "(I)nquire on a document, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "E" WHEN "e"
                   PERFORM 2000-EXPORT-RUN THRU 2000-EXIT
               WHEN "Q" WHEN "q"
                   PERFORM 3000-QUEUE-A-RESEND THRU 3000-EXIT
               WHEN "I" WHEN "i"
                   PERFORM 4000-INQUIRE-A-DOCUMENT THRU 4000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       1100-OPEN-THE-LOG.
      *> A first run finds no log - it is created with its control
      *> record naming no night yet exported.
           MOVE "N" TO WS-LOG-OPEN.
           OPEN I-O EINVOICE-LOG.
           IF WS-EL-STATUS = "35"
               OPEN OUTPUT EINVOICE-LOG
               IF WS-EL-STATUS = "00"
                   MOVE SPACES TO EL-CONTROL-RECORD
                   MOVE ZERO TO EL-CONTROL-KEY EL-LAST-RUN-DATE
                                EL-LAST-RUN-AT
                   WRITE EL-CONTROL-RECORD
                   CLOSE EINVOICE-LOG
                   OPEN I-O EINVOICE-LOG
               END-IF
           END-IF.
           IF WS-EL-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN
           ELSE
               DISPLAY "Could not open EINVLOG, status "
                   WS-EL-STATUS
           END-IF.

       2000-EXPORT-RUN.
           MOVE "EINVOICE-EXPORT" TO WS-RC-JOB-NAME.
           MOVE "EOD-BALANCE"     TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Export run date (CCYYMMDD, zero for today): ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE NOT NUMERIC
               OR WS-RUN-DATE = ZERO
               MOVE WS-RC-TODAY TO WS-RUN-DATE
           END-IF.

           PERFORM 1100-OPEN-THE-LOG.
           IF WS-LOG-OPEN NOT = "Y"
               GO TO 2000-EXIT
           END-IF.

      *> Documents dated from the last night exported up to the run
      *> date qualify - the last night itself again, since a
      *> document keyed after that night's export carries its date,
      *> and the log keeps anything already sent from going twice.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE ZERO TO EL-CONTROL-KEY.
           READ EINVOICE-LOG
               KEY IS EL-INVOICE-NUMBER
               INVALID KEY
                   MOVE SPACES TO EL-CONTROL-RECORD
                   MOVE ZERO TO EL-CONTROL-KEY EL-LAST-RUN-DATE
                                EL-LAST-RUN-AT
                   WRITE EL-CONTROL-RECORD
               NOT INVALID KEY
                   IF EL-LAST-RUN-DATE NUMERIC
                       AND EL-LAST-RUN-DATE NOT = ZERO
                       AND EL-LAST-RUN-DATE < WS-RUN-DATE
                       MOVE EL-LAST-RUN-DATE TO WS-FROM-DATE
                   END-IF
           END-READ.

           OPEN INPUT INVOICE-DETAIL.
           IF WS-ID-STATUS NOT = "00"
               DISPLAY "Could not open INVDETAIL, status "
                   WS-ID-STATUS " - nothing exported."
               CLOSE EINVOICE-LOG
               GO TO 2000-EXIT
           END-IF.

           OPEN OUTPUT EINVOICE-OUT.
           IF WS-EI-STATUS NOT = "00"
               DISPLAY "Could not open EINVOUT, status "
                   WS-EI-STATUS " - nothing exported."
               CLOSE INVOICE-DETAIL EINVOICE-LOG
               GO TO 2000-EXIT
           END-IF.

      *> Without CUSTMAST no customer can be seen to be flagged, so
      *> only the queued resends go; without AROPEN the due date
      *> comes off the customer's terms.
           MOVE "N" TO WS-CM-OPEN WS-AR-OPEN.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = "00"
               MOVE "Y" TO WS-CM-OPEN
           ELSE
               DISPLAY "CUSTMAST not available, status "
                   WS-CM-STATUS " - queued resends only."
           END-IF.
           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS = "00"
               MOVE "Y" TO WS-AR-OPEN
           END-IF.

           MOVE ZERO TO WS-DOCS-SENT WS-RESENDS-SENT
                        WS-RECORDS-WRITTEN WS-RUN-GROSS
                        WS-STILL-QUEUED.
           MOVE "N" TO WS-DOC-OPEN.
           PERFORM 2100-READ-ONE-DETAIL UNTIL WS-ID-STATUS = "10".
           IF WS-DOC-OPEN = "Y"
               PERFORM 2500-CLOSE-THE-DOCUMENT
           END-IF.

           PERFORM 2800-WRITE-CONTROL-RECORD.

           CLOSE INVOICE-DETAIL EINVOICE-OUT.
           IF WS-CM-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-AR-OPEN = "Y"
               CLOSE AR-OPEN-ITEMS
           END-IF.

      *> A resend whose document is no longer on INVDETAIL stays
      *> queued and is counted here, for the desk to chase.
           MOVE 1 TO EL-INVOICE-NUMBER.
           START EINVOICE-LOG KEY IS NOT LESS THAN EL-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-EL-STATUS
           END-START.
           PERFORM 2900-COUNT-ONE-QUEUED UNTIL WS-EL-STATUS = "10".

           MOVE ZERO TO EL-CONTROL-KEY.
           READ EINVOICE-LOG
               KEY IS EL-INVOICE-NUMBER
               NOT INVALID KEY
                   IF EL-LAST-RUN-DATE NOT NUMERIC
                       OR EL-LAST-RUN-DATE < WS-RUN-DATE
                       MOVE WS-RUN-DATE TO EL-LAST-RUN-DATE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO EL-LAST-RUN-AT
                   REWRITE EL-CONTROL-RECORD
           END-READ.
           CLOSE EINVOICE-LOG.

           MOVE WS-RUN-GROSS TO VAL-FORMATTED.
           DISPLAY "Documents sent      : " WS-DOCS-SENT.
           DISPLAY "  of which resends  : " WS-RESENDS-SENT.
           DISPLAY "Records written     : " WS-RECORDS-WRITTEN.
           DISPLAY "Gross value sent    : " VAL-FORMATTED.
           IF WS-STILL-QUEUED NOT = ZERO
               DISPLAY "Resends not found  : " WS-STILL-QUEUED
                   " - still queued, see (I)nquire"
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       2000-EXIT.
           EXIT.

       2100-READ-ONE-DETAIL.
      *> A document's lines follow its header on INVDETAIL, as
      *> they were written.
           READ INVOICE-DETAIL
               AT END
                   MOVE "10" TO WS-ID-STATUS
               NOT AT END
                   IF ID-IS-HEADER
                       IF WS-DOC-OPEN = "Y"
                           PERFORM 2500-CLOSE-THE-DOCUMENT
                       END-IF
                       PERFORM 2200-START-A-DOCUMENT THRU 2200-EXIT
                   ELSE
                       IF ID-IS-LINE
                           AND WS-DOC-OPEN = "Y"
                           AND ID-INVOICE-NUMBER = WS-DOC-NUMBER
                           PERFORM 2300-EXPORT-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       2200-START-A-DOCUMENT.
      *> Sent once: a document already on the log goes again only
      *> when the desk has queued it. One not yet on the log goes
      *> when it falls in tonight's window and its customer takes
      *> electronic invoices.
           MOVE "N" TO WS-DOC-ON-LOG.
           MOVE "O" TO WS-TRANSMISSION.
           MOVE ID-INVOICE-NUMBER TO EL-INVOICE-NUMBER.
           READ EINVOICE-LOG
               KEY IS EL-INVOICE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DOC-ON-LOG
           END-READ.

           IF WS-DOC-ON-LOG = "Y"
               IF NOT EL-RESEND-QUEUED
                   GO TO 2200-EXIT
               END-IF
               MOVE "R" TO WS-TRANSMISSION
           ELSE
               IF IDH-INVOICE-DATE < WS-FROM-DATE
                   OR IDH-INVOICE-DATE > WS-RUN-DATE
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-CUST-FOUND.
           IF WS-CM-OPEN = "Y"
               MOVE IDH-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUST-FOUND
               END-READ
           END-IF.
           IF WS-CUST-FOUND NOT = "Y"
               MOVE SPACES TO CUST-RECORD
           END-IF.

           IF NOT WS-IS-RESEND
               AND NOT CUST-TAKES-EINVOICE
               GO TO 2200-EXIT
           END-IF.

           MOVE IDH-COMPANY-CODE TO WS-COMPANY-CODE.
           PERFORM 5960-LOOKUP-COMPANY.
           PERFORM 2250-FIND-DUE-DATE.

           MOVE SPACES TO EI-RECORD.
           MOVE "HDR"             TO EI-RECORD-TYPE.
           MOVE ID-INVOICE-NUMBER TO EI-INVOICE-NUMBER.
           EVALUATE IDH-DOC-TYPE
               WHEN "C"
                   MOVE "381" TO EIH-DOC-CODE
               WHEN "D"
                   MOVE "386" TO EIH-DOC-CODE
               WHEN OTHER
                   MOVE "380" TO EIH-DOC-CODE
           END-EVALUATE.
           MOVE IDH-INVOICE-DATE  TO EIH-ISSUE-DATE.
           MOVE WS-DUE-DATE       TO EIH-DUE-DATE.
           MOVE BOOK-CURRENCY     TO EIH-CURRENCY.
           MOVE IDH-ORIGINAL-INVOICE TO EIH-ORIGINAL-INVOICE.
           MOVE WS-TRANSMISSION   TO EIH-TRANSMISSION.
           MOVE IDH-COMPANY-CODE  TO EIH-SELLER-CODE.
           MOVE WS-CO-NAME-EFF    TO EIH-SELLER-NAME.
           MOVE WS-CO-VAT-EFF     TO EIH-SELLER-VAT.
           MOVE IDH-CUSTOMER-ID   TO EIH-BUYER-ID.
           MOVE IDH-CUSTOMER-NAME TO EIH-BUYER-NAME.
           MOVE IDH-CUSTOMER-CITY TO EIH-BUYER-CITY.
           MOVE CUST-ZIP-CODE     TO EIH-BUYER-ZIP.
           MOVE CUST-VAT-REG-NO   TO EIH-BUYER-VAT.
           MOVE CUST-COUNTRY-CODE TO EIH-BUYER-COUNTRY.
           MOVE CUST-TERMS-CODE   TO EIH-TERMS-CODE.
           MOVE "N"               TO EIH-REVERSE-CHARGE.
           IF CUST-VAT-REG-NO NOT = SPACES
               AND CUST-COUNTRY-CODE NOT = SPACES
               AND CUST-COUNTRY-CODE NOT = HOME-COUNTRY
               MOVE "Y" TO EIH-REVERSE-CHARGE
           END-IF.
           PERFORM 2700-WRITE-ONE-RECORD.

           MOVE "Y"               TO WS-DOC-OPEN.
           MOVE ID-INVOICE-NUMBER TO WS-DOC-NUMBER.
           MOVE IDH-CUSTOMER-ID   TO WS-DOC-CUSTOMER.
           MOVE IDH-INVOICE-DATE  TO WS-DOC-DATE.
           MOVE IDH-DOC-TYPE      TO WS-DOC-TYPE.
           MOVE ZERO TO WS-DOC-LINES WS-BAND-COUNT
                        WS-DOC-NET WS-DOC-VAT WS-DOC-GROSS.

       2200-EXIT.
           EXIT.

       2250-FIND-DUE-DATE.
      *> The open item carries the due date the document was
      *> actually stamped with; one already archived off AROPEN is
      *> re-derived from the customer's terms, as billing did.
           MOVE ZERO TO WS-DUE-DATE.
           IF WS-AR-OPEN = "Y"
               MOVE ID-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               READ AR-OPEN-ITEMS
                   KEY IS AR-INVOICE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AR-DUE-DATE NUMERIC
                           MOVE AR-DUE-DATE TO WS-DUE-DATE
                       END-IF
               END-READ
           END-IF.
           IF WS-DUE-DATE = ZERO
               MOVE CUST-TERMS-CODE  TO WS-TERMS-CODE
               MOVE IDH-INVOICE-DATE TO WS-TERMS-BASE-DATE
               PERFORM 5980-COMPUTE-DUE-DATE
           END-IF.

       2300-EXPORT-ONE-LINE.
           MOVE SPACES TO EI-RECORD.
           MOVE "LIN"               TO EI-RECORD-TYPE.
           MOVE WS-DOC-NUMBER       TO EI-INVOICE-NUMBER.
           MOVE ID-LINE-NO          TO EIL-LINE-NO.
           MOVE IDL-ITEM-CODE       TO EIL-ITEM-CODE.
           MOVE IDL-DESCRIPTION     TO EIL-DESCRIPTION.
           MOVE IDL-QUANTITY        TO EIL-QUANTITY.
           MOVE IDL-UNIT-PRICE      TO EIL-UNIT-PRICE.
           MOVE IDL-VAT-CATEGORY    TO EIL-VAT-CATEGORY.
           MOVE IDL-VAT-RATE        TO EIL-VAT-RATE.
           MOVE IDL-NET-AMOUNT      TO EIL-NET-AMOUNT.
           MOVE IDL-VAT-AMOUNT      TO EIL-VAT-AMOUNT.
           MOVE IDL-DISCOUNT-AMOUNT TO EIL-DISCOUNT-AMOUNT.
           PERFORM 2700-WRITE-ONE-RECORD.

           ADD 1 TO WS-DOC-LINES.
           ADD IDL-NET-AMOUNT TO WS-DOC-NET.
           ADD IDL-VAT-AMOUNT TO WS-DOC-VAT.

           MOVE "N" TO WS-BAND-FOUND.
           PERFORM 2310-MATCH-ONE-BAND
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > WS-BAND-COUNT
               OR WS-BAND-FOUND = "Y".
           IF WS-BAND-FOUND = "N"
               IF WS-BAND-COUNT < MAX-BANDS
                   ADD 1 TO WS-BAND-COUNT
                   MOVE IDL-VAT-RATE   TO BD-VAT-RATE(WS-BAND-COUNT)
                   MOVE IDL-NET-AMOUNT TO BD-NET-TOTAL(WS-BAND-COUNT)
                   MOVE IDL-VAT-AMOUNT TO BD-VAT-TOTAL(WS-BAND-COUNT)
               ELSE
                   DISPLAY "** document " WS-DOC-NUMBER " has more "
                       "than " MAX-BANDS " VAT bands - band "
                       IDL-VAT-RATE " left out of the band records"
               END-IF
           END-IF.

       2310-MATCH-ONE-BAND.
           IF BD-VAT-RATE(WS-BAND-INDEX) = IDL-VAT-RATE
               ADD IDL-NET-AMOUNT TO BD-NET-TOTAL(WS-BAND-INDEX)
               ADD IDL-VAT-AMOUNT TO BD-VAT-TOTAL(WS-BAND-INDEX)
               MOVE "Y" TO WS-BAND-FOUND
           END-IF.

       2500-CLOSE-THE-DOCUMENT.
           PERFORM 2510-WRITE-ONE-BAND
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > WS-BAND-COUNT.

           COMPUTE WS-DOC-GROSS = WS-DOC-NET + WS-DOC-VAT.
           MOVE SPACES TO EI-RECORD.
           MOVE "TOT"         TO EI-RECORD-TYPE.
           MOVE WS-DOC-NUMBER TO EI-INVOICE-NUMBER.
           MOVE WS-DOC-LINES  TO EIT-LINE-COUNT.
           MOVE WS-DOC-NET    TO EIT-NET-TOTAL.
           MOVE WS-DOC-VAT    TO EIT-VAT-TOTAL.
           MOVE WS-DOC-GROSS  TO EIT-GROSS-TOTAL.
           PERFORM 2700-WRITE-ONE-RECORD.

           ADD 1 TO WS-DOCS-SENT.
           IF WS-IS-RESEND
               ADD 1 TO WS-RESENDS-SENT
           END-IF.
           ADD WS-DOC-GROSS TO WS-RUN-GROSS.
           MOVE WS-DOC-GROSS TO AMT-FORMATTED.
           DISPLAY "Sent " WS-DOC-NUMBER " " WS-DOC-CUSTOMER " "
               AMT-FORMATTED " " WS-TRANSMISSION.

           PERFORM 2550-LOG-THE-SENDING.
           MOVE "N" TO WS-DOC-OPEN.

       2510-WRITE-ONE-BAND.
           MOVE SPACES TO EI-RECORD.
           MOVE "VAT"         TO EI-RECORD-TYPE.
           MOVE WS-DOC-NUMBER TO EI-INVOICE-NUMBER.
           MOVE BD-VAT-RATE(WS-BAND-INDEX)  TO EIV-VAT-RATE.
           MOVE BD-NET-TOTAL(WS-BAND-INDEX) TO EIV-NET-TOTAL.
           MOVE BD-VAT-TOTAL(WS-BAND-INDEX) TO EIV-VAT-TOTAL.
           PERFORM 2700-WRITE-ONE-RECORD.

       2550-LOG-THE-SENDING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-DOC-NUMBER TO EL-INVOICE-NUMBER.
           IF WS-DOC-ON-LOG = "Y"
               READ EINVOICE-LOG
                   KEY IS EL-INVOICE-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-DOC-ON-LOG
               END-READ
           END-IF.
           IF WS-DOC-ON-LOG NOT = "Y"
               MOVE SPACES TO EL-RECORD
               MOVE WS-DOC-NUMBER TO EL-INVOICE-NUMBER
               MOVE WS-RUN-DATE   TO EL-FIRST-SENT
               MOVE ZERO          TO EL-SEND-COUNT
           END-IF.
           IF EL-FIRST-SENT NOT NUMERIC
               OR EL-FIRST-SENT = ZERO
               MOVE WS-RUN-DATE TO EL-FIRST-SENT
           END-IF.
           IF EL-SEND-COUNT NOT NUMERIC
               MOVE ZERO TO EL-SEND-COUNT
           END-IF.
           MOVE WS-DOC-CUSTOMER TO EL-CUSTOMER-ID.
           MOVE WS-DOC-DATE     TO EL-INVOICE-DATE.
           MOVE WS-DOC-TYPE     TO EL-DOC-TYPE.
           MOVE WS-DOC-GROSS    TO EL-GROSS-TOTAL.
           SET EL-SENT          TO TRUE.
           MOVE WS-NOW          TO EL-LAST-SENT.
           ADD 1 TO EL-SEND-COUNT.
           IF WS-DOC-ON-LOG = "Y"
               REWRITE EL-RECORD
           ELSE
               WRITE EL-RECORD
           END-IF.
           IF WS-EL-STATUS NOT = "00"
               DISPLAY "EINVLOG update failed, status "
                   WS-EL-STATUS " - document " WS-DOC-NUMBER
                   " sent but not logged"
           END-IF.

       2700-WRITE-ONE-RECORD.
           WRITE EI-RECORD.
           IF WS-EI-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
               DISPLAY "EINVOUT write failed, status " WS-EI-STATUS
           END-IF.

       2800-WRITE-CONTROL-RECORD.
           MOVE SPACES TO EI-RECORD.
           MOVE "CTL"              TO EI-RECORD-TYPE.
           MOVE ZERO               TO EI-INVOICE-NUMBER.
           MOVE WS-RUN-DATE        TO EIC-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EIC-CREATED-AT.
           MOVE WS-DOCS-SENT       TO EIC-DOCUMENT-COUNT.
           MOVE WS-RECORDS-WRITTEN TO EIC-RECORD-COUNT.
           MOVE WS-RUN-GROSS       TO EIC-GROSS-TOTAL.
           WRITE EI-RECORD.
           IF WS-EI-STATUS NOT = "00"
               DISPLAY "EINVOUT control record write failed, status "
                   WS-EI-STATUS
           END-IF.

       2900-COUNT-ONE-QUEUED.
           READ EINVOICE-LOG NEXT RECORD
               AT END
                   MOVE "10" TO WS-EL-STATUS
               NOT AT END
                   IF EL-RESEND-QUEUED
                       ADD 1 TO WS-STILL-QUEUED
                       DISPLAY "** resend of " EL-INVOICE-NUMBER
                           " not found on INVDETAIL - still queued"
                   END-IF
           END-READ.

       3000-QUEUE-A-RESEND.
           DISPLAY "Resend which document number? ".
           ACCEPT WS-INVOICE-IN.
           IF WS-INVOICE-IN NOT NUMERIC
               OR WS-INVOICE-IN = ZERO
               DISPLAY "Not a document number."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 1100-OPEN-THE-LOG.
           IF WS-LOG-OPEN NOT = "Y"
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-DOC-ON-LOG.
           MOVE WS-INVOICE-IN TO EL-INVOICE-NUMBER.
           READ EINVOICE-LOG
               KEY IS EL-INVOICE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DOC-ON-LOG
           END-READ.

           IF WS-DOC-ON-LOG = "Y"
               IF EL-RESEND-QUEUED
                   DISPLAY "Document " WS-INVOICE-IN " is already "
                       "queued to go on the next export."
                   CLOSE EINVOICE-LOG
                   GO TO 3000-EXIT
               END-IF
               MOVE EL-GROSS-TOTAL TO AMT-FORMATTED
               DISPLAY "Document " WS-INVOICE-IN " to "
                   EL-CUSTOMER-ID " " AMT-FORMATTED " - sent "
                   EL-SEND-COUNT " time(s), last "
                   EL-LAST-SENT(1:8)
           ELSE
      *> Never sent - raised before the customer was flagged, or
      *> for a customer who takes paper and wants this one too.
               DISPLAY "Document " WS-INVOICE-IN " has never been "
                   "sent electronically - send it on the next "
                   "export? (Y/N): "
               ACCEPT WS-CHOICE
               IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
                   DISPLAY "Nothing queued."
                   CLOSE EINVOICE-LOG
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WS-REASON-IN.
           DISPLAY "Reason for sending it again: ".
           ACCEPT WS-REASON-IN.
           IF WS-REASON-IN = SPACES
               DISPLAY "A resend needs a reason - nothing queued."
               CLOSE EINVOICE-LOG
               GO TO 3000-EXIT
           END-IF.

           IF WS-DOC-ON-LOG NOT = "Y"
               MOVE SPACES TO EL-RECORD
               MOVE WS-INVOICE-IN TO EL-INVOICE-NUMBER
               MOVE ZERO TO EL-INVOICE-DATE EL-GROSS-TOTAL
                            EL-FIRST-SENT EL-LAST-SENT EL-SEND-COUNT
           END-IF.
           SET EL-RESEND-QUEUED TO TRUE.
           MOVE WS-OPERATOR-ID TO EL-RESEND-BY.
           MOVE WS-REASON-IN   TO EL-RESEND-REASON.
           IF WS-DOC-ON-LOG = "Y"
               REWRITE EL-RECORD
           ELSE
               WRITE EL-RECORD
           END-IF.
           IF WS-EL-STATUS = "00"
               DISPLAY "Document " WS-INVOICE-IN " queued - it goes "
                   "on the next export."
               PERFORM 8200-LOG-THE-RESEND
           ELSE
               DISPLAY "EINVLOG update failed, status "
                   WS-EL-STATUS " - nothing queued"
           END-IF.
           CLOSE EINVOICE-LOG.

       3000-EXIT.
           EXIT.

       4000-INQUIRE-A-DOCUMENT.
           DISPLAY "Which document number? ".
           ACCEPT WS-INVOICE-IN.

           OPEN INPUT EINVOICE-LOG.
           IF WS-EL-STATUS NOT = "00"
               DISPLAY "Nothing has been sent electronically yet."
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-INVOICE-IN TO EL-INVOICE-NUMBER.
           READ EINVOICE-LOG
               KEY IS EL-INVOICE-NUMBER
               INVALID KEY
                   DISPLAY "Document " WS-INVOICE-IN " has never "
                       "been sent electronically."
                   CLOSE EINVOICE-LOG
                   GO TO 4000-EXIT
           END-READ.

           MOVE EL-GROSS-TOTAL TO AMT-FORMATTED.
           DISPLAY "Document    : " EL-INVOICE-NUMBER " type "
               EL-DOC-TYPE " dated " EL-INVOICE-DATE.
           DISPLAY "Customer    : " EL-CUSTOMER-ID.
           DISPLAY "Gross total : " AMT-FORMATTED.
           DISPLAY "First sent  : " EL-FIRST-SENT.
           DISPLAY "Last sent   : " EL-LAST-SENT.
           DISPLAY "Times sent  : " EL-SEND-COUNT.
           IF EL-RESEND-QUEUED
               DISPLAY "QUEUED for resend by " EL-RESEND-BY
                   " - " EL-RESEND-REASON
           ELSE
               IF EL-RESEND-BY NOT = SPACES
                   DISPLAY "Last resend : asked by " EL-RESEND-BY
                       " - " EL-RESEND-REASON
               END-IF
           END-IF.
           CLOSE EINVOICE-LOG.

       4000-EXIT.
           EXIT.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW            TO AUD-TIMESTAMP.
           MOVE "EINVOICE-EXPORT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE WS-RUN-GROSS      TO VAL-FORMATTED.
           MOVE SPACES            TO AUD-MESSAGE.
           STRING "E-invoices sent " DELIMITED BY SIZE
                  WS-DOCS-SENT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-RESENDS-SENT DELIMITED BY SIZE
                  " resent), " DELIMITED BY SIZE
                  VAL-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-THE-RESEND.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW            TO AUD-TIMESTAMP.
           MOVE "EINVOICE-EXPORT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE SPACES            TO AUD-MESSAGE.
           STRING "Resend queued " DELIMITED BY SIZE
                  WS-INVOICE-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON-IN DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "companyld.cpy".
           COPY "termsdue.cpy".
           COPY "runcproc.cpy".
           COPY "auditapp.cpy".

           COPY "signon.cpy".
