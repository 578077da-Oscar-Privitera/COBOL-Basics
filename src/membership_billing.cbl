       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBERSHIP-BILLING.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Membership fee billing run. Walks PERSON-MASTER and, for
      *> every member whose membership runs out within the keyed
      *> number of days (30 by default) or has run out without the
      *> lapse run retiring them yet, raises the fee for the coming
      *> membership year off the MEMBERSHIP-FEES table as a real
      *> invoice - effective-dated VAT, house rounding, customer
      *> discount, per-company invoice numbering - landing on
      *> INVOICE-TRANSACTION, the AR open items and the line-detail
      *> store, with a print image per invoice on MBILLPRT. A member
      *> with no billing customer yet gets one, created and linked
      *> exactly as MEMBER-PROMOTION would. Each fee is recorded on
      *> MEMBER-BILLING; the expiry date is NOT touched here - the
      *> receipt programs extend it when the invoice is paid.
      *> The fee is the band for the member's category (a member not
      *> yet categorised is priced on the category their age calls
      *> for); honorary members are never billed.

      *> Modification history
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 MBILLPRT print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.
      *> 2026-10-15  OP  No paper invoice image is printed for a
      *>                 customer flagged for electronic invoicing -
      *>                 the stored detail goes out on the nightly
      *>                 EINVOICE-EXPORT; the run counts them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT MEMBERSHIP-FEES ASSIGN TO "MEMFEES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.

           SELECT MEMBER-BILLING ASSIGN TO "MEMBILL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-INVOICE-NUMBER
               FILE STATUS IS WS-MB-STATUS.

           SELECT MEMBER-CUSTOMER-LINK ASSIGN TO "MEMCUSTLNK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

           SELECT CUSTOMER-SEQUENCE ASSIGN TO "CUSTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSQ-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT INVOICE-TRANSACTION ASSIGN TO "INVOICETX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IT-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT INVOICE-DETAIL ASSIGN TO "INVDETAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT INVOICE-SEQUENCE ASSIGN TO "INVSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT BILLING-PRINT ASSIGN TO "MBILLPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT VAT-RATE-CONTROL ASSIGN TO "VATRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VCT-STATUS.

           SELECT PROCESSING-CALENDAR ASSIGN TO "BUSCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

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
       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  MEMBERSHIP-FEES.
           COPY "memfee.cpy".

       FD  MEMBER-BILLING.
           COPY "membill.cpy".

       FD  MEMBER-CUSTOMER-LINK.
           COPY "memlink.cpy".

       FD  CUSTOMER-SEQUENCE.
           COPY "custseq.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  INVOICE-TRANSACTION.
           COPY "invtxn.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  INVOICE-DETAIL.
           COPY "invdetl.cpy".

       FD  INVOICE-SEQUENCE.
           COPY "invseq.cpy".

       FD  BILLING-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  VAT-RATE-CONTROL.
           COPY "vatctl.cpy".

       FD  PROCESSING-CALENDAR.
           COPY "buscal.cpy".

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
       COPY "vatctbl.cpy".
       COPY "roundtbl.cpy".
       COPY "runctbl.cpy".
       COPY "buscaltb.cpy".
       COPY "memfeetb.cpy".
       COPY "termswk.cpy".
       COPY "majagetbl.cpy".
       COPY "memcattb.cpy".
       COPY "rptarwk.cpy".

       01 WS-PM-STATUS       PIC X(02).
       01 WS-MF-STATUS       PIC X(02).
       01 WS-MB-STATUS       PIC X(02).
       01 WS-ML-STATUS       PIC X(02).
       01 WS-CSQ-STATUS      PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-IT-STATUS       PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-ID-STATUS       PIC X(02).
       01 WS-SEQ-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-CAL-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-TODAY           PIC 9(08).
       01 WS-TODAY-INT       PIC 9(08).
       01 WS-RUN-DATE        PIC 9(08).
       01 WS-AHEAD-DAYS      PIC 9(03).
       01 WS-HORIZON-INT     PIC 9(08).
       01 WS-HORIZON-DATE    PIC 9(08).

      *> The membership year being billed is the calendar year the
      *> renewed period starts in - the day after today's expiry.
       01 WS-START-INT       PIC 9(08).
       01 WS-PERIOD-START    PIC 9(08).
       01 WS-MEMBER-YEAR     PIC 9(04).
       01 WS-NEW-EXPIRY      PIC 9(08).
       01 WS-NEW-EXPIRY-X REDEFINES WS-NEW-EXPIRY.
          05 WS-NEW-EXP-CCYY    PIC 9(04).
          05 WS-NEW-EXP-MMDD    PIC 9(04).
       01 WS-ALREADY-BILLED  PIC X(01).

       01 WS-LINK-FOUND      PIC X(01).
       01 WS-CUSTOMER-ID     PIC X(06).
       01 WS-CUSTOMER-FOUND  PIC X(01).
       01 WS-NEXT-NUMBER     PIC 9(05).

       01 WS-CUSTOMER-NAME   PIC X(30).
       01 WS-CUSTOMER-CITY   PIC X(20).
       01 WS-DISCOUNT-PCT    PIC 9(02)V99.
       01 WS-CUST-TERMS      PIC X(03).
       01 WS-BILL-COMPANY    PIC X(02).
       01 WS-HOLD-FLAG       PIC X(01).
           88 WS-CUST-ON-HOLD    VALUE "Y".
       01 WS-CUST-EINVOICE   PIC X(01) VALUE "N".
           88 WS-CUST-TAKES-EINVOICE VALUE "Y".
       01 WS-EINVOICE-COUNT  PIC 9(06) VALUE ZERO.

      *> The single fee line, priced as any invoice line is.
       01 WS-LINE-DESCRIPTION PIC X(30).
       01 WS-LINE-CATEGORY   PIC X(01).
       01 WS-LINE-RATE       PIC 9V99.
       01 WS-LINE-GROSS      PIC 9(07)V99.
       01 WS-LINE-DISCOUNT   PIC 9(07)V99.
       01 WS-LINE-NET        PIC 9(07)V99.
       01 WS-LINE-VAT        PIC 9(07)V99.

       01 WS-INVOICE-NUMBER  PIC 9(06).
       01 WS-GRAND-TOTAL     PIC S9(09)V99.

       01 WS-SEQ-TABLE.
          05 WS-SEQ-ENTRY OCCURS 10 TIMES.
             10 SQ-COMPANY-CODE PIC X(02).
             10 SQ-NEXT-NUMBER  PIC 9(06).
       01 WS-SEQ-COUNT       PIC 9(02).
       01 WS-SEQ-INDEX       PIC 9(02).
       01 WS-SEQ-OWN         PIC 9(02).
       01 WS-SEQ-CO-NUM      PIC 9(02).
       01 WS-SEQ-BAND-BASE   PIC 9(07).
       01 WS-SEQ-BAND-TOP    PIC 9(07).

       01 WS-MEMBERS-BILLED  PIC 9(06) VALUE ZERO.
       01 WS-CUSTOMERS-MADE  PIC 9(06) VALUE ZERO.
       01 WS-ALREADY-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-NO-FEE-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-HELD-SKIPPED    PIC 9(06) VALUE ZERO.
       01 WS-HONORARY-COUNT  PIC 9(06) VALUE ZERO.
       01 WS-RUN-VALUE       PIC S9(10)V99 VALUE ZERO.

       01 NET-FORMATTED      PIC -(6)9.99.
       01 VAT-FORMATTED      PIC -(6)9.99.
       01 TOTAL-FORMATTED    PIC -(7)9.99.
       01 RUN-FORMATTED      PIC -(9)9.99.
       01 UNIT-FORMATTED     PIC Z(6).99.
       01 RATE-FORMATTED     PIC Z.99.

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

           MOVE "MEMBER-BILLING" TO WS-RC-JOB-NAME.
           MOVE SPACES           TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           DISPLAY "Bill members expiring within how many days "
               "(Enter/zero for 30)? ".
           ACCEPT WS-AHEAD-DAYS.
           IF WS-AHEAD-DAYS = ZERO OR WS-AHEAD-DAYS NOT NUMERIC
               MOVE 30 TO WS-AHEAD-DAYS
           END-IF.
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-AHEAD-DAYS.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT).

      *> Invoices are dated on a business day, as the contract run
      *> dates them.
           MOVE WS-TODAY TO WS-RUN-DATE.
           PERFORM 5850-LOAD-PROCESSING-CALENDAR.
           MOVE WS-RUN-DATE TO WS-CAL-LOOKUP-DATE.
           PERFORM 5870-ROLL-TO-BUSINESS-DAY THRU 5870-EXIT.
           IF WS-CAL-ROLLED-DATE NOT = WS-RUN-DATE
               DISPLAY "Today is not a business day - billing as "
                   WS-CAL-ROLLED-DATE "."
               MOVE WS-CAL-ROLLED-DATE TO WS-RUN-DATE
           END-IF.

           PERFORM 5050-LOAD-VAT-RATE-CONTROL.
           MOVE WS-RUN-DATE TO WS-RATE-LOOKUP-DATE.
           PERFORM 5400-LOAD-ROUNDING-RULE-TABLE.

           PERFORM 5940-LOAD-MEMBERSHIP-FEES.
           IF WS-MFT-COUNT = ZERO
               DISPLAY "MEMBERSHIP-FEES is empty or not on file - "
                   "key the fees in MEMBERSHIP-FEE-MAINTENANCE "
                   "first."
               GO TO 0000-EXIT
           END-IF.

           MOVE SPACES TO WS-COUNTRY-CODE.
           PERFORM 5990-LOAD-MEMBER-CATEGORIES.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT BILLING-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open MBILLPRT, status "
                   WS-RPT-STATUS
               CLOSE PERSON-MASTER
               GO TO 0000-EXIT
           END-IF.

           MOVE "MBILLPRT"           TO WS-RA-REPORT-NAME.
           MOVE "MEMBERSHIP-BILLING" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID       TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.

           PERFORM 1000-CHECK-ONE-MEMBER UNTIL WS-PM-STATUS = "10".

           CLOSE PERSON-MASTER.
           CLOSE BILLING-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-RUN-VALUE TO RUN-FORMATTED.
           DISPLAY "Members billed     : " WS-MEMBERS-BILLED.
           DISPLAY "Customers created  : " WS-CUSTOMERS-MADE.
           DISPLAY "Run value (gross)  : " RUN-FORMATTED.
           DISPLAY "Already billed     : " WS-ALREADY-COUNT.
           DISPLAY "No fee for the year: " WS-NO-FEE-COUNT.
           DISPLAY "On hold, skipped   : " WS-HELD-SKIPPED.
           DISPLAY "E-invoiced only    : " WS-EINVOICE-COUNT.
           DISPLAY "Honorary, not billed: " WS-HONORARY-COUNT.

           PERFORM 8100-LOG-BILLING-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-CHECK-ONE-MEMBER.
      *> Due is inside the horizon, or already past it without the
      *> lapse run having caught up - the fee is still owed then.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF NOT PM-IS-LAPSED
                       AND NOT PM-IS-DECEASED
                       AND PM-MEMBER-NUMBER NUMERIC
                       AND PM-MEMBER-NUMBER > ZERO
                       AND PM-EXPIRY-DATE NUMERIC
                       AND PM-EXPIRY-DATE > ZERO
                       AND PM-EXPIRY-DATE <= WS-HORIZON-DATE
                       PERFORM 2000-BILL-ONE-MEMBER THRU 2000-EXIT
                   END-IF
           END-READ.

       2000-BILL-ONE-MEMBER.
           IF PM-IS-HONORARY
               ADD 1 TO WS-HONORARY-COUNT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2050-WORK-OUT-THE-YEAR.

           PERFORM 2100-CHECK-ALREADY-BILLED.
           IF WS-ALREADY-BILLED = "Y"
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-MEMBER-YEAR TO WS-FEE-LOOKUP-YEAR.
           PERFORM 2060-WORK-OUT-THE-BAND.
           PERFORM 5946-LOOKUP-MEMBERSHIP-FEE.
           IF WS-FEE-FOUND NOT = "Y"
               DISPLAY "** no membership fee on file for "
                   WS-MEMBER-YEAR " band " WS-FEE-LOOKUP-CATEGORY
                   " - member " PM-MEMBER-NUMBER " not billed"
               ADD 1 TO WS-NO-FEE-COUNT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-FIND-THE-CUSTOMER THRU 2200-EXIT.
           IF WS-CUSTOMER-FOUND NOT = "Y"
               DISPLAY "** no billing customer could be found or "
                   "created for member " PM-MEMBER-NUMBER
                   " - not billed"
               GO TO 2000-EXIT
           END-IF.

           IF WS-CUST-ON-HOLD
               DISPLAY "** member " PM-MEMBER-NUMBER " customer "
                   WS-CUSTOMER-ID " is on credit hold - not "
                   "billed this run"
               ADD 1 TO WS-HELD-SKIPPED
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2400-PRICE-THE-FEE.
           PERFORM 2500-ASSIGN-INVOICE-NUMBER.
           PERFORM 2600-RECORD-THE-INVOICE.
           PERFORM 2650-RAISE-THE-RECEIVABLE.
           PERFORM 2700-STORE-THE-DETAIL.
           PERFORM 2750-RECORD-THE-FEE.
      *> A customer on electronic invoicing gets no paper - the
      *> export sends the stored detail tonight.
           IF WS-CUST-TAKES-EINVOICE
               ADD 1 TO WS-EINVOICE-COUNT
           ELSE
               PERFORM 2800-PRINT-THE-IMAGE
           END-IF.
           PERFORM 8200-LOG-ONE-INVOICE.

           ADD 1 TO WS-MEMBERS-BILLED.
           ADD WS-GRAND-TOTAL TO WS-RUN-VALUE.

       2000-EXIT.
           EXIT.

       2050-WORK-OUT-THE-YEAR.
      *> The renewed period runs from the day after the expiry to
      *> the same date a year on - 29 February renews to the 28th.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(PM-EXPIRY-DATE) + 1.
           COMPUTE WS-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-START-INT).
           MOVE WS-PERIOD-START(1:4) TO WS-MEMBER-YEAR.

           MOVE PM-EXPIRY-DATE TO WS-NEW-EXPIRY.
           ADD 1 TO WS-NEW-EXP-CCYY.
           IF WS-NEW-EXP-MMDD = 0229
               MOVE 0228 TO WS-NEW-EXP-MMDD
           END-IF.

       2060-WORK-OUT-THE-BAND.
      *> A record the category run has not reached yet is priced on
      *> the category its age calls for; with no usable date of
      *> birth only the all-category band can price it.
           IF PM-CATEGORY-IS-VALID
               MOVE PM-MEMBER-CATEGORY TO WS-FEE-LOOKUP-CATEGORY
           ELSE
               CALL "AGE-FROM-DOB" USING PM-DATE-OF-BIRTH WS-MC-AGE
                   WS-MC-AGE-VALID
               IF WS-MC-AGE-VALID = "Y"
                   PERFORM 5994-CATEGORY-BY-AGE
                   MOVE WS-MC-BY-AGE TO WS-FEE-LOOKUP-CATEGORY
               ELSE
                   MOVE SPACE TO WS-FEE-LOOKUP-CATEGORY
               END-IF
           END-IF.

       2100-CHECK-ALREADY-BILLED.
      *> One fee per member per membership year - a second run in
      *> the same window, or a member still unpaid from the last
      *> one, is never billed twice.
           MOVE "N" TO WS-ALREADY-BILLED.
           OPEN INPUT MEMBER-BILLING.
           IF WS-MB-STATUS = "00"
               MOVE LOW-VALUES TO MB-INVOICE-NUMBER
               START MEMBER-BILLING
                   KEY IS NOT LESS THAN MB-INVOICE-NUMBER
                   INVALID KEY
                       MOVE "10" TO WS-MB-STATUS
               END-START
               PERFORM 2110-CHECK-ONE-BILLING
                   UNTIL WS-MB-STATUS = "10"
                   OR WS-ALREADY-BILLED = "Y"
               CLOSE MEMBER-BILLING
           END-IF.

       2110-CHECK-ONE-BILLING.
           READ MEMBER-BILLING NEXT
               AT END
                   MOVE "10" TO WS-MB-STATUS
               NOT AT END
                   IF MB-MEMBER-NUMBER = PM-MEMBER-NUMBER
                       AND MB-MEMBERSHIP-YEAR = WS-MEMBER-YEAR
                       MOVE "Y" TO WS-ALREADY-BILLED
                   END-IF
           END-READ.

       2200-FIND-THE-CUSTOMER.
      *> The member's billing customer is the one on their latest
      *> link record. No link, or a link to a customer no longer on
      *> file, and one is created and linked the way MEMBER-
      *> PROMOTION does it.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           MOVE "N" TO WS-LINK-FOUND.
           MOVE "N" TO WS-CUST-EINVOICE.
           MOVE SPACES TO WS-CUSTOMER-ID.

           OPEN INPUT MEMBER-CUSTOMER-LINK.
           IF WS-ML-STATUS = "00"
               PERFORM 2210-CHECK-ONE-LINK
                   UNTIL WS-ML-STATUS = "10"
               CLOSE MEMBER-CUSTOMER-LINK
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF WS-CM-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CUSTOMER-MASTER, status "
                   WS-CM-STATUS
               GO TO 2200-EXIT
           END-IF.

           IF WS-LINK-FOUND = "Y"
               MOVE WS-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CUST-ID
                   INVALID KEY
                       DISPLAY "** member " PM-MEMBER-NUMBER
                           " is linked to customer " WS-CUSTOMER-ID
                           " which is no longer on file - a new "
                           "customer is created"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-FOUND
               END-READ
           END-IF.

           IF WS-CUSTOMER-FOUND NOT = "Y"
               PERFORM 2300-CREATE-THE-CUSTOMER
           END-IF.

           IF WS-CUSTOMER-FOUND = "Y"
               MOVE CUST-NAME         TO WS-CUSTOMER-NAME
               MOVE CUST-CITY         TO WS-CUSTOMER-CITY
               MOVE CUST-DISCOUNT-PCT TO WS-DISCOUNT-PCT
               MOVE CUST-TERMS-CODE   TO WS-CUST-TERMS
               MOVE CUST-HOLD-FLAG    TO WS-HOLD-FLAG
               MOVE CUST-EINVOICE-FLAG TO WS-CUST-EINVOICE
               MOVE CUST-COMPANY-CODE TO WS-BILL-COMPANY
               IF WS-BILL-COMPANY = SPACES
                   MOVE "01" TO WS-BILL-COMPANY
               END-IF
           END-IF.

           CLOSE CUSTOMER-MASTER.

       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-LINK.
           READ MEMBER-CUSTOMER-LINK
               AT END
                   MOVE "10" TO WS-ML-STATUS
               NOT AT END
                   IF ML-MEMBER-NUMBER NUMERIC
                       AND ML-MEMBER-NUMBER = PM-MEMBER-NUMBER
                       MOVE ML-CUST-ID TO WS-CUSTOMER-ID
                       MOVE "Y" TO WS-LINK-FOUND
                   END-IF
           END-READ.

       2300-CREATE-THE-CUSTOMER.
      *> Next id off CUSTOMER-SEQUENCE, saved back the moment it is
      *> taken; name, city and zip from the member; house company;
      *> the VAT category the fee is priced under.
           MOVE 1 TO WS-NEXT-NUMBER.

           OPEN INPUT CUSTOMER-SEQUENCE.
           IF WS-CSQ-STATUS = "00"
               READ CUSTOMER-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CUSTSEQ-NEXT-NUMBER TO WS-NEXT-NUMBER
               END-READ
               CLOSE CUSTOMER-SEQUENCE
           END-IF.

           COMPUTE CUSTSEQ-NEXT-NUMBER = WS-NEXT-NUMBER + 1.
           OPEN OUTPUT CUSTOMER-SEQUENCE.
           WRITE CUSTSEQ-RECORD.
           CLOSE CUSTOMER-SEQUENCE.

           MOVE SPACES TO WS-CUSTOMER-ID.
           STRING "C" DELIMITED BY SIZE
                  WS-NEXT-NUMBER DELIMITED BY SIZE
                  INTO WS-CUSTOMER-ID.

           MOVE SPACES TO CUST-RECORD.
           MOVE WS-CUSTOMER-ID TO CUST-ID.
           STRING PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SIZE
                  INTO CUST-NAME.
           MOVE PM-CITY     TO CUST-CITY.
           MOVE PM-ZIP-CODE TO CUST-ZIP-CODE.
           MOVE "01"        TO CUST-COMPANY-CODE.
           MOVE ZERO        TO CUST-DISCOUNT-PCT.
           MOVE ZERO        TO CUST-CREDIT-LIMIT.
           MOVE "N"         TO CUST-HOLD-FLAG.
           MOVE "N"         TO CUST-DD-MANDATE.
           MOVE "N"         TO CUST-ALLOC-PRIORITY.
           MOVE ZERO        TO CUST-RISK-GRADED.

           MOVE WS-FEE-VAT-CATEGORY TO WS-CATEGORY-CODE.
           PERFORM 5150-LOOKUP-VAT-RATE-AS-OF.
           IF WS-RATE-FOUND NOT = "Y"
               MOVE "S" TO WS-CATEGORY-CODE
           END-IF.
           MOVE WS-CATEGORY-CODE TO CUST-VAT-CATEGORY.

           WRITE CUST-RECORD.
           IF WS-CM-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-FOUND
               ADD 1 TO WS-CUSTOMERS-MADE
               DISPLAY "Member " PM-MEMBER-NUMBER " set up as "
                   "customer " WS-CUSTOMER-ID "."
               PERFORM 2350-RECORD-THE-LINK
               PERFORM 8300-LOG-NEW-CUSTOMER
           ELSE
               DISPLAY "Customer write failed, status " WS-CM-STATUS
           END-IF.

       2350-RECORD-THE-LINK.
           OPEN EXTEND MEMBER-CUSTOMER-LINK.
           IF WS-ML-STATUS = "05" OR WS-ML-STATUS = "35"
               OPEN OUTPUT MEMBER-CUSTOMER-LINK
           END-IF.

           MOVE WS-CUSTOMER-ID   TO ML-CUST-ID.
           MOVE PM-LASTNAME      TO ML-LASTNAME.
           MOVE PM-ZIP-CODE      TO ML-ZIP-CODE.
           MOVE WS-RUN-DATE      TO ML-PROMOTED-DATE.
           MOVE PM-MEMBER-NUMBER TO ML-MEMBER-NUMBER.
           WRITE ML-RECORD.
           IF WS-ML-STATUS NOT = "00"
               DISPLAY "MEMBER-CUSTOMER-LINK write failed, status "
                   WS-ML-STATUS
           END-IF.

           CLOSE MEMBER-CUSTOMER-LINK.

       2400-PRICE-THE-FEE.
      *> The same pricing a keyed invoice gets: rate as of the run
      *> date for the fee's category (standard-rate fallback),
      *> negotiated discount off the gross, house rounding per
      *> category on the VAT.
           MOVE WS-FEE-DESCRIPTION TO WS-LINE-DESCRIPTION.
           IF WS-LINE-DESCRIPTION = SPACES
               STRING "Membership " DELIMITED BY SIZE
                      WS-MEMBER-YEAR DELIMITED BY SIZE
                      INTO WS-LINE-DESCRIPTION
           END-IF.

           MOVE WS-FEE-VAT-CATEGORY TO WS-CATEGORY-CODE.
           PERFORM 5150-LOOKUP-VAT-RATE-AS-OF.
           IF WS-RATE-FOUND NOT = "Y"
               DISPLAY "** no rate for category " WS-CATEGORY-CODE
                   " - fee billed at the standard rate"
               MOVE "S" TO WS-CATEGORY-CODE
               PERFORM 5150-LOOKUP-VAT-RATE-AS-OF
           END-IF.
           MOVE WS-CATEGORY-CODE  TO WS-LINE-CATEGORY.
           MOVE WS-LOOKED-UP-RATE TO WS-LINE-RATE.

           MOVE WS-FEE-AMOUNT TO WS-LINE-GROSS.
           COMPUTE WS-LINE-DISCOUNT ROUNDED =
               WS-LINE-GROSS * WS-DISCOUNT-PCT / 100.
           COMPUTE WS-LINE-NET = WS-LINE-GROSS - WS-LINE-DISCOUNT.

           PERFORM 5500-LOOKUP-ROUNDING-RULE-BY-CATEGORY.
           EVALUATE TRUE
               WHEN WS-RND-MODE-IS-NEAREST-EVEN
                   COMPUTE WS-LINE-VAT
                       ROUNDED MODE IS NEAREST-EVEN =
                       WS-LINE-NET * WS-LINE-RATE
               WHEN WS-RND-MODE-IS-TRUNCATION
                   COMPUTE WS-LINE-VAT
                       ROUNDED MODE IS TRUNCATION =
                       WS-LINE-NET * WS-LINE-RATE
               WHEN OTHER
                   COMPUTE WS-LINE-VAT
                       ROUNDED MODE IS AWAY-FROM-ZERO =
                       WS-LINE-NET * WS-LINE-RATE
           END-EVALUATE.

           COMPUTE WS-GRAND-TOTAL = WS-LINE-NET + WS-LINE-VAT.

       2500-ASSIGN-INVOICE-NUMBER.
      *> Same take-and-save sequence discipline as INVOICE-
      *> CALCULATOR and the contract run, on the same keyed
      *> per-company INVSEQ file.
           MOVE ZERO TO WS-SEQ-COUNT WS-SEQ-OWN.

           OPEN INPUT INVOICE-SEQUENCE.
           IF WS-SEQ-STATUS = "00"
               PERFORM 2510-LOAD-ONE-SEQ-SLOT
                   UNTIL WS-SEQ-STATUS = "10"
               CLOSE INVOICE-SEQUENCE
           END-IF.

           IF WS-SEQ-OWN = ZERO
               ADD 1 TO WS-SEQ-COUNT
               MOVE WS-SEQ-COUNT TO WS-SEQ-OWN
               MOVE WS-BILL-COMPANY
                   TO SQ-COMPANY-CODE(WS-SEQ-OWN)
               MOVE 1 TO SQ-NEXT-NUMBER(WS-SEQ-OWN)
           END-IF.

           PERFORM 2530-ENFORCE-COMPANY-BAND.

           MOVE SQ-NEXT-NUMBER(WS-SEQ-OWN) TO WS-INVOICE-NUMBER.
           COMPUTE SQ-NEXT-NUMBER(WS-SEQ-OWN) =
               WS-INVOICE-NUMBER + 1.

           OPEN OUTPUT INVOICE-SEQUENCE.
           PERFORM 2520-SAVE-ONE-SEQ-SLOT
               VARYING WS-SEQ-INDEX FROM 1 BY 1
               UNTIL WS-SEQ-INDEX > WS-SEQ-COUNT.
           CLOSE INVOICE-SEQUENCE.

       2510-LOAD-ONE-SEQ-SLOT.
           READ INVOICE-SEQUENCE
               AT END
                   MOVE "10" TO WS-SEQ-STATUS
               NOT AT END
                   IF WS-SEQ-COUNT >= 10
                       DISPLAY "** sequence table full - a company "
                           "slot was dropped"
                   ELSE
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE INVSEQ-COMPANY-CODE
                           TO SQ-COMPANY-CODE(WS-SEQ-COUNT)
                       MOVE INVSEQ-NEXT-NUMBER
                           TO SQ-NEXT-NUMBER(WS-SEQ-COUNT)
                       IF INVSEQ-COMPANY-CODE = WS-BILL-COMPANY
                           MOVE WS-SEQ-COUNT TO WS-SEQ-OWN
                       END-IF
                   END-IF
           END-READ.

       2520-SAVE-ONE-SEQ-SLOT.
           MOVE SQ-COMPANY-CODE(WS-SEQ-INDEX)
               TO INVSEQ-COMPANY-CODE.
           MOVE SQ-NEXT-NUMBER(WS-SEQ-INDEX)
               TO INVSEQ-NEXT-NUMBER.
           WRITE INVSEQ-RECORD.

       2530-ENFORCE-COMPANY-BAND.
      *> Company nn owns (nn-1)*100000 + 1 onward, so no two
      *> companies are ever handed the same number.
           IF WS-BILL-COMPANY NUMERIC
               MOVE WS-BILL-COMPANY TO WS-SEQ-CO-NUM
           ELSE
               MOVE 1 TO WS-SEQ-CO-NUM
           END-IF.
           IF WS-SEQ-CO-NUM < 1
               MOVE 1 TO WS-SEQ-CO-NUM
           END-IF.

           COMPUTE WS-SEQ-BAND-BASE = (WS-SEQ-CO-NUM - 1) * 100000.
           COMPUTE WS-SEQ-BAND-TOP = WS-SEQ-BAND-BASE + 99999.

           IF SQ-NEXT-NUMBER(WS-SEQ-OWN) <= WS-SEQ-BAND-BASE
               COMPUTE SQ-NEXT-NUMBER(WS-SEQ-OWN) =
                   WS-SEQ-BAND-BASE + 1
           END-IF.
           IF SQ-NEXT-NUMBER(WS-SEQ-OWN) > WS-SEQ-BAND-TOP
               OR WS-SEQ-BAND-TOP > 999999
               DISPLAY "** invoice number band for company "
                   WS-BILL-COMPANY " is exhausted or invalid - "
                   "run stopped"
               STOP RUN
           END-IF.

       2600-RECORD-THE-INVOICE.
      *> One fee line is one VAT band - one INVOICE-TRANSACTION
      *> record.
           OPEN EXTEND INVOICE-TRANSACTION.
           IF WS-IT-STATUS = "05" OR WS-IT-STATUS = "35"
               OPEN OUTPUT INVOICE-TRANSACTION
           END-IF.

           MOVE WS-RUN-DATE       TO IT-INVOICE-DATE.
           MOVE WS-INVOICE-NUMBER TO IT-INVOICE-NUMBER.
           MOVE WS-LINE-RATE      TO IT-VAT-RATE.
           MOVE WS-LINE-NET       TO IT-NET-TOTAL.
           MOVE WS-LINE-VAT       TO IT-VAT-TOTAL.
           MOVE WS-GRAND-TOTAL    TO IT-GRAND-TOTAL.
           MOVE WS-BILL-COMPANY   TO IT-COMPANY-CODE.
           MOVE WS-LINE-DISCOUNT  TO IT-DISCOUNT-TOTAL.
           WRITE IT-RECORD.
           IF WS-IT-STATUS NOT = "00"
               DISPLAY "INVOICE-TRANSACTION write failed, status "
                   WS-IT-STATUS
           END-IF.

           CLOSE INVOICE-TRANSACTION.

       2650-RAISE-THE-RECEIVABLE.
           OPEN I-O AR-OPEN-ITEMS.
           IF WS-AR-STATUS = "35"
               OPEN OUTPUT AR-OPEN-ITEMS
               CLOSE AR-OPEN-ITEMS
               OPEN I-O AR-OPEN-ITEMS
           END-IF.

           IF WS-AR-STATUS NOT = "00"
               DISPLAY "Could not open AR-OPEN-ITEMS, status "
                   WS-AR-STATUS " - open item not recorded."
           ELSE
               MOVE WS-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               MOVE WS-CUSTOMER-ID    TO AR-CUSTOMER-ID
               MOVE WS-RUN-DATE       TO AR-INVOICE-DATE
               MOVE WS-GRAND-TOTAL    TO AR-INVOICE-TOTAL
               MOVE ZERO              TO AR-AMOUNT-PAID
               MOVE WS-GRAND-TOTAL    TO AR-OPEN-BALANCE
               SET AR-ITEM-IS-OPEN    TO TRUE
               MOVE ZERO              TO AR-DUNNING-LEVEL
               MOVE ZERO              TO AR-LAST-DUNNED
               MOVE ZERO              TO AR-WRITTEN-OFF-AMT
               MOVE WS-CUST-TERMS     TO WS-TERMS-CODE
               MOVE WS-RUN-DATE       TO WS-TERMS-BASE-DATE
               PERFORM 5980-COMPUTE-DUE-DATE
               MOVE WS-DUE-DATE       TO AR-DUE-DATE
               MOVE "EUR"             TO AR-CURRENCY-CODE
               MOVE WS-GRAND-TOTAL    TO AR-FOREIGN-AMOUNT
               MOVE 1                 TO AR-INVOICE-RATE
               MOVE ZERO              TO AR-ORDER-NUMBER
               MOVE SPACE             TO AR-ITEM-KIND
               MOVE ZERO              TO AR-DEPOSIT-APPLIED
               MOVE ZERO              TO AR-DEPOSIT-INVOICE
               WRITE AR-RECORD
               CLOSE AR-OPEN-ITEMS
           END-IF.

       2700-STORE-THE-DETAIL.
           OPEN EXTEND INVOICE-DETAIL.
           IF WS-ID-STATUS = "05" OR WS-ID-STATUS = "35"
               OPEN OUTPUT INVOICE-DETAIL
           END-IF.

           MOVE WS-INVOICE-NUMBER TO ID-INVOICE-NUMBER.
           MOVE "H"               TO ID-RECORD-TYPE.
           MOVE ZERO              TO ID-LINE-NO.
           MOVE SPACES            TO ID-DETAIL.
           MOVE WS-RUN-DATE       TO IDH-INVOICE-DATE.
           MOVE "I"               TO IDH-DOC-TYPE.
           MOVE ZERO              TO IDH-ORIGINAL-INVOICE.
           MOVE WS-CUSTOMER-ID    TO IDH-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME  TO IDH-CUSTOMER-NAME.
           MOVE WS-CUSTOMER-CITY  TO IDH-CUSTOMER-CITY.
           MOVE WS-BILL-COMPANY   TO IDH-COMPANY-CODE.
           MOVE SPACES            TO IDH-REP-CODE.
           WRITE ID-RECORD.

           MOVE WS-INVOICE-NUMBER TO ID-INVOICE-NUMBER.
           MOVE "L"               TO ID-RECORD-TYPE.
           MOVE 1                 TO ID-LINE-NO.
           MOVE SPACES            TO ID-DETAIL.
           MOVE WS-LINE-DESCRIPTION TO IDL-DESCRIPTION.
           MOVE 1                 TO IDL-QUANTITY.
           MOVE WS-FEE-AMOUNT     TO IDL-UNIT-PRICE.
           MOVE WS-LINE-CATEGORY  TO IDL-VAT-CATEGORY.
           MOVE WS-LINE-RATE      TO IDL-VAT-RATE.
           MOVE WS-LINE-NET       TO IDL-NET-AMOUNT.
           MOVE WS-LINE-VAT       TO IDL-VAT-AMOUNT.
           MOVE WS-LINE-DISCOUNT  TO IDL-DISCOUNT-AMOUNT.
           MOVE SPACES            TO IDL-ITEM-CODE.
           MOVE ZERO              TO IDL-UNIT-COST.
           WRITE ID-RECORD.

           CLOSE INVOICE-DETAIL.

       2750-RECORD-THE-FEE.
      *> What the receipt programs renew from when the invoice is
      *> paid - the member, the year and the expiry it buys.
           OPEN I-O MEMBER-BILLING.
           IF WS-MB-STATUS = "35"
               OPEN OUTPUT MEMBER-BILLING
               CLOSE MEMBER-BILLING
               OPEN I-O MEMBER-BILLING
           END-IF.

           IF WS-MB-STATUS NOT = "00"
               DISPLAY "** could not open MEMBER-BILLING, status "
                   WS-MB-STATUS " - invoice " WS-INVOICE-NUMBER
                   " will not renew member " PM-MEMBER-NUMBER
                   " when paid"
           ELSE
               MOVE WS-INVOICE-NUMBER TO MB-INVOICE-NUMBER
               MOVE PM-MEMBER-NUMBER  TO MB-MEMBER-NUMBER
               MOVE PM-LASTNAME       TO MB-LASTNAME
               MOVE PM-ZIP-CODE       TO MB-ZIP-CODE
               MOVE WS-CUSTOMER-ID    TO MB-CUST-ID
               MOVE WS-MEMBER-YEAR    TO MB-MEMBERSHIP-YEAR
               MOVE WS-RUN-DATE       TO MB-BILLED-DATE
               MOVE PM-EXPIRY-DATE    TO MB-OLD-EXPIRY
               MOVE WS-NEW-EXPIRY     TO MB-NEW-EXPIRY
               SET MB-IS-BILLED       TO TRUE
               MOVE ZERO              TO MB-RENEWED-DATE
               WRITE MB-RECORD
               IF WS-MB-STATUS NOT = "00"
                   DISPLAY "** MEMBER-BILLING write failed, status "
                       WS-MB-STATUS " - invoice " WS-INVOICE-NUMBER
                       " will not renew member " PM-MEMBER-NUMBER
                       " when paid"
               END-IF
               CLOSE MEMBER-BILLING
           END-IF.

       2800-PRINT-THE-IMAGE.
           MOVE SPACES TO PRT-LINE.
           STRING "Invoice " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  "   Date " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "   Member " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  "   Company " DELIMITED BY SIZE
                  WS-BILL-COMPANY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 2890-WRITE-PRINT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Bill to: " DELIMITED BY SIZE
                  WS-CUSTOMER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUSTOMER-CITY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 2890-WRITE-PRINT-LINE.

           MOVE WS-FEE-AMOUNT TO UNIT-FORMATTED.
           MOVE WS-LINE-NET   TO NET-FORMATTED.
           MOVE WS-LINE-RATE  TO RATE-FORMATTED.
           MOVE WS-LINE-VAT   TO VAT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING WS-LINE-DESCRIPTION DELIMITED BY SIZE
                  "  0001   " DELIMITED BY SIZE
                  UNIT-FORMATTED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  NET-FORMATTED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RATE-FORMATTED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  VAT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 2890-WRITE-PRINT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Membership renewed to " DELIMITED BY SIZE
                  WS-NEW-EXPIRY DELIMITED BY SIZE
                  " on receipt of payment." DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 2890-WRITE-PRINT-LINE.

           MOVE WS-GRAND-TOTAL TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Net " DELIMITED BY SIZE
                  NET-FORMATTED DELIMITED BY SIZE
                  "  VAT " DELIMITED BY SIZE
                  VAT-FORMATTED DELIMITED BY SIZE
                  "  Total " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 2890-WRITE-PRINT-LINE.

           MOVE SPACES TO PRT-LINE.
           PERFORM 2890-WRITE-PRINT-LINE.

       2890-WRITE-PRINT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8200-LOG-ONE-INVOICE.
      *> One MEMBER-FEE-INV entry per fee invoice, so the
      *> end-of-day balancing ties this run's invoices to what
      *> landed on INVOICE-TRANSACTION, entry for entry.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "MEMBER-FEE-INV" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE WS-GRAND-TOTAL TO TOTAL-FORMATTED.
           STRING "Invoice " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  " member " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  " total " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8100-LOG-BILLING-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "MEMBER-BILLING" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           STRING "Fee run " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-MEMBERS-BILLED DELIMITED BY SIZE
                  " billed " DELIMITED BY SIZE
                  WS-CUSTOMERS-MADE DELIMITED BY SIZE
                  " new customers" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8300-LOG-NEW-CUSTOMER.
      *> Logged under the promotion id - the customer exists the
      *> same way a desk promotion would have made it.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "MEMBER-PROMO"   TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           STRING "Promoted " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-ZIP-CODE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-CUSTOMER-ID DELIMITED BY SIZE
                  " for fee" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "vatcload.cpy".
           COPY "roundload.cpy".
           COPY "termsdue.cpy".
           COPY "buscalld.cpy".
           COPY "memfeeld.cpy".
           COPY "majageld.cpy".
           COPY "memcatld.cpy".
           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
           COPY "signon.cpy".
           COPY "auditapp.cpy".
