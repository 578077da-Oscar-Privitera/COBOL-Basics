      *> 2025-08-23  OP  Onto the shared RUN-CONTROL file with
      *>                 same-day rerun protection, like the rest of
      *>                 the batch suite.
      *> 2026-10-15  OP  Cash-accounting scheme - a company flagged
      *>                 for it on COMPANY-CONFIG declares the VAT on
      *>                 the cash its customers paid in the quarter
      *>                 (PAYMENTS, spread over each invoice's rate
      *>                 bands) instead of the VAT it invoiced. Every
      *>                 store up to the quarter end is read for the
      *>                 invoices being paid, and the proof sheet
      *>                 reconciles the quarter's invoiced VAT to the
      *>                 VAT due and the VAT still unpaid.
      *> 2026-10-15  OP  The proof sheet is kept on the report
      *>                 archive (REPORT-INDEX/REPORT-STORE) under
      *>                 its company, for REPORT-ARCHIVE to find and
      *>                 reprint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

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

           SELECT INVOICE-CATALOG ASSIGN TO "INVCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICT-STATUS.

           SELECT COMPANY-CONFIG ASSIGN TO "COMPANYCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-TRANSACTION.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       FD  INVOICE-CATALOG.
           COPY "invcat.cpy".

       FD  COMPANY-CONFIG.
           COPY "companyrec.cpy".

       FD  PAYMENTS.
           COPY "payrec.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       WORKING-STORAGE SECTION.
       COPY "invcatwk.cpy".
       01 WS-ICT-STATUS      PIC X(02).
       01 WS-ITX-FILE        PIC X(10) VALUE "INVOICETX".
       01 WS-SRC-IX          PIC 9(02).
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".
       COPY "companytbl.cpy".
       COPY "vatcashwk.cpy".

       01 WS-IT-STATUS       PIC X(02).
       01 WS-IA-STATUS       PIC X(02).
       01 WS-DCL-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-CO-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-AR-STATUS       PIC X(02).

      *> Y when a company in the run declares on the cash scheme;
      *> WS-RECORD-CASH says whether the record in hand is one of
      *> its invoices.
       01 WS-CASH-IN-RUN     PIC X(01) VALUE "N".
       01 WS-RECORD-CASH     PIC X(01).

       01 WS-WANT-COMPANY    PIC X(02).
       01 WS-RECORD-COMPANY  PIC X(02).
       01 WS-FROM-MONTH      PIC 9(06).
       01 WS-TO-MONTH        PIC 9(06).
       01 WS-RECORD-MONTH    PIC 9(06).
       01 WS-FROM-DATE       PIC 9(08).
       01 WS-TO-DATE         PIC 9(08).

       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 10 TIMES.

       01 RATE-FORMATTED     PIC Z.99.
       01 AMOUNT-FORMATTED   PIC -(10)9.99.
       01 INVOICED-FORMATTED PIC -(10)9.99.
       01 UNPAID-FORMATTED   PIC -(10)9.99.
       01 WS-RECON-INVOICED  PIC S9(11)V99 VALUE ZERO.
       01 WS-RECON-CASH      PIC S9(11)V99 VALUE ZERO.
       01 WS-RECON-UNPAID    PIC S9(11)V99 VALUE ZERO.

       01 PRT-LINE           PIC X(132).

           COMPUTE WS-TO-MONTH =
               WS-DECL-YEAR * 100 + WS-DECL-QUARTER * 3.

      *> The quarter's first and last day, for the cash scheme's
      *> payment dates.
           COMPUTE WS-FROM-DATE = WS-FROM-MONTH * 100 + 1.
           COMPUTE WS-TO-DATE = WS-TO-MONTH * 100 + 31.

           PERFORM 5950-LOAD-COMPANY-FILE.
           PERFORM 0300-FIND-CASH-COMPANY
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > WS-CO-COUNT.
           IF WS-CASH-IN-RUN = "Y"
               DISPLAY "Cash-accounting scheme - VAT is declared on "
                   "the cash received in the quarter."
               MOVE WS-FROM-DATE TO WS-VC-FROM-DATE
               MOVE WS-TO-DATE   TO WS-VC-TO-DATE
               PERFORM 5400-COLLECT-CASH-INVOICES
           END-IF.

           PERFORM 5920-LOAD-INVOICE-CATALOG.
           PERFORM 0500-SCAN-ONE-SEGMENT THRU 0500-EXIT
               VARYING WS-SRC-IX FROM 1 BY 1
           PERFORM 1000-SCAN-TRANSACTION-FILE.
           PERFORM 1500-SCAN-ARCHIVE-FILE.

           IF WS-CASH-IN-RUN = "Y"
               PERFORM 5480-SPREAD-CASH-LINES
               PERFORM 0600-DECLARE-CASH-BAND
                   VARYING WS-VCB-INDEX FROM 1 BY 1
                   UNTIL WS-VCB-INDEX > WS-VCB-COUNT
           END-IF.

           IF WS-BAND-COUNT = ZERO
               DISPLAY "No invoicing found for " WS-DECL-YEAR
                   " quarter " WS-DECL-QUARTER
       0000-EXIT.
           STOP RUN.

       0300-FIND-CASH-COMPANY.
           IF CO-T-VAT-SCHEME(CO-IDX) = "C"
               AND (WS-WANT-COMPANY = "* "
                    OR WS-WANT-COMPANY = CO-T-CODE(CO-IDX))
               MOVE "Y" TO WS-CASH-IN-RUN
           END-IF.

       0500-SCAN-ONE-SEGMENT.
      *> Only segments inside the declared quarter are opened - or,
      *> under the cash scheme, every segment up to its end, since
      *> the quarter's cash settles invoices raised long before.
           IF ICT-PERIOD(WS-SRC-IX) > WS-TO-MONTH
               GO TO 0500-EXIT
           END-IF.
           IF ICT-PERIOD(WS-SRC-IX) < WS-FROM-MONTH
               AND WS-CASH-IN-RUN NOT = "Y"
               GO TO 0500-EXIT
           END-IF.

       0500-EXIT.
           EXIT.

       0600-DECLARE-CASH-BAND.
      *> The cash received in the quarter is what a cash-scheme
      *> company declares, band by band.
           MOVE VCB-CASH-NET(WS-VCB-INDEX) TO WS-POST-NET.
           MOVE VCB-CASH-VAT(WS-VCB-INDEX) TO WS-POST-VAT.
           MOVE VCB-RATE(WS-VCB-INDEX)     TO SW-VAT-RATE.
           PERFORM 1900-POST-TO-BAND.

       1000-SCAN-TRANSACTION-FILE.
           OPEN INPUT INVOICE-TRANSACTION.
           EVALUATE TRUE
                   MOVE IT-INVOICE-DATE(1:6) TO WS-RECORD-MONTH
                   MOVE IT-COMPANY-CODE TO WS-RECORD-COMPANY
                   PERFORM 1700-TEST-COMPANY-FILTER
                   PERFORM 1750-TEST-CASH-SCHEME
                   IF WS-RECORD-CASH = "Y"
                       MOVE IT-INVOICE-NUMBER TO WS-VC-INVOICE
                       MOVE IT-INVOICE-DATE   TO WS-VC-INVOICE-DATE
                       MOVE IT-VAT-RATE       TO WS-VC-RATE
                       MOVE IT-NET-TOTAL      TO WS-VC-NET
                       MOVE IT-VAT-TOTAL      TO WS-VC-VAT
                       PERFORM 5440-NOTE-CASH-INVOICE
                   END-IF
                   IF WS-RECORD-MONTH >= WS-FROM-MONTH
                       AND WS-RECORD-MONTH <= WS-TO-MONTH
                       AND WS-RECORD-COMPANY NOT = "**"
                       ADD 1 TO WS-TXN-SELECTED
                       IF WS-RECORD-CASH = "N"
                           MOVE IT-NET-TOTAL TO WS-POST-NET
                           MOVE IT-VAT-TOTAL TO WS-POST-VAT
                           MOVE IT-VAT-RATE  TO SW-VAT-RATE
                           PERFORM 1900-POST-TO-BAND
                       END-IF
                   END-IF
           END-READ.

                   MOVE IA-INVOICE-DATE(1:6) TO WS-RECORD-MONTH
                   MOVE IA-COMPANY-CODE TO WS-RECORD-COMPANY
                   PERFORM 1700-TEST-COMPANY-FILTER
                   PERFORM 1750-TEST-CASH-SCHEME
                   IF WS-RECORD-CASH = "Y"
                       MOVE IA-INVOICE-NUMBER TO WS-VC-INVOICE
                       MOVE IA-INVOICE-DATE   TO WS-VC-INVOICE-DATE
                       MOVE IA-VAT-RATE       TO WS-VC-RATE
                       MOVE IA-NET-TOTAL      TO WS-VC-NET
                       MOVE IA-VAT-TOTAL      TO WS-VC-VAT
                       PERFORM 5440-NOTE-CASH-INVOICE
                   END-IF
                   IF WS-RECORD-MONTH >= WS-FROM-MONTH
                       AND WS-RECORD-MONTH <= WS-TO-MONTH
                       AND WS-RECORD-COMPANY NOT = "**"
                       ADD 1 TO WS-ARC-SELECTED
                       IF WS-RECORD-CASH = "N"
                           MOVE IA-NET-TOTAL TO WS-POST-NET
                           MOVE IA-VAT-TOTAL TO WS-POST-VAT
                           MOVE IA-VAT-RATE  TO SW-VAT-RATE
                           PERFORM 1900-POST-TO-BAND
                       END-IF
                   END-IF
           END-READ.

               MOVE "**" TO WS-RECORD-COMPANY
           END-IF.

       1750-TEST-CASH-SCHEME.
      *> A record of this run's entity whose company declares on the
      *> cash scheme goes to the cash spread, not the invoice basis.
           MOVE "N" TO WS-RECORD-CASH.
           IF WS-CASH-IN-RUN = "Y"
               AND WS-RECORD-COMPANY NOT = "**"
               MOVE WS-RECORD-COMPANY TO WS-COMPANY-CODE
               PERFORM 5960-LOOKUP-COMPANY
               IF WS-CO-FOUND = "Y"
                   AND WS-CO-SCHEME-EFF = "C"
                   MOVE "Y" TO WS-RECORD-CASH
               END-IF
           END-IF.

       1900-POST-TO-BAND.
           MOVE "N" TO WS-FOUND-BAND.

               GO TO 3000-EXIT
           END-IF.

           MOVE "VATPROOF"        TO WS-RA-REPORT-NAME.
           MOVE "VAT-DECLARATION" TO WS-RA-PROGRAM-ID.
           IF WS-WANT-COMPANY NOT = "* "
               MOVE WS-WANT-COMPANY TO WS-RA-COMPANY
           END-IF.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "VAT DECLARATION PROOF SHEET - " DELIMITED BY SIZE
                  WS-DECL-YEAR DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-PROOF-LINE.

           IF WS-CASH-IN-RUN = "Y"
               PERFORM 3700-PRINT-CASH-RECONCILIATION
           END-IF.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-PROOF-LINE.
           MOVE "Prepared by ..........   Approved by .........."

           CLOSE VAT-DECLARATION-FILE.
           CLOSE PROOF-SHEET.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Submission file VATDECL and proof sheet "
               "VATPROOF written.".
               FUNCTION ABS(WS-BOX-AMOUNT) * 100.
           WRITE DCL-RECORD.

       3700-PRINT-CASH-RECONCILIATION.
      *> What the cash-scheme companies invoiced in the quarter,
      *> what of it (and of earlier invoicing) fell due on the cash
      *> received, and the VAT on what was still unpaid at the
      *> quarter end - invoiced but not yet due.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-PROOF-LINE.
           MOVE "CASH-ACCOUNTING RECONCILIATION" TO PRT-LINE.
           PERFORM 4000-WRITE-PROOF-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Rate    VAT invoiced in qtr"
                      DELIMITED BY SIZE
                  "   VAT due on cash rcvd" DELIMITED BY SIZE
                  "   VAT unpaid at qtr end" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-PROOF-LINE.

           PERFORM 3710-RECONCILE-ONE-BAND
               VARYING WS-VCB-INDEX FROM 1 BY 1
               UNTIL WS-VCB-INDEX > WS-VCB-COUNT.

           MOVE WS-RECON-INVOICED TO INVOICED-FORMATTED.
           MOVE WS-RECON-CASH     TO AMOUNT-FORMATTED.
           MOVE WS-RECON-UNPAID   TO UNPAID-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "Total        " DELIMITED BY SIZE
                  INVOICED-FORMATTED DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  UNPAID-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-PROOF-LINE.

       3710-RECONCILE-ONE-BAND.
           ADD VCB-INVOICED-VAT(WS-VCB-INDEX) TO WS-RECON-INVOICED.
           ADD VCB-CASH-VAT(WS-VCB-INDEX)     TO WS-RECON-CASH.
           ADD VCB-UNPAID-VAT(WS-VCB-INDEX)   TO WS-RECON-UNPAID.

           MOVE VCB-RATE(WS-VCB-INDEX)         TO RATE-FORMATTED.
           MOVE VCB-INVOICED-VAT(WS-VCB-INDEX) TO INVOICED-FORMATTED.
           MOVE VCB-CASH-VAT(WS-VCB-INDEX)     TO AMOUNT-FORMATTED.
           MOVE VCB-UNPAID-VAT(WS-VCB-INDEX)   TO UNPAID-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING RATE-FORMATTED DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  INVOICED-FORMATTED DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  UNPAID-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-PROOF-LINE.

       4000-WRITE-PROOF-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE PRT-LINE TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
           COPY "invcatld.cpy".
           COPY "companyld.cpy".
           COPY "vatcash.cpy".
