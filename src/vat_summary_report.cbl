      *>                 INVOICE-TRANSACTION with negative amounts -
      *>                 the month's credits net off each band by
      *>                 plain addition.
      *> 2026-10-15  OP  A company on the cash-accounting scheme
      *>                 (COMPANY-CONFIG) is summarised on the cash
      *>                 received in the month instead of its
      *>                 invoicing - PAYMENTS spread over each paid
      *>                 invoice's rate bands, found in every store
      *>                 up to the month end - with a reconciliation
      *>                 of its invoiced VAT to the VAT due and the
      *>                 VAT still unpaid.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICT-STATUS.

           SELECT INVOICE-ARCHIVE ASSIGN TO "INVOICEARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IA-STATUS.

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
       FD  INVOICE-CATALOG.
           COPY "invcat.cpy".

       FD  INVOICE-ARCHIVE.
           COPY "invarch.cpy".

       FD  COMPANY-CONFIG.
           COPY "companyrec.cpy".

       FD  PAYMENTS.
           COPY "payrec.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       WORKING-STORAGE SECTION.
       COPY "buscaltb.cpy".
       01 WS-CAL-STATUS      PIC X(02).
      *> period's segment when the catalog says it was cut out.
       01 WS-ITX-FILE        PIC X(10) VALUE "INVOICETX".
       COPY "runctbl.cpy".
       COPY "companytbl.cpy".
       COPY "vatcashwk.cpy".

       01 WS-IT-STATUS       PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-MC-STATUS       PIC X(02).
       01 WS-IA-STATUS       PIC X(02).
       01 WS-CO-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-AR-STATUS       PIC X(02).

      *> Y when a company in the run is on the cash-accounting
      *> scheme; WS-RECORD-CASH says whether the record in hand is
      *> one of its invoices.
       01 WS-CASH-IN-RUN     PIC X(01) VALUE "N".
       01 WS-RECORD-CASH     PIC X(01).
       01 WS-RECORD-COMPANY  PIC X(02).
       01 WS-SRC-IX          PIC 9(02).
       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY OCCURS 60 TIMES.
             10 MT-MONTH        PIC 9(06).
       01 NET-FORMATTED      PIC -(9)9.99.
       01 VAT-FORMATTED      PIC -(9)9.99.
       01 GROSS-FORMATTED    PIC -(10)9.99.
       01 UNPAID-FORMATTED   PIC -(9)9.99.
       01 WS-POST-NET        PIC S9(11)V99.
       01 WS-POST-VAT        PIC S9(11)V99.
       01 WS-POST-GROSS      PIC S9(11)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Company code (Enter for all companies): ".
           ACCEPT WS-WANT-COMPANY.

           PERFORM 5950-LOAD-COMPANY-FILE.
           PERFORM 0300-FIND-CASH-COMPANY
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > WS-CO-COUNT.

           PERFORM 5920-LOAD-INVOICE-CATALOG.
           MOVE WS-REPORT-MONTH TO WS-ICT-PERIOD.
           PERFORM 5930-FIND-PERIOD-SEGMENT.

           CLOSE INVOICE-TRANSACTION.

           IF WS-CASH-IN-RUN = "Y"
               PERFORM 1500-COLLECT-CASH-BASIS
           END-IF.

           PERFORM 2000-PRINT-BAND-TOTALS
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > WS-BAND-COUNT.
           DISPLAY "Grand total VAT   : " VAT-FORMATTED.
           DISPLAY "Grand total gross : " GROSS-FORMATTED.

           IF WS-CASH-IN-RUN = "Y"
               PERFORM 2100-PRINT-CASH-RECONCILIATION
           END-IF.

           PERFORM 3000-STAMP-MONTH-CONTROL
               THRU 3000-STAMP-EXIT.

       0000-EXIT.
           STOP RUN.

       0300-FIND-CASH-COMPANY.
           IF CO-T-VAT-SCHEME(CO-IDX) = "C"
               AND (WS-WANT-COMPANY = SPACES
                    OR WS-WANT-COMPANY = CO-T-CODE(CO-IDX))
               MOVE "Y" TO WS-CASH-IN-RUN
           END-IF.

       3000-STAMP-MONTH-CONTROL.
      *> The month balances when the grand gross equals grand net
      *> plus grand VAT - the same tie the end-of-day sign-off
                   MOVE "10" TO WS-IT-STATUS
               NOT AT END
                   MOVE IT-INVOICE-DATE(1:6) TO WS-RECORD-MONTH
                   MOVE IT-COMPANY-CODE TO WS-RECORD-COMPANY
                   PERFORM 1700-TEST-CASH-SCHEME
                   IF WS-RECORD-MONTH = WS-REPORT-MONTH
                       AND (WS-WANT-COMPANY = SPACES
                            OR WS-WANT-COMPANY = IT-COMPANY-CODE)
                       AND WS-RECORD-CASH = "N"
                       PERFORM 1100-POST-TO-BAND
                   END-IF
           END-READ.
               MOVE "Y" TO WS-FOUND-BAND
           END-IF.

       1200-POST-CASH-BAND.
      *> A cash-scheme company's month is the cash it received,
      *> band by band.
           MOVE VCB-CASH-NET(WS-VCB-INDEX) TO WS-POST-NET.
           MOVE VCB-CASH-VAT(WS-VCB-INDEX) TO WS-POST-VAT.
           COMPUTE WS-POST-GROSS = WS-POST-NET + WS-POST-VAT.
           MOVE "N" TO WS-FOUND-BAND.

           PERFORM 1210-MATCH-ONE-CASH-ENTRY
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > WS-BAND-COUNT
               OR WS-FOUND-BAND = "Y".

           IF WS-FOUND-BAND = "N"
               ADD 1 TO WS-BAND-COUNT
               MOVE VCB-RATE(WS-VCB-INDEX)
                   TO BD-VAT-RATE(WS-BAND-COUNT)
               MOVE WS-POST-NET   TO BD-NET-TOTAL(WS-BAND-COUNT)
               MOVE WS-POST-VAT   TO BD-VAT-TOTAL(WS-BAND-COUNT)
               MOVE WS-POST-GROSS TO BD-GROSS-TOTAL(WS-BAND-COUNT)
           END-IF.

           ADD WS-POST-NET   TO WS-GRAND-NET.
           ADD WS-POST-VAT   TO WS-GRAND-VAT.
           ADD WS-POST-GROSS TO WS-GRAND-GROSS.

       1210-MATCH-ONE-CASH-ENTRY.
           IF BD-VAT-RATE(WS-BAND-INDEX) = VCB-RATE(WS-VCB-INDEX)
               ADD WS-POST-NET   TO BD-NET-TOTAL(WS-BAND-INDEX)
               ADD WS-POST-VAT   TO BD-VAT-TOTAL(WS-BAND-INDEX)
               ADD WS-POST-GROSS TO BD-GROSS-TOTAL(WS-BAND-INDEX)
               MOVE "Y" TO WS-FOUND-BAND
           END-IF.

       1500-COLLECT-CASH-BASIS.
      *> The month's cash settles invoices from any earlier period,
      *> so every segment up to the month end, the live file and the
      *> archive are read for the paid invoices' rate bands.
           COMPUTE WS-VC-FROM-DATE = WS-REPORT-MONTH * 100 + 1.
           COMPUTE WS-VC-TO-DATE = WS-REPORT-MONTH * 100 + 31.
           PERFORM 5400-COLLECT-CASH-INVOICES.

           PERFORM 1510-SCAN-ONE-CASH-SEGMENT THRU 1510-EXIT
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-ICT-COUNT.
           MOVE "INVOICETX" TO WS-ITX-FILE.
           PERFORM 1520-SCAN-CASH-FILE.

           OPEN INPUT INVOICE-ARCHIVE.
           IF WS-IA-STATUS = "00"
               PERFORM 1560-NOTE-ONE-CASH-ARCHIVE
                   UNTIL WS-IA-STATUS = "10"
               CLOSE INVOICE-ARCHIVE
           END-IF.

           PERFORM 5480-SPREAD-CASH-LINES.
           PERFORM 1200-POST-CASH-BAND
               VARYING WS-VCB-INDEX FROM 1 BY 1
               UNTIL WS-VCB-INDEX > WS-VCB-COUNT.

       1510-SCAN-ONE-CASH-SEGMENT.
           IF ICT-PERIOD(WS-SRC-IX) > WS-REPORT-MONTH
               GO TO 1510-EXIT
           END-IF.
           MOVE ICT-SEGMENT-NAME(WS-SRC-IX) TO WS-ITX-FILE.
           PERFORM 1520-SCAN-CASH-FILE.

       1510-EXIT.
           EXIT.

       1520-SCAN-CASH-FILE.
           OPEN INPUT INVOICE-TRANSACTION.
           IF WS-IT-STATUS = "00"
               PERFORM 1530-NOTE-ONE-CASH-TXN
                   UNTIL WS-IT-STATUS = "10"
               CLOSE INVOICE-TRANSACTION
           ELSE
               IF WS-IT-STATUS NOT = "35"
                   DISPLAY "Could not open " WS-ITX-FILE
                       ", status " WS-IT-STATUS
               END-IF
           END-IF.

       1530-NOTE-ONE-CASH-TXN.
           READ INVOICE-TRANSACTION
               AT END
                   MOVE "10" TO WS-IT-STATUS
               NOT AT END
                   MOVE IT-COMPANY-CODE TO WS-RECORD-COMPANY
                   PERFORM 1700-TEST-CASH-SCHEME
                   IF WS-RECORD-CASH = "Y"
                       MOVE IT-INVOICE-NUMBER TO WS-VC-INVOICE
                       MOVE IT-INVOICE-DATE   TO WS-VC-INVOICE-DATE
                       MOVE IT-VAT-RATE       TO WS-VC-RATE
                       MOVE IT-NET-TOTAL      TO WS-VC-NET
                       MOVE IT-VAT-TOTAL      TO WS-VC-VAT
                       PERFORM 5440-NOTE-CASH-INVOICE
                   END-IF
           END-READ.

       1560-NOTE-ONE-CASH-ARCHIVE.
           READ INVOICE-ARCHIVE
               AT END
                   MOVE "10" TO WS-IA-STATUS
               NOT AT END
                   MOVE IA-COMPANY-CODE TO WS-RECORD-COMPANY
                   PERFORM 1700-TEST-CASH-SCHEME
                   IF WS-RECORD-CASH = "Y"
                       MOVE IA-INVOICE-NUMBER TO WS-VC-INVOICE
                       MOVE IA-INVOICE-DATE   TO WS-VC-INVOICE-DATE
                       MOVE IA-VAT-RATE       TO WS-VC-RATE
                       MOVE IA-NET-TOTAL      TO WS-VC-NET
                       MOVE IA-VAT-TOTAL      TO WS-VC-VAT
                       PERFORM 5440-NOTE-CASH-INVOICE
                   END-IF
           END-READ.

       1700-TEST-CASH-SCHEME.
      *> Y when the record belongs to a company in this run that is
      *> on the cash scheme. Blank-company records predate
      *> multi-company and are company 01's.
           MOVE "N" TO WS-RECORD-CASH.
           IF WS-RECORD-COMPANY = SPACES
               MOVE "01" TO WS-RECORD-COMPANY
           END-IF.
           IF WS-CASH-IN-RUN = "Y"
               AND (WS-WANT-COMPANY = SPACES
                    OR WS-WANT-COMPANY = WS-RECORD-COMPANY)
               MOVE WS-RECORD-COMPANY TO WS-COMPANY-CODE
               PERFORM 5960-LOOKUP-COMPANY
               IF WS-CO-FOUND = "Y"
                   AND WS-CO-SCHEME-EFF = "C"
                   MOVE "Y" TO WS-RECORD-CASH
               END-IF
           END-IF.

       2000-PRINT-BAND-TOTALS.
           MOVE BD-VAT-RATE(WS-BAND-INDEX)    TO RATE-FORMATTED.
           MOVE BD-NET-TOTAL(WS-BAND-INDEX)   TO NET-FORMATTED.
               " vat " VAT-FORMATTED
               " gross " GROSS-FORMATTED.

       2100-PRINT-CASH-RECONCILIATION.
      *> Cash-scheme companies: the VAT they invoiced in the month,
      *> the VAT due on the cash received, and the VAT on invoices
      *> still unpaid at the month end - invoiced but not yet due.
           DISPLAY "-----------------".
           DISPLAY "Cash-accounting reconciliation (VAT)".
           PERFORM 2110-PRINT-ONE-CASH-BAND
               VARYING WS-VCB-INDEX FROM 1 BY 1
               UNTIL WS-VCB-INDEX > WS-VCB-COUNT.

       2110-PRINT-ONE-CASH-BAND.
           MOVE VCB-RATE(WS-VCB-INDEX)         TO RATE-FORMATTED.
           MOVE VCB-INVOICED-VAT(WS-VCB-INDEX) TO NET-FORMATTED.
           MOVE VCB-CASH-VAT(WS-VCB-INDEX)     TO VAT-FORMATTED.
           MOVE VCB-UNPAID-VAT(WS-VCB-INDEX)   TO UNPAID-FORMATTED.
           DISPLAY "Rate " RATE-FORMATTED
               " invoiced " NET-FORMATTED
               " due on cash " VAT-FORMATTED
               " unpaid " UNPAID-FORMATTED.

           COPY "runcproc.cpy".
           COPY "buscalld.cpy".
           COPY "invcatld.cpy".
           COPY "companyld.cpy".
           COPY "vatcash.cpy".
