      *>                 instead - a customer arguing an invoice is
      *>                 not a customer to chase, but the money is
      *>                 still visible.
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 AGEDDEBT print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  AGED-DEBT-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       78 MAX-REPORT-CUSTOMERS VALUE 200.

       01 WS-AR-STATUS       PIC X(02).
               GO TO 0000-EXIT
           END-IF.

           MOVE "AGEDDEBT"         TO WS-RA-REPORT-NAME.
           MOVE "AGED-DEBT-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY
           PERFORM 3000-PRINT-THE-REPORT.

           CLOSE AGED-DEBT-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Open items aged : " WS-ITEMS-AGED.
           DISPLAY "Paid items      : " WS-ITEMS-PAID.
       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
