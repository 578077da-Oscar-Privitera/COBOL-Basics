      *> (band records folded together), numbers missing from the
      *> day's sequence flagged, and daily totals that tie to the
      *> end-of-day balancing - the listing the auditors ask for and
      *> we never had. A zero run date is the night run-control
      *> dates the run by - today, or the open finance night when
      *> the run is a step of FINNIGHT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICT-STATUS.

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
       FD  INVOICE-TRANSACTION.
       FD  INVOICE-CATALOG.
           COPY "invcat.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "invcatwk.cpy".
       01 WS-ICT-STATUS      PIC X(02).
      *> period's segment when the catalog says it was cut out.
       01 WS-ITX-FILE        PIC X(10) VALUE "INVOICETX".
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".

       78 MAX-JOURNAL-INVOICES VALUE 500.

           DISPLAY "Journal which date (CCYYMMDD, zero for today)? ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE WS-RC-TODAY TO WS-RUN-DATE
           END-IF.

           DISPLAY "Company code (Enter for all companies): ".
               GO TO 3000-EXIT
           END-IF.

      *> Kept on the report archive under the journal's own date, so
      *> the auditors' "that day's journal" is found by that date.
           MOVE "SALESJRNL"           TO WS-RA-REPORT-NAME.
           MOVE "DAILY-SALES-JOURNAL" TO WS-RA-PROGRAM-ID.
           MOVE WS-RUN-DATE           TO WS-RA-RUN-DATE.
           MOVE WS-WANT-COMPANY       TO WS-RA-COMPANY.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "DAILY SALES JOURNAL FOR " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
           PERFORM 4000-WRITE-JOURNAL-LINE.

           CLOSE JOURNAL-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       3000-EXIT.
           EXIT.
       4000-WRITE-JOURNAL-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE PRT-LINE TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "invcatld.cpy".
           COPY "rptarch.cpy".
