      *>                 code the detail header carries - a reprint
      *>                 of company 02's invoice used to go out under
      *>                 the compiled-in company 01 name.
      *> 2026-10-15  OP  A deposit invoice (document type "D") shows
      *>                 and reprints under a DEPOSIT INVOICE
      *>                 heading.
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 INVREPRINT print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

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
       FD  INVOICE-DETAIL.
       FD  COMPANY-CONFIG.
           COPY "companyrec.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "companytbl.cpy".
       COPY "rptarwk.cpy".

       78 MAX-INQUIRY-LINES  VALUE 40.

                   WS-H-INVOICE-DATE " against invoice "
                   WS-H-ORIGINAL-INVOICE
           ELSE
               IF WS-H-DOC-TYPE = "D"
                   DISPLAY "Deposit invoice " WS-WANT-NUMBER " of "
                       WS-H-INVOICE-DATE
               ELSE
                   DISPLAY "Invoice " WS-WANT-NUMBER " of "
                       WS-H-INVOICE-DATE
               END-IF
           END-IF.
           DISPLAY "Customer " WS-H-CUSTOMER-ID " "
               WS-H-CUSTOMER-NAME " " WS-H-CUSTOMER-CITY.
               GO TO 4000-EXIT
           END-IF.

           MOVE "INVREPRINT"      TO WS-RA-REPORT-NAME.
           MOVE "INVOICE-INQUIRY" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           MOVE WS-CO-NAME-EFF TO PRT-LINE.
           PERFORM 4900-WRITE-REPRINT-LINE.
               PERFORM 4900-WRITE-REPRINT-LINE
           ELSE
               MOVE SPACES TO PRT-LINE
               IF WS-H-DOC-TYPE = "D"
                   MOVE "*** DEPOSIT INVOICE ***  (REPRINT)"
                       TO PRT-LINE
               ELSE
                   MOVE "(REPRINT)" TO PRT-LINE
               END-IF
               PERFORM 4900-WRITE-REPRINT-LINE
               MOVE SPACES TO PRT-LINE
               STRING "Invoice " DELIMITED BY SIZE
           PERFORM 4900-WRITE-REPRINT-LINE.

           CLOSE INVOICE-REPRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Reprint written to INVOICE-REPRINT.".

       4900-WRITE-REPRINT-LINE.
           MOVE PRT-LINE TO PRT-RECORD.
           WRITE PRT-RECORD.
           MOVE PRT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "companyld.cpy".
           COPY "rptarch.cpy".
