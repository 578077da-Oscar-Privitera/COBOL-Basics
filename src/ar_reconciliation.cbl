               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IA-STATUS.

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
       FD  INVOICE-ARCHIVE.
           COPY "invarch.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "invcatwk.cpy".
       COPY "rptarwk.cpy".
       01 WS-ICT-STATUS      PIC X(02).
      *> The transaction store being read - the live file, or one
      *> of the period segments the catalog says were cut out of
               GO TO 0000-EXIT
           END-IF.

           MOVE "ARRECON"           TO WS-RA-REPORT-NAME.
           MOVE "AR-RECONCILIATION" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "AR RECONCILIATION AS AT " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           PERFORM 4000-WRITE-REPORT-LINE.

           CLOSE RECON-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Items checked : " WS-ITEMS-CHECKED.
           DISPLAY "Discrepancies : " WS-ITEMS-WRONG.
       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "invcatld.cpy".
           COPY "rptarch.cpy".
