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
       FD  PERSON-MASTER.
       FD  WATCHLIST-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       78 WATCH-WINDOW-DAYS VALUE 60.
       78 MAX-WATCH-ENTRIES VALUE 200.

               DISPLAY "Could not open WATCHLIST-PRINT, status "
                   WS-RPT-STATUS
           ELSE
               MOVE "COMEAGE"              TO WS-RA-REPORT-NAME
               MOVE "COMING-OF-AGE-REPORT" TO WS-RA-PROGRAM-ID
               PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT
               PERFORM 3100-PRINT-ALL-LINES
               CLOSE WATCHLIST-PRINT
               PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT
           END-IF.

       3100-PRINT-ALL-LINES.
       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "majageld.cpy".
           COPY "rptarch.cpy".
