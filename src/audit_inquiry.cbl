      *>                 inquiry now takes a slot number and reads
      *>                 the named generation instead of only ever
      *>                 seeing the current day's live file.
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 AUDITRPT print goes on REPORT-INDEX with a
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
       FD  AUDIT-LOG.
       FD  ACTIVITY-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       78 MAX-COUNT-ENTRIES VALUE 50.

       01 WS-AUD-STATUS      PIC X(02).
               GO TO 0000-EXIT
           END-IF.

           MOVE "AUDITRPT"      TO WS-RA-REPORT-NAME.
           MOVE "AUDIT-INQUIRY" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 1000-PRINT-REPORT-HEADING.

           PERFORM 2000-SELECT-ONE-ENTRY UNTIL WS-AUD-STATUS = "10".
           PERFORM 3000-PRINT-THE-COUNTS.

           CLOSE ACTIVITY-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Entries read    : " WS-READ-COUNT.
           DISPLAY "Entries matched : " WS-MATCHED-COUNT.
       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
