      *>                 same-day rerun protection and start/end/
      *>                 outcome stamping, like the rest of the
      *>                 batch suite.
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 HOUSERPT print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".
       01 WS-RNC-STATUS      PIC X(02).

       78 MAX-CENSUS-MEMBERS VALUE 500.
               GO TO 3000-EXIT
           END-IF.

           MOVE "HOUSERPT"          TO WS-RA-REPORT-NAME.
           MOVE "HOUSEHOLD-MAILING" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE "HOUSEHOLD CENSUS" TO PRT-LINE.
           PERFORM 4000-WRITE-CENSUS-LINE.
           MOVE SPACES TO PRT-LINE.
               UNTIL WS-CURRENT-REF > WS-HOUSEHOLD-COUNT.

           CLOSE CENSUS-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE MAILING-LIST.

       3000-EXIT.
       4000-WRITE-CENSUS-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
