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
       FD  BRANCHES-FILE.
       FD  ROSTER-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       78 MAX-BRANCHES VALUE 20.

       01 WS-BR-STATUS       PIC X(02).
               GO TO 0000-EXIT
           END-IF.

           MOVE "BRROSTER"             TO WS-RA-REPORT-NAME.
           MOVE "BRANCH-ROSTER-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "BRANCH ROSTER AS AT " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           PERFORM 3000-LIST-THE-ORPHANS.

           CLOSE ROSTER-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Branches rostered: " WS-BRANCH-COUNT.
           DISPLAY "Members with an unknown branch code: "
       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
