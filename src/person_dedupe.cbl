      *> 2025-08-23  OP  Merge is now a supervisor function - it
      *>                 deletes a live PERSON-MASTER record, the
      *>                 same bar as PERSON-MAINTENANCE's delete.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 DUPSURVEY print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

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
       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "rptarwk.cpy".

       78 MAX-SURVEY-MEMBERS VALUE 500.

       01 WS-PA-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-MODE            PIC X(01).
               GO TO 1000-EXIT
           END-IF.

           MOVE "DUPSURVEY"     TO WS-RA-REPORT-NAME.
           MOVE "PERSON-DEDUPE" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE "CANDIDATE-DUPLICATE SURVEY OVER PERSON-MASTER"
               TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           CLOSE SURVEY-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Members surveyed     : " WS-MEMBER-COUNT.
           DISPLAY "Candidate pairs found: " WS-PAIR-COUNT.
       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
