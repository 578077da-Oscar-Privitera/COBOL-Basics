      *>                 bar as MASTER-BACKUP's restore, so it is now
      *>                 a supervisor function and a completed
      *>                 rebuild is audit-logged with its counts.
      *> 2026-10-15  OP  PERSON-UNLOAD carries the member category, so
      *>                 a rebuild keeps it.
      *> 2026-10-15  OP  PERSON-UNLOAD carries the SMS opt-out and the
      *>                 preferred channel as well.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 PERSONEXC print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FU-FILE-ID
               FILE STATUS IS WS-FU-STATUS.

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
       FD  FILE-IN-USE.
           COPY "fileuse.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "filelkwk.cpy".
       COPY "rptarwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-NOW             PIC 9(14).

       01 WS-PM-STATUS       PIC X(02).
               GO TO 1000-EXIT
           END-IF.

           MOVE "PERSONEXC"      TO WS-RA-REPORT-NAME.
           MOVE "PERSON-REBUILD" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
           CLOSE PERSON-MASTER.
           CLOSE PERSON-UNLOAD.
           CLOSE PERSON-EXCEPTIONS.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       1000-EXIT.
           EXIT.
           MOVE PM-DECEASED-FLAG     TO PU-DECEASED-FLAG.
           MOVE PM-MAIL-OPT-OUT      TO PU-MAIL-OPT-OUT.
           MOVE PM-EMAIL-OPT-OUT     TO PU-EMAIL-OPT-OUT.
           MOVE PM-MEMBER-CATEGORY   TO PU-MEMBER-CATEGORY.
           MOVE PM-SMS-OPT-OUT       TO PU-SMS-OPT-OUT.
           MOVE PM-PREFERRED-CHANNEL TO PU-PREFERRED-CHANNEL.
           WRITE PU-RECORD.
           ADD 1 TO WS-RECORDS-GOOD.

                  WS-REASON DELIMITED BY SIZE
                  INTO EXC-RECORD.
           WRITE EXC-RECORD.
           MOVE EXC-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       3000-REBUILD-THE-MASTER.
      *> Standing a rebuilt file up over the live master is a
                   MOVE PU-DECEASED-FLAG     TO PM-DECEASED-FLAG
                   MOVE PU-MAIL-OPT-OUT      TO PM-MAIL-OPT-OUT
                   MOVE PU-EMAIL-OPT-OUT     TO PM-EMAIL-OPT-OUT
                   MOVE PU-MEMBER-CATEGORY   TO PM-MEMBER-CATEGORY
                   MOVE PU-SMS-OPT-OUT       TO PM-SMS-OPT-OUT
                   MOVE PU-PREFERRED-CHANNEL TO PM-PREFERRED-CHANNEL
                   WRITE PM-RECORD
                   IF WS-PM-STATUS = "00"
                       ADD 1 TO WS-RECORDS-RELOADED
           COPY "auditapp.cpy".

           COPY "filelock.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
