      *>                 rewritten at the end of the session - the
      *>                 rewrite was silently destroying every
      *>                 suspended registration past the 100th.
      *> 2026-10-15  OP  A re-entered registration writes the same
      *>                 "A" PERSON-HISTORY record a desk registration
      *>                 does, so the monthly movement report counts
      *>                 it as a new member.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       01 WS-RS-STATUS       PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-PH-STATUS       PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
           WRITE PM-RECORD.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-SAVE-OK
               PERFORM 8700-WRITE-ADD-HISTORY
           ELSE
               DISPLAY "PERSON-MASTER write failed, status "
                   WS-PM-STATUS

           PERFORM 8000-WRITE-AUDIT-LOG.

       8700-WRITE-ADD-HISTORY.
      *> The same "A" record PERSON-MAINTENANCE writes for an add -
      *> nothing before, the new record after.
           OPEN EXTEND PERSON-HISTORY.
           IF WS-PH-STATUS = "05" OR WS-PH-STATUS = "35"
               OPEN OUTPUT PERSON-HISTORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-TIMESTAMP.
           MOVE WS-OPERATOR-ID   TO PH-OPERATOR-ID.
           MOVE "A"              TO PH-ACTION.
           IF PM-MEMBER-NUMBER NUMERIC
               MOVE PM-MEMBER-NUMBER TO PH-MEMBER-NUMBER
           ELSE
               MOVE ZERO TO PH-MEMBER-NUMBER
           END-IF.
           MOVE SPACES           TO PH-BEFORE-IMAGE.
           MOVE PM-RECORD        TO PH-AFTER-IMAGE.
           WRITE PH-RECORD.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY write failed, status "
                   WS-PH-STATUS
           END-IF.

           CLOSE PERSON-HISTORY.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
