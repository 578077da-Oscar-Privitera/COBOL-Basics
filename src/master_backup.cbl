      *>                 same-day rerun protection and start/end/
      *>                 outcome stamping, like the rest of the
      *>                 batch suite.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  The generation record is the full 196-byte
      *>                 PERSON-MASTER record - a restore no longer
      *>                 drops the member number, category, SMS
      *>                 opt-out and preferred channel.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "invtxn.cpy".

       FD  GENERATION-FILE.
       01 GEN-RECORD PIC X(196).

       FD  BACKUP-CONTROL.
           COPY "bkpctl.cpy".
       COPY "filelkwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-NOW             PIC 9(14).

       78 DEFAULT-GENERATIONS VALUE 3.
