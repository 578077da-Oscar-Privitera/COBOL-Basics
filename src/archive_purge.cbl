      *>                 and skips the additions a crashed append
      *>                 already landed - so every phase of the purge
      *>                 can be safely repeated.
      *> 2026-10-15  OP  PERSON-ARCHIVE carries the member category
      *>                 with the rest of the retired record.
      *> 2026-10-15  OP  PERSON-ARCHIVE carries the SMS opt-out and
      *>                 the preferred channel as well.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "filelkwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-NOW             PIC 9(14).

       COPY "runctbl.cpy".
           MOVE PM-DECEASED-FLAG      TO PA-DECEASED-FLAG.
           MOVE PM-MAIL-OPT-OUT       TO PA-MAIL-OPT-OUT.
           MOVE PM-EMAIL-OPT-OUT      TO PA-EMAIL-OPT-OUT.
           MOVE PM-MEMBER-CATEGORY    TO PA-MEMBER-CATEGORY.
           MOVE PM-SMS-OPT-OUT        TO PA-SMS-OPT-OUT.
           MOVE PM-PREFERRED-CHANNEL  TO PA-PREFERRED-CHANNEL.
           WRITE PA-RECORD.
           DELETE PERSON-MASTER.
           ADD 1 TO WS-MEMBERS-ARCHIVED.
