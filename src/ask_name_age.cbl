      *>                 truncating the first mode's greetings before
      *>                 the start-of-day job could cut them to a
      *>                 dated generation.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-GREETED-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(08) VALUE ZERO.
       01 WS-AUD-STATUS       PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-NOW              PIC 9(14).

