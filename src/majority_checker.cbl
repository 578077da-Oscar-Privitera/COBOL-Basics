      *>                 report with the reason. A site with no
      *>                 register file yet keeps the old keyed-flag
      *>                 behaviour.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-BATCH-TODAY     PIC 9(08).
       01 WS-NO-CONSENT-COUNT PIC 9(05) VALUE ZERO.
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-RECORDS-DONE    PIC 9(08) VALUE ZERO.
