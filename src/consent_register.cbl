      *>                 later changes name or address and the key
      *>                 is re-cut, the number proves the consent is
      *>                 still the same member's.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 WS-CR-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
