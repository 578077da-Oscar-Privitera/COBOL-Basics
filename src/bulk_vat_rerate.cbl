      *>                 VAT-RATE-CONTROL file had in force on that
      *>                 invoice's date, so historic re-rating uses
      *>                 the historically correct rate.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "signonwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-NOW             PIC 9(14).

       COPY "vatctbl.cpy".
