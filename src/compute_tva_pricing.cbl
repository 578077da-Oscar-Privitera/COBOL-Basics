      *>                 the fixing on file is older than the run
      *>                 date, and the fixing date is shown with the
      *>                 converted price.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "roundtbl.cpy".

       01 WS-AUD-STATUS    PIC X(02).
       COPY "auditwk.cpy".
       01 WS-VCT-STATUS    PIC X(02).
       01 WS-CRF-STATUS    PIC X(02).
       01 WS-OPERATOR-ID   PIC X(10).
