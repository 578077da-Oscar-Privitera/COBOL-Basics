      *> AUDITWK.cpy
      *> Working-storage for the AUDIT-LOG chain the shared appender
      *> (paragraphs in AUDITAPP.cpy) keeps. COPY into the
      *> WORKING-STORAGE of every program that COPYs AUDITAPP.cpy.
      *> WS-AUD-LAST-SEQUENCE / WS-AUD-LAST-CHECK are the link the
      *> next entry chains from - the appender takes them off the
      *> last entry on the live file, and the start-of-day cut sets
      *> them from the last entry it cut, so the first entry on the
      *> fresh file carries the chain on. 8050-CHECK-THE-MESSAGE and
      *> 8055-CHECK-THE-LINK leave the check values an entry should
      *> carry in WS-AUD-SEALED-MESSAGE / WS-AUD-SEALED-CHAIN;
      *> 8060-COMPUTE-CHECK-VALUE works the check value of
      *> WS-AUD-CHECK-AREA for WS-AUD-CHECK-LENGTH bytes, onward
      *> from WS-AUD-CHECK-VALUE.
       78 AUD-CHECK-MULTIPLIER VALUE 131.
       78 AUD-CHECK-MODULUS    VALUE 999999937.

       01 WS-AUD-LAST-SEQUENCE  PIC 9(09) VALUE ZERO.
       01 WS-AUD-LAST-CHECK     PIC 9(09) VALUE ZERO.
       01 WS-AUD-HELD-ENTRY     PIC X(131).
       01 WS-AUD-SEALED-MESSAGE PIC 9(09).
       01 WS-AUD-SEALED-CHAIN   PIC 9(09).

       01 WS-AUD-CHAIN-LINK.
          05 WS-AUD-LINK-PREVIOUS  PIC 9(09).
          05 WS-AUD-LINK-SEQUENCE  PIC 9(09).
          05 WS-AUD-LINK-TIMESTAMP PIC 9(14).
          05 WS-AUD-LINK-PROGRAM   PIC X(20).
          05 WS-AUD-LINK-OPERATOR  PIC X(10).
          05 WS-AUD-LINK-MESSAGE   PIC 9(09).

       01 WS-AUD-CHECK-AREA     PIC X(80).
       01 WS-AUD-CHECK-LENGTH   PIC 9(03).
       01 WS-AUD-CHECK-POS      PIC 9(03).
       01 WS-AUD-CHECK-VALUE    PIC 9(09).
       01 WS-AUD-CHECK-WORK     PIC 9(18).
       01 WS-AUD-CHECK-QUOTIENT PIC 9(18).
