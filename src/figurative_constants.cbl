      *>                 same-day rerun protection - rerunning the
      *>                 start-of-day cut is exactly how a day's
      *>                 output used to get split across two slots.
      *> 2026-10-15  OP  The AUDITLOG cut carries the audit chain
      *>                 over - the fresh live file opens with an
      *>                 entry chained from the last entry cut, so
      *>                 the sequence runs on unbroken across days.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY "genctl.cpy".

       FD  AUDIT-GENERATION.
       01 AGEN-RECORD PIC X(131).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".
       78 MAX-GEN-FILES VALUE 10.

       01 WS-AUD-STATUS       PIC X(02).
       COPY "auditwk.cpy".
       01 WS-NOW              PIC 9(14).
       01 WS-GREET-STATUS     PIC X(02).
       01 WS-REJ-STATUS       PIC X(02).

           OPEN OUTPUT AUDIT-LOG.
           CLOSE AUDIT-LOG.
           DISPLAY WS-CUT-FILE-ID " cut to " WS-GEN-FILE-NAME
               " (" WS-CUT-COUNT " records), live file restarted.".

      *> The fresh file opens with an entry chained from the last
      *> entry cut, so the chain runs on unbroken from yesterday's
      *> slot into today's file.
           IF WS-CUT-COUNT > ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
               MOVE "FIGURATIVE-CONST" TO AUD-PROGRAM-ID
               MOVE SPACES             TO AUD-OPERATOR-ID
               MOVE SPACES             TO AUD-MESSAGE
               STRING "Audit log opened - chain carried from "
                          DELIMITED BY SIZE
                      WS-GEN-FILE-NAME DELIMITED BY SPACE
                      INTO AUD-MESSAGE
               PERFORM 8000-WRITE-AUDIT-LOG
           END-IF.
           PERFORM 0560-ADVANCE-THE-SLOT.

       0640-EXIT.
           EXIT.

       0645-COPY-ONE-AUDIT-ENTRY.
      *> The audit generation keeps the AUD-RECORD shape -
      *> DATA-ERASURE scrubs these slots and AUDIT-INQUIRY reads
      *> them, so they must parse as audit records, not print lines.
      *> The last entry cut is the link the fresh file chains from.
           READ AUDIT-LOG
               AT END
                   MOVE "10" TO WS-AUD-STATUS
                   MOVE AUD-RECORD TO AGEN-RECORD
                   WRITE AGEN-RECORD
                   ADD 1 TO WS-CUT-COUNT
                   MOVE AUD-SEQUENCE    TO WS-AUD-LAST-SEQUENCE
                   MOVE AUD-CHAIN-CHECK TO WS-AUD-LAST-CHECK
           END-READ.

       1000-CLEAR-DOWN-PERSON-AREA.
