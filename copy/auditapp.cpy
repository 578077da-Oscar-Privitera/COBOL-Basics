      *> AUD-PROGRAM-ID / AUD-OPERATOR-ID / AUD-MESSAGE and set
      *> AUD-TIMESTAMP before PERFORM 8000-WRITE-AUDIT-LOG. Requires
      *> the calling program to SELECT AUDIT-LOG ASSIGN TO "AUDITLOG",
      *> FD it with COPY "auditrec.cpy", declare WS-AUD-STATUS
      *> PIC X(02) and COPY "auditwk.cpy" in WORKING-STORAGE. A
      *> training session writes nothing - practice activity must
      *> never look like real work to the end-of-day tie or an
      *> inspector. Every entry is sequenced and sealed onto the
      *> chain from the last entry on the live file before it is
      *> appended (see AUDITREC.cpy).
       8000-WRITE-AUDIT-LOG.
           IF WS-TRAINING-MODE
               CONTINUE
           ELSE
               PERFORM 8010-CHAIN-THE-ENTRY
               OPEN EXTEND AUDIT-LOG
               IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               CLOSE AUDIT-LOG
           END-IF.

       8010-CHAIN-THE-ENTRY.
      *> The entry being written is held aside while the live file is
      *> read through for its last entry - the link this one chains
      *> from. An empty or missing live file leaves the link as it
      *> stands (the start-of-day cut's carried link, or zero).
           MOVE AUD-RECORD TO WS-AUD-HELD-ENTRY.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUD-STATUS = "00"
               PERFORM 8020-READ-ONE-TAIL-ENTRY
                   UNTIL WS-AUD-STATUS NOT = "00"
               CLOSE AUDIT-LOG
           END-IF.
           MOVE WS-AUD-HELD-ENTRY TO AUD-RECORD.

           ADD 1 TO WS-AUD-LAST-SEQUENCE.
           MOVE WS-AUD-LAST-SEQUENCE TO AUD-SEQUENCE.
           PERFORM 8050-CHECK-THE-MESSAGE.
           MOVE WS-AUD-SEALED-MESSAGE TO AUD-MESSAGE-CHECK.
           PERFORM 8055-CHECK-THE-LINK.
           MOVE WS-AUD-SEALED-CHAIN   TO AUD-CHAIN-CHECK.
           MOVE WS-AUD-SEALED-CHAIN   TO WS-AUD-LAST-CHECK.

       8020-READ-ONE-TAIL-ENTRY.
           READ AUDIT-LOG
               AT END
                   MOVE "10" TO WS-AUD-STATUS
               NOT AT END
                   MOVE AUD-SEQUENCE    TO WS-AUD-LAST-SEQUENCE
                   MOVE AUD-CHAIN-CHECK TO WS-AUD-LAST-CHECK
           END-READ.

       8050-CHECK-THE-MESSAGE.
      *> The check values the entry now in AUD-RECORD should carry -
      *> used to seal an entry and, by AUDIT-CHAIN-VERIFY, to prove
      *> one. The message's own check value first.
           MOVE AUD-MESSAGE TO WS-AUD-CHECK-AREA.
           MOVE 60          TO WS-AUD-CHECK-LENGTH.
           MOVE ZERO        TO WS-AUD-CHECK-VALUE.
           PERFORM 8060-COMPUTE-CHECK-VALUE.
           MOVE WS-AUD-CHECK-VALUE TO WS-AUD-SEALED-MESSAGE.

       8055-CHECK-THE-LINK.
      *> Then the entry's chain check, chained from WS-AUD-LAST-CHECK
      *> and taking the message in through the message check value
      *> the entry carries.
           MOVE WS-AUD-LAST-CHECK     TO WS-AUD-LINK-PREVIOUS.
           MOVE AUD-SEQUENCE          TO WS-AUD-LINK-SEQUENCE.
           MOVE AUD-TIMESTAMP         TO WS-AUD-LINK-TIMESTAMP.
           MOVE AUD-PROGRAM-ID        TO WS-AUD-LINK-PROGRAM.
           MOVE AUD-OPERATOR-ID       TO WS-AUD-LINK-OPERATOR.
           MOVE AUD-MESSAGE-CHECK     TO WS-AUD-LINK-MESSAGE.
           MOVE WS-AUD-CHAIN-LINK     TO WS-AUD-CHECK-AREA.
           MOVE 71                    TO WS-AUD-CHECK-LENGTH.
           MOVE ZERO                  TO WS-AUD-CHECK-VALUE.
           PERFORM 8060-COMPUTE-CHECK-VALUE.
           MOVE WS-AUD-CHECK-VALUE TO WS-AUD-SEALED-CHAIN.

       8060-COMPUTE-CHECK-VALUE.
           PERFORM 8065-ADD-ONE-CHECK-BYTE
               VARYING WS-AUD-CHECK-POS FROM 1 BY 1
               UNTIL WS-AUD-CHECK-POS > WS-AUD-CHECK-LENGTH.

       8065-ADD-ONE-CHECK-BYTE.
           COMPUTE WS-AUD-CHECK-WORK =
               WS-AUD-CHECK-VALUE * AUD-CHECK-MULTIPLIER
               + FUNCTION ORD(WS-AUD-CHECK-AREA(WS-AUD-CHECK-POS:1)).
           DIVIDE WS-AUD-CHECK-WORK BY AUD-CHECK-MODULUS
               GIVING WS-AUD-CHECK-QUOTIENT
               REMAINDER WS-AUD-CHECK-VALUE.
