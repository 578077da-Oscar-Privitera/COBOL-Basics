      *>                 tie, same as RECURRING-INV before them -
      *>                 a day with a mid-period termination no
      *>                 longer reports falsely out of balance.
      *> 2026-10-15  OP  MEMBER-FEE-INV entries (one per membership
      *>                 fee invoice MEMBERSHIP-BILLING raises) join
      *>                 the invoice tie.
      *> 2026-10-15  OP  An out-of-balance day no longer stamps the
      *>                 run completed - it ends with condition code
      *>                 8, GL-INTERFACE (whose predecessor this is)
      *>                 refuses to hand the day to the ledger, and
      *>                 the finance night stops here. A zero run
      *>                 date is the night run-control dates the run
      *>                 by.
      *> 2026-10-15  OP  The day only balances on a verified audit
      *>                 trail - AUDIT-CHAIN-VERIFY's signed summary
      *>                 must be for the day, carry its signature and
      *>                 find the chain intact, and the last entry it
      *>                 verified must still be on the live log as it
      *>                 was verified.
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 EODRPT print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT AUDIT-VERIFY-SUMMARY ASSIGN TO "AUDVSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVS-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-REPORT-ID
               FILE STATUS IS WS-RI-STATUS.

           SELECT REPORT-STORE ASSIGN TO "RPTSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RS-STATUS.

           SELECT RETENTION-POLICY ASSIGN TO "RETPOLICY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  AUDIT-VERIFY-SUMMARY.
           COPY "audvsum.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".

      *> This job runs with no sign-on and writes no audit entry of
      *> its own - it borrows the shared audit appender's check-value
      *> routine to prove the verification summary's signature, so
      *> it carries its own copy of the training switch the appender
      *> tests, always off here.
       01 WS-TRAINING-FLAG   PIC X(01) VALUE "N".
           88 WS-TRAINING-MODE   VALUE "Y".

       78 MAX-PROGRAM-ENTRIES VALUE 20.
       78 MAX-DAY-INVOICES VALUE 1000.

       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-AVS-STATUS      PIC X(02).
       01 WS-IT-STATUS       PIC X(02).
       01 WS-CTL-STATUS      PIC X(02).
       01 WS-EOD-STATUS      PIC X(02).
       01 WS-REGCT-BEFORE    PIC 9(08) VALUE ZERO.
       01 WS-REGCT-MOVED     PIC S9(08) VALUE ZERO.

      *> What the night's audit-chain verification says, and the last
      *> entry it verified - which must still be on the live log.
       01 WS-CHAIN-FLAG      PIC X(01) VALUE "N".
           88 WS-CHAIN-VERIFIED   VALUE "Y".
       01 WS-CHAIN-REASON    PIC X(50) VALUE SPACES.
       01 WS-VERIFIED-TO     PIC 9(09) VALUE ZERO.
       01 WS-VERIFIED-CHECK  PIC 9(09) VALUE ZERO.
       01 WS-LIVE-FIRST      PIC 9(09) VALUE ZERO.
       01 WS-LIVE-BROKEN     PIC X(01) VALUE "N".
       01 WS-VERIFIED-SEEN   PIC X(01) VALUE "N".

       01 WS-OUT-OF-BALANCE  PIC X(01) VALUE "N".
           88 WS-DAY-BALANCES     VALUE "N".
           88 WS-DAY-IS-OUT       VALUE "Y".
           DISPLAY "Balance which date (CCYYMMDD, zero for today)? ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE WS-RC-TODAY TO WS-RUN-DATE
           END-IF.

           OPEN OUTPUT BALANCE-REPORT.
               GO TO 0000-EXIT
           END-IF.

           MOVE "EODRPT"             TO WS-RA-REPORT-NAME.
           MOVE "END-OF-DAY-BALANCE" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 0500-LOAD-CHAIN-VERIFICATION.
           PERFORM 1000-COUNT-AUDIT-ENTRIES.
           PERFORM 1500-CHECK-VERIFIED-ENTRY.
           PERFORM 2000-COUNT-DAY-INVOICES.
           PERFORM 3000-LOAD-REG-TOTALS.
           PERFORM 4000-PRINT-BALANCE-REPORT.
           PERFORM 5000-SAVE-EOD-CONTROL.

           CLOSE BALANCE-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

      *> Left started, not completed, when the day is out - the
      *> ledger hand-off waits until the day is put right and this
      *> run balances it, or GL-INTERFACE's predecessor check is
      *> overridden at the console.
           IF WS-DAY-IS-OUT
               DISPLAY "** DAY IS OUT OF BALANCE - see EODRPT **"
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Day balances - report on EODRPT.".
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       0500-LOAD-CHAIN-VERIFICATION.
      *> The summary must be tonight's, still carry the signature
      *> AUDIT-CHAIN-VERIFY gave it, and have found the chain whole.
           OPEN INPUT AUDIT-VERIFY-SUMMARY.
           IF WS-AVS-STATUS NOT = "00"
               MOVE "no audit-chain verification on file"
                   TO WS-CHAIN-REASON
               GO TO 0500-EXIT
           END-IF.

           READ AUDIT-VERIFY-SUMMARY
               AT END
                   MOVE "the verification summary is empty"
                       TO WS-CHAIN-REASON
               NOT AT END
                   MOVE AVS-SIGNED-AREA      TO WS-AUD-CHECK-AREA
                   MOVE 63                   TO WS-AUD-CHECK-LENGTH
                   MOVE AVS-LAST-CHAIN-CHECK TO WS-AUD-CHECK-VALUE
                   PERFORM 8060-COMPUTE-CHECK-VALUE
                   EVALUATE TRUE
                       WHEN AVS-RUN-DATE NOT = WS-RUN-DATE
                           MOVE "not verified for this day"
                               TO WS-CHAIN-REASON
                       WHEN WS-AUD-CHECK-VALUE NOT = AVS-SIGNATURE
                           MOVE "the summary signature does not match"
                               TO WS-CHAIN-REASON
                       WHEN AVS-CHAIN-BROKEN
                           MOVE "the chain is broken - see AUDVRPT"
                               TO WS-CHAIN-REASON
                       WHEN OTHER
                           SET WS-CHAIN-VERIFIED TO TRUE
                           MOVE AVS-LAST-SEQUENCE    TO WS-VERIFIED-TO
                           MOVE AVS-LAST-CHAIN-CHECK
                               TO WS-VERIFIED-CHECK
                   END-EVALUATE
           END-READ.
           CLOSE AUDIT-VERIFY-SUMMARY.

       0500-EXIT.
           EXIT.

       1000-COUNT-AUDIT-ENTRIES.
           OPEN INPUT AUDIT-LOG.
           EVALUATE TRUE
               AT END
                   MOVE "10" TO WS-AUD-STATUS
               NOT AT END
                   PERFORM 1050-PROVE-ONE-LINK
                   IF AUD-SEQUENCE = WS-VERIFIED-TO
                       MOVE "Y" TO WS-VERIFIED-SEEN
                       IF AUD-CHAIN-CHECK NOT = WS-VERIFIED-CHECK
                           MOVE "X" TO WS-VERIFIED-SEEN
                       END-IF
                   END-IF
                   MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
                   IF WS-AUD-DATE = WS-RUN-DATE
                       PERFORM 1200-TALLY-ONE-PROGRAM
                   END-IF
           END-READ.

       1050-PROVE-ONE-LINK.
      *> Every entry on the live log must still chain from the one
      *> before it - the night's verification proved them so.
           IF WS-LIVE-FIRST = ZERO
               MOVE AUD-SEQUENCE TO WS-LIVE-FIRST
           ELSE
               PERFORM 8055-CHECK-THE-LINK
               IF WS-AUD-SEALED-CHAIN NOT = AUD-CHAIN-CHECK
                   OR AUD-SEQUENCE NOT = WS-AUD-LAST-SEQUENCE + 1
                   MOVE "Y" TO WS-LIVE-BROKEN
               END-IF
           END-IF.
           MOVE AUD-SEQUENCE    TO WS-AUD-LAST-SEQUENCE.
           MOVE AUD-CHAIN-CHECK TO WS-AUD-LAST-CHECK.

       1200-TALLY-ONE-PROGRAM.
           MOVE "N" TO WS-FOUND-PROGRAM.

           IF AUD-PROGRAM-ID = "INVOICE-CALC"
               OR AUD-PROGRAM-ID = "RECURRING-INV"
               OR AUD-PROGRAM-ID = "CONTRACT-SETTLE"
               OR AUD-PROGRAM-ID = "MEMBER-FEE-INV"
               ADD 1 TO WS-INVOICE-AUDITS
           END-IF.
           IF AUD-PROGRAM-ID = "REGISTRATION-WCON"
               MOVE "Y" TO WS-FOUND-PROGRAM
           END-IF.

       1500-CHECK-VERIFIED-ENTRY.
      *> The last entry verified is on the live log unless the log
      *> has had nothing written since the morning's cut - if it
      *> belongs there and is gone or different, or the live log no
      *> longer chains, the log was touched after it was verified.
           IF WS-CHAIN-VERIFIED
               AND WS-VERIFIED-TO NOT = ZERO
               AND WS-LIVE-FIRST NOT = ZERO
               AND WS-VERIFIED-TO NOT < WS-LIVE-FIRST
               AND WS-VERIFIED-SEEN NOT = "Y"
               MOVE "N" TO WS-CHAIN-FLAG
               MOVE "the log was altered after it was verified"
                   TO WS-CHAIN-REASON
           END-IF.
           IF WS-CHAIN-VERIFIED
               AND WS-LIVE-BROKEN = "Y"
               MOVE "N" TO WS-CHAIN-FLAG
               MOVE "the log was altered after it was verified"
                   TO WS-CHAIN-REASON
           END-IF.

       2000-COUNT-DAY-INVOICES.
           OPEN INPUT INVOICE-TRANSACTION.
           EVALUATE TRUE
           MOVE SPACES TO PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           IF WS-CHAIN-VERIFIED
               STRING "Audit chain        : VERIFIED to entry "
                          DELIMITED BY SIZE
                      WS-VERIFIED-TO DELIMITED BY SIZE
                      INTO PRT-LINE
           ELSE
               SET WS-DAY-IS-OUT TO TRUE
               STRING "Audit chain        : ** NOT VERIFIED - "
                          DELIMITED BY SIZE
                      WS-CHAIN-REASON DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           PERFORM 6000-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE.

           IF WS-DAY-IS-OUT
               MOVE "DAY VERDICT        : ** OUT OF BALANCE **"
                   TO PRT-LINE
       6000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "auditapp.cpy".

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
