       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VERIFY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Nightly proof that the audit trail is whole. Walks every
      *> retained AUDITGn generation slot and the live AUDITLOG in
      *> chain order (oldest first sequence first) and re-proves
      *> every entry: its sequence must follow the entry before it
      *> (a jump is a GAP - entries removed; a step back is an entry
      *> OUT OF SEQUENCE - reordered, duplicated or inserted), its
      *> time must not run backwards, its chain check must be the
      *> one sealed from the entry before it (BROKEN CHAIN - the
      *> entry was edited), and its message must still carry its
      *> own check value - unless DATA-ERASURE replaced it with a
      *> pointer to an erasure actually on the ERASURE-REGISTER,
      *> which is counted, not flagged. The oldest retained entry
      *> anchors the chain; anything older has been overwritten by
      *> the slot rotation. Exceptions are listed on AUDVRPT for
      *> sign-off, and a signed one-record summary goes to
      *> AUDIT-VERIFY-SUMMARY for END-OF-DAY-BALANCE, which will not
      *> balance a night whose chain is broken or unverified. A
      *> broken chain ends with condition code 4 so the night still
      *> reaches the balance to be refused there, on the record.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-SOURCE ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ERASURE-REGISTER ASSIGN TO "ERASEREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT VERIFY-REPORT ASSIGN TO "AUDVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT AUDIT-VERIFY-SUMMARY ASSIGN TO "AUDVSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVS-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

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
           COPY "auditrec.cpy".

       FD  AUDIT-SOURCE.
       01 SRC-RECORD PIC X(131).

       FD  ERASURE-REGISTER.
           COPY "eraserec.cpy".

       FD  VERIFY-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  AUDIT-VERIFY-SUMMARY.
           COPY "audvsum.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".

      *> This job runs with no sign-on, so it carries its own copy
      *> of the training switch the shared audit appender tests -
      *> always off here.
       01 WS-TRAINING-FLAG   PIC X(01) VALUE "N".
           88 WS-TRAINING-MODE   VALUE "Y".

       78 MAX-AUDIT-FILES VALUE 10.

       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-SRC-STATUS      PIC X(02).
       01 WS-ER-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-AVS-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).

       01 WS-SOURCE-NAME     PIC X(10).
      *> Two digits - the slot loop must be able to step past 9 to
      *> terminate.
       01 WS-GEN-SLOT        PIC 9(02).

      *> The audit files found, put into chain order by the first
      *> sequence each one holds.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 10 TIMES.
             10 AF-FILE-NAME       PIC X(10).
             10 AF-FIRST-SEQUENCE  PIC 9(09).
       01 WS-FILE-HOLD.
          05 WS-HOLD-FILE-NAME      PIC X(10).
          05 WS-HOLD-FIRST-SEQUENCE PIC 9(09).
       01 WS-FILE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-FILE-INDEX      PIC 9(02).
       01 WS-SORT-PASS       PIC 9(02).
       01 WS-SORT-INDEX      PIC 9(02).
       01 WS-SORT-NEXT       PIC 9(02).

      *> One flag per possible erasure id - "Y" when the register
      *> holds that erasure.
       01 WS-ERASURE-TABLE.
          05 WS-ERASURE-ON-FILE PIC X(01) OCCURS 9999 TIMES.
       01 WS-POINTER-ID      PIC 9(04).

       01 WS-HAVE-PREVIOUS   PIC X(01) VALUE "N".
       01 WS-PREV-SEQUENCE   PIC 9(09) VALUE ZERO.
       01 WS-PREV-CHECK      PIC 9(09) VALUE ZERO.
       01 WS-PREV-TIMESTAMP  PIC 9(14) VALUE ZERO.
       01 WS-FIRST-SEQUENCE  PIC 9(09) VALUE ZERO.
       01 WS-GAP-FROM        PIC 9(09).
       01 WS-GAP-TO          PIC 9(09).

       01 WS-ENTRY-COUNT     PIC 9(09) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
       01 WS-ERASED-COUNT    PIC 9(06) VALUE ZERO.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "AUDIT-VERIFY" TO WS-RC-JOB-NAME.
           MOVE SPACES         TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT VERIFY-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open VERIFY-REPORT, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "AUDVRPT"            TO WS-RA-REPORT-NAME.
           MOVE "AUDIT-CHAIN-VERIFY" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "AUDIT CHAIN VERIFICATION FOR " DELIMITED BY SIZE
                  WS-RC-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           PERFORM 1000-LOAD-ERASURE-REGISTER.
           PERFORM 2000-FIND-THE-AUDIT-FILES.
           PERFORM 3000-WALK-ONE-FILE THRU 3000-EXIT
               VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > WS-FILE-COUNT.
           PERFORM 4000-PRINT-THE-VERDICT.

           CLOSE VERIFY-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           PERFORM 5000-WRITE-SIGNED-SUMMARY.
           PERFORM 6000-LOG-THE-VERIFICATION.
           PERFORM 7600-RUN-CONTROL-END.

           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "** AUDIT CHAIN IS BROKEN - see AUDVRPT **"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Audit chain verified - report on AUDVRPT."
           END-IF.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-ERASURE-REGISTER.
           INITIALIZE WS-ERASURE-TABLE.
           OPEN INPUT ERASURE-REGISTER.
           IF WS-ER-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ERASURE
                   UNTIL WS-ER-STATUS = "10"
               CLOSE ERASURE-REGISTER
           END-IF.

       1100-LOAD-ONE-ERASURE.
           READ ERASURE-REGISTER
               AT END
                   MOVE "10" TO WS-ER-STATUS
               NOT AT END
                   IF ER-ERASURE-ID NOT = ZERO
                       MOVE "Y" TO WS-ERASURE-ON-FILE(ER-ERASURE-ID)
                   END-IF
           END-READ.

       2000-FIND-THE-AUDIT-FILES.
      *> Every slot the start-of-day job may have cut, then the live
      *> file - each one that holds an entry goes on the table.
           PERFORM 2050-NOTE-ONE-SLOT
               VARYING WS-GEN-SLOT FROM 1 BY 1
               UNTIL WS-GEN-SLOT > 9.

           MOVE "AUDITLOG" TO WS-SOURCE-NAME.
           PERFORM 2100-NOTE-ONE-FILE THRU 2100-EXIT.

           PERFORM 2200-ORDER-ONE-PASS
               VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS >= WS-FILE-COUNT.

       2050-NOTE-ONE-SLOT.
           MOVE SPACES TO WS-SOURCE-NAME.
           STRING "AUDITG" DELIMITED BY SIZE
                  WS-GEN-SLOT(2:1) DELIMITED BY SIZE
                  INTO WS-SOURCE-NAME.
           PERFORM 2100-NOTE-ONE-FILE THRU 2100-EXIT.

       2100-NOTE-ONE-FILE.
           OPEN INPUT AUDIT-SOURCE.
           IF WS-SRC-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.

      *> Entries are parsed through the (closed) live audit FD's
      *> record area, the same trick the erasure scrub uses.
           READ AUDIT-SOURCE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SRC-RECORD TO AUD-RECORD
                   IF WS-FILE-COUNT >= MAX-AUDIT-FILES
                       DISPLAY "** audit file table full - "
                           WS-SOURCE-NAME " not verified"
                   ELSE
                       ADD 1 TO WS-FILE-COUNT
                       MOVE WS-SOURCE-NAME
                           TO AF-FILE-NAME(WS-FILE-COUNT)
                       MOVE AUD-SEQUENCE
                           TO AF-FIRST-SEQUENCE(WS-FILE-COUNT)
                   END-IF
           END-READ.
           CLOSE AUDIT-SOURCE.

       2100-EXIT.
           EXIT.

       2200-ORDER-ONE-PASS.
           PERFORM 2210-ORDER-ONE-PAIR
               VARYING WS-SORT-INDEX FROM 1 BY 1
               UNTIL WS-SORT-INDEX >= WS-FILE-COUNT.

       2210-ORDER-ONE-PAIR.
           COMPUTE WS-SORT-NEXT = WS-SORT-INDEX + 1.
           IF AF-FIRST-SEQUENCE(WS-SORT-INDEX)
               > AF-FIRST-SEQUENCE(WS-SORT-NEXT)
               MOVE WS-FILE-ENTRY(WS-SORT-INDEX) TO WS-FILE-HOLD
               MOVE WS-FILE-ENTRY(WS-SORT-NEXT)
                   TO WS-FILE-ENTRY(WS-SORT-INDEX)
               MOVE WS-FILE-HOLD TO WS-FILE-ENTRY(WS-SORT-NEXT)
           END-IF.

       3000-WALK-ONE-FILE.
           MOVE AF-FILE-NAME(WS-FILE-INDEX) TO WS-SOURCE-NAME.
           OPEN INPUT AUDIT-SOURCE.
           IF WS-SRC-STATUS NOT = "00"
               MOVE SPACES TO PRT-LINE
               STRING "UNREADABLE " DELIMITED BY SIZE
                      WS-SOURCE-NAME DELIMITED BY SPACE
                      " - status " DELIMITED BY SIZE
                      WS-SRC-STATUS DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 3800-NOTE-AN-EXCEPTION
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING "Walking " DELIMITED BY SIZE
                  WS-SOURCE-NAME DELIMITED BY SPACE
                  " from entry " DELIMITED BY SIZE
                  AF-FIRST-SEQUENCE(WS-FILE-INDEX) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           PERFORM 3100-READ-ONE-ENTRY
               UNTIL WS-SRC-STATUS = "10".
           CLOSE AUDIT-SOURCE.

       3000-EXIT.
           EXIT.

       3100-READ-ONE-ENTRY.
           READ AUDIT-SOURCE
               AT END
                   MOVE "10" TO WS-SRC-STATUS
               NOT AT END
                   MOVE SRC-RECORD TO AUD-RECORD
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM 3200-PROVE-ONE-ENTRY THRU 3200-EXIT
           END-READ.

       3200-PROVE-ONE-ENTRY.
      *> Each exception is reported once - after it the walk takes
      *> up the chain again from the entry as it stands, so one
      *> edited entry is one line, not a cascade.
           MOVE WS-PREV-CHECK TO WS-AUD-LAST-CHECK.
           PERFORM 8050-CHECK-THE-MESSAGE.
           PERFORM 8055-CHECK-THE-LINK.

           IF WS-HAVE-PREVIOUS = "N"
               MOVE AUD-SEQUENCE TO WS-FIRST-SEQUENCE
               PERFORM 3250-ANCHOR-THE-CHAIN
               PERFORM 3400-PROVE-THE-MESSAGE
               GO TO 3200-TAKE-UP-THE-CHAIN
           END-IF.

           EVALUATE TRUE
               WHEN AUD-SEQUENCE = WS-PREV-SEQUENCE + 1
                   PERFORM 3300-PROVE-THE-LINK
               WHEN AUD-SEQUENCE > WS-PREV-SEQUENCE + 1
                   COMPUTE WS-GAP-FROM = WS-PREV-SEQUENCE + 1
                   COMPUTE WS-GAP-TO   = AUD-SEQUENCE - 1
                   MOVE SPACES TO PRT-LINE
                   STRING "GAP - entries " DELIMITED BY SIZE
                          WS-GAP-FROM DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                          WS-GAP-TO DELIMITED BY SIZE
                          " missing ahead of " DELIMITED BY SIZE
                          WS-SOURCE-NAME DELIMITED BY SPACE
                          " entry " DELIMITED BY SIZE
                          AUD-SEQUENCE DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 3800-NOTE-AN-EXCEPTION
               WHEN OTHER
                   MOVE SPACES TO PRT-LINE
                   STRING "OUT OF SEQUENCE - " DELIMITED BY SIZE
                          WS-SOURCE-NAME DELIMITED BY SPACE
                          " entry " DELIMITED BY SIZE
                          AUD-SEQUENCE DELIMITED BY SIZE
                          " follows entry " DELIMITED BY SIZE
                          WS-PREV-SEQUENCE DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 3800-NOTE-AN-EXCEPTION
           END-EVALUATE.

           IF AUD-TIMESTAMP < WS-PREV-TIMESTAMP
               MOVE SPACES TO PRT-LINE
               STRING "OUT OF ORDER - " DELIMITED BY SIZE
                      WS-SOURCE-NAME DELIMITED BY SPACE
                      " entry " DELIMITED BY SIZE
                      AUD-SEQUENCE DELIMITED BY SIZE
                      " is timed " DELIMITED BY SIZE
                      AUD-TIMESTAMP DELIMITED BY SIZE
                      ", before the entry ahead of it" DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 3800-NOTE-AN-EXCEPTION
           END-IF.

           PERFORM 3400-PROVE-THE-MESSAGE.

       3200-TAKE-UP-THE-CHAIN.
           MOVE "Y"             TO WS-HAVE-PREVIOUS.
           MOVE AUD-SEQUENCE    TO WS-PREV-SEQUENCE.
           MOVE AUD-CHAIN-CHECK TO WS-PREV-CHECK.
           MOVE AUD-TIMESTAMP   TO WS-PREV-TIMESTAMP.

       3200-EXIT.
           EXIT.

       3250-ANCHOR-THE-CHAIN.
      *> Entry 1 chains from nothing and is proved like any other;
      *> a later first entry is where the retained trail begins.
           IF AUD-SEQUENCE = 1
               PERFORM 3300-PROVE-THE-LINK
           ELSE
               MOVE SPACES TO PRT-LINE
               STRING "Chain anchored at entry " DELIMITED BY SIZE
                      AUD-SEQUENCE DELIMITED BY SIZE
                      " in " DELIMITED BY SIZE
                      WS-SOURCE-NAME DELIMITED BY SPACE
                      " - earlier entries are no longer retained."
                          DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3300-PROVE-THE-LINK.
           IF WS-AUD-SEALED-CHAIN NOT = AUD-CHAIN-CHECK
               MOVE SPACES TO PRT-LINE
               STRING "BROKEN CHAIN - " DELIMITED BY SIZE
                      WS-SOURCE-NAME DELIMITED BY SPACE
                      " entry " DELIMITED BY SIZE
                      AUD-SEQUENCE DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      AUD-PROGRAM-ID DELIMITED BY SPACE
                      ") is not the entry that was sealed"
                          DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 3800-NOTE-AN-EXCEPTION
           END-IF.

       3400-PROVE-THE-MESSAGE.
           IF WS-AUD-SEALED-MESSAGE = AUD-MESSAGE-CHECK
               CONTINUE
           ELSE
               MOVE ZERO TO WS-POINTER-ID
               IF AUD-MESSAGE(1:27) = "[content erased - register "
                   AND AUD-MESSAGE(28:4) IS NUMERIC
                   MOVE AUD-MESSAGE(28:4) TO WS-POINTER-ID
               END-IF
               IF WS-POINTER-ID NOT = ZERO
                   AND WS-ERASURE-ON-FILE(WS-POINTER-ID) = "Y"
                   ADD 1 TO WS-ERASED-COUNT
               ELSE
                   MOVE SPACES TO PRT-LINE
                   STRING "ALTERED MESSAGE - " DELIMITED BY SIZE
                          WS-SOURCE-NAME DELIMITED BY SPACE
                          " entry " DELIMITED BY SIZE
                          AUD-SEQUENCE DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          AUD-PROGRAM-ID DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 3800-NOTE-AN-EXCEPTION
               END-IF
           END-IF.

       3800-NOTE-AN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       4000-PRINT-THE-VERDICT.
           MOVE SPACES TO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Audit files walked : " DELIMITED BY SIZE
                  WS-FILE-COUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Entries proved     : " DELIMITED BY SIZE
                  WS-ENTRY-COUNT DELIMITED BY SIZE
                  " (entry " DELIMITED BY SIZE
                  WS-FIRST-SEQUENCE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-PREV-SEQUENCE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Erased under register: " DELIMITED BY SIZE
                  WS-ERASED-COUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Exceptions         : " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "CHAIN VERDICT      : INTACT" TO PRT-LINE
           ELSE
               MOVE "CHAIN VERDICT      : ** BROKEN **" TO PRT-LINE
           END-IF.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE "Signed off by ....................." TO PRT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       5000-WRITE-SIGNED-SUMMARY.
      *> The signature is the check value of the summary chained
      *> from the last entry verified - it cannot be carried over
      *> onto a summary with different figures or a different log.
           MOVE WS-RC-TODAY        TO AVS-RUN-DATE.
           MOVE WS-RC-NOW(9:6)     TO AVS-RUN-TIME.
           MOVE WS-ENTRY-COUNT     TO AVS-ENTRY-COUNT.
           MOVE WS-FIRST-SEQUENCE  TO AVS-FIRST-SEQUENCE.
           MOVE WS-PREV-SEQUENCE   TO AVS-LAST-SEQUENCE.
           MOVE WS-PREV-CHECK      TO AVS-LAST-CHAIN-CHECK.
           MOVE WS-EXCEPTION-COUNT TO AVS-EXCEPTION-COUNT.
           MOVE WS-ERASED-COUNT    TO AVS-ERASED-COUNT.
           IF WS-EXCEPTION-COUNT = ZERO
               SET AVS-CHAIN-INTACT TO TRUE
           ELSE
               SET AVS-CHAIN-BROKEN TO TRUE
           END-IF.

           MOVE AVS-SIGNED-AREA      TO WS-AUD-CHECK-AREA.
           MOVE 63                   TO WS-AUD-CHECK-LENGTH.
           MOVE AVS-LAST-CHAIN-CHECK TO WS-AUD-CHECK-VALUE.
           PERFORM 8060-COMPUTE-CHECK-VALUE.
           MOVE WS-AUD-CHECK-VALUE   TO AVS-SIGNATURE.

           OPEN OUTPUT AUDIT-VERIFY-SUMMARY.
           IF WS-AVS-STATUS NOT = "00"
               DISPLAY "Could not open AUDIT-VERIFY-SUMMARY, status "
                   WS-AVS-STATUS
           ELSE
               WRITE AVS-RECORD
               CLOSE AUDIT-VERIFY-SUMMARY
           END-IF.

       6000-LOG-THE-VERIFICATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE "AUDIT-CHAIN-VERIFY" TO AUD-PROGRAM-ID.
           MOVE SPACES               TO AUD-OPERATOR-ID.
           MOVE SPACES               TO AUD-MESSAGE.
           STRING "Chain verified to entry " DELIMITED BY SIZE
                  WS-PREV-SEQUENCE DELIMITED BY SIZE
                  ", exceptions " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
