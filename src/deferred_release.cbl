       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERRED-RELEASE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Monthly deferred-income release. Every open deferral on
      *> DEFERRED-REVENUE - the net of a quarterly or annual
      *> contract line, credited to deferred income by GL-INTERFACE
      *> on the invoice day - earns an equal share each month it
      *> covers. The operator keys the month; each deferral is
      *> brought up to its straight-line share to the end of that
      *> month (the last month taking whatever rounding is left),
      *> and the difference is journalled DR deferred income, CR
      *> the band's revenue account, dated the last day of the
      *> month, on the DEFRELJ hand-off under the usual balancing
      *> control record. What a deferral has released is kept on
      *> it, so a rerun for the same month releases nothing twice,
      *> and DEFRELJ is appended to, so a second run before
      *> GL-POSTING loses nothing. A deferral CONTRACT-TERMINATION
      *> has terminated releases what is left after its reversal
      *> by the termination month and is then closed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRED-REVENUE ASSIGN TO "DEFREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-STATUS.

           SELECT RELEASE-GL ASSIGN TO "DEFRELJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT GL-ACCOUNTS ASSIGN TO "GLACCTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

           SELECT GL-PERIODS ASSIGN TO "GLPERIOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

           SELECT GL-REJECTS ASSIGN TO "GLREJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLREJ-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRED-REVENUE.
           COPY "defrev.cpy".

       FD  RELEASE-GL.
           COPY "glintf.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  GL-ACCOUNTS.
           COPY "glacct.cpy".

       FD  GL-PERIODS.
           COPY "glperiod.cpy".

       FD  GL-REJECTS.
       01 GLREJ-RECORD PIC X(132).

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       COPY "glvalwk.cpy".

       78 DEFERRED-INCOME-ACCOUNT VALUE "25000000".

       01 WS-DFR-STATUS      PIC X(02).
       01 WS-GLJ-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-GLA-STATUS      PIC X(02).
       01 WS-GLP-STATUS      PIC X(02).
       01 WS-GLREJ-STATUS    PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-RUN-MONTH       PIC 9(06).
       01 WS-RUN-MONTH-X REDEFINES WS-RUN-MONTH.
          05 WS-RUN-CCYY     PIC 9(04).
          05 WS-RUN-MM       PIC 9(02).
       01 WS-NEXT-FIRST      PIC 9(08).
       01 WS-NEXT-FIRST-X REDEFINES WS-NEXT-FIRST.
          05 WS-NEXT-CCYY    PIC 9(04).
          05 WS-NEXT-MM      PIC 9(02).
          05 WS-NEXT-DD      PIC 9(02).
       01 WS-POST-DATE       PIC 9(08).

      *> One deferral's position at the end of the run month.
       01 WS-FIRST-MONTH     PIC 9(06).
       01 WS-FIRST-MONTH-X REDEFINES WS-FIRST-MONTH.
          05 WS-FIRST-CCYY   PIC 9(04).
          05 WS-FIRST-MM     PIC 9(02).
       01 WS-MONTHS-IN       PIC S9(05).
       01 WS-EARNABLE        PIC S9(09)V99.
       01 WS-EARNED-TO-DATE  PIC S9(09)V99.
       01 WS-RELEASE         PIC S9(09)V99.
       01 WS-FINAL-MONTH     PIC X(01).
       01 WS-LEGS-OK         PIC X(01).
       01 WS-RATE-DIGITS     PIC 9(03).
       01 WS-REVENUE-ACCOUNT PIC X(08).

       01 WS-TOTAL-DEBITS    PIC S9(12)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS   PIC S9(12)V99 VALUE ZERO.
       01 WS-DETAIL-COUNT    PIC 9(08) VALUE ZERO.
       01 WS-ENTRIES-RELEASED PIC 9(06) VALUE ZERO.
       01 WS-ENTRIES-CLOSED  PIC 9(06) VALUE ZERO.
       01 WS-ENTRIES-HELD    PIC 9(06) VALUE ZERO.
       01 WS-RUN-RELEASED    PIC S9(11)V99 VALUE ZERO.

       01 DR-FORMATTED       PIC -(11)9.99.
       01 CR-FORMATTED       PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7700-OPERATOR-SIGN-ON.
           IF WS-SIGNON-FAILED
               STOP RUN
           END-IF.

      *> No practice copies behind this program - a training
      *> sign-on must not touch the live files believing them to
      *> be practice ones.
           IF WS-TRAINING-MODE
               DISPLAY "This program runs on the LIVE files - "
                   "training sign-ons are refused here."
               STOP RUN
           END-IF.

           MOVE "DEFERRED-REL" TO WS-RC-JOB-NAME.
           MOVE SPACES         TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Release deferred income to the end of which "
               "month (CCYYMM, zero for this month)? ".
           ACCEPT WS-RUN-MONTH.
           IF WS-RUN-MONTH NOT NUMERIC OR WS-RUN-MONTH = ZERO
               OR WS-RUN-MM < 1 OR WS-RUN-MM > 12
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-MONTH
           END-IF.

      *> The legs are dated the last day of the month released -
      *> the day before the first of the next.
           MOVE WS-RUN-CCYY TO WS-NEXT-CCYY.
           COMPUTE WS-NEXT-MM = WS-RUN-MM + 1.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-CCYY
           END-IF.
           COMPUTE WS-POST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).

           PERFORM 6600-LOAD-GL-VALIDATION.

           OPEN I-O DEFERRED-REVENUE.
           IF WS-DFR-STATUS = "35"
               DISPLAY "No DEFERRED-REVENUE file - nothing has been "
                   "deferred, nothing to release."
               PERFORM 7600-RUN-CONTROL-END
               GO TO 0000-EXIT
           END-IF.
           IF WS-DFR-STATUS NOT = "00"
               DISPLAY "Could not open DEFERRED-REVENUE, status "
                   WS-DFR-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN EXTEND RELEASE-GL.
           IF WS-GLJ-STATUS = "05" OR WS-GLJ-STATUS = "35"
               OPEN OUTPUT RELEASE-GL
           END-IF.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "Could not open DEFRELJ, status "
                   WS-GLJ-STATUS
               CLOSE DEFERRED-REVENUE
               GO TO 0000-EXIT
           END-IF.

           MOVE LOW-VALUES TO DFR-KEY.
           START DEFERRED-REVENUE KEY IS NOT LESS THAN DFR-KEY
               INVALID KEY
                   MOVE "10" TO WS-DFR-STATUS
           END-START.
           PERFORM 1000-RELEASE-ONE-RECORD
               UNTIL WS-DFR-STATUS = "10".

           CLOSE DEFERRED-REVENUE.

           PERFORM 3000-WRITE-CONTROL-RECORD.

           CLOSE RELEASE-GL.

           MOVE WS-TOTAL-DEBITS  TO DR-FORMATTED.
           MOVE WS-TOTAL-CREDITS TO CR-FORMATTED.
           DISPLAY "Released to     : " WS-POST-DATE.
           DISPLAY "Deferrals moved : " WS-ENTRIES-RELEASED.
           DISPLAY "Deferrals closed: " WS-ENTRIES-CLOSED.
           DISPLAY "Held (rejected) : " WS-ENTRIES-HELD.
           DISPLAY "Journal legs    : " WS-DETAIL-COUNT.
           DISPLAY "Total debits    : " DR-FORMATTED.
           DISPLAY "Total credits   : " CR-FORMATTED.
           DISPLAY "Legs rejected   : " WS-GLV-REJECTS.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "Journal balances."
           ELSE
               DISPLAY "** JOURNAL DOES NOT BALANCE - do not post **"
           END-IF.
           IF WS-ENTRIES-HELD > ZERO
               DISPLAY "** " WS-ENTRIES-HELD " deferral(s) held "
                   "back - see GLREJECT, then rerun the month."
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-RELEASE-ONE-RECORD.
           READ DEFERRED-REVENUE NEXT
               AT END
                   MOVE "10" TO WS-DFR-STATUS
               NOT AT END
                   IF DFR-IS-DEFERRAL AND NOT DFR-IS-FINISHED
                       PERFORM 1100-RELEASE-ONE-DEFERRAL
                           THRU 1100-EXIT
                   END-IF
           END-READ.

       1100-RELEASE-ONE-DEFERRAL.
      *> Months earned by the end of the run month, counting the
      *> first month as one. A deferral starting after the run
      *> month has earned nothing yet.
           MOVE DFR-FIRST-MONTH TO WS-FIRST-MONTH.
           COMPUTE WS-MONTHS-IN =
               (WS-RUN-CCYY * 12 + WS-RUN-MM)
               - (WS-FIRST-CCYY * 12 + WS-FIRST-MM) + 1.
           IF WS-MONTHS-IN < 1
               GO TO 1100-EXIT
           END-IF.

      *> A reversal takes its share off what can ever be earned.
           COMPUTE WS-EARNABLE =
               DFR-NET-AMOUNT - DFR-REVERSED-AMOUNT.

           MOVE "N" TO WS-FINAL-MONTH.
           IF WS-MONTHS-IN >= DFR-MONTHS OR DFR-MONTHS = ZERO
               MOVE "Y" TO WS-FINAL-MONTH
           END-IF.
           IF DFR-IS-TERMINATED AND WS-RUN-MONTH >= DFR-END-MONTH
               MOVE "Y" TO WS-FINAL-MONTH
           END-IF.

           IF WS-FINAL-MONTH = "Y"
               MOVE WS-EARNABLE TO WS-EARNED-TO-DATE
           ELSE
               COMPUTE WS-EARNED-TO-DATE ROUNDED =
                   DFR-NET-AMOUNT * WS-MONTHS-IN / DFR-MONTHS
               IF WS-EARNED-TO-DATE > WS-EARNABLE
                   MOVE WS-EARNABLE TO WS-EARNED-TO-DATE
               END-IF
           END-IF.

      *> Never less than already released - a run for an earlier
      *> month, or the same month again, moves nothing back.
           COMPUTE WS-RELEASE =
               WS-EARNED-TO-DATE - DFR-RELEASED-AMOUNT.
           IF WS-RELEASE < ZERO
               MOVE ZERO TO WS-RELEASE
           END-IF.

           IF WS-RELEASE NOT = ZERO
               PERFORM 1200-JOURNAL-THE-RELEASE
               IF WS-LEGS-OK NOT = "Y"
                   ADD 1 TO WS-ENTRIES-HELD
                   GO TO 1100-EXIT
               END-IF
               ADD WS-RELEASE TO DFR-RELEASED-AMOUNT
               ADD WS-RELEASE TO WS-RUN-RELEASED
               MOVE WS-RUN-MONTH TO DFR-LAST-RELEASE-MONTH
               ADD 1 TO WS-ENTRIES-RELEASED
           END-IF.

           IF WS-FINAL-MONTH = "Y"
               SET DFR-IS-FINISHED TO TRUE
               ADD 1 TO WS-ENTRIES-CLOSED
           END-IF.

           IF WS-RELEASE NOT = ZERO OR WS-FINAL-MONTH = "Y"
               REWRITE DFR-RECORD
               IF WS-DFR-STATUS NOT = "00"
                   DISPLAY "** DEFERRED-REVENUE rewrite failed on "
                       DFR-INVOICE-NUMBER "/" DFR-SEQ ", status "
                       WS-DFR-STATUS " - reverse its DEFRELJ legs "
                       "before posting"
               END-IF
           END-IF.

       1100-EXIT.
           EXIT.

       1200-JOURNAL-THE-RELEASE.
      *> Two legs: DR deferred income, CR the band's revenue account
      *> (4000 followed by the rate digits, as GL-INTERFACE). Both
      *> are checked before either is written - a deferral whose
      *> legs cannot both post is held back whole for a rerun.
           COMPUTE WS-RATE-DIGITS = DFR-VAT-RATE * 100.
           MOVE SPACES TO WS-REVENUE-ACCOUNT.
           STRING "40000" DELIMITED BY SIZE
                  WS-RATE-DIGITS DELIMITED BY SIZE
                  INTO WS-REVENUE-ACCOUNT.

           MOVE "D"          TO GLJ-RECORD-TYPE.
           MOVE WS-POST-DATE TO GLJ-POSTING-DATE.
           MOVE SPACES       TO GLJ-REFERENCE.
           STRING "DEFREL " DELIMITED BY SIZE
                  DFR-INVOICE-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DFR-CONTRACT-ID DELIMITED BY SIZE
                  INTO GLJ-REFERENCE.
           MOVE WS-RELEASE   TO GLJ-AMOUNT.

           MOVE "Y" TO WS-LEGS-OK.
           MOVE DEFERRED-INCOME-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D"          TO GLJ-DEBIT-CREDIT.
           PERFORM 1300-CHECK-ONE-LEG.
           MOVE WS-REVENUE-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C"          TO GLJ-DEBIT-CREDIT.
           PERFORM 1300-CHECK-ONE-LEG.
           IF WS-LEGS-OK NOT = "Y"
               GO TO 1200-EXIT
           END-IF.

           MOVE DEFERRED-INCOME-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "D"          TO GLJ-DEBIT-CREDIT.
           PERFORM 1900-WRITE-ONE-LEG.
           MOVE WS-REVENUE-ACCOUNT TO GLJ-ACCOUNT.
           MOVE "C"          TO GLJ-DEBIT-CREDIT.
           PERFORM 1900-WRITE-ONE-LEG.

       1200-EXIT.
           EXIT.

       1300-CHECK-ONE-LEG.
           MOVE GLJ-ACCOUNT      TO WS-GLV-ACCOUNT.
           MOVE GLJ-POSTING-DATE TO WS-GLV-DATE.
           PERFORM 6700-VALIDATE-ONE-LEG.
           IF WS-GLV-OK NOT = "Y"
               PERFORM 6800-WRITE-GL-REJECT
               MOVE "N" TO WS-LEGS-OK
           END-IF.

       1900-WRITE-ONE-LEG.
           WRITE GLJ-RECORD.
           IF WS-GLJ-STATUS NOT = "00"
               DISPLAY "DEFRELJ write failed, status "
                   WS-GLJ-STATUS
           ELSE
               ADD 1 TO WS-DETAIL-COUNT
               IF GLJ-IS-DEBIT
                   ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

       3000-WRITE-CONTROL-RECORD.
      *> Closes this run's batch on the appended file - GL-POSTING
      *> proves each batch against its own control record.
           MOVE "C"             TO GLJ-RECORD-TYPE.
           MOVE WS-POST-DATE    TO GLJ-POSTING-DATE.
           MOVE SPACES          TO GLJ-ACCOUNT.
           MOVE "D"             TO GLJ-DEBIT-CREDIT.
           MOVE WS-TOTAL-DEBITS TO GLJ-AMOUNT.
           MOVE SPACES          TO GLJ-REFERENCE.
           STRING "LEGS " DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  INTO GLJ-REFERENCE.
           WRITE GLJ-RECORD.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW         TO AUD-TIMESTAMP.
           MOVE "DEFERRED-REL" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE SPACES         TO AUD-MESSAGE.
           MOVE WS-RUN-RELEASED TO DR-FORMATTED.
           STRING "Released " DELIMITED BY SIZE
                  WS-RUN-MONTH DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-ENTRIES-RELEASED DELIMITED BY SIZE
                  " deferrals, " DELIMITED BY SIZE
                  DR-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "glvalid.cpy".
           COPY "auditapp.cpy".

           COPY "signon.cpy".
