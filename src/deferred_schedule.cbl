       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERRED-SCHEDULE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Deferred-income schedule off DEFERRED-REVENUE. Per
      *> contract, every deferral still carrying income - the
      *> invoice and line it came from, its net, what has been
      *> released and reversed, and what is still unearned - then
      *> the months that income releases in over the twelve months
      *> from the month keyed, worked out the way DEFERRED-RELEASE
      *> will release it (a month the release run has not yet been
      *> run for carries its catch-up in the first column). Ends
      *> with the release calendar for all contracts and the total
      *> unearned, which is the deferred-income balance the ledger
      *> should hold once DEFRELJ is posted. Report on DEFSCHED.

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

           SELECT SCHEDULE-PRINT ASSIGN TO "DEFSCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  DEFERRED-REVENUE.
           COPY "defrev.cpy".

       FD  SCHEDULE-PRINT.
       01 RPT-RECORD PIC X(132).

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
       01 WS-RNC-STATUS      PIC X(02).

       78 MAX-SCHED-ENTRIES  VALUE 1000.
       78 SCHED-MONTHS       VALUE 12.

       01 WS-DFR-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).

       01 WS-FROM-MONTH      PIC 9(06).
       01 WS-FROM-MONTH-X REDEFINES WS-FROM-MONTH.
          05 WS-FROM-CCYY    PIC 9(04).
          05 WS-FROM-MM      PIC 9(02).
       01 WS-FROM-INDEX      PIC 9(06).

      *> Month arithmetic on a running month number, CCYY * 12 +
      *> MM - 1.
       01 WS-MONTH-IN        PIC 9(06).
       01 WS-MONTH-IN-X REDEFINES WS-MONTH-IN.
          05 WS-MONTH-IN-CCYY PIC 9(04).
          05 WS-MONTH-IN-MM   PIC 9(02).
       01 WS-MONTH-NUMBER    PIC 9(06).
       01 WS-MONTH-OUT       PIC 9(06).
       01 WS-MONTH-OUT-X REDEFINES WS-MONTH-OUT.
          05 WS-MONTH-OUT-CCYY PIC 9(04).
          05 WS-MONTH-OUT-MM   PIC 9(02).
       01 WS-MONTH-REM       PIC 9(02).

      *> Every deferral still carrying income, in contract order.
       01 WS-SCHED-TABLE.
          05 WS-SCHED-ENTRY OCCURS 1000 TIMES.
             10 DS-KEY.
                15 DS-CONTRACT-ID  PIC X(06).
                15 DS-INVOICE      PIC 9(06).
                15 DS-SEQ          PIC 9(03).
             10 DS-LINE-NO         PIC 9(02).
             10 DS-CUSTOMER-ID     PIC X(06).
             10 DS-COMPANY-CODE    PIC X(02).
             10 DS-NET             PIC S9(09)V99.
             10 DS-RELEASED        PIC S9(09)V99.
             10 DS-REVERSED        PIC S9(09)V99.
             10 DS-FIRST-NUMBER    PIC 9(06).
             10 DS-FIRST-MONTH     PIC 9(06).
             10 DS-MONTHS          PIC 9(03).
             10 DS-END-NUMBER      PIC 9(06).
             10 DS-STATUS          PIC X(01).
       01 WS-DS-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-DS-INDEX        PIC 9(04).
       01 WS-DS-SLOT         PIC 9(04).
       01 WS-DS-SHIFT        PIC 9(04).
       01 WS-WANT-KEY        PIC X(15).
       01 WS-DS-FULL-SEEN    PIC X(01) VALUE "N".

      *> One deferral projected forward.
       01 WS-PROJ-NUMBER     PIC 9(06).
       01 WS-MONTHS-IN       PIC S9(05).
       01 WS-EARNABLE        PIC S9(09)V99.
       01 WS-TARGET          PIC S9(09)V99.
       01 WS-PROJ-PRIOR      PIC S9(09)V99.
       01 WS-PROJ-RELEASE    PIC S9(09)V99.
       01 WS-UNEARNED        PIC S9(09)V99.
       01 WS-SLOT            PIC 9(02).

      *> Releases per schedule month - slot 13 is anything after
      *> the twelfth.
       01 WS-CONTRACT-RELEASES.
          05 WS-CONTRACT-REL OCCURS 13 TIMES PIC S9(11)V99.
       01 WS-CALENDAR-RELEASES.
          05 WS-CALENDAR-REL OCCURS 13 TIMES PIC S9(11)V99.
       01 WS-CONTRACT-UNEARNED PIC S9(11)V99.
       01 WS-TOTAL-UNEARNED  PIC S9(11)V99 VALUE ZERO.
       01 WS-CONTRACTS-LISTED PIC 9(06) VALUE ZERO.
       01 WS-CURRENT-CONTRACT PIC X(06).
       01 WS-PAIRS-ON-LINE   PIC 9(02).
       01 WS-LINE-POINTER    PIC 9(03).

       01 WS-FREQ-TEXT       PIC X(01).
       01 WS-STATUS-TEXT     PIC X(10).
       01 MONTH-LABEL        PIC X(06).
       01 AMOUNT-FORMATTED   PIC -(8)9.99.
       01 NET-FORMATTED      PIC -(8)9.99.
       01 RELEASED-FORMATTED PIC -(8)9.99.
       01 REVERSED-FORMATTED PIC -(8)9.99.
       01 UNEARNED-FORMATTED PIC -(8)9.99.
       01 TOTAL-FORMATTED    PIC -(10)9.99.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "DEFERRED-SCHED" TO WS-RC-JOB-NAME.
           MOVE SPACES           TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Schedule releases from which month (CCYYMM, "
               "zero for this month)? ".
           ACCEPT WS-FROM-MONTH.
           IF WS-FROM-MONTH NOT NUMERIC OR WS-FROM-MONTH = ZERO
               OR WS-FROM-MM < 1 OR WS-FROM-MM > 12
               MOVE WS-TODAY(1:6) TO WS-FROM-MONTH
           END-IF.
           MOVE WS-FROM-MONTH TO WS-MONTH-IN.
           PERFORM 5100-MONTH-TO-NUMBER.
           MOVE WS-MONTH-NUMBER TO WS-FROM-INDEX.

           OPEN INPUT DEFERRED-REVENUE.
           IF WS-DFR-STATUS NOT = "00"
               DISPLAY "Could not open DEFERRED-REVENUE, status "
                   WS-DFR-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT SCHEDULE-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open DEFSCHED, status "
                   WS-RPT-STATUS
               CLOSE DEFERRED-REVENUE
               GO TO 0000-EXIT
           END-IF.

           MOVE "DEFSCHED"          TO WS-RA-REPORT-NAME.
           MOVE "DEFERRED-SCHEDULE" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO DFR-KEY.
           START DEFERRED-REVENUE KEY IS NOT LESS THAN DFR-KEY
               INVALID KEY
                   MOVE "10" TO WS-DFR-STATUS
           END-START.
           PERFORM 1000-GATHER-ONE-RECORD UNTIL WS-DFR-STATUS = "10".
           CLOSE DEFERRED-REVENUE.

           MOVE ZERO TO WS-CALENDAR-RELEASES.
           PERFORM 3000-PRINT-HEADINGS.

           MOVE SPACES TO WS-CURRENT-CONTRACT.
           PERFORM 2000-SCHEDULE-ONE-ENTRY
               VARYING WS-DS-INDEX FROM 1 BY 1
               UNTIL WS-DS-INDEX > WS-DS-COUNT.
           IF WS-CURRENT-CONTRACT NOT = SPACES
               PERFORM 2500-CLOSE-THE-CONTRACT
           END-IF.

           PERFORM 3500-PRINT-CALENDAR.

           CLOSE SCHEDULE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-TOTAL-UNEARNED TO TOTAL-FORMATTED.
           DISPLAY "Contracts listed: " WS-CONTRACTS-LISTED.
           DISPLAY "Total unearned  : " TOTAL-FORMATTED.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-GATHER-ONE-RECORD.
           READ DEFERRED-REVENUE NEXT
               AT END
                   MOVE "10" TO WS-DFR-STATUS
               NOT AT END
                   IF DFR-IS-DEFERRAL AND NOT DFR-IS-FINISHED
                       PERFORM 1100-ADD-ONE-ENTRY THRU 1100-EXIT
                   END-IF
           END-READ.

       1100-ADD-ONE-ENTRY.
           IF WS-DS-COUNT >= MAX-SCHED-ENTRIES
               IF WS-DS-FULL-SEEN = "N"
                   DISPLAY "** more than " MAX-SCHED-ENTRIES
                       " open deferrals - the rest are left off"
                   MOVE "Y" TO WS-DS-FULL-SEEN
               END-IF
               GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO WS-WANT-KEY.
           STRING DFR-CONTRACT-ID DELIMITED BY SIZE
                  DFR-INVOICE-NUMBER DELIMITED BY SIZE
                  DFR-SEQ DELIMITED BY SIZE
                  INTO WS-WANT-KEY.

      *> Insert ahead of the first entry with a higher key.
           MOVE 1 TO WS-DS-SLOT.
           PERFORM 1120-STEP-PAST-ONE-ENTRY
               UNTIL WS-DS-SLOT > WS-DS-COUNT
               OR DS-KEY(WS-DS-SLOT) > WS-WANT-KEY.
           PERFORM 1130-SHIFT-ONE-ENTRY
               VARYING WS-DS-SHIFT FROM WS-DS-COUNT BY -1
               UNTIL WS-DS-SHIFT < WS-DS-SLOT.
           ADD 1 TO WS-DS-COUNT.

           MOVE WS-WANT-KEY        TO DS-KEY(WS-DS-SLOT).
           MOVE DFR-LINE-NO        TO DS-LINE-NO(WS-DS-SLOT).
           MOVE DFR-CUSTOMER-ID    TO DS-CUSTOMER-ID(WS-DS-SLOT).
           MOVE DFR-COMPANY-CODE   TO DS-COMPANY-CODE(WS-DS-SLOT).
           MOVE DFR-NET-AMOUNT     TO DS-NET(WS-DS-SLOT).
           MOVE DFR-RELEASED-AMOUNT TO DS-RELEASED(WS-DS-SLOT).
           MOVE DFR-REVERSED-AMOUNT TO DS-REVERSED(WS-DS-SLOT).
           MOVE DFR-FIRST-MONTH    TO DS-FIRST-MONTH(WS-DS-SLOT).
           MOVE DFR-FIRST-MONTH    TO WS-MONTH-IN.
           PERFORM 5100-MONTH-TO-NUMBER.
           MOVE WS-MONTH-NUMBER    TO DS-FIRST-NUMBER(WS-DS-SLOT).
           MOVE DFR-MONTHS         TO DS-MONTHS(WS-DS-SLOT).
           MOVE ZERO               TO DS-END-NUMBER(WS-DS-SLOT).
           IF DFR-IS-TERMINATED
               MOVE DFR-END-MONTH TO WS-MONTH-IN
               PERFORM 5100-MONTH-TO-NUMBER
               MOVE WS-MONTH-NUMBER TO DS-END-NUMBER(WS-DS-SLOT)
           END-IF.
           MOVE DFR-STATUS         TO DS-STATUS(WS-DS-SLOT).

       1100-EXIT.
           EXIT.

       1120-STEP-PAST-ONE-ENTRY.
           ADD 1 TO WS-DS-SLOT.

       1130-SHIFT-ONE-ENTRY.
           MOVE WS-SCHED-ENTRY(WS-DS-SHIFT)
               TO WS-SCHED-ENTRY(WS-DS-SHIFT + 1).

       2000-SCHEDULE-ONE-ENTRY.
           IF DS-CONTRACT-ID(WS-DS-INDEX) NOT = WS-CURRENT-CONTRACT
               IF WS-CURRENT-CONTRACT NOT = SPACES
                   PERFORM 2500-CLOSE-THE-CONTRACT
               END-IF
               PERFORM 2100-OPEN-THE-CONTRACT
           END-IF.

           COMPUTE WS-EARNABLE =
               DS-NET(WS-DS-INDEX) - DS-REVERSED(WS-DS-INDEX).
           COMPUTE WS-UNEARNED =
               WS-EARNABLE - DS-RELEASED(WS-DS-INDEX).
           ADD WS-UNEARNED TO WS-CONTRACT-UNEARNED.
           ADD WS-UNEARNED TO WS-TOTAL-UNEARNED.

      *> Walk the schedule months, each taking what the release
      *> run would move in it; whatever is left after the twelfth
      *> goes in the last slot.
           MOVE DS-RELEASED(WS-DS-INDEX) TO WS-PROJ-PRIOR.
           PERFORM 2200-PROJECT-ONE-MONTH
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > SCHED-MONTHS.
           COMPUTE WS-PROJ-RELEASE = WS-EARNABLE - WS-PROJ-PRIOR.
           IF WS-PROJ-RELEASE > ZERO
               ADD WS-PROJ-RELEASE TO WS-CONTRACT-REL(13)
               ADD WS-PROJ-RELEASE TO WS-CALENDAR-REL(13)
           END-IF.

           EVALUATE DS-MONTHS(WS-DS-INDEX)
               WHEN 3
                   MOVE "Q" TO WS-FREQ-TEXT
               WHEN 12
                   MOVE "A" TO WS-FREQ-TEXT
               WHEN OTHER
                   MOVE " " TO WS-FREQ-TEXT
           END-EVALUATE.
           IF DS-STATUS(WS-DS-INDEX) = "T"
               MOVE "TERMINATED" TO WS-STATUS-TEXT
           ELSE
               MOVE SPACES TO WS-STATUS-TEXT
           END-IF.

           MOVE DS-NET(WS-DS-INDEX)      TO NET-FORMATTED.
           MOVE DS-RELEASED(WS-DS-INDEX) TO RELEASED-FORMATTED.
           MOVE DS-REVERSED(WS-DS-INDEX) TO REVERSED-FORMATTED.
           MOVE WS-UNEARNED              TO UNEARNED-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  DS-INVOICE(WS-DS-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DS-LINE-NO(WS-DS-INDEX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-FREQ-TEXT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DS-FIRST-MONTH(WS-DS-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RELEASED-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REVERSED-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UNEARNED-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2100-OPEN-THE-CONTRACT.
           MOVE DS-CONTRACT-ID(WS-DS-INDEX) TO WS-CURRENT-CONTRACT.
           MOVE ZERO TO WS-CONTRACT-RELEASES WS-CONTRACT-UNEARNED.
           ADD 1 TO WS-CONTRACTS-LISTED.

           MOVE SPACES TO PRT-LINE.
           STRING "CONTRACT " DELIMITED BY SIZE
                  WS-CURRENT-CONTRACT DELIMITED BY SIZE
                  "  CUSTOMER " DELIMITED BY SIZE
                  DS-CUSTOMER-ID(WS-DS-INDEX) DELIMITED BY SIZE
                  "  COMPANY " DELIMITED BY SIZE
                  DS-COMPANY-CODE(WS-DS-INDEX) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2200-PROJECT-ONE-MONTH.
           COMPUTE WS-PROJ-NUMBER = WS-FROM-INDEX + WS-SLOT - 1.
           PERFORM 5000-TARGET-FOR-MONTH.
           COMPUTE WS-PROJ-RELEASE = WS-TARGET - WS-PROJ-PRIOR.
           IF WS-PROJ-RELEASE > ZERO
               ADD WS-PROJ-RELEASE TO WS-CONTRACT-REL(WS-SLOT)
               ADD WS-PROJ-RELEASE TO WS-CALENDAR-REL(WS-SLOT)
               MOVE WS-TARGET TO WS-PROJ-PRIOR
           END-IF.

       2500-CLOSE-THE-CONTRACT.
      *> The contract's releases, month and amount, five to a line -
      *> only the months something releases in.
           MOVE SPACES TO PRT-LINE.
           MOVE "  RELEASES" TO PRT-LINE.
           MOVE 13 TO WS-LINE-POINTER.
           MOVE ZERO TO WS-PAIRS-ON-LINE.
           PERFORM 2510-PRINT-ONE-RELEASE
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 13.
           IF WS-PAIRS-ON-LINE > ZERO
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

           MOVE WS-CONTRACT-UNEARNED TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "  CONTRACT " DELIMITED BY SIZE
                  WS-CURRENT-CONTRACT DELIMITED BY SIZE
                  " UNEARNED " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2510-PRINT-ONE-RELEASE.
           IF WS-CONTRACT-REL(WS-SLOT) NOT = ZERO
               PERFORM 5200-LABEL-THE-SLOT
               MOVE WS-CONTRACT-REL(WS-SLOT) TO AMOUNT-FORMATTED
               STRING MONTH-LABEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-FORMATTED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INTO PRT-LINE
                      WITH POINTER WS-LINE-POINTER
               ADD 1 TO WS-PAIRS-ON-LINE
               IF WS-PAIRS-ON-LINE >= 5
                   PERFORM 4000-WRITE-REPORT-LINE
                   MOVE SPACES TO PRT-LINE
                   MOVE 13 TO WS-LINE-POINTER
                   MOVE ZERO TO WS-PAIRS-ON-LINE
               END-IF
           END-IF.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "DEFERRED INCOME SCHEDULE FROM " DELIMITED BY SIZE
                  WS-FROM-MONTH DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  INVOICE LN FREQ   FIRST " DELIMITED BY SIZE
                  "          NET     RELEASED" DELIMITED BY SIZE
                  "     REVERSED     UNEARNED" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-PRINT-CALENDAR.
           MOVE SPACES TO PRT-LINE.
           MOVE "RELEASE CALENDAR - ALL CONTRACTS" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           PERFORM 3510-PRINT-ONE-MONTH
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 13.
           MOVE WS-TOTAL-UNEARNED TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL UNEARNED " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3510-PRINT-ONE-MONTH.
           PERFORM 5200-LABEL-THE-SLOT.
           MOVE WS-CALENDAR-REL(WS-SLOT) TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  MONTH-LABEL DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       5000-TARGET-FOR-MONTH.
      *> What the deferral will have released by the end of month
      *> WS-PROJ-NUMBER - the rule DEFERRED-RELEASE applies.
           COMPUTE WS-MONTHS-IN =
               WS-PROJ-NUMBER - DS-FIRST-NUMBER(WS-DS-INDEX) + 1.
           IF WS-MONTHS-IN < 1
               MOVE ZERO TO WS-TARGET
           ELSE
               IF WS-MONTHS-IN >= DS-MONTHS(WS-DS-INDEX)
                   OR DS-MONTHS(WS-DS-INDEX) = ZERO
                   OR (DS-STATUS(WS-DS-INDEX) = "T"
                       AND WS-PROJ-NUMBER
                           >= DS-END-NUMBER(WS-DS-INDEX))
                   MOVE WS-EARNABLE TO WS-TARGET
               ELSE
                   COMPUTE WS-TARGET ROUNDED =
                       DS-NET(WS-DS-INDEX) * WS-MONTHS-IN
                       / DS-MONTHS(WS-DS-INDEX)
                   IF WS-TARGET > WS-EARNABLE
                       MOVE WS-EARNABLE TO WS-TARGET
                   END-IF
               END-IF
           END-IF.

       5100-MONTH-TO-NUMBER.
           COMPUTE WS-MONTH-NUMBER =
               WS-MONTH-IN-CCYY * 12 + WS-MONTH-IN-MM - 1.

       5200-LABEL-THE-SLOT.
           IF WS-SLOT > SCHED-MONTHS
               MOVE "LATER" TO MONTH-LABEL
           ELSE
               COMPUTE WS-MONTH-NUMBER = WS-FROM-INDEX + WS-SLOT - 1
               DIVIDE WS-MONTH-NUMBER BY 12
                   GIVING WS-MONTH-OUT-CCYY
                   REMAINDER WS-MONTH-REM
               COMPUTE WS-MONTH-OUT-MM = WS-MONTH-REM + 1
               MOVE WS-MONTH-OUT TO MONTH-LABEL
           END-IF.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
