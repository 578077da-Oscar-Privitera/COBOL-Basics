       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-ACTIVITY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Account activity listing off the nominal ledger
      *> (GL-BALANCES) for one fiscal year - one account, or every
      *> account when none is given. Each account opens on its
      *> carried-forward balance (period CCYY00), then lists every
      *> period with postings: its debits, its credits, the net
      *> movement and the running balance, and closes on the
      *> balance at the end of the year so far. A balance in
      *> credit prints negative. The foot totals the year's debits
      *> and credits over the accounts listed; for the whole ledger
      *> the two must agree. Report on GLACTIVITY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCES ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.

           SELECT GL-ACCOUNTS ASSIGN TO "GLACCTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

           SELECT ACTIVITY-PRINT ASSIGN TO "GLACTIVITY"
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
       FD  GL-BALANCES.
           COPY "glbal.cpy".

       FD  GL-ACCOUNTS.
           COPY "glacct.cpy".

       FD  ACTIVITY-PRINT.
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

       01 WS-GLB-STATUS      PIC X(02).
       01 WS-GLA-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).

       01 WS-YEAR-IN         PIC 9(04).
       01 WS-ACCOUNT-IN      PIC X(08).

      *> Account descriptions off the chart, for the listing.
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 200 TIMES.
             10 CH-ACCOUNT        PIC X(08).
             10 CH-DESCRIPTION    PIC X(30).
       01 WS-CH-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-CH-INDEX        PIC 9(03).
       01 WS-DESCRIPTION     PIC X(30).

       01 WS-CURRENT-ACCOUNT PIC X(08).
       01 WS-ACC-BALANCE     PIC S9(13)V99.
       01 WS-ACC-DEBITS      PIC S9(13)V99.
       01 WS-ACC-CREDITS     PIC S9(13)V99.
       01 WS-ACC-OPENED      PIC X(01).
       01 WS-MOVEMENT        PIC S9(13)V99.
       01 WS-PERIOD-TEXT     PIC X(08).

       01 WS-ACCOUNTS-LISTED PIC 9(05) VALUE ZERO.
       01 WS-PERIODS-LISTED  PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-DEBITS    PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS   PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE      PIC S9(13)V99.

       01 DR-FORMATTED       PIC -(12)9.99.
       01 CR-FORMATTED       PIC -(12)9.99.
       01 MOVE-FORMATTED     PIC -(12)9.99.
       01 BAL-FORMATTED      PIC -(12)9.99.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "GL-ACCOUNT-ACTIVITY" TO WS-RC-JOB-NAME.
           MOVE SPACES                TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           DISPLAY "Activity for fiscal year (CCYY): ".
           ACCEPT WS-YEAR-IN.
           DISPLAY "Account (blank for every account): ".
           MOVE SPACES TO WS-ACCOUNT-IN.
           ACCEPT WS-ACCOUNT-IN.

           PERFORM 1000-LOAD-THE-CHART.

           OPEN INPUT GL-BALANCES.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "Could not open GL-BALANCES, status "
                   WS-GLB-STATUS " - nothing posted yet?"
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT ACTIVITY-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open GLACTIVITY, status "
                   WS-RPT-STATUS
               CLOSE GL-BALANCES
               GO TO 0000-EXIT
           END-IF.

           MOVE "GLACTIVITY"          TO WS-RA-REPORT-NAME.
           MOVE "GL-ACCOUNT-ACTIVITY" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-HEADINGS.

           MOVE SPACES TO WS-CURRENT-ACCOUNT.
           MOVE "N"    TO WS-ACC-OPENED.
           MOVE LOW-VALUES TO GLB-KEY.
           IF WS-ACCOUNT-IN NOT = SPACES
               MOVE WS-ACCOUNT-IN TO GLB-ACCOUNT
           END-IF.
           START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE "10" TO WS-GLB-STATUS
           END-START.
           PERFORM 2000-READ-ONE-BALANCE UNTIL WS-GLB-STATUS = "10".
           PERFORM 2300-CLOSE-THE-ACCOUNT THRU 2300-EXIT.

           PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.

           CLOSE GL-BALANCES.
           CLOSE ACTIVITY-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Accounts listed : " WS-ACCOUNTS-LISTED.
           DISPLAY "Periods listed  : " WS-PERIODS-LISTED.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-THE-CHART.
           MOVE ZERO TO WS-CH-COUNT.
           OPEN INPUT GL-ACCOUNTS.
           IF WS-GLA-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ACCOUNT
                   UNTIL WS-GLA-STATUS = "10"
               CLOSE GL-ACCOUNTS
           END-IF.

       1100-LOAD-ONE-ACCOUNT.
           READ GL-ACCOUNTS
               AT END
                   MOVE "10" TO WS-GLA-STATUS
               NOT AT END
                   IF WS-CH-COUNT < 200
                       ADD 1 TO WS-CH-COUNT
                       MOVE GLA-ACCOUNT TO CH-ACCOUNT(WS-CH-COUNT)
                       MOVE GLA-DESCRIPTION
                           TO CH-DESCRIPTION(WS-CH-COUNT)
                   END-IF
           END-READ.

       1200-FIND-DESCRIPTION.
           MOVE "(not on the chart)" TO WS-DESCRIPTION.
           PERFORM 1210-MATCH-ONE-ACCOUNT
               VARYING WS-CH-INDEX FROM 1 BY 1
               UNTIL WS-CH-INDEX > WS-CH-COUNT.

       1210-MATCH-ONE-ACCOUNT.
           IF CH-ACCOUNT(WS-CH-INDEX) = WS-CURRENT-ACCOUNT
               MOVE CH-DESCRIPTION(WS-CH-INDEX) TO WS-DESCRIPTION
           END-IF.

       2000-READ-ONE-BALANCE.
           READ GL-BALANCES NEXT
               AT END
                   MOVE "10" TO WS-GLB-STATUS
               NOT AT END
                   PERFORM 2100-LIST-THE-BALANCE THRU 2100-EXIT
           END-READ.

       2100-LIST-THE-BALANCE.
      *> Asked for one account - past it, the listing is done.
           IF WS-ACCOUNT-IN NOT = SPACES
               AND GLB-ACCOUNT NOT = WS-ACCOUNT-IN
               MOVE "10" TO WS-GLB-STATUS
               GO TO 2100-EXIT
           END-IF.
           IF GLB-PERIOD(1:4) NOT = WS-YEAR-IN
               GO TO 2100-EXIT
           END-IF.

           IF GLB-ACCOUNT NOT = WS-CURRENT-ACCOUNT
               PERFORM 2300-CLOSE-THE-ACCOUNT THRU 2300-EXIT
               MOVE GLB-ACCOUNT TO WS-CURRENT-ACCOUNT
               PERFORM 2200-OPEN-THE-ACCOUNT
           END-IF.

           COMPUTE WS-MOVEMENT = GLB-DEBITS - GLB-CREDITS.
           ADD WS-MOVEMENT TO WS-ACC-BALANCE.
           IF GLB-PERIOD(5:2) = "00"
               MOVE "OPENING" TO WS-PERIOD-TEXT
           ELSE
               MOVE GLB-PERIOD TO WS-PERIOD-TEXT
               ADD GLB-DEBITS  TO WS-ACC-DEBITS
               ADD GLB-CREDITS TO WS-ACC-CREDITS
               ADD 1 TO WS-PERIODS-LISTED
           END-IF.

           MOVE GLB-DEBITS     TO DR-FORMATTED.
           MOVE GLB-CREDITS    TO CR-FORMATTED.
           MOVE WS-MOVEMENT    TO MOVE-FORMATTED.
           MOVE WS-ACC-BALANCE TO BAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "   " DELIMITED BY SIZE
                  WS-PERIOD-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOVE-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2100-EXIT.
           EXIT.

       2200-OPEN-THE-ACCOUNT.
           MOVE "Y" TO WS-ACC-OPENED.
           MOVE ZERO TO WS-ACC-BALANCE WS-ACC-DEBITS WS-ACC-CREDITS.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           PERFORM 1200-FIND-DESCRIPTION.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING WS-CURRENT-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRIPTION DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2300-CLOSE-THE-ACCOUNT.
           IF WS-ACC-OPENED NOT = "Y"
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-ACC-OPENED.

           ADD WS-ACC-DEBITS  TO WS-TOTAL-DEBITS.
           ADD WS-ACC-CREDITS TO WS-TOTAL-CREDITS.
           MOVE WS-ACC-DEBITS  TO DR-FORMATTED.
           MOVE WS-ACC-CREDITS TO CR-FORMATTED.
           COMPUTE WS-MOVEMENT = WS-ACC-DEBITS - WS-ACC-CREDITS.
           MOVE WS-MOVEMENT    TO MOVE-FORMATTED.
           MOVE WS-ACC-BALANCE TO BAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "   CLOSING  " DELIMITED BY SIZE
                  DR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOVE-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BAL-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2300-EXIT.
           EXIT.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           IF WS-ACCOUNT-IN = SPACES
               STRING "ACCOUNT ACTIVITY BY PERIOD - FISCAL YEAR "
                          DELIMITED BY SIZE
                      WS-YEAR-IN DELIMITED BY SIZE
                      " - ALL ACCOUNTS" DELIMITED BY SIZE
                      INTO PRT-LINE
           ELSE
               STRING "ACCOUNT ACTIVITY BY PERIOD - FISCAL YEAR "
                          DELIMITED BY SIZE
                      WS-YEAR-IN DELIMITED BY SIZE
                      " - ACCOUNT " DELIMITED BY SIZE
                      WS-ACCOUNT-IN DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "   PERIOD             DEBITS          CREDITS"
                      DELIMITED BY SIZE
                  "         MOVEMENT          BALANCE"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:79).
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-PRINT-TOTALS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-TOTAL-DEBITS  TO DR-FORMATTED.
           MOVE WS-TOTAL-CREDITS TO CR-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "YEAR TOTAL  " DELIMITED BY SIZE
                  DR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

      *> Only the whole ledger has to balance - one account's
      *> debits and credits have no reason to agree.
           IF WS-ACCOUNT-IN NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
           COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           MOVE SPACES TO PRT-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE "Year debits equal year credits." TO PRT-LINE
           ELSE
               MOVE WS-DIFFERENCE TO MOVE-FORMATTED
               STRING "** OUT OF BALANCE - debits exceed credits by "
                          DELIMITED BY SIZE
                      MOVE-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
               DISPLAY "** Ledger out of balance for " WS-YEAR-IN
                   " - see GLACTIVITY."
           END-IF.
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-EXIT.
           EXIT.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
