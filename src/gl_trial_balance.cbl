       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL-BALANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Trial balance off the nominal ledger (GL-BALANCES) as at
      *> the end of a period (CCYYMM). Every account with anything
      *> on it that year is listed in account order with the
      *> period's own debits and credits and its balance to date -
      *> the year's opening (period CCYY00) plus every period up to
      *> and including the one asked for - in the debit or the
      *> credit column as it falls. The foot proves the ledger: the
      *> period's debits must equal its credits and the debit
      *> balances must equal the credit balances; either one out
      *> and the difference is printed. Report on GLTRIAL.

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

           SELECT TRIAL-PRINT ASSIGN TO "GLTRIAL"
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

       FD  TRIAL-PRINT.
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

       01 WS-PERIOD-IN       PIC 9(06).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-IN.
          05 WS-PERIOD-YEAR  PIC 9(04).
          05 WS-PERIOD-MONTH PIC 9(02).

      *> Account descriptions off the chart, for the listing.
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 200 TIMES.
             10 CH-ACCOUNT        PIC X(08).
             10 CH-DESCRIPTION    PIC X(30).
       01 WS-CH-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-CH-INDEX        PIC 9(03).
       01 WS-DESCRIPTION     PIC X(30).

      *> The account being gathered - GL-BALANCES reads back an
      *> account's periods together.
       01 WS-CURRENT-ACCOUNT PIC X(08).
       01 WS-ACC-PERIOD-DR   PIC S9(13)V99.
       01 WS-ACC-PERIOD-CR   PIC S9(13)V99.
       01 WS-ACC-BALANCE     PIC S9(13)V99.
       01 WS-ACC-SEEN        PIC X(01).

       01 WS-ACCOUNTS-LISTED PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-PERIOD-DR PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-PERIOD-CR PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-BAL-DR    PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-BAL-CR    PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE      PIC S9(13)V99.
       01 WS-OUT-OF-BALANCE  PIC X(01) VALUE "N".

       01 PDR-FORMATTED      PIC -(12)9.99.
       01 PCR-FORMATTED      PIC -(12)9.99.
       01 BDR-FORMATTED      PIC -(12)9.99.
       01 BCR-FORMATTED      PIC -(12)9.99.
       01 DIFF-FORMATTED     PIC -(12)9.99.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "GL-TRIAL-BALANCE" TO WS-RC-JOB-NAME.
           MOVE SPACES             TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           DISPLAY "Trial balance as at period (CCYYMM): ".
           ACCEPT WS-PERIOD-IN.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "Period " WS-PERIOD-IN " is not a month - "
                   "no trial balance."
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-LOAD-THE-CHART.

           OPEN INPUT GL-BALANCES.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "Could not open GL-BALANCES, status "
                   WS-GLB-STATUS " - nothing posted yet?"
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT TRIAL-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open GLTRIAL, status "
                   WS-RPT-STATUS
               CLOSE GL-BALANCES
               GO TO 0000-EXIT
           END-IF.

           MOVE "GLTRIAL"          TO WS-RA-REPORT-NAME.
           MOVE "GL-TRIAL-BALANCE" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-HEADINGS.

           MOVE SPACES TO WS-CURRENT-ACCOUNT.
           MOVE "N"    TO WS-ACC-SEEN.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE "10" TO WS-GLB-STATUS
           END-START.
           PERFORM 2000-READ-ONE-BALANCE UNTIL WS-GLB-STATUS = "10".
           PERFORM 2200-LIST-THE-ACCOUNT THRU 2200-EXIT.

           PERFORM 3500-PRINT-THE-PROOF.

           CLOSE GL-BALANCES.
           CLOSE TRIAL-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Accounts listed : " WS-ACCOUNTS-LISTED.
           IF WS-OUT-OF-BALANCE = "Y"
               DISPLAY "** Trial balance for " WS-PERIOD-IN
                   " is OUT OF BALANCE - see GLTRIAL."
           ELSE
               DISPLAY "Trial balance for " WS-PERIOD-IN
                   " is in balance."
           END-IF.

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
                   PERFORM 2100-GATHER-THE-BALANCE THRU 2100-EXIT
           END-READ.

       2100-GATHER-THE-BALANCE.
           IF GLB-ACCOUNT NOT = WS-CURRENT-ACCOUNT
               PERFORM 2200-LIST-THE-ACCOUNT THRU 2200-EXIT
               MOVE GLB-ACCOUNT TO WS-CURRENT-ACCOUNT
               MOVE ZERO TO WS-ACC-PERIOD-DR WS-ACC-PERIOD-CR
                            WS-ACC-BALANCE
               MOVE "N" TO WS-ACC-SEEN
           END-IF.

           IF GLB-PERIOD(1:4) NOT = WS-PERIOD-IN(1:4)
               OR GLB-PERIOD > WS-PERIOD-IN
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-ACC-SEEN.
           COMPUTE WS-ACC-BALANCE =
               WS-ACC-BALANCE + GLB-DEBITS - GLB-CREDITS.
           IF GLB-PERIOD = WS-PERIOD-IN
               ADD GLB-DEBITS  TO WS-ACC-PERIOD-DR
               ADD GLB-CREDITS TO WS-ACC-PERIOD-CR
           END-IF.

       2100-EXIT.
           EXIT.

       2200-LIST-THE-ACCOUNT.
           IF WS-ACC-SEEN NOT = "Y"
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-ACC-SEEN.

           ADD 1 TO WS-ACCOUNTS-LISTED.
           ADD WS-ACC-PERIOD-DR TO WS-TOTAL-PERIOD-DR.
           ADD WS-ACC-PERIOD-CR TO WS-TOTAL-PERIOD-CR.
           MOVE ZERO TO BDR-FORMATTED BCR-FORMATTED.
           IF WS-ACC-BALANCE < ZERO
               COMPUTE BCR-FORMATTED = ZERO - WS-ACC-BALANCE
               SUBTRACT WS-ACC-BALANCE FROM WS-TOTAL-BAL-CR
           ELSE
               MOVE WS-ACC-BALANCE TO BDR-FORMATTED
               ADD WS-ACC-BALANCE TO WS-TOTAL-BAL-DR
           END-IF.

           PERFORM 1200-FIND-DESCRIPTION.
           MOVE WS-ACC-PERIOD-DR TO PDR-FORMATTED.
           MOVE WS-ACC-PERIOD-CR TO PCR-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING WS-CURRENT-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRIPTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PDR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCR-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BDR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BCR-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2200-EXIT.
           EXIT.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "TRIAL BALANCE AS AT PERIOD " DELIMITED BY SIZE
                  WS-PERIOD-IN DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "ACCOUNT  DESCRIPTION                   "
                      DELIMITED BY SIZE
                  "  PERIOD DEBITS   PERIOD CREDITS"
                      DELIMITED BY SIZE
                  "    DEBIT BALANCE   CREDIT BALANCE"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:106).
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-PRINT-THE-PROOF.
           MOVE SPACES TO PRT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:106).
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE WS-TOTAL-PERIOD-DR TO PDR-FORMATTED.
           MOVE WS-TOTAL-PERIOD-CR TO PCR-FORMATTED.
           MOVE WS-TOTAL-BAL-DR    TO BDR-FORMATTED.
           MOVE WS-TOTAL-BAL-CR    TO BCR-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTALS                                  "
                      DELIMITED BY SIZE
                  PDR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCR-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BDR-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BCR-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           COMPUTE WS-DIFFERENCE =
               WS-TOTAL-PERIOD-DR - WS-TOTAL-PERIOD-CR.
           MOVE WS-DIFFERENCE TO DIFF-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE "Period debits equal period credits."
                   TO PRT-LINE
           ELSE
               MOVE "Y" TO WS-OUT-OF-BALANCE
               STRING "** PERIOD OUT OF BALANCE - debits exceed "
                          DELIMITED BY SIZE
                      "credits by " DELIMITED BY SIZE
                      DIFF-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           PERFORM 4000-WRITE-REPORT-LINE.

           COMPUTE WS-DIFFERENCE =
               WS-TOTAL-BAL-DR - WS-TOTAL-BAL-CR.
           MOVE WS-DIFFERENCE TO DIFF-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           IF WS-DIFFERENCE = ZERO
               STRING "Debit balances equal credit balances - "
                          DELIMITED BY SIZE
                      "the ledger is in balance." DELIMITED BY SIZE
                      INTO PRT-LINE
           ELSE
               MOVE "Y" TO WS-OUT-OF-BALANCE
               STRING "** LEDGER OUT OF BALANCE - debit balances "
                          DELIMITED BY SIZE
                      "exceed credit balances by " DELIMITED BY SIZE
                      DIFF-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
