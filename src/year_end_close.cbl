      *>                 INVCAT catalog - nothing the segmenter
      *>                 moved out of the live file can be stranded
      *>                 outside the archive.
      *> 2026-10-15  OP  The close now carries the nominal ledger
      *>                 forward: every balance-sheet account's
      *>                 closing balance on GL-BALANCES becomes its
      *>                 opening (period CCYY00) of the new year, and
      *>                 the profit-and-loss accounts' balances go to
      *>                 the retained-earnings account (type "E" on
      *>                 GL-ACCOUNTS). Done after the segments are
      *>                 retired and before the close is stamped
      *>                 done; the openings are rewritten, not added
      *>                 to, so a rerun from phase 2 repeats it
      *>                 safely. No retained-earnings account, and
      *>                 the close stays at phase 2 until there is.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 YEARRPT print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICT-STATUS.

           SELECT GL-BALANCES ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.

           SELECT GL-ACCOUNTS ASSIGN TO "GLACCTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

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
       FD  INVOICE-TRANSACTION.
       FD  INVOICE-CATALOG.
           COPY "invcat.cpy".

       FD  GL-BALANCES.
           COPY "glbal.cpy".

       FD  GL-ACCOUNTS.
           COPY "glacct.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "filelkwk.cpy".
       COPY "runctbl.cpy".
       COPY "invcatwk.cpy".
       COPY "rptarwk.cpy".

       01 WS-ICT-STATUS      PIC X(02).
       01 WS-SG-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-BAND-INDEX      PIC 9(02).
       01 WS-FOUND-BAND      PIC X(01).

      *> Ledger carry-forward. The chart's account types, then one
      *> entry per account with postings in the closing year and
      *> its closing balance (debit positive).
       01 WS-GLB-STATUS      PIC X(02).
       01 WS-GLA-STATUS      PIC X(02).
       01 WS-CARRY-OK        PIC X(01) VALUE "N".
       01 WS-NEXT-YEAR       PIC 9(04).
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 200 TIMES.
             10 TY-ACCOUNT        PIC X(08).
             10 TY-TYPE           PIC X(01).
       01 WS-TY-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-TY-INDEX        PIC 9(03).
       01 WS-RETAINED-ACCOUNT PIC X(08).
       01 WS-CARRY-TABLE.
          05 WS-CARRY-ENTRY OCCURS 500 TIMES.
             10 CF-ACCOUNT        PIC X(08).
             10 CF-TYPE           PIC X(01).
             10 CF-BALANCE        PIC S9(13)V99.
       01 WS-CF-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-CF-INDEX        PIC 9(03).
       01 WS-CF-FULL         PIC X(01).
       01 WS-CF-RETAINED-IX  PIC 9(03).
       01 WS-YEAR-RESULT     PIC S9(13)V99.
       01 WS-OPENING         PIC S9(13)V99.
       01 WS-OPEN-DEBITS     PIC S9(13)V99.
       01 WS-OPEN-CREDITS    PIC S9(13)V99.
       01 WS-OPENINGS-WRITTEN PIC 9(05).
       01 WS-GLB-FOUND       PIC X(01).
       01 WS-CF-TYPE-TEXT    PIC X(16).
       01 OPENING-FORMATTED  PIC -(12)9.99.
       01 OPEN-DR-FORMATTED  PIC -(12)9.99.
       01 OPEN-CR-FORMATTED  PIC -(12)9.99.

       01 RATE-FORMATTED     PIC Z.99.
       01 NET-FORMATTED      PIC -(10)9.99.
       01 VAT-FORMATTED      PIC -(10)9.99.
      *> which are safely repeatable.
           PERFORM 6000-RETIRE-YEAR-SEGMENTS THRU 6000-EXIT.

           PERFORM 6500-CARRY-FORWARD-LEDGER THRU 6500-EXIT.
           IF WS-CARRY-OK NOT = "Y"
               DISPLAY "** ledger carry-forward did not complete - "
                   "close left at phase 2, rerun to resume."
               GO TO 0000-EXIT
           END-IF.

           MOVE ZERO TO WS-CLOSE-PHASE.
           PERFORM 0150-SAVE-CLOSE-CONTROL.

               GO TO 4000-EXIT
           END-IF.

           MOVE "YEARRPT"        TO WS-RA-REPORT-NAME.
           MOVE "YEAR-END-CLOSE" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "ANNUAL VAT TOTALS FOR CLOSED YEAR "
                      DELIMITED BY SIZE
           PERFORM 4900-WRITE-REPORT-LINE.

           CLOSE YEAR-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       4000-EXIT.
           EXIT.
       4900-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       6000-RETIRE-YEAR-SEGMENTS.
      *> On a resumed close (phase 2 on entry) the catalog was not
           MOVE ICT-RECORD-COUNT(WS-SEG-IX) TO IC-RECORD-COUNT.
           WRITE IC-RECORD.

       6500-CARRY-FORWARD-LEDGER.
      *> The closing year's balances, per account, become the new
      *> year's openings. Run on every completion of the close -
      *> the openings are rewritten whole, never added to.
           MOVE "N" TO WS-CARRY-OK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1.

           OPEN I-O GL-BALANCES.
           IF WS-GLB-STATUS = "35"
               DISPLAY "No GL-BALANCES on file - no ledger to "
                   "carry forward."
               MOVE "Y" TO WS-CARRY-OK
               GO TO 6500-EXIT
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "Could not open GL-BALANCES, status "
                   WS-GLB-STATUS
               GO TO 6500-EXIT
           END-IF.

           PERFORM 6510-LOAD-ACCOUNT-TYPES.

           MOVE ZERO TO WS-CF-COUNT.
           MOVE "N"  TO WS-CF-FULL.
           MOVE LOW-VALUES TO GLB-KEY.
           START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY
                   MOVE "10" TO WS-GLB-STATUS
           END-START.
           PERFORM 6520-GATHER-ONE-BALANCE
               UNTIL WS-GLB-STATUS = "10".
           IF WS-CF-FULL = "Y"
               DISPLAY "** more than 500 ledger accounts - nothing "
                   "carried forward."
               CLOSE GL-BALANCES
               GO TO 6500-EXIT
           END-IF.

      *> The year's profit or loss - every P&L account's balance -
      *> goes to the retained-earnings account.
           MOVE ZERO TO WS-YEAR-RESULT WS-CF-RETAINED-IX.
           PERFORM 6530-TYPE-ONE-ACCOUNT
               VARYING WS-CF-INDEX FROM 1 BY 1
               UNTIL WS-CF-INDEX > WS-CF-COUNT.

           IF WS-RETAINED-ACCOUNT = SPACES
               DISPLAY "** no retained-earnings account (type E) "
                   "on GL-ACCOUNTS - the year's result has nowhere "
                   "to go, nothing carried forward."
               CLOSE GL-BALANCES
               GO TO 6500-EXIT
           END-IF.
           IF WS-CF-RETAINED-IX = ZERO
               IF WS-CF-COUNT >= 500
                   DISPLAY "** no room for the retained-earnings "
                       "account - nothing carried forward."
                   CLOSE GL-BALANCES
                   GO TO 6500-EXIT
               END-IF
               ADD 1 TO WS-CF-COUNT
               MOVE WS-CF-COUNT         TO WS-CF-RETAINED-IX
               MOVE WS-RETAINED-ACCOUNT TO CF-ACCOUNT(WS-CF-COUNT)
               MOVE "E"                 TO CF-TYPE(WS-CF-COUNT)
               MOVE ZERO                TO CF-BALANCE(WS-CF-COUNT)
           END-IF.

           OPEN EXTEND YEAR-REPORT.
           IF WS-RPT-STATUS = "05" OR WS-RPT-STATUS = "35"
               OPEN OUTPUT YEAR-REPORT
           END-IF.
           MOVE "YEARRPT"        TO WS-RA-REPORT-NAME.
           MOVE "YEAR-END-CLOSE" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "NOMINAL LEDGER CARRIED FORWARD FROM "
                      DELIMITED BY SIZE
                  WS-CLOSE-YEAR DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-NEXT-YEAR DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-OPEN-DEBITS WS-OPEN-CREDITS
                        WS-OPENINGS-WRITTEN.
           PERFORM 6540-CARRY-ONE-ACCOUNT
               VARYING WS-CF-INDEX FROM 1 BY 1
               UNTIL WS-CF-INDEX > WS-CF-COUNT.
           CLOSE GL-BALANCES.

           MOVE WS-YEAR-RESULT  TO OPENING-FORMATTED.
           MOVE WS-OPEN-DEBITS  TO OPEN-DR-FORMATTED.
           MOVE WS-OPEN-CREDITS TO OPEN-CR-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Year result to " DELIMITED BY SIZE
                  WS-RETAINED-ACCOUNT DELIMITED BY SIZE
                  " (debit = loss) " DELIMITED BY SIZE
                  OPENING-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Opening debits " DELIMITED BY SIZE
                  OPEN-DR-FORMATTED DELIMITED BY SIZE
                  "  opening credits " DELIMITED BY SIZE
                  OPEN-CR-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           IF WS-OPEN-DEBITS NOT = WS-OPEN-CREDITS
               MOVE SPACES TO PRT-LINE
               STRING "** OPENING BALANCES DO NOT BALANCE - the "
                          DELIMITED BY SIZE
                      "closed year's ledger was out of balance."
                          DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
               DISPLAY "** " WS-NEXT-YEAR " opening balances do not "
                   "balance - see YEARRPT."
           END-IF.
           CLOSE YEAR-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY WS-OPENINGS-WRITTEN " ledger opening balance(s) "
               "carried into " WS-NEXT-YEAR ".".
           MOVE "Y" TO WS-CARRY-OK.

       6500-EXIT.
           EXIT.

       6510-LOAD-ACCOUNT-TYPES.
           MOVE ZERO   TO WS-TY-COUNT.
           MOVE SPACES TO WS-RETAINED-ACCOUNT.
           OPEN INPUT GL-ACCOUNTS.
           IF WS-GLA-STATUS = "00"
               PERFORM 6511-LOAD-ONE-TYPE
                   UNTIL WS-GLA-STATUS = "10"
               CLOSE GL-ACCOUNTS
           END-IF.

       6511-LOAD-ONE-TYPE.
           READ GL-ACCOUNTS
               AT END
                   MOVE "10" TO WS-GLA-STATUS
               NOT AT END
                   IF WS-TY-COUNT < 200
                       ADD 1 TO WS-TY-COUNT
                       MOVE GLA-ACCOUNT TO TY-ACCOUNT(WS-TY-COUNT)
                       MOVE GLA-ACCOUNT-TYPE TO TY-TYPE(WS-TY-COUNT)
                   END-IF
                   IF GLA-IS-RETAINED
                       AND WS-RETAINED-ACCOUNT = SPACES
                       MOVE GLA-ACCOUNT TO WS-RETAINED-ACCOUNT
                   END-IF
           END-READ.

       6520-GATHER-ONE-BALANCE.
      *> GL-BALANCES reads back an account's periods together, so a
      *> new account is simply one not equal to the last entry.
           READ GL-BALANCES NEXT
               AT END
                   MOVE "10" TO WS-GLB-STATUS
               NOT AT END
                   IF GLB-PERIOD(1:4) = WS-CLOSE-YEAR
                       PERFORM 6521-ADD-ONE-BALANCE
                   END-IF
           END-READ.

       6521-ADD-ONE-BALANCE.
           IF WS-CF-COUNT = ZERO
               OR CF-ACCOUNT(WS-CF-COUNT) NOT = GLB-ACCOUNT
               IF WS-CF-COUNT >= 500
                   MOVE "Y" TO WS-CF-FULL
               ELSE
                   ADD 1 TO WS-CF-COUNT
                   MOVE GLB-ACCOUNT TO CF-ACCOUNT(WS-CF-COUNT)
                   MOVE ZERO        TO CF-BALANCE(WS-CF-COUNT)
               END-IF
           END-IF.
           IF CF-ACCOUNT(WS-CF-COUNT) = GLB-ACCOUNT
               COMPUTE CF-BALANCE(WS-CF-COUNT) =
                   CF-BALANCE(WS-CF-COUNT) + GLB-DEBITS - GLB-CREDITS
           END-IF.

       6530-TYPE-ONE-ACCOUNT.
      *> Blank, unknown, or not on the chart: balance sheet - a
      *> balance is never dropped for want of a type.
           MOVE "B" TO CF-TYPE(WS-CF-INDEX).
           PERFORM 6531-MATCH-ONE-TYPE
               VARYING WS-TY-INDEX FROM 1 BY 1
               UNTIL WS-TY-INDEX > WS-TY-COUNT.
           IF CF-ACCOUNT(WS-CF-INDEX) = WS-RETAINED-ACCOUNT
               MOVE "E" TO CF-TYPE(WS-CF-INDEX)
               MOVE WS-CF-INDEX TO WS-CF-RETAINED-IX
           END-IF.
           IF CF-TYPE(WS-CF-INDEX) = "P"
               ADD CF-BALANCE(WS-CF-INDEX) TO WS-YEAR-RESULT
           END-IF.

       6531-MATCH-ONE-TYPE.
           IF TY-ACCOUNT(WS-TY-INDEX) = CF-ACCOUNT(WS-CF-INDEX)
               AND TY-TYPE(WS-TY-INDEX) = "P"
               MOVE "P" TO CF-TYPE(WS-CF-INDEX)
           END-IF.

       6540-CARRY-ONE-ACCOUNT.
           EVALUATE CF-TYPE(WS-CF-INDEX)
               WHEN "P"
                   MOVE ZERO TO WS-OPENING
                   MOVE "profit and loss" TO WS-CF-TYPE-TEXT
               WHEN "E"
                   COMPUTE WS-OPENING =
                       CF-BALANCE(WS-CF-INDEX) + WS-YEAR-RESULT
                   MOVE "retained" TO WS-CF-TYPE-TEXT
               WHEN OTHER
                   MOVE CF-BALANCE(WS-CF-INDEX) TO WS-OPENING
                   MOVE "balance sheet" TO WS-CF-TYPE-TEXT
           END-EVALUATE.

           PERFORM 6541-STORE-THE-OPENING THRU 6541-EXIT.

           IF WS-OPENING < ZERO
               SUBTRACT WS-OPENING FROM WS-OPEN-CREDITS
           ELSE
               ADD WS-OPENING TO WS-OPEN-DEBITS
           END-IF.
           MOVE CF-BALANCE(WS-CF-INDEX) TO OPEN-DR-FORMATTED.
           MOVE WS-OPENING              TO OPENING-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING CF-ACCOUNT(WS-CF-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CF-TYPE-TEXT DELIMITED BY SIZE
                  " closing " DELIMITED BY SIZE
                  OPEN-DR-FORMATTED DELIMITED BY SIZE
                  "  opening " DELIMITED BY SIZE
                  OPENING-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       6541-STORE-THE-OPENING.
           MOVE CF-ACCOUNT(WS-CF-INDEX) TO GLB-ACCOUNT.
           COMPUTE GLB-PERIOD = WS-NEXT-YEAR * 100.
           MOVE "Y" TO WS-GLB-FOUND.
           READ GL-BALANCES
               KEY IS GLB-KEY
               INVALID KEY
                   MOVE "N" TO WS-GLB-FOUND
           END-READ.
      *> A P&L account starts the year at nothing - it only needs a
      *> record when an earlier run left an opening to clear.
           IF WS-GLB-FOUND = "N" AND WS-OPENING = ZERO
               GO TO 6541-EXIT
           END-IF.

           MOVE CF-ACCOUNT(WS-CF-INDEX) TO GLB-ACCOUNT.
           COMPUTE GLB-PERIOD = WS-NEXT-YEAR * 100.
           IF WS-OPENING < ZERO
               MOVE ZERO TO GLB-DEBITS
               COMPUTE GLB-CREDITS = ZERO - WS-OPENING
           ELSE
               MOVE WS-OPENING TO GLB-DEBITS
               MOVE ZERO TO GLB-CREDITS
           END-IF.
           MOVE ZERO   TO GLB-LEG-COUNT.
           MOVE WS-NOW TO GLB-LAST-UPDATED.
           IF WS-GLB-FOUND = "Y"
               REWRITE GLB-RECORD
           ELSE
               WRITE GLB-RECORD
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "** GL-BALANCES opening write failed, status "
                   WS-GLB-STATUS " - " GLB-ACCOUNT
           ELSE
               ADD 1 TO WS-OPENINGS-WRITTEN
           END-IF.

       6541-EXIT.
           EXIT.

       8100-LOG-THE-CLOSE.
      *> Appends an AUDIT-LOG entry so we can answer who closed the
      *> year and when - the close moves a year of finance data.
           COPY "runcproc.cpy".
           COPY "filelock.cpy".
           COPY "invcatld.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
           COPY "auditapp.cpy".
