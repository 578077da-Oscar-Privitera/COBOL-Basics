       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-BUDGET-MAINTENANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Menu-driven maintenance over the SALES-BUDGET file - add,
      *> change, inquire and delete one month's target by company,
      *> rep and month, the same shape as the other masters, plus
      *> (L)oad, which adds or replaces every month on the BUDGETIN
      *> file finance exports once the year's targets are agreed.
      *> The company must be on COMPANYCFG and the rep on
      *> SALES-REPS (a blank rep is the company's house sales).
      *> Every change is audited.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-BUDGET ASSIGN TO "SALESBUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SB-STATUS.

           SELECT BUDGET-LOAD ASSIGN TO "BUDGETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIN-STATUS.

           SELECT SALES-REPS ASSIGN TO "SALESREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CODE
               FILE STATUS IS WS-REP-STATUS.

           SELECT COMPANY-CONFIG ASSIGN TO "COMPANYCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

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
       FD  SALES-BUDGET.
           COPY "salesbud.cpy".

       FD  BUDGET-LOAD.
           COPY "budgetin.cpy".

       FD  SALES-REPS.
           COPY "salesrep.cpy".

       FD  COMPANY-CONFIG.
           COPY "companyrec.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "companytbl.cpy".

       01 WS-SB-STATUS       PIC X(02).
       01 WS-BIN-STATUS      PIC X(02).
       01 WS-REP-STATUS      PIC X(02).
       01 WS-CO-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-SEARCH-COMPANY  PIC X(02).
       01 WS-SEARCH-REP      PIC X(04).
       01 WS-SEARCH-MONTH    PIC 9(06).
       01 WS-SEARCH-YEAR     PIC 9(04).
       01 WS-MONTH-NO        PIC 9(02).
       01 WS-KEY-OK          PIC X(01).
       01 WS-KEY-REASON      PIC X(40).
      *> 999999999 is the keep-it sentinel, like the credit limit
      *> prompt in CUSTOMER-MAINTENANCE.
       01 WS-AMOUNT-IN       PIC 9(09)V99.
       01 WS-OLD-BUDGET      PIC S9(09)V99.
       01 WS-YEAR-TOTAL      PIC S9(11)V99.
       01 WS-MONTHS-SHOWN    PIC 9(02).

       01 WS-LOAD-READ       PIC 9(06).
       01 WS-LOAD-ADDED      PIC 9(06).
       01 WS-LOAD-REPLACED   PIC 9(06).
       01 WS-LOAD-REJECTED   PIC 9(06).

       01 AMOUNT-FORMATTED   PIC -(9)9.99.
       01 TOTAL-FORMATTED    PIC -(10)9.99.

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

           PERFORM 5950-LOAD-COMPANY-FILE.

           OPEN I-O SALES-BUDGET.
           IF WS-SB-STATUS = "35"
               OPEN OUTPUT SALES-BUDGET
               CLOSE SALES-BUDGET
               OPEN I-O SALES-BUDGET
           END-IF.
           OPEN INPUT SALES-REPS.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE SALES-BUDGET.
           CLOSE SALES-REPS.

           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "SALES-BUDGET maintenance".
           DISPLAY "(A)dd, (C)hange, (I)nquire, (D)elete, (L)oad, "
               "(X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM 2000-ADD-RECORD THRU 2000-EXIT
               WHEN "C" WHEN "c"
                   PERFORM 3000-CHANGE-RECORD THRU 3000-EXIT
               WHEN "I" WHEN "i"
                   PERFORM 4000-INQUIRE-YEAR THRU 4000-EXIT
               WHEN "D" WHEN "d"
                   PERFORM 5500-DELETE-RECORD THRU 5500-EXIT
               WHEN "L" WHEN "l"
                   PERFORM 6000-LOAD-THE-BUDGET THRU 6000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       1100-ACCEPT-SEARCH-KEY.
           DISPLAY "Company code: ".
           ACCEPT WS-SEARCH-COMPANY.
           DISPLAY "Rep code (Enter for house sales): ".
           MOVE SPACES TO WS-SEARCH-REP.
           ACCEPT WS-SEARCH-REP.
           DISPLAY "Month (CCYYMM): ".
           MOVE ZERO TO WS-SEARCH-MONTH.
           ACCEPT WS-SEARCH-MONTH.
           MOVE WS-SEARCH-COMPANY TO SB-COMPANY-CODE.
           MOVE WS-SEARCH-REP     TO SB-REP-CODE.
           MOVE WS-SEARCH-MONTH   TO SB-MONTH.
           PERFORM 1200-CHECK-THE-KEY.

       1200-CHECK-THE-KEY.
      *> The key in SB-KEY must name a company we bill from, a rep
      *> we pay (or house sales) and a real month.
           MOVE "Y" TO WS-KEY-OK.
           MOVE SPACES TO WS-KEY-REASON.
           MOVE SB-COMPANY-CODE TO WS-COMPANY-CODE.
           PERFORM 5960-LOOKUP-COMPANY.
           MOVE SB-MONTH(5:2) TO WS-MONTH-NO.
           EVALUATE TRUE
               WHEN WS-CO-FOUND NOT = "Y"
                   MOVE "company not on COMPANYCFG" TO WS-KEY-REASON
               WHEN SB-MONTH NOT NUMERIC
                   OR SB-MONTH(1:4) < "1900"
                   OR WS-MONTH-NO < 1 OR WS-MONTH-NO > 12
                   MOVE "month is not CCYYMM" TO WS-KEY-REASON
               WHEN SB-REP-CODE NOT = SPACES
                   MOVE SB-REP-CODE TO REP-CODE
                   READ SALES-REPS
                       KEY IS REP-CODE
                       INVALID KEY
                           MOVE "rep not on SALES-REPS"
                               TO WS-KEY-REASON
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-KEY-REASON NOT = SPACES
               MOVE "N" TO WS-KEY-OK
           END-IF.

       2000-ADD-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.
           IF WS-KEY-OK NOT = "Y"
               DISPLAY "Refused - " WS-KEY-REASON "."
               GO TO 2000-EXIT
           END-IF.

           READ SALES-BUDGET
               KEY IS SB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A budget already exists for that month "
                       "- use (C)hange instead."
                   GO TO 2000-EXIT
           END-READ.

           DISPLAY "Budget net sales (e.g. 12500.00): ".
           MOVE ZERO TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           MOVE WS-AMOUNT-IN TO SB-BUDGET-NET.
           PERFORM 7000-STAMP-THE-RECORD.

           WRITE SB-RECORD.
           IF WS-SB-STATUS = "00"
               DISPLAY "Record added."
               MOVE ZERO TO WS-OLD-BUDGET
               PERFORM 8100-LOG-ADD
           ELSE
               DISPLAY "Add failed, status " WS-SB-STATUS
           END-IF.

       2000-EXIT.
           EXIT.

       3000-CHANGE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SALES-BUDGET
               KEY IS SB-KEY
               INVALID KEY
                   DISPLAY "No budget found for that month."
                   GO TO 3000-EXIT
           END-READ.

           MOVE SB-BUDGET-NET TO WS-OLD-BUDGET.
           MOVE SB-BUDGET-NET TO AMOUNT-FORMATTED.
           DISPLAY "Current budget " AMOUNT-FORMATTED
               " - enter new amount, or 999999999 to keep: ".
           MOVE 999999999 TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = 999999999
               DISPLAY "Nothing changed."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-AMOUNT-IN TO SB-BUDGET-NET.
           PERFORM 7000-STAMP-THE-RECORD.

           REWRITE SB-RECORD.
           IF WS-SB-STATUS = "00"
               DISPLAY "Record changed."
               PERFORM 8200-LOG-CHANGE
           ELSE
               DISPLAY "Change failed, status " WS-SB-STATUS
           END-IF.

       3000-EXIT.
           EXIT.

       4000-INQUIRE-YEAR.
      *> The twelve months of one company and rep's year, with
      *> the year's total.
           DISPLAY "Company code: ".
           ACCEPT WS-SEARCH-COMPANY.
           DISPLAY "Rep code (Enter for house sales): ".
           MOVE SPACES TO WS-SEARCH-REP.
           ACCEPT WS-SEARCH-REP.
           DISPLAY "Year (CCYY): ".
           MOVE ZERO TO WS-SEARCH-YEAR.
           ACCEPT WS-SEARCH-YEAR.

           MOVE ZERO TO WS-YEAR-TOTAL WS-MONTHS-SHOWN.
           MOVE WS-SEARCH-COMPANY TO SB-COMPANY-CODE.
           MOVE WS-SEARCH-REP     TO SB-REP-CODE.
           COMPUTE SB-MONTH = WS-SEARCH-YEAR * 100.
           START SALES-BUDGET KEY IS GREATER THAN SB-KEY
               INVALID KEY
                   MOVE "10" TO WS-SB-STATUS
           END-START.
           IF WS-SB-STATUS NOT = "10"
               PERFORM 4100-SHOW-ONE-MONTH
                   UNTIL WS-SB-STATUS = "10"
           END-IF.

           IF WS-MONTHS-SHOWN = ZERO
               DISPLAY "No budget on file for that company, rep "
                   "and year."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-YEAR-TOTAL TO TOTAL-FORMATTED.
           DISPLAY "Year total : " TOTAL-FORMATTED.

       4000-EXIT.
           EXIT.

       4100-SHOW-ONE-MONTH.
           READ SALES-BUDGET NEXT
               AT END
                   MOVE "10" TO WS-SB-STATUS
               NOT AT END
                   IF SB-COMPANY-CODE NOT = WS-SEARCH-COMPANY
                       OR SB-REP-CODE NOT = WS-SEARCH-REP
                       OR SB-MONTH(1:4) NOT = WS-SEARCH-YEAR
                       MOVE "10" TO WS-SB-STATUS
                   ELSE
                       ADD 1 TO WS-MONTHS-SHOWN
                       ADD SB-BUDGET-NET TO WS-YEAR-TOTAL
                       MOVE SB-BUDGET-NET TO AMOUNT-FORMATTED
                       DISPLAY "  " SB-MONTH "  " AMOUNT-FORMATTED
                           "   changed " SB-LAST-CHANGED
                           " by " SB-CHANGED-BY
                   END-IF
           END-READ.

       5500-DELETE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SALES-BUDGET
               KEY IS SB-KEY
               INVALID KEY
                   DISPLAY "No budget found for that month."
                   GO TO 5500-EXIT
           END-READ.

           MOVE SB-BUDGET-NET TO WS-OLD-BUDGET.
           MOVE SB-BUDGET-NET TO AMOUNT-FORMATTED.
           DISPLAY "Delete budget " SB-COMPANY-CODE "/" SB-REP-CODE
               "/" SB-MONTH " " AMOUNT-FORMATTED
               " - are you sure? (Y/N): ".
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
               DELETE SALES-BUDGET
               IF WS-SB-STATUS = "00"
                   DISPLAY "Record deleted."
                   PERFORM 8300-LOG-DELETE
               ELSE
                   DISPLAY "Delete failed, status " WS-SB-STATUS
               END-IF
           ELSE
               DISPLAY "Delete cancelled."
           END-IF.

       5500-EXIT.
           EXIT.

       6000-LOAD-THE-BUDGET.
           MOVE ZERO TO WS-LOAD-READ WS-LOAD-ADDED WS-LOAD-REPLACED
                        WS-LOAD-REJECTED.
           OPEN INPUT BUDGET-LOAD.
           IF WS-BIN-STATUS NOT = "00"
               DISPLAY "Could not open BUDGETIN, status "
                   WS-BIN-STATUS " - nothing loaded."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-LOAD-ONE-MONTH UNTIL WS-BIN-STATUS = "10".
           CLOSE BUDGET-LOAD.

           DISPLAY "Budget records read     : " WS-LOAD-READ.
           DISPLAY "Added                   : " WS-LOAD-ADDED.
           DISPLAY "Replaced                : " WS-LOAD-REPLACED.
           DISPLAY "Rejected                : " WS-LOAD-REJECTED.
           PERFORM 8400-LOG-LOAD.

       6000-EXIT.
           EXIT.

       6100-LOAD-ONE-MONTH.
           READ BUDGET-LOAD
               AT END
                   MOVE "10" TO WS-BIN-STATUS
               NOT AT END
                   ADD 1 TO WS-LOAD-READ
                   PERFORM 6200-STORE-ONE-MONTH THRU 6200-EXIT
           END-READ.

       6200-STORE-ONE-MONTH.
           MOVE BIN-COMPANY-CODE TO SB-COMPANY-CODE.
           MOVE BIN-REP-CODE     TO SB-REP-CODE.
           MOVE BIN-MONTH        TO SB-MONTH.
           PERFORM 1200-CHECK-THE-KEY.
           IF WS-KEY-OK NOT = "Y"
               OR BIN-BUDGET-NET NOT NUMERIC
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "** BUDGETIN record " WS-LOAD-READ
                   " rejected - " WS-KEY-REASON
               GO TO 6200-EXIT
           END-IF.

           READ SALES-BUDGET
               KEY IS SB-KEY
               INVALID KEY
                   MOVE BIN-BUDGET-NET TO SB-BUDGET-NET
                   PERFORM 7000-STAMP-THE-RECORD
                   WRITE SB-RECORD
                   IF WS-SB-STATUS = "00"
                       ADD 1 TO WS-LOAD-ADDED
                   ELSE
                       ADD 1 TO WS-LOAD-REJECTED
                       DISPLAY "** budget write failed, status "
                           WS-SB-STATUS
                   END-IF
               NOT INVALID KEY
                   MOVE BIN-BUDGET-NET TO SB-BUDGET-NET
                   PERFORM 7000-STAMP-THE-RECORD
                   REWRITE SB-RECORD
                   IF WS-SB-STATUS = "00"
                       ADD 1 TO WS-LOAD-REPLACED
                   ELSE
                       ADD 1 TO WS-LOAD-REJECTED
                       DISPLAY "** budget rewrite failed, status "
                           WS-SB-STATUS
                   END-IF
           END-READ.

       6200-EXIT.
           EXIT.

       7000-STAMP-THE-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SB-LAST-CHANGED.
           MOVE WS-OPERATOR-ID TO SB-CHANGED-BY.

       8100-LOG-ADD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "BUDGET-MAINT"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SB-BUDGET-NET TO AMOUNT-FORMATTED.
           STRING "Added budget " DELIMITED BY SIZE
                  SB-COMPANY-CODE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SB-REP-CODE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SB-MONTH DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "BUDGET-MAINT"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE WS-OLD-BUDGET TO AMOUNT-FORMATTED.
           MOVE SB-BUDGET-NET TO TOTAL-FORMATTED.
           STRING "Budget " DELIMITED BY SIZE
                  SB-COMPANY-CODE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SB-REP-CODE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SB-MONTH DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  " to" DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       8300-LOG-DELETE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "BUDGET-MAINT"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE WS-OLD-BUDGET TO AMOUNT-FORMATTED.
           STRING "Deleted budget " DELIMITED BY SIZE
                  SB-COMPANY-CODE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SB-REP-CODE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SB-MONTH DELIMITED BY SIZE
                  AMOUNT-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       8400-LOG-LOAD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "BUDGET-MAINT"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           STRING "Loaded BUDGETIN: " DELIMITED BY SIZE
                  WS-LOAD-ADDED DELIMITED BY SIZE
                  " added " DELIMITED BY SIZE
                  WS-LOAD-REPLACED DELIMITED BY SIZE
                  " replaced " DELIMITED BY SIZE
                  WS-LOAD-REJECTED DELIMITED BY SIZE
                  " rejected" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "companyld.cpy".

           COPY "auditapp.cpy".

           COPY "signon.cpy".
