       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-BUDGET-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Monthly budget-versus-actual for the sales meeting. For the
      *> keyed month, every company and rep with a budget or with
      *> sales shows the month's budget and actual net sales with
      *> the variance, and the same again for the year to date
      *> (January to the keyed month). Actual is the net of every
      *> INVOICE-DETAIL line dated in the period, credit notes
      *> netted by plain addition as COMMISSION-RUN does, under the
      *> company and rep on the document header - a blank rep is
      *> the company's house sales. Budget comes from SALES-BUDGET.
      *> Variance is actual less budget, so a shortfall is
      *> negative. Reps are listed within company with a company
      *> total, then a grand total. Report on BUDGETRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-DETAIL ASSIGN TO "INVDETAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT SALES-BUDGET ASSIGN TO "SALESBUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SB-STATUS.

           SELECT SALES-REPS ASSIGN TO "SALESREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CODE
               FILE STATUS IS WS-REP-STATUS.

           SELECT COMPANY-CONFIG ASSIGN TO "COMPANYCFG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT BUDGET-PRINT ASSIGN TO "BUDGETRPT"
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
       FD  INVOICE-DETAIL.
           COPY "invdetl.cpy".

       FD  SALES-BUDGET.
           COPY "salesbud.cpy".

       FD  SALES-REPS.
           COPY "salesrep.cpy".

       FD  COMPANY-CONFIG.
           COPY "companyrec.cpy".

       FD  BUDGET-PRINT.
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
       COPY "companytbl.cpy".
       COPY "rptarwk.cpy".
       01 WS-RNC-STATUS      PIC X(02).

       78 MAX-BUDGET-LINES VALUE 300.

       01 WS-ID-STATUS       PIC X(02).
       01 WS-SB-STATUS       PIC X(02).
       01 WS-REP-STATUS      PIC X(02).
       01 WS-CO-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).

       01 WS-REPORT-MONTH    PIC 9(06).
       01 WS-REPORT-YEAR     PIC 9(04).
       01 WS-YEAR-START      PIC 9(06).
       01 WS-HDR-MONTH       PIC 9(06).
       01 WS-HDR-WANTED      PIC X(01).
       01 WS-HDR-IN-MONTH    PIC X(01).
       01 WS-HDR-SLOT        PIC 9(03).

      *> One line per company and rep, kept in company/rep order.
       01 WS-BV-TABLE.
          05 WS-BV-ENTRY OCCURS 300 TIMES.
             10 BV-KEY.
                15 BV-COMPANY       PIC X(02).
                15 BV-REP           PIC X(04).
             10 BV-MONTH-BUDGET  PIC S9(11)V99.
             10 BV-MONTH-ACTUAL  PIC S9(11)V99.
             10 BV-YTD-BUDGET    PIC S9(11)V99.
             10 BV-YTD-ACTUAL    PIC S9(11)V99.
       01 WS-BV-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-BV-INDEX        PIC 9(03).
       01 WS-BV-SLOT         PIC 9(03).
       01 WS-BV-SHIFT        PIC 9(03).
       01 WS-BV-FULL-SEEN    PIC X(01) VALUE "N".
       01 WS-WANT-KEY.
          05 WS-WANT-COMPANY PIC X(02).
          05 WS-WANT-REP     PIC X(04).

      *> Totals being printed - company, then grand.
       01 WS-TOTALS.
          05 WS-TOT-ENTRY OCCURS 2 TIMES.
             10 TT-MONTH-BUDGET  PIC S9(11)V99.
             10 TT-MONTH-ACTUAL  PIC S9(11)V99.
             10 TT-YTD-BUDGET    PIC S9(11)V99.
             10 TT-YTD-ACTUAL    PIC S9(11)V99.
       01 WS-PRINT-COMPANY   PIC X(02).
       01 WS-REP-NAME        PIC X(30).

      *> The four figures of the line being printed.
       01 WS-LINE-MONTH-BUDGET PIC S9(11)V99.
       01 WS-LINE-MONTH-ACTUAL PIC S9(11)V99.
       01 WS-LINE-YTD-BUDGET   PIC S9(11)V99.
       01 WS-LINE-YTD-ACTUAL   PIC S9(11)V99.
       01 WS-VARIANCE          PIC S9(11)V99.
       01 WS-VARIANCE-PCT      PIC S9(05)V9.
       01 WS-LINE-LABEL        PIC X(26).

       01 MB-FORMATTED       PIC -(10)9.99.
       01 MA-FORMATTED       PIC -(10)9.99.
       01 MV-FORMATTED       PIC -(10)9.99.
       01 MP-FORMATTED       PIC X(07).
       01 YB-FORMATTED       PIC -(10)9.99.
       01 YA-FORMATTED       PIC -(10)9.99.
       01 YV-FORMATTED       PIC -(10)9.99.
       01 YP-FORMATTED       PIC X(07).
       01 PCT-FORMATTED      PIC -(4)9.9.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "SALES-BUDGET-REPORT" TO WS-RC-JOB-NAME.
           MOVE SPACES                TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           DISPLAY "Report month (CCYYMM): ".
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = ZERO
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-MONTH(1:4) TO WS-REPORT-YEAR.
           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 100 + 1.

           PERFORM 5950-LOAD-COMPANY-FILE.

           OPEN INPUT SALES-BUDGET.
           IF WS-SB-STATUS = "00"
               MOVE LOW-VALUES TO SB-KEY
               START SALES-BUDGET KEY IS NOT LESS THAN SB-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SB-STATUS
               END-START
               PERFORM 1000-GATHER-ONE-BUDGET
                   UNTIL WS-SB-STATUS = "10"
               CLOSE SALES-BUDGET
           ELSE
               DISPLAY "SALES-BUDGET not available, status "
                   WS-SB-STATUS " - actuals only"
           END-IF.

           OPEN INPUT INVOICE-DETAIL.
           IF WS-ID-STATUS NOT = "00"
               DISPLAY "Could not open INVOICE-DETAIL, status "
                   WS-ID-STATUS
               GO TO 0000-EXIT
           END-IF.
           MOVE "N" TO WS-HDR-WANTED.
           PERFORM 2000-GATHER-ONE-DETAIL UNTIL WS-ID-STATUS = "10".
           CLOSE INVOICE-DETAIL.

           OPEN OUTPUT BUDGET-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open BUDGETRPT, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "BUDGETRPT"           TO WS-RA-REPORT-NAME.
           MOVE "SALES-BUDGET-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.
           OPEN INPUT SALES-REPS.

           PERFORM 3000-PRINT-THE-REPORT.

           CLOSE SALES-REPS.
           CLOSE BUDGET-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Budget lines reported: " WS-BV-COUNT.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-GATHER-ONE-BUDGET.
           READ SALES-BUDGET NEXT
               AT END
                   MOVE "10" TO WS-SB-STATUS
               NOT AT END
                   IF SB-MONTH >= WS-YEAR-START
                       AND SB-MONTH <= WS-REPORT-MONTH
                       MOVE SB-COMPANY-CODE TO WS-WANT-COMPANY
                       MOVE SB-REP-CODE     TO WS-WANT-REP
                       PERFORM 1500-FIND-OR-ADD-LINE THRU 1500-EXIT
                       IF WS-BV-SLOT NOT = ZERO
                           ADD SB-BUDGET-NET
                               TO BV-YTD-BUDGET(WS-BV-SLOT)
                           IF SB-MONTH = WS-REPORT-MONTH
                               ADD SB-BUDGET-NET
                                   TO BV-MONTH-BUDGET(WS-BV-SLOT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1500-FIND-OR-ADD-LINE.
      *> WS-BV-SLOT comes back as the line for WS-WANT-KEY, made
      *> in key order if new - zero if the table is full.
           MOVE ZERO TO WS-BV-SLOT.
           PERFORM 1510-MATCH-ONE-LINE
               VARYING WS-BV-INDEX FROM 1 BY 1
               UNTIL WS-BV-INDEX > WS-BV-COUNT
               OR WS-BV-SLOT NOT = ZERO.
           IF WS-BV-SLOT NOT = ZERO
               GO TO 1500-EXIT
           END-IF.
           IF WS-BV-COUNT >= MAX-BUDGET-LINES
               IF WS-BV-FULL-SEEN = "N"
                   DISPLAY "** more than " MAX-BUDGET-LINES
                       " company/rep lines - the rest are left off"
                   MOVE "Y" TO WS-BV-FULL-SEEN
               END-IF
               GO TO 1500-EXIT
           END-IF.

      *> Insert ahead of the first line with a higher key.
           MOVE 1 TO WS-BV-SLOT.
           PERFORM 1520-STEP-PAST-ONE-LINE
               UNTIL WS-BV-SLOT > WS-BV-COUNT
               OR BV-KEY(WS-BV-SLOT) > WS-WANT-KEY.
           PERFORM 1530-SHIFT-ONE-LINE
               VARYING WS-BV-SHIFT FROM WS-BV-COUNT BY -1
               UNTIL WS-BV-SHIFT < WS-BV-SLOT.
           ADD 1 TO WS-BV-COUNT.
           MOVE WS-WANT-KEY TO BV-KEY(WS-BV-SLOT).
           MOVE ZERO TO BV-MONTH-BUDGET(WS-BV-SLOT)
                        BV-MONTH-ACTUAL(WS-BV-SLOT)
                        BV-YTD-BUDGET(WS-BV-SLOT)
                        BV-YTD-ACTUAL(WS-BV-SLOT).

       1500-EXIT.
           EXIT.

       1510-MATCH-ONE-LINE.
           IF BV-KEY(WS-BV-INDEX) = WS-WANT-KEY
               MOVE WS-BV-INDEX TO WS-BV-SLOT
           END-IF.

       1520-STEP-PAST-ONE-LINE.
           ADD 1 TO WS-BV-SLOT.

       1530-SHIFT-ONE-LINE.
           MOVE WS-BV-ENTRY(WS-BV-SHIFT)
               TO WS-BV-ENTRY(WS-BV-SHIFT + 1).

       2000-GATHER-ONE-DETAIL.
           READ INVOICE-DETAIL
               AT END
                   MOVE "10" TO WS-ID-STATUS
               NOT AT END
                   IF ID-IS-HEADER
                       PERFORM 2100-NOTE-ONE-HEADER
                   ELSE
                       IF WS-HDR-WANTED = "Y"
                           ADD IDL-NET-AMOUNT
                               TO BV-YTD-ACTUAL(WS-HDR-SLOT)
                           IF WS-HDR-IN-MONTH = "Y"
                               ADD IDL-NET-AMOUNT
                                   TO BV-MONTH-ACTUAL(WS-HDR-SLOT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2100-NOTE-ONE-HEADER.
           MOVE "N" TO WS-HDR-WANTED WS-HDR-IN-MONTH.
           MOVE IDH-INVOICE-DATE(1:6) TO WS-HDR-MONTH.
           IF WS-HDR-MONTH >= WS-YEAR-START
               AND WS-HDR-MONTH <= WS-REPORT-MONTH
               MOVE IDH-COMPANY-CODE TO WS-WANT-COMPANY
               MOVE IDH-REP-CODE     TO WS-WANT-REP
               PERFORM 1500-FIND-OR-ADD-LINE THRU 1500-EXIT
               IF WS-BV-SLOT NOT = ZERO
                   MOVE WS-BV-SLOT TO WS-HDR-SLOT
                   MOVE "Y" TO WS-HDR-WANTED
                   IF WS-HDR-MONTH = WS-REPORT-MONTH
                       MOVE "Y" TO WS-HDR-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       3000-PRINT-THE-REPORT.
           MOVE SPACES TO PRT-LINE.
           STRING "SALES BUDGET VERSUS ACTUAL - " DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  " AND YEAR TO DATE" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "REP  NAME                     MONTH BUDGET   MONTH ACTU
      -         "AL       VARIANCE    PCT     YTD BUDGET     YTD ACTUAL
      -         "       VARIANCE    PCT" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:129).
           PERFORM 4000-WRITE-REPORT-LINE.

           INITIALIZE WS-TOTALS.
           MOVE SPACES TO WS-PRINT-COMPANY.
           PERFORM 3100-PRINT-ONE-LINE
               VARYING WS-BV-INDEX FROM 1 BY 1
               UNTIL WS-BV-INDEX > WS-BV-COUNT.
           IF WS-BV-COUNT > ZERO
               PERFORM 3300-PRINT-COMPANY-TOTAL
           END-IF.

           MOVE ALL "=" TO PRT-LINE(1:129).
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "GRAND TOTAL" TO WS-LINE-LABEL.
           MOVE TT-MONTH-BUDGET(2) TO WS-LINE-MONTH-BUDGET.
           MOVE TT-MONTH-ACTUAL(2) TO WS-LINE-MONTH-ACTUAL.
           MOVE TT-YTD-BUDGET(2)   TO WS-LINE-YTD-BUDGET.
           MOVE TT-YTD-ACTUAL(2)   TO WS-LINE-YTD-ACTUAL.
           PERFORM 3500-PRINT-FIGURES.

       3100-PRINT-ONE-LINE.
           IF BV-COMPANY(WS-BV-INDEX) NOT = WS-PRINT-COMPANY
               IF WS-BV-INDEX > 1
                   PERFORM 3300-PRINT-COMPANY-TOTAL
               END-IF
               MOVE BV-COMPANY(WS-BV-INDEX) TO WS-PRINT-COMPANY
               MOVE WS-PRINT-COMPANY TO WS-COMPANY-CODE
               PERFORM 5960-LOOKUP-COMPANY
               IF WS-CO-FOUND NOT = "Y"
                   MOVE "(company not on COMPANYCFG)"
                       TO WS-CO-NAME-EFF
               END-IF
               MOVE SPACES TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               MOVE SPACES TO PRT-LINE
               STRING "COMPANY " DELIMITED BY SIZE
                      WS-PRINT-COMPANY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CO-NAME-EFF DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               MOVE ZERO TO TT-MONTH-BUDGET(1) TT-MONTH-ACTUAL(1)
                            TT-YTD-BUDGET(1) TT-YTD-ACTUAL(1)
           END-IF.

           PERFORM 3150-LOOKUP-THE-REP.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING BV-REP(WS-BV-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REP-NAME DELIMITED BY SIZE
                  INTO WS-LINE-LABEL.
           MOVE BV-MONTH-BUDGET(WS-BV-INDEX) TO WS-LINE-MONTH-BUDGET.
           MOVE BV-MONTH-ACTUAL(WS-BV-INDEX) TO WS-LINE-MONTH-ACTUAL.
           MOVE BV-YTD-BUDGET(WS-BV-INDEX)   TO WS-LINE-YTD-BUDGET.
           MOVE BV-YTD-ACTUAL(WS-BV-INDEX)   TO WS-LINE-YTD-ACTUAL.
           PERFORM 3500-PRINT-FIGURES.

           ADD BV-MONTH-BUDGET(WS-BV-INDEX) TO TT-MONTH-BUDGET(1)
                                               TT-MONTH-BUDGET(2).
           ADD BV-MONTH-ACTUAL(WS-BV-INDEX) TO TT-MONTH-ACTUAL(1)
                                               TT-MONTH-ACTUAL(2).
           ADD BV-YTD-BUDGET(WS-BV-INDEX)   TO TT-YTD-BUDGET(1)
                                               TT-YTD-BUDGET(2).
           ADD BV-YTD-ACTUAL(WS-BV-INDEX)   TO TT-YTD-ACTUAL(1)
                                               TT-YTD-ACTUAL(2).

       3150-LOOKUP-THE-REP.
           MOVE SPACES TO WS-REP-NAME.
           IF BV-REP(WS-BV-INDEX) = SPACES
               MOVE "HOUSE SALES" TO WS-REP-NAME
           ELSE
               MOVE BV-REP(WS-BV-INDEX) TO REP-CODE
               READ SALES-REPS
                   KEY IS REP-CODE
                   INVALID KEY
                       MOVE "(not on SALES-REPS)" TO WS-REP-NAME
                   NOT INVALID KEY
                       MOVE REP-NAME TO WS-REP-NAME
               END-READ
           END-IF.

       3300-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "  COMPANY " DELIMITED BY SIZE
                  WS-PRINT-COMPANY DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO WS-LINE-LABEL.
           MOVE TT-MONTH-BUDGET(1) TO WS-LINE-MONTH-BUDGET.
           MOVE TT-MONTH-ACTUAL(1) TO WS-LINE-MONTH-ACTUAL.
           MOVE TT-YTD-BUDGET(1)   TO WS-LINE-YTD-BUDGET.
           MOVE TT-YTD-ACTUAL(1)   TO WS-LINE-YTD-ACTUAL.
           PERFORM 3500-PRINT-FIGURES.

       3500-PRINT-FIGURES.
           MOVE WS-LINE-MONTH-BUDGET TO MB-FORMATTED.
           MOVE WS-LINE-MONTH-ACTUAL TO MA-FORMATTED.
           COMPUTE WS-VARIANCE =
               WS-LINE-MONTH-ACTUAL - WS-LINE-MONTH-BUDGET.
           MOVE WS-VARIANCE TO MV-FORMATTED.
           MOVE "    n/a" TO MP-FORMATTED.
           IF WS-LINE-MONTH-BUDGET NOT = ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-LINE-MONTH-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO PCT-FORMATTED
               MOVE PCT-FORMATTED TO MP-FORMATTED
           END-IF.

           MOVE WS-LINE-YTD-BUDGET TO YB-FORMATTED.
           MOVE WS-LINE-YTD-ACTUAL TO YA-FORMATTED.
           COMPUTE WS-VARIANCE =
               WS-LINE-YTD-ACTUAL - WS-LINE-YTD-BUDGET.
           MOVE WS-VARIANCE TO YV-FORMATTED.
           MOVE "    n/a" TO YP-FORMATTED.
           IF WS-LINE-YTD-BUDGET NOT = ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-LINE-YTD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO PCT-FORMATTED
               MOVE PCT-FORMATTED TO YP-FORMATTED
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  MB-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MA-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MV-FORMATTED DELIMITED BY SIZE
                  MP-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  YB-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  YA-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  YV-FORMATTED DELIMITED BY SIZE
                  YP-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "companyld.cpy".

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
