       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-SUCCESS-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Weekly delivery success report. Over the seven manifest
      *> dates to the week-ending date, every DELIVERY-STOPS record
      *> is counted by branch and by driver route - one route per
      *> branch per manifest date, the van run DELIVERY-MANIFEST
      *> printed - as delivered, refused, nobody home or still
      *> awaiting its return. The success rate is delivered over
      *> the stops whose return has been keyed; stops still awaited
      *> are shown but not counted against the driver. The refused
      *> invoices follow, each one owed a credit note. DELIVRPT is
      *> archived like the other prints. Nothing is changed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-STOPS ASSIGN TO "DELSTOPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.

           SELECT SUCCESS-PRINT ASSIGN TO "DELIVRPT"
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
       FD  DELIVERY-STOPS.
           COPY "delstop.cpy".

       FD  SUCCESS-PRINT.
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

       78 REPORT-DAYS        VALUE 7.
       78 MAX-ROUTES         VALUE 150.
       78 MAX-REPORT-BRANCHES VALUE 20.
       78 MAX-REFUSALS       VALUE 100.

       01 WS-DS-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).

       01 WS-RUN-DATE        PIC 9(08).
       01 WS-RUN-INT         PIC 9(08).
       01 WS-WINDOW-START    PIC 9(08).

      *> One entry per branch per manifest date - the driver route.
       01 WS-ROUTE-TABLE.
          05 WS-ROUTE-ENTRY OCCURS 150 TIMES.
             10 RT-BRANCH        PIC X(04).
             10 RT-DATE          PIC 9(08).
             10 RT-STOPS         PIC 9(04).
             10 RT-DELIVERED     PIC 9(04).
             10 RT-REFUSED       PIC 9(04).
             10 RT-NOBODY-HOME   PIC 9(04).
             10 RT-AWAITED       PIC 9(04).
       01 WS-ROUTE-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-ROUTE-INDEX     PIC 9(03).
       01 WS-ROUTE-MATCH     PIC 9(03).
       01 WS-ROUTES-DROPPED  PIC 9(05) VALUE ZERO.

      *> The branches seen, kept in code order for the print.
       01 WS-BRANCH-LIST.
          05 BL-CODE OCCURS 20 TIMES PIC X(04).
       01 WS-BRANCH-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-BRANCH-INDEX    PIC 9(02).
       01 WS-BRANCH-SLOT     PIC 9(02).
       01 WS-BRANCH-FOUND    PIC X(01).

       01 WS-REFUSAL-TABLE.
          05 WS-REFUSAL-ENTRY OCCURS 100 TIMES.
             10 RF-DATE          PIC 9(08).
             10 RF-INVOICE       PIC 9(06).
             10 RF-BRANCH        PIC X(04).
             10 RF-CUSTOMER-ID   PIC X(06).
             10 RF-CUSTOMER-NAME PIC X(30).
             10 RF-NOTE          PIC X(30).
       01 WS-REFUSAL-COUNT   PIC 9(03) VALUE ZERO.
       01 WS-REFUSAL-INDEX   PIC 9(03).
       01 WS-REFUSALS-UNLISTED PIC 9(05) VALUE ZERO.

      *> The line being printed - a route, a branch or the week.
       01 WS-LINE-COUNTS.
          05 LC-STOPS           PIC 9(06).
          05 LC-DELIVERED       PIC 9(06).
          05 LC-REFUSED         PIC 9(06).
          05 LC-NOBODY-HOME     PIC 9(06).
          05 LC-AWAITED         PIC 9(06).
       01 WS-BRANCH-TOTALS.
          05 BT-STOPS           PIC 9(06).
          05 BT-DELIVERED       PIC 9(06).
          05 BT-REFUSED         PIC 9(06).
          05 BT-NOBODY-HOME     PIC 9(06).
          05 BT-AWAITED         PIC 9(06).
       01 WS-WEEK-TOTALS.
          05 WT-STOPS           PIC 9(06) VALUE ZERO.
          05 WT-DELIVERED       PIC 9(06) VALUE ZERO.
          05 WT-REFUSED         PIC 9(06) VALUE ZERO.
          05 WT-NOBODY-HOME     PIC 9(06) VALUE ZERO.
          05 WT-AWAITED         PIC 9(06) VALUE ZERO.
       01 WS-RETURNED        PIC 9(06).
       01 WS-SUCCESS-RATE    PIC 9(03)V9.
       01 WS-LINE-LABEL      PIC X(20).

       01 COUNT-FORMATTED-1  PIC ZZZZZ9.
       01 COUNT-FORMATTED-2  PIC ZZZZZ9.
       01 COUNT-FORMATTED-3  PIC ZZZZZ9.
       01 COUNT-FORMATTED-4  PIC ZZZZZ9.
       01 COUNT-FORMATTED-5  PIC ZZZZZ9.
       01 RATE-FORMATTED     PIC ZZ9.9.
       01 RATE-TEXT          PIC X(06).

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "DELIVERY-SUCCESS" TO WS-RC-JOB-NAME.
           MOVE SPACES             TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           DISPLAY "Week ending (CCYYMMDD, zero for today): ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT - REPORT-DAYS + 1).

           PERFORM 1000-READ-THE-STOPS THRU 1000-EXIT.

           OPEN OUTPUT SUCCESS-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open DELIVRPT, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "DELIVRPT"         TO WS-RA-REPORT-NAME.
           MOVE "DELIVERY-SUCCESS" TO WS-RA-PROGRAM-ID.
           MOVE WS-RUN-DATE               TO WS-RA-RUN-DATE.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 2000-PRINT-HEADINGS.
           PERFORM 3000-PRINT-ONE-BRANCH
               VARYING WS-BRANCH-INDEX FROM 1 BY 1
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT.
           PERFORM 3500-PRINT-WEEK-TOTAL.
           PERFORM 4000-PRINT-REFUSALS.

           CLOSE SUCCESS-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Stops in week   : " WT-STOPS.
           DISPLAY "Routes          : " WS-ROUTE-COUNT.
           DISPLAY "Refused         : " WT-REFUSED.
           IF WS-ROUTES-DROPPED > ZERO
               DISPLAY "** " WS-ROUTES-DROPPED " stop(s) on routes "
                   "beyond the table - not reported"
           END-IF.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-READ-THE-STOPS.
           OPEN INPUT DELIVERY-STOPS.
           IF WS-DS-STATUS NOT = "00"
               DISPLAY "Could not open DELIVERY-STOPS, status "
                   WS-DS-STATUS " - nothing to report."
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-WINDOW-START TO DS-MANIFEST-DATE.
           MOVE ZERO            TO DS-INVOICE-NUMBER.
           START DELIVERY-STOPS
               KEY IS NOT LESS THAN DS-KEY
               INVALID KEY
                   MOVE "10" TO WS-DS-STATUS
           END-START.
           PERFORM 1100-READ-ONE-STOP
               UNTIL WS-DS-STATUS NOT = "00".

           CLOSE DELIVERY-STOPS.

       1000-EXIT.
           EXIT.

       1100-READ-ONE-STOP.
           READ DELIVERY-STOPS NEXT RECORD
               AT END
                   MOVE "10" TO WS-DS-STATUS
               NOT AT END
                   IF DS-MANIFEST-DATE > WS-RUN-DATE
                       MOVE "10" TO WS-DS-STATUS
                   ELSE
                       PERFORM 1200-COUNT-ONE-STOP THRU 1200-EXIT
                   END-IF
           END-READ.

       1200-COUNT-ONE-STOP.
           MOVE ZERO TO WS-ROUTE-MATCH.
           PERFORM 1210-MATCH-ONE-ROUTE
               VARYING WS-ROUTE-INDEX FROM 1 BY 1
               UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
                  OR WS-ROUTE-MATCH NOT = ZERO.

           IF WS-ROUTE-MATCH = ZERO
               IF WS-ROUTE-COUNT >= MAX-ROUTES
                   ADD 1 TO WS-ROUTES-DROPPED
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-ROUTE-COUNT
               MOVE WS-ROUTE-COUNT   TO WS-ROUTE-MATCH
               MOVE DS-BRANCH-CODE   TO RT-BRANCH(WS-ROUTE-MATCH)
               MOVE DS-MANIFEST-DATE TO RT-DATE(WS-ROUTE-MATCH)
               MOVE ZERO TO RT-STOPS(WS-ROUTE-MATCH)
                            RT-DELIVERED(WS-ROUTE-MATCH)
                            RT-REFUSED(WS-ROUTE-MATCH)
                            RT-NOBODY-HOME(WS-ROUTE-MATCH)
                            RT-AWAITED(WS-ROUTE-MATCH)
               PERFORM 1300-NOTE-THE-BRANCH THRU 1300-EXIT
           END-IF.

           ADD 1 TO RT-STOPS(WS-ROUTE-MATCH) WT-STOPS.
           EVALUATE TRUE
               WHEN DS-DELIVERED
                   ADD 1 TO RT-DELIVERED(WS-ROUTE-MATCH) WT-DELIVERED
               WHEN DS-REFUSED
                   ADD 1 TO RT-REFUSED(WS-ROUTE-MATCH) WT-REFUSED
                   PERFORM 1400-NOTE-THE-REFUSAL
               WHEN DS-NOBODY-HOME
                   ADD 1 TO RT-NOBODY-HOME(WS-ROUTE-MATCH)
                            WT-NOBODY-HOME
               WHEN OTHER
                   ADD 1 TO RT-AWAITED(WS-ROUTE-MATCH) WT-AWAITED
           END-EVALUATE.

       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-ROUTE.
           IF RT-BRANCH(WS-ROUTE-INDEX) = DS-BRANCH-CODE
               AND RT-DATE(WS-ROUTE-INDEX) = DS-MANIFEST-DATE
               MOVE WS-ROUTE-INDEX TO WS-ROUTE-MATCH
           END-IF.

       1300-NOTE-THE-BRANCH.
      *> Inserted in code order, so the print runs branch by branch
      *> without a sort. A branch beyond the list still has its
      *> routes counted in the week's total.
           MOVE "N" TO WS-BRANCH-FOUND.
           MOVE ZERO TO WS-BRANCH-SLOT.
           PERFORM 1310-PLACE-AGAINST-ONE-BRANCH
               VARYING WS-BRANCH-INDEX FROM 1 BY 1
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
                  OR WS-BRANCH-FOUND = "Y"
                  OR WS-BRANCH-SLOT NOT = ZERO.
           IF WS-BRANCH-FOUND = "Y"
               OR WS-BRANCH-COUNT >= MAX-REPORT-BRANCHES
               GO TO 1300-EXIT
           END-IF.

           IF WS-BRANCH-SLOT = ZERO
               COMPUTE WS-BRANCH-SLOT = WS-BRANCH-COUNT + 1
           ELSE
               PERFORM 1320-SHIFT-ONE-BRANCH
                   VARYING WS-BRANCH-INDEX FROM WS-BRANCH-COUNT BY -1
                   UNTIL WS-BRANCH-INDEX < WS-BRANCH-SLOT
           END-IF.
           MOVE DS-BRANCH-CODE TO BL-CODE(WS-BRANCH-SLOT).
           ADD 1 TO WS-BRANCH-COUNT.

       1300-EXIT.
           EXIT.

       1310-PLACE-AGAINST-ONE-BRANCH.
           IF BL-CODE(WS-BRANCH-INDEX) = DS-BRANCH-CODE
               MOVE "Y" TO WS-BRANCH-FOUND
           ELSE
               IF BL-CODE(WS-BRANCH-INDEX) > DS-BRANCH-CODE
                   MOVE WS-BRANCH-INDEX TO WS-BRANCH-SLOT
               END-IF
           END-IF.

       1320-SHIFT-ONE-BRANCH.
           MOVE BL-CODE(WS-BRANCH-INDEX)
               TO BL-CODE(WS-BRANCH-INDEX + 1).

       1400-NOTE-THE-REFUSAL.
           IF WS-REFUSAL-COUNT >= MAX-REFUSALS
               ADD 1 TO WS-REFUSALS-UNLISTED
           ELSE
               ADD 1 TO WS-REFUSAL-COUNT
               MOVE DS-MANIFEST-DATE
                   TO RF-DATE(WS-REFUSAL-COUNT)
               MOVE DS-INVOICE-NUMBER
                   TO RF-INVOICE(WS-REFUSAL-COUNT)
               MOVE DS-BRANCH-CODE
                   TO RF-BRANCH(WS-REFUSAL-COUNT)
               MOVE DS-CUSTOMER-ID
                   TO RF-CUSTOMER-ID(WS-REFUSAL-COUNT)
               MOVE DS-CUSTOMER-NAME
                   TO RF-CUSTOMER-NAME(WS-REFUSAL-COUNT)
               MOVE DS-RETURN-NOTE
                   TO RF-NOTE(WS-REFUSAL-COUNT)
           END-IF.

       2000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "DELIVERY SUCCESS REPORT - WEEK " DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "                     STOPS DELIVERED  REFUSED "
                      DELIMITED BY SIZE
                  "NOT HOME AWAITED  SUCCESS" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       3000-PRINT-ONE-BRANCH.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Branch " DELIMITED BY SIZE
                  BL-CODE(WS-BRANCH-INDEX) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

           INITIALIZE WS-BRANCH-TOTALS.
           PERFORM 3100-PRINT-ONE-ROUTE
               VARYING WS-ROUTE-INDEX FROM 1 BY 1
               UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT.

           MOVE WS-BRANCH-TOTALS TO WS-LINE-COUNTS.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "  Branch " DELIMITED BY SIZE
                  BL-CODE(WS-BRANCH-INDEX) DELIMITED BY SIZE
                  " total" DELIMITED BY SIZE
                  INTO WS-LINE-LABEL.
           PERFORM 3900-PRINT-COUNT-LINE.

       3100-PRINT-ONE-ROUTE.
           IF RT-BRANCH(WS-ROUTE-INDEX) = BL-CODE(WS-BRANCH-INDEX)
               MOVE RT-STOPS(WS-ROUTE-INDEX)       TO LC-STOPS
               MOVE RT-DELIVERED(WS-ROUTE-INDEX)   TO LC-DELIVERED
               MOVE RT-REFUSED(WS-ROUTE-INDEX)     TO LC-REFUSED
               MOVE RT-NOBODY-HOME(WS-ROUTE-INDEX) TO LC-NOBODY-HOME
               MOVE RT-AWAITED(WS-ROUTE-INDEX)     TO LC-AWAITED
               ADD LC-STOPS       TO BT-STOPS
               ADD LC-DELIVERED   TO BT-DELIVERED
               ADD LC-REFUSED     TO BT-REFUSED
               ADD LC-NOBODY-HOME TO BT-NOBODY-HOME
               ADD LC-AWAITED     TO BT-AWAITED
               MOVE SPACES TO WS-LINE-LABEL
               STRING "    Route " DELIMITED BY SIZE
                      RT-DATE(WS-ROUTE-INDEX) DELIMITED BY SIZE
                      INTO WS-LINE-LABEL
               PERFORM 3900-PRINT-COUNT-LINE
           END-IF.

       3500-PRINT-WEEK-TOTAL.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE WS-WEEK-TOTALS TO WS-LINE-COUNTS.
           MOVE "All branches" TO WS-LINE-LABEL.
           PERFORM 3900-PRINT-COUNT-LINE.

       3900-PRINT-COUNT-LINE.
      *> Success is delivered over returned - a stop still awaiting
      *> its return has not failed yet.
           COMPUTE WS-RETURNED =
               LC-DELIVERED + LC-REFUSED + LC-NOBODY-HOME.
           IF WS-RETURNED = ZERO
               MOVE "   n/a" TO RATE-TEXT
           ELSE
               COMPUTE WS-SUCCESS-RATE ROUNDED =
                   LC-DELIVERED * 100 / WS-RETURNED
               MOVE WS-SUCCESS-RATE TO RATE-FORMATTED
               MOVE SPACES TO RATE-TEXT
               STRING RATE-FORMATTED DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO RATE-TEXT
           END-IF.

           MOVE LC-STOPS       TO COUNT-FORMATTED-1.
           MOVE LC-DELIVERED   TO COUNT-FORMATTED-2.
           MOVE LC-REFUSED     TO COUNT-FORMATTED-3.
           MOVE LC-NOBODY-HOME TO COUNT-FORMATTED-4.
           MOVE LC-AWAITED     TO COUNT-FORMATTED-5.
           MOVE SPACES TO PRT-LINE.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  COUNT-FORMATTED-1 DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  COUNT-FORMATTED-2 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  COUNT-FORMATTED-3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  COUNT-FORMATTED-4 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  COUNT-FORMATTED-5 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RATE-TEXT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       4000-PRINT-REFUSALS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "REFUSED AT THE DOOR - CREDIT NOTE DUE"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.
           IF WS-REFUSAL-COUNT = ZERO
               MOVE "  None this week." TO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO PRT-LINE
               STRING "  MANIFEST INV NO  BRCH CUST   "
                          DELIMITED BY SIZE
                      "CUSTOMER NAME                  REASON"
                          DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
               PERFORM 4100-PRINT-ONE-REFUSAL
                   VARYING WS-REFUSAL-INDEX FROM 1 BY 1
                   UNTIL WS-REFUSAL-INDEX > WS-REFUSAL-COUNT
           END-IF.
           IF WS-REFUSALS-UNLISTED > ZERO
               MOVE SPACES TO PRT-LINE
               STRING "  ... and " DELIMITED BY SIZE
                      WS-REFUSALS-UNLISTED DELIMITED BY SIZE
                      " more not listed" DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           END-IF.

       4100-PRINT-ONE-REFUSAL.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  RF-DATE(WS-REFUSAL-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RF-INVOICE(WS-REFUSAL-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RF-BRANCH(WS-REFUSAL-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RF-CUSTOMER-ID(WS-REFUSAL-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RF-CUSTOMER-NAME(WS-REFUSAL-INDEX)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RF-NOTE(WS-REFUSAL-INDEX) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE PRT-LINE TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
