       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSS-MARGIN-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Monthly gross margin off the INVOICE-DETAIL line store.
      *> Every line of the keyed month carries its net amount and
      *> the average cost its article stood at when it was billed;
      *> quantity times that cost is the line's cost of sales. Net
      *> sales, cost of sales, margin and margin percentage are
      *> summed three ways - per item, per customer and per rep -
      *> and printed as three sections in code order. Credit-note
      *> lines carry negative amounts and take their cost back out,
      *> as they do everywhere else. Lines keyed without an item
      *> code have no cost and total under "(none)"; coded lines
      *> billed before the article had a cost are counted, so a
      *> margin that looks too good can be explained. Report on
      *> GRMARGIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-DETAIL ASSIGN TO "INVDETAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT MARGIN-PRINT ASSIGN TO "GRMARGIN"
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

       FD  MARGIN-PRINT.
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

       78 MAX-MARGIN-ENTRIES VALUE 1000.

       01 WS-ID-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).

       01 WS-REPORT-MONTH    PIC 9(06).

      *> The invoice header just read - its month, customer, rep and
      *> document type ride onto every following "L" record.
       01 WS-HDR-MONTH       PIC 9(06).
       01 WS-HDR-CUSTOMER    PIC X(06).
       01 WS-HDR-NAME        PIC X(30).
       01 WS-HDR-REP         PIC X(04).
       01 WS-HDR-SIGN        PIC S9(01).

      *> The line being tallied, and the section/key it is being
      *> tallied under.
       01 WS-LINE-NET        PIC S9(11)V99.
       01 WS-LINE-COST       PIC S9(11)V99.
       01 WS-LINE-UNIT-COST  PIC 9(06)V99.
       01 WS-TALLY-SECTION   PIC X(01).
       01 WS-TALLY-KEY       PIC X(08).
       01 WS-TALLY-NAME      PIC X(30).

      *> One entry per item ("I"), customer ("C") and rep ("R").
       01 WS-MARGIN-TABLE.
          05 WS-MARGIN-ENTRY OCCURS 1000 TIMES.
             10 GM-SECTION       PIC X(01).
             10 GM-KEY           PIC X(08).
             10 GM-NAME          PIC X(30).
             10 GM-NET           PIC S9(10)V99.
             10 GM-COST          PIC S9(10)V99.
       01 WS-ENTRY-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-ENTRY-INDEX     PIC 9(04).
       01 WS-MATCH-INDEX     PIC 9(04).
       01 WS-FOUND-ENTRY     PIC X(01).
       01 WS-SORT-I          PIC 9(04).
       01 WS-SORT-J          PIC 9(04).
       01 WS-SORT-SWAPPED    PIC X(01).
       01 WS-SWAP-ENTRY      PIC X(63).

       01 WS-PRINT-SECTION   PIC X(01).
       01 WS-SECTION-NET     PIC S9(11)V99.
       01 WS-SECTION-COST    PIC S9(11)V99.
       01 WS-MARGIN          PIC S9(11)V99.
       01 WS-MARGIN-PCT      PIC S9(05)V9.

       01 WS-LINES-READ      PIC 9(08) VALUE ZERO.
       01 WS-LINES-IN-MONTH  PIC 9(08) VALUE ZERO.
       01 WS-LINES-NO-COST   PIC 9(08) VALUE ZERO.

       01 NET-FORMATTED      PIC -(10)9.99.
       01 COST-FORMATTED     PIC -(10)9.99.
       01 MARGIN-FORMATTED   PIC -(10)9.99.
       01 PCT-FORMATTED      PIC -(4)9.9.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "GROSS-MARGIN" TO WS-RC-JOB-NAME.
           MOVE SPACES         TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           DISPLAY "Margin month (CCYYMM): ".
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH NOT NUMERIC
               OR WS-REPORT-MONTH = ZERO
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.

           OPEN INPUT INVOICE-DETAIL.
           IF WS-ID-STATUS NOT = "00"
               DISPLAY "Could not open INVOICE-DETAIL, status "
                   WS-ID-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE ZERO TO WS-HDR-MONTH.
           MOVE 1    TO WS-HDR-SIGN.
           PERFORM 1000-TALLY-ONE-RECORD UNTIL WS-ID-STATUS = "10".

           CLOSE INVOICE-DETAIL.

           PERFORM 2000-SORT-INTO-CODE-ORDER THRU 2000-EXIT.

           OPEN OUTPUT MARGIN-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open GRMARGIN, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "GRMARGIN"            TO WS-RA-REPORT-NAME.
           MOVE "GROSS-MARGIN-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-THE-REPORT.

           CLOSE MARGIN-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Detail lines read   : " WS-LINES-READ.
           DISPLAY "Lines in the month  : " WS-LINES-IN-MONTH.
           IF WS-LINES-NO-COST > ZERO
               DISPLAY "** " WS-LINES-NO-COST " coded line(s) "
                   "billed with no average cost"
           END-IF.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-TALLY-ONE-RECORD.
           READ INVOICE-DETAIL
               AT END
                   MOVE "10" TO WS-ID-STATUS
               NOT AT END
                   IF ID-IS-HEADER
                       MOVE IDH-INVOICE-DATE(1:6) TO WS-HDR-MONTH
                       MOVE IDH-CUSTOMER-ID   TO WS-HDR-CUSTOMER
                       MOVE IDH-CUSTOMER-NAME TO WS-HDR-NAME
                       MOVE IDH-REP-CODE      TO WS-HDR-REP
                       IF IDH-DOC-TYPE = "C"
                           MOVE -1 TO WS-HDR-SIGN
                       ELSE
                           MOVE 1 TO WS-HDR-SIGN
                       END-IF
                   ELSE
                       ADD 1 TO WS-LINES-READ
                       IF WS-HDR-MONTH = WS-REPORT-MONTH
                           PERFORM 1100-TALLY-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       1100-TALLY-ONE-LINE.
      *> The net amount is already signed on a credit note; the
      *> quantity is not, so the cost takes its sign from the header.
           ADD 1 TO WS-LINES-IN-MONTH.
           MOVE IDL-NET-AMOUNT TO WS-LINE-NET.
           MOVE IDL-UNIT-COST  TO WS-LINE-UNIT-COST.
           IF IDL-UNIT-COST NOT NUMERIC
               MOVE ZERO TO WS-LINE-UNIT-COST
           END-IF.
           COMPUTE WS-LINE-COST ROUNDED =
               IDL-QUANTITY * WS-LINE-UNIT-COST * WS-HDR-SIGN.
           IF IDL-ITEM-CODE NOT = SPACES
               AND WS-LINE-UNIT-COST = ZERO
               ADD 1 TO WS-LINES-NO-COST
           END-IF.

           MOVE "I" TO WS-TALLY-SECTION.
           IF IDL-ITEM-CODE = SPACES
               MOVE "(none)" TO WS-TALLY-KEY
               MOVE "Keyed without an item code" TO WS-TALLY-NAME
           ELSE
               MOVE IDL-ITEM-CODE   TO WS-TALLY-KEY
               MOVE IDL-DESCRIPTION TO WS-TALLY-NAME
           END-IF.
           PERFORM 1200-ADD-TO-ENTRY.

           MOVE "C"             TO WS-TALLY-SECTION.
           MOVE WS-HDR-CUSTOMER TO WS-TALLY-KEY.
           MOVE WS-HDR-NAME     TO WS-TALLY-NAME.
           PERFORM 1200-ADD-TO-ENTRY.

           MOVE "R" TO WS-TALLY-SECTION.
           IF WS-HDR-REP = SPACES
               MOVE "(none)" TO WS-TALLY-KEY
               MOVE "No rep on the invoice" TO WS-TALLY-NAME
           ELSE
               MOVE WS-HDR-REP TO WS-TALLY-KEY
               MOVE SPACES     TO WS-TALLY-NAME
           END-IF.
           PERFORM 1200-ADD-TO-ENTRY.

       1200-ADD-TO-ENTRY.
           MOVE "N" TO WS-FOUND-ENTRY.
           PERFORM 1210-MATCH-ONE-ENTRY
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT
               OR WS-FOUND-ENTRY = "Y".

           IF WS-FOUND-ENTRY = "N"
               IF WS-ENTRY-COUNT >= MAX-MARGIN-ENTRIES
                   DISPLAY "** margin table full - " WS-TALLY-SECTION
                       " " WS-TALLY-KEY " folded into the last entry"
                   MOVE WS-ENTRY-COUNT TO WS-MATCH-INDEX
               ELSE
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE WS-ENTRY-COUNT TO WS-MATCH-INDEX
                   MOVE WS-TALLY-SECTION
                       TO GM-SECTION(WS-MATCH-INDEX)
                   MOVE WS-TALLY-KEY  TO GM-KEY(WS-MATCH-INDEX)
                   MOVE WS-TALLY-NAME TO GM-NAME(WS-MATCH-INDEX)
                   MOVE ZERO TO GM-NET(WS-MATCH-INDEX)
                       GM-COST(WS-MATCH-INDEX)
               END-IF
           END-IF.

           ADD WS-LINE-NET  TO GM-NET(WS-MATCH-INDEX).
           ADD WS-LINE-COST TO GM-COST(WS-MATCH-INDEX).

       1210-MATCH-ONE-ENTRY.
           IF GM-SECTION(WS-ENTRY-INDEX) = WS-TALLY-SECTION
               AND GM-KEY(WS-ENTRY-INDEX) = WS-TALLY-KEY
               MOVE "Y" TO WS-FOUND-ENTRY
               MOVE WS-ENTRY-INDEX TO WS-MATCH-INDEX
           END-IF.

       2000-SORT-INTO-CODE-ORDER.
      *> Bubble sort on section and code, ascending - each section
      *> is then printed by walking the table in order.
           IF WS-ENTRY-COUNT < 2
               GO TO 2000-EXIT
           END-IF.

           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM 2100-ONE-SORT-PASS
               UNTIL WS-SORT-SWAPPED = "N".

       2000-EXIT.
           EXIT.

       2100-ONE-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAPPED.
           PERFORM 2110-COMPARE-ONE-PAIR
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ENTRY-COUNT.

       2110-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           IF GM-SECTION(WS-SORT-J) < GM-SECTION(WS-SORT-I)
               OR (GM-SECTION(WS-SORT-J) = GM-SECTION(WS-SORT-I)
                   AND GM-KEY(WS-SORT-J) < GM-KEY(WS-SORT-I))
               MOVE WS-MARGIN-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-MARGIN-ENTRY(WS-SORT-J)
                   TO WS-MARGIN-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-MARGIN-ENTRY(WS-SORT-J)
               MOVE "Y" TO WS-SORT-SWAPPED
           END-IF.

       3000-PRINT-THE-REPORT.
           MOVE SPACES TO PRT-LINE.
           STRING "GROSS MARGIN REPORT FOR " DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE "I" TO WS-PRINT-SECTION.
           PERFORM 3100-PRINT-ONE-SECTION.
           MOVE "C" TO WS-PRINT-SECTION.
           PERFORM 3100-PRINT-ONE-SECTION.
           MOVE "R" TO WS-PRINT-SECTION.
           PERFORM 3100-PRINT-ONE-SECTION.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Coded lines billed with no average cost: "
                      DELIMITED BY SIZE
                  WS-LINES-NO-COST DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3100-PRINT-ONE-SECTION.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           EVALUATE WS-PRINT-SECTION
               WHEN "I"
                   MOVE "BY ITEM" TO PRT-LINE
               WHEN "C"
                   MOVE "BY CUSTOMER" TO PRT-LINE
               WHEN OTHER
                   MOVE "BY REP" TO PRT-LINE
           END-EVALUATE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES          TO PRT-LINE.
           MOVE "CODE     NAME" TO PRT-LINE(1:13).
           MOVE "NET SALES"     TO PRT-LINE(46:9).
           MOVE "COST OF SALES" TO PRT-LINE(57:13).
           MOVE "MARGIN"        TO PRT-LINE(79:6).
           MOVE "MARGIN%"       TO PRT-LINE(86:7).
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:92).
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-SECTION-NET WS-SECTION-COST.
           PERFORM 3200-PRINT-ONE-ENTRY
               VARYING WS-ENTRY-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-INDEX > WS-ENTRY-COUNT.

           MOVE ALL "-" TO PRT-LINE(1:92).
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES         TO WS-TALLY-KEY.
           MOVE "TOTAL"        TO WS-TALLY-NAME.
           MOVE WS-SECTION-NET  TO WS-LINE-NET.
           MOVE WS-SECTION-COST TO WS-LINE-COST.
           PERFORM 3900-FORMAT-AND-PRINT.

       3200-PRINT-ONE-ENTRY.
           IF GM-SECTION(WS-ENTRY-INDEX) = WS-PRINT-SECTION
               ADD GM-NET(WS-ENTRY-INDEX)  TO WS-SECTION-NET
               ADD GM-COST(WS-ENTRY-INDEX) TO WS-SECTION-COST
               MOVE GM-KEY(WS-ENTRY-INDEX)  TO WS-TALLY-KEY
               MOVE GM-NAME(WS-ENTRY-INDEX) TO WS-TALLY-NAME
               MOVE GM-NET(WS-ENTRY-INDEX)  TO WS-LINE-NET
               MOVE GM-COST(WS-ENTRY-INDEX) TO WS-LINE-COST
               PERFORM 3900-FORMAT-AND-PRINT
           END-IF.

       3900-FORMAT-AND-PRINT.
      *> Margin percentage is of net sales; with no net sales there
      *> is nothing to take a percentage of and the column is left
      *> blank.
           COMPUTE WS-MARGIN = WS-LINE-NET - WS-LINE-COST.
           MOVE WS-LINE-NET  TO NET-FORMATTED.
           MOVE WS-LINE-COST TO COST-FORMATTED.
           MOVE WS-MARGIN    TO MARGIN-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING WS-TALLY-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TALLY-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COST-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MARGIN-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           IF WS-LINE-NET NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-LINE-NET
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
               MOVE WS-MARGIN-PCT TO PCT-FORMATTED
               MOVE PCT-FORMATTED TO PRT-LINE(86:7)
           END-IF.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
