       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-VALUATION.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Month-end stock valuation off ITEM-MASTER - every article
      *> with stock, its on-hand times its weighted-average cost,
      *> in item code order, then the value summed per VAT category
      *> and in total. Negative on-hand (oversold, not yet received)
      *> is listed but valued at nothing - stock we do not have is
      *> not an asset. Articles holding stock with no average cost
      *> yet are flagged NO COST, so the gap in the figure is seen
      *> rather than silently left out. Report on STKVALUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT VALUATION-PRINT ASSIGN TO "STKVALUE"
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
       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  VALUATION-PRINT.
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

       78 MAX-VAT-CATEGORIES VALUE 20.

       01 WS-IM-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).

       01 WS-ITEM-COST       PIC 9(06)V99.
       01 WS-ITEM-VALUE      PIC S9(11)V99.
       01 WS-ITEM-FLAG       PIC X(12).

      *> Value per VAT category, in the order the categories are
      *> first met.
       01 WS-CATEGORY-TABLE.
          05 WS-CATEGORY-ENTRY OCCURS 20 TIMES.
             10 CV-CATEGORY      PIC X(01).
             10 CV-ITEMS         PIC 9(06).
             10 CV-VALUE         PIC S9(11)V99.
       01 WS-CATEGORY-COUNT  PIC 9(02) VALUE ZERO.
       01 WS-CATEGORY-INDEX  PIC 9(02).
       01 WS-CATEGORY-MATCH  PIC 9(02).

       01 WS-ITEMS-VALUED    PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-NO-COST   PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-NEGATIVE  PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-VALUE     PIC S9(11)V99 VALUE ZERO.

       01 QTY-FORMATTED      PIC -(6)9.
       01 COST-FORMATTED     PIC Z(5)9.99.
       01 VALUE-FORMATTED    PIC -(10)9.99.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "STOCK-VALUATION" TO WS-RC-JOB-NAME.
           MOVE SPACES            TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT VALUATION-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open STKVALUE, status "
                   WS-RPT-STATUS
               CLOSE ITEM-MASTER
               GO TO 0000-EXIT
           END-IF.

           MOVE "STKVALUE"        TO WS-RA-REPORT-NAME.
           MOVE "STOCK-VALUATION" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-HEADINGS.

           MOVE LOW-VALUES TO ITEM-CODE.
           START ITEM-MASTER KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY
                   MOVE "10" TO WS-IM-STATUS
           END-START.

           PERFORM 1000-VALUE-ONE-ITEM UNTIL WS-IM-STATUS = "10".

           PERFORM 3500-PRINT-CATEGORY-TOTALS.

           CLOSE ITEM-MASTER.
           CLOSE VALUATION-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-TOTAL-VALUE TO VALUE-FORMATTED.
           DISPLAY "Articles valued : " WS-ITEMS-VALUED.
           DISPLAY "Stock value     : " VALUE-FORMATTED.
           IF WS-ITEMS-NO-COST > ZERO
               DISPLAY "** " WS-ITEMS-NO-COST " article(s) hold "
                   "stock with no average cost"
           END-IF.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-VALUE-ONE-ITEM.
           READ ITEM-MASTER NEXT
               AT END
                   MOVE "10" TO WS-IM-STATUS
               NOT AT END
                   PERFORM 1100-VALUE-THE-ITEM THRU 1100-EXIT
           END-READ.

       1100-VALUE-THE-ITEM.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               OR ITEM-ON-HAND-QTY = ZERO
               GO TO 1100-EXIT
           END-IF.

           MOVE ITEM-AVERAGE-COST TO WS-ITEM-COST.
           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZERO TO WS-ITEM-COST
           END-IF.

           MOVE SPACES TO WS-ITEM-FLAG.
           IF ITEM-ON-HAND-QTY < ZERO
               MOVE ZERO TO WS-ITEM-VALUE
               MOVE "NEGATIVE" TO WS-ITEM-FLAG
               ADD 1 TO WS-ITEMS-NEGATIVE
           ELSE
               COMPUTE WS-ITEM-VALUE ROUNDED =
                   ITEM-ON-HAND-QTY * WS-ITEM-COST
               IF WS-ITEM-COST = ZERO
                   MOVE "NO COST" TO WS-ITEM-FLAG
                   ADD 1 TO WS-ITEMS-NO-COST
               END-IF
           END-IF.

           ADD 1 TO WS-ITEMS-VALUED.
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.
           PERFORM 1200-ADD-TO-CATEGORY.

           MOVE ITEM-ON-HAND-QTY TO QTY-FORMATTED.
           MOVE WS-ITEM-COST     TO COST-FORMATTED.
           MOVE WS-ITEM-VALUE    TO VALUE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING ITEM-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-DESCRIPTION DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  ITEM-VAT-CATEGORY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QTY-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COST-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ITEM-FLAG DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       1100-EXIT.
           EXIT.

       1200-ADD-TO-CATEGORY.
           MOVE ZERO TO WS-CATEGORY-MATCH.
           PERFORM 1210-MATCH-ONE-CATEGORY
               VARYING WS-CATEGORY-INDEX FROM 1 BY 1
               UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT
               OR WS-CATEGORY-MATCH NOT = ZERO.

           IF WS-CATEGORY-MATCH = ZERO
               IF WS-CATEGORY-COUNT >= MAX-VAT-CATEGORIES
                   DISPLAY "** category table full - category "
                       ITEM-VAT-CATEGORY " folded into the last entry"
                   MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-MATCH
               ELSE
                   ADD 1 TO WS-CATEGORY-COUNT
                   MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-MATCH
                   MOVE ITEM-VAT-CATEGORY
                       TO CV-CATEGORY(WS-CATEGORY-MATCH)
                   MOVE ZERO TO CV-ITEMS(WS-CATEGORY-MATCH)
                       CV-VALUE(WS-CATEGORY-MATCH)
               END-IF
           END-IF.

           ADD 1 TO CV-ITEMS(WS-CATEGORY-MATCH).
           ADD WS-ITEM-VALUE TO CV-VALUE(WS-CATEGORY-MATCH).

       1210-MATCH-ONE-CATEGORY.
           IF CV-CATEGORY(WS-CATEGORY-INDEX) = ITEM-VAT-CATEGORY
               MOVE WS-CATEGORY-INDEX TO WS-CATEGORY-MATCH
           END-IF.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "STOCK VALUATION AT AVERAGE COST AS AT "
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "ITEM     DESCRIPTION                    VAT  ON HAND
      -         "AVG COST          VALUE" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:92).
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-PRINT-CATEGORY-TOTALS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "VALUE BY VAT CATEGORY" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           PERFORM 3510-PRINT-ONE-CATEGORY
               VARYING WS-CATEGORY-INDEX FROM 1 BY 1
               UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-TOTAL-VALUE TO VALUE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL STOCK VALUE      : " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  "   articles: " DELIMITED BY SIZE
                  WS-ITEMS-VALUED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Articles with no cost  : " DELIMITED BY SIZE
                  WS-ITEMS-NO-COST DELIMITED BY SIZE
                  "   negative on hand: " DELIMITED BY SIZE
                  WS-ITEMS-NEGATIVE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3510-PRINT-ONE-CATEGORY.
           MOVE CV-VALUE(WS-CATEGORY-INDEX) TO VALUE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "  Category " DELIMITED BY SIZE
                  CV-CATEGORY(WS-CATEGORY-INDEX) DELIMITED BY SIZE
                  "  articles " DELIMITED BY SIZE
                  CV-ITEMS(WS-CATEGORY-INDEX) DELIMITED BY SIZE
                  "  value " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
