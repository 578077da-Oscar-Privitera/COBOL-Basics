       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-PO-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> What is on order and still due in. Reads the PURCHASE-ORDERS
      *> file end to end, keeps every open line with something still
      *> outstanding, and prints them by supplier and then by
      *> expected delivery date - quantity still due, its value at
      *> the agreed cost, and an OVERDUE marker on anything whose
      *> expected date has passed - with a value per supplier and
      *> for the whole book, so chasing a late delivery starts from
      *> a report instead of a phone call nobody logged.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDERS ASSIGN TO "PURCHORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT OPEN-PO-PRINT ASSIGN TO "OPENPOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  PURCHASE-ORDERS.
           COPY "purchord.cpy".

       FD  OPEN-PO-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       78 MAX-OPEN-LINES     VALUE 500.

       01 WS-PO-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).

      *> The header just read - its supplier and status ride onto
      *> every following "L" record of the same order.
       01 WS-HDR-OPEN        PIC X(01) VALUE "N".
       01 WS-HDR-SUPPLIER    PIC X(06).
       01 WS-HDR-SUPP-NAME   PIC X(30).

      *> OP-SORT-KEY (supplier, expected date, order, line) is what
      *> the table is sorted on - one compare per pair.
       01 WS-OPEN-TABLE.
          05 WS-OPEN-ENTRY OCCURS 500 TIMES.
             10 OP-SORT-KEY.
                15 OP-SUPPLIER-CODE PIC X(06).
                15 OP-EXPECTED-DATE PIC 9(08).
                15 OP-PO-NUMBER     PIC 9(06).
                15 OP-LINE-NO       PIC 9(02).
             10 OP-SUPPLIER-NAME PIC X(30).
             10 OP-ITEM-CODE     PIC X(08).
             10 OP-DESCRIPTION   PIC X(30).
             10 OP-OUTSTANDING   PIC 9(05).
             10 OP-UNIT-COST     PIC 9(06)V99.
       01 WS-OPEN-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-OPEN-INDEX      PIC 9(03).
       01 WS-SORT-I          PIC 9(03).
       01 WS-SORT-J          PIC 9(03).
       01 WS-SORT-SWAPPED    PIC X(01).
       01 WS-SWAP-ENTRY      PIC X(103).
       01 WS-DROPPED         PIC 9(05) VALUE ZERO.

       01 WS-LAST-SUPPLIER   PIC X(06).
       01 WS-LINE-VALUE      PIC 9(11)V99.
       01 WS-SUPPLIER-VALUE  PIC 9(11)V99.
       01 WS-BOOK-VALUE      PIC 9(12)V99 VALUE ZERO.
       01 WS-OVERDUE-LINES   PIC 9(05) VALUE ZERO.
       01 WS-LATE-MARK       PIC X(08).

       01 QTY-FORMATTED      PIC Z(4)9.
       01 COST-FORMATTED     PIC Z(5)9.99.
       01 VALUE-FORMATTED    PIC Z(10)9.99.
       01 BOOK-FORMATTED     PIC Z(11)9.99.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT PURCHASE-ORDERS.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "No PURCHASE-ORDERS on file, status "
                   WS-PO-STATUS
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-LOAD-ONE-RECORD UNTIL WS-PO-STATUS = "10".

           CLOSE PURCHASE-ORDERS.

           IF WS-DROPPED > ZERO
               DISPLAY "** " WS-DROPPED " open lines past the "
                   MAX-OPEN-LINES "-line table were not listed"
           END-IF.

           PERFORM 2000-SORT-BY-SUPPLIER-AND-DATE THRU 2000-EXIT.

           OPEN OUTPUT OPEN-PO-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open OPENPOS, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "OPENPOS"        TO WS-RA-REPORT-NAME.
           MOVE "OPEN-PO-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-THE-REPORT.

           CLOSE OPEN-PO-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Open purchase order lines listed: "
               WS-OPEN-COUNT ", overdue: " WS-OVERDUE-LINES.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-ONE-RECORD.
           READ PURCHASE-ORDERS
               AT END
                   MOVE "10" TO WS-PO-STATUS
               NOT AT END
                   IF PO-IS-HEADER
                       PERFORM 1100-NOTE-ONE-HEADER
                   ELSE
                       IF WS-HDR-OPEN = "Y"
                           PERFORM 1200-KEEP-ONE-OPEN-LINE
                       END-IF
                   END-IF
           END-READ.

       1100-NOTE-ONE-HEADER.
           IF POH-ORDER-IS-OPEN
               MOVE "Y" TO WS-HDR-OPEN
               MOVE POH-SUPPLIER-CODE TO WS-HDR-SUPPLIER
               MOVE POH-SUPPLIER-NAME TO WS-HDR-SUPP-NAME
           ELSE
               MOVE "N" TO WS-HDR-OPEN
           END-IF.

       1200-KEEP-ONE-OPEN-LINE.
           IF POL-LINE-IS-OPEN
               AND POL-QUANTITY > POL-RECEIVED-QTY
               IF WS-OPEN-COUNT >= MAX-OPEN-LINES
                   ADD 1 TO WS-DROPPED
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-HDR-SUPPLIER
                       TO OP-SUPPLIER-CODE(WS-OPEN-COUNT)
                   MOVE WS-HDR-SUPP-NAME
                       TO OP-SUPPLIER-NAME(WS-OPEN-COUNT)
                   MOVE POL-EXPECTED-DATE
                       TO OP-EXPECTED-DATE(WS-OPEN-COUNT)
                   MOVE PO-ORDER-NUMBER
                       TO OP-PO-NUMBER(WS-OPEN-COUNT)
                   MOVE PO-LINE-NO TO OP-LINE-NO(WS-OPEN-COUNT)
                   MOVE POL-ITEM-CODE
                       TO OP-ITEM-CODE(WS-OPEN-COUNT)
                   MOVE POL-DESCRIPTION
                       TO OP-DESCRIPTION(WS-OPEN-COUNT)
                   COMPUTE OP-OUTSTANDING(WS-OPEN-COUNT) =
                       POL-QUANTITY - POL-RECEIVED-QTY
                   MOVE POL-UNIT-COST
                       TO OP-UNIT-COST(WS-OPEN-COUNT)
               END-IF
           END-IF.

       2000-SORT-BY-SUPPLIER-AND-DATE.
      *> Plain bubble sort on the composite key, ascending - the
      *> same approach ITEM-SALES-ANALYSIS takes; an open order book
      *> of a few hundred lines is nothing.
           IF WS-OPEN-COUNT < 2
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
               UNTIL WS-SORT-I >= WS-OPEN-COUNT.

       2110-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           IF OP-SORT-KEY(WS-SORT-J) < OP-SORT-KEY(WS-SORT-I)
               MOVE WS-OPEN-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-OPEN-ENTRY(WS-SORT-J)
                   TO WS-OPEN-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-OPEN-ENTRY(WS-SORT-J)
               MOVE "Y" TO WS-SORT-SWAPPED
           END-IF.

       3000-PRINT-THE-REPORT.
           MOVE SPACES TO PRT-LINE.
           STRING "OPEN PURCHASE ORDERS - DUE IN AS AT "
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-LAST-SUPPLIER.
           MOVE ZERO TO WS-SUPPLIER-VALUE.

           PERFORM 3100-PRINT-ONE-OPEN-LINE
               VARYING WS-OPEN-INDEX FROM 1 BY 1
               UNTIL WS-OPEN-INDEX > WS-OPEN-COUNT.

           PERFORM 3200-CLOSE-LAST-SUPPLIER.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-BOOK-VALUE TO BOOK-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL DUE IN (at agreed cost): " DELIMITED BY SIZE
                  BOOK-FORMATTED DELIMITED BY SIZE
                  "   overdue lines: " DELIMITED BY SIZE
                  WS-OVERDUE-LINES DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3100-PRINT-ONE-OPEN-LINE.
           IF OP-SUPPLIER-CODE(WS-OPEN-INDEX) NOT = WS-LAST-SUPPLIER
               PERFORM 3200-CLOSE-LAST-SUPPLIER
               MOVE OP-SUPPLIER-CODE(WS-OPEN-INDEX)
                   TO WS-LAST-SUPPLIER
               MOVE SPACES TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               MOVE SPACES TO PRT-LINE
               STRING "Supplier " DELIMITED BY SIZE
                      OP-SUPPLIER-CODE(WS-OPEN-INDEX)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OP-SUPPLIER-NAME(WS-OPEN-INDEX)
                          DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               MOVE SPACES TO PRT-LINE
               MOVE "  Expected  PO     Ln Item     Description
      -            "              Due   Unit cost          Value"
                   TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

           COMPUTE WS-LINE-VALUE =
               OP-OUTSTANDING(WS-OPEN-INDEX)
               * OP-UNIT-COST(WS-OPEN-INDEX).
           ADD WS-LINE-VALUE TO WS-SUPPLIER-VALUE.
           ADD WS-LINE-VALUE TO WS-BOOK-VALUE.

           MOVE SPACES TO WS-LATE-MARK.
           IF OP-EXPECTED-DATE(WS-OPEN-INDEX) < WS-TODAY
               MOVE "OVERDUE" TO WS-LATE-MARK
               ADD 1 TO WS-OVERDUE-LINES
           END-IF.

           MOVE OP-OUTSTANDING(WS-OPEN-INDEX) TO QTY-FORMATTED.
           MOVE OP-UNIT-COST(WS-OPEN-INDEX) TO COST-FORMATTED.
           MOVE WS-LINE-VALUE TO VALUE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  OP-EXPECTED-DATE(WS-OPEN-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OP-PO-NUMBER(WS-OPEN-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OP-LINE-NO(WS-OPEN-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OP-ITEM-CODE(WS-OPEN-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OP-DESCRIPTION(WS-OPEN-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  QTY-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  COST-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LATE-MARK DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3200-CLOSE-LAST-SUPPLIER.
           IF WS-LAST-SUPPLIER NOT = SPACES
               MOVE WS-SUPPLIER-VALUE TO VALUE-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "  Supplier total due in: " DELIMITED BY SIZE
                      VALUE-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.
           MOVE ZERO TO WS-SUPPLIER-VALUE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
