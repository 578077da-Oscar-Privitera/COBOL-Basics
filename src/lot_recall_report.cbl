       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-RECALL-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Who has a recalled lot. For one article and manufacturer
      *> lot, prints where the lot came from (its receipts off
      *> LOT-STOCK - date, quantity, purchase order, supplier and
      *> what is still on our shelves) and then every customer it
      *> went out to, read off the INVOICE-LOTS issue file: the
      *> invoice, its date, the quantity, with the customer's name
      *> and address off CUSTOMER-MASTER - grouped by customer, so
      *> each group is one recall letter. Credit notes that brought
      *> units of the lot back are listed against the customer with
      *> a minus, and the customer's net is what is still out there.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-STOCK ASSIGN TO "LOTSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LT-STATUS.

           SELECT INVOICE-LOTS ASSIGN TO "INVLOTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT RECALL-PRINT ASSIGN TO "LOTRECALL"
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
       FD  LOT-STOCK.
           COPY "lotstock.cpy".

       FD  INVOICE-LOTS.
           COPY "invlot.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  RECALL-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       78 MAX-RECALL-LINES   VALUE 500.

       01 WS-LT-STATUS       PIC X(02).
       01 WS-ILT-STATUS      PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).

       01 WS-ITEM-IN         PIC X(08).
       01 WS-LOT-IN          PIC X(15).
       01 WS-ITEM-DESC       PIC X(30).
       01 WS-SCAN-DONE       PIC X(01).
       01 WS-RECEIPTS-FOUND  PIC 9(05) VALUE ZERO.
       01 WS-RECEIVED-TOTAL  PIC S9(09) VALUE ZERO.
       01 WS-ON-SHELF-TOTAL  PIC S9(09) VALUE ZERO.

      *> RC-SORT-KEY (customer, invoice, line) is what the table is
      *> sorted on - one compare per pair.
       01 WS-RECALL-TABLE.
          05 WS-RECALL-ENTRY OCCURS 500 TIMES.
             10 RC-SORT-KEY.
                15 RC-CUSTOMER-ID   PIC X(06).
                15 RC-INVOICE       PIC 9(06).
                15 RC-LINE-NO       PIC 9(02).
             10 RC-DOC-TYPE       PIC X(01).
             10 RC-INVOICE-DATE   PIC 9(08).
             10 RC-QUANTITY       PIC S9(07).
       01 WS-RECALL-COUNT    PIC 9(03) VALUE ZERO.
       01 WS-RECALL-INDEX    PIC 9(03).
       01 WS-SORT-I          PIC 9(03).
       01 WS-SORT-J          PIC 9(03).
       01 WS-SORT-SWAPPED    PIC X(01).
       01 WS-SWAP-ENTRY      PIC X(30).
       01 WS-DROPPED         PIC 9(05) VALUE ZERO.

       01 WS-LAST-CUSTOMER   PIC X(06).
       01 WS-CUSTOMER-QTY    PIC S9(09).
       01 WS-CUSTOMERS       PIC 9(05) VALUE ZERO.
       01 WS-SHIPPED-TOTAL   PIC S9(09) VALUE ZERO.
       01 WS-DOC-TEXT        PIC X(07).

       01 QTY-FORMATTED      PIC -(6)9.
       01 TOTAL-FORMATTED    PIC -(8)9.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Item code of the recalled article: ".
           MOVE SPACES TO WS-ITEM-IN.
           ACCEPT WS-ITEM-IN.
           DISPLAY "Lot number being recalled: ".
           MOVE SPACES TO WS-LOT-IN.
           ACCEPT WS-LOT-IN.
           IF WS-ITEM-IN = SPACES OR WS-LOT-IN = SPACES
               DISPLAY "Both the item and the lot are needed."
               GO TO 0000-EXIT
           END-IF.

           MOVE "(not on ITEM-MASTER)" TO WS-ITEM-DESC.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS = "00"
               MOVE WS-ITEM-IN TO ITEM-CODE
               READ ITEM-MASTER
                   KEY IS ITEM-CODE
                   NOT INVALID KEY
                       MOVE ITEM-DESCRIPTION TO WS-ITEM-DESC
               END-READ
               CLOSE ITEM-MASTER
           END-IF.

           PERFORM 1000-LOAD-THE-ISSUES THRU 1000-EXIT.

           IF WS-DROPPED > ZERO
               DISPLAY "** " WS-DROPPED " issue lines past the "
                   MAX-RECALL-LINES "-line table were not listed"
           END-IF.

           PERFORM 2000-SORT-BY-CUSTOMER THRU 2000-EXIT.

           OPEN OUTPUT RECALL-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open LOTRECALL, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "LOTRECALL"         TO WS-RA-REPORT-NAME.
           MOVE "LOT-RECALL-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-THE-RECEIPTS THRU 3000-EXIT.
           PERFORM 3500-PRINT-THE-CUSTOMERS.

           CLOSE RECALL-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Lot " WS-LOT-IN " of " WS-ITEM-IN ": "
               WS-CUSTOMERS " customer(s), " WS-RECALL-COUNT
               " issue line(s).".

       0000-EXIT.
           STOP RUN.

       1000-LOAD-THE-ISSUES.
           OPEN INPUT INVOICE-LOTS.
           IF WS-ILT-STATUS NOT = "00"
               DISPLAY "No INVOICE-LOTS on file, status "
                   WS-ILT-STATUS " - no issues to list."
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-CHECK-ONE-ISSUE UNTIL WS-ILT-STATUS = "10".

           CLOSE INVOICE-LOTS.

       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-ISSUE.
           READ INVOICE-LOTS
               AT END
                   MOVE "10" TO WS-ILT-STATUS
               NOT AT END
                   IF ILT-ITEM-CODE = WS-ITEM-IN
                       AND ILT-LOT-NUMBER = WS-LOT-IN
                       PERFORM 1200-KEEP-ONE-ISSUE
                   END-IF
           END-READ.

       1200-KEEP-ONE-ISSUE.
           IF WS-RECALL-COUNT >= MAX-RECALL-LINES
               ADD 1 TO WS-DROPPED
           ELSE
               ADD 1 TO WS-RECALL-COUNT
               MOVE ILT-CUSTOMER-ID
                   TO RC-CUSTOMER-ID(WS-RECALL-COUNT)
               MOVE ILT-INVOICE-NUMBER
                   TO RC-INVOICE(WS-RECALL-COUNT)
               MOVE ILT-LINE-NO     TO RC-LINE-NO(WS-RECALL-COUNT)
               MOVE ILT-DOC-TYPE    TO RC-DOC-TYPE(WS-RECALL-COUNT)
               MOVE ILT-INVOICE-DATE
                   TO RC-INVOICE-DATE(WS-RECALL-COUNT)
               MOVE ILT-QUANTITY    TO RC-QUANTITY(WS-RECALL-COUNT)
           END-IF.

       2000-SORT-BY-CUSTOMER.
      *> Plain bubble sort on the composite key, ascending - the
      *> same approach OPEN-PO-REPORT takes; one lot's issues are
      *> a handful of lines.
           IF WS-RECALL-COUNT < 2
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
               UNTIL WS-SORT-I >= WS-RECALL-COUNT.

       2110-COMPARE-ONE-PAIR.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           IF RC-SORT-KEY(WS-SORT-J) < RC-SORT-KEY(WS-SORT-I)
               MOVE WS-RECALL-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-RECALL-ENTRY(WS-SORT-J)
                   TO WS-RECALL-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-RECALL-ENTRY(WS-SORT-J)
               MOVE "Y" TO WS-SORT-SWAPPED
           END-IF.

       3000-PRINT-THE-RECEIPTS.
           MOVE SPACES TO PRT-LINE.
           STRING "LOT RECALL - ITEM " DELIMITED BY SIZE
                  WS-ITEM-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITEM-DESC DELIMITED BY SIZE
                  "  LOT " DELIMITED BY SIZE
                  WS-LOT-IN DELIMITED BY SIZE
                  "  AS AT " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "Received  Date         Qty PO     Supplier  On shelf"
               TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           OPEN INPUT LOT-STOCK.
           IF WS-LT-STATUS NOT = "00"
               MOVE "  No LOT-STOCK on file." TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-SCAN-DONE.
           MOVE WS-ITEM-IN TO LT-ITEM-CODE.
           MOVE ZERO       TO LT-RECEIVED-DATE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           START LOT-STOCK KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM 3100-PRINT-ONE-RECEIPT UNTIL WS-SCAN-DONE = "Y".

           CLOSE LOT-STOCK.

           IF WS-RECEIPTS-FOUND = ZERO
               MOVE "  No receipt of this lot on LOT-STOCK."
                   TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           ELSE
               MOVE WS-RECEIVED-TOTAL TO TOTAL-FORMATTED
               MOVE WS-ON-SHELF-TOTAL TO QTY-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "  Received in total " DELIMITED BY SIZE
                      TOTAL-FORMATTED DELIMITED BY SIZE
                      ", still on our shelves " DELIMITED BY SIZE
                      QTY-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-RECEIPT.
           READ LOT-STOCK NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   IF LT-ITEM-CODE NOT = WS-ITEM-IN
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       IF LT-LOT-NUMBER = WS-LOT-IN
                           PERFORM 3200-PRINT-THE-RECEIPT
                       END-IF
                   END-IF
           END-READ.

       3200-PRINT-THE-RECEIPT.
           IF LT-REMAINING-QTY NOT NUMERIC
               MOVE ZERO TO LT-REMAINING-QTY
           END-IF.
           ADD 1                TO WS-RECEIPTS-FOUND.
           ADD LT-RECEIVED-QTY  TO WS-RECEIVED-TOTAL.
           ADD LT-REMAINING-QTY TO WS-ON-SHELF-TOTAL.
           MOVE LT-RECEIVED-QTY TO TOTAL-FORMATTED.
           MOVE LT-REMAINING-QTY TO QTY-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "          " DELIMITED BY SIZE
                  LT-RECEIVED-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LT-PO-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LT-SUPPLIER-CODE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  QTY-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-PRINT-THE-CUSTOMERS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "SHIPPED TO CUSTOMERS" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           IF WS-RECALL-COUNT = ZERO
               MOVE "  None of this lot has been invoiced."
                   TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               MOVE HIGH-VALUES TO WS-LAST-CUSTOMER
               MOVE ZERO TO WS-CUSTOMER-QTY
               PERFORM 3600-PRINT-ONE-ISSUE
                   VARYING WS-RECALL-INDEX FROM 1 BY 1
                   UNTIL WS-RECALL-INDEX > WS-RECALL-COUNT
               PERFORM 3800-CLOSE-LAST-CUSTOMER
               IF WS-CM-STATUS NOT = "35"
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-SHIPPED-TOTAL TO TOTAL-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL STILL WITH CUSTOMERS: " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  "   customers to write to: " DELIMITED BY SIZE
                  WS-CUSTOMERS DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3600-PRINT-ONE-ISSUE.
           IF RC-CUSTOMER-ID(WS-RECALL-INDEX) NOT = WS-LAST-CUSTOMER
               PERFORM 3800-CLOSE-LAST-CUSTOMER
               MOVE RC-CUSTOMER-ID(WS-RECALL-INDEX)
                   TO WS-LAST-CUSTOMER
               PERFORM 3700-PRINT-THE-ADDRESS
           END-IF.

           IF RC-QUANTITY(WS-RECALL-INDEX) < ZERO
               MOVE "CREDIT"  TO WS-DOC-TEXT
           ELSE
               MOVE "INVOICE" TO WS-DOC-TEXT
           END-IF.
           ADD RC-QUANTITY(WS-RECALL-INDEX) TO WS-CUSTOMER-QTY.
           ADD RC-QUANTITY(WS-RECALL-INDEX) TO WS-SHIPPED-TOTAL.
           MOVE RC-QUANTITY(WS-RECALL-INDEX) TO QTY-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "    " DELIMITED BY SIZE
                  WS-DOC-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-INVOICE(WS-RECALL-INDEX) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RC-LINE-NO(WS-RECALL-INDEX) DELIMITED BY SIZE
                  "  dated " DELIMITED BY SIZE
                  RC-INVOICE-DATE(WS-RECALL-INDEX) DELIMITED BY SIZE
                  "  qty " DELIMITED BY SIZE
                  QTY-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3700-PRINT-THE-ADDRESS.
      *> CUSTOMER-MASTER holds the name, town, post code and
      *> country - everything the letter's address block needs.
           ADD 1 TO WS-CUSTOMERS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO CUST-RECORD.
           MOVE "(not on CUSTOMER-MASTER)" TO CUST-NAME.
           IF WS-CM-STATUS = "00" OR WS-CM-STATUS = "23"
               MOVE WS-LAST-CUSTOMER TO CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE SPACES TO CUST-RECORD
                       MOVE "(not on CUSTOMER-MASTER)" TO CUST-NAME
               END-READ
           END-IF.
           MOVE SPACES TO PRT-LINE.
           STRING "  Customer " DELIMITED BY SIZE
                  WS-LAST-CUSTOMER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUST-ZIP-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-COUNTRY-CODE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3800-CLOSE-LAST-CUSTOMER.
           IF WS-LAST-CUSTOMER NOT = HIGH-VALUES
               MOVE WS-CUSTOMER-QTY TO TOTAL-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "    Net with this customer: " DELIMITED BY SIZE
                      TOTAL-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.
           MOVE ZERO TO WS-CUSTOMER-QTY.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
