      *>                 month of the PROCESSING-CALENDAR's latest
      *>                 period-end, so a month-end on a weekend
      *>                 stops drifting the statement cycle.
      *> 2026-10-15  OP  A deposit invoice prints as a Deposit for
      *>                 its order, with what shipments have used of
      *>                 it, and a final invoice shows the deposits
      *>                 it deducted - the customer sees where the
      *>                 advance went.
      *> 2026-10-15  OP  Every statement run is kept on the report
      *>                 archive (REPORT-INDEX/REPORT-STORE) for
      *>                 REPORT-ARCHIVE to find and reprint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT PROCESSING-CALENDAR ASSIGN TO "BUSCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       FD  PROCESSING-CALENDAR.
           COPY "buscal.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".
       COPY "buscaltb.cpy".
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-CAL-STATUS      PIC X(02).
             10 SI-INVOICE-DATE    PIC 9(08).
             10 SI-INVOICE-TOTAL   PIC S9(09)V99.
             10 SI-DUE-DATE        PIC 9(08).
             10 SI-ITEM-KIND       PIC X(01).
             10 SI-ORDER-NUMBER    PIC 9(06).
             10 SI-DEPOSIT-APPLIED PIC S9(09)V99.
             10 SI-DEPOSIT-INVOICE PIC 9(06).
       01 WS-ITEM-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-ITEM-INDEX      PIC 9(04).


       01 WS-STATEMENTS-OUT  PIC 9(06) VALUE ZERO.

       01 WS-ITEM-LABEL      PIC X(10).

       01 AMOUNT-FORMATTED   PIC -(8)9.99.
       01 BALANCE-FORMATTED  PIC -(9)9.99.

               GO TO 0000-EXIT
           END-IF.

           MOVE "STMTPRINT"           TO WS-RA-REPORT-NAME.
           MOVE "CUSTOMER-STATEMENTS" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO CUST-ID.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
               INVALID KEY

           CLOSE CUSTOMER-MASTER.
           CLOSE STATEMENT-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Statements printed: " WS-STATEMENTS-OUT.

                       ELSE
                           MOVE ZERO TO SI-DUE-DATE(WS-ITEM-COUNT)
                       END-IF
                       PERFORM 1150-LOAD-DEPOSIT-FIELDS
                   END-IF
           END-READ.

       1150-LOAD-DEPOSIT-FIELDS.
      *> Items raised before deposits existed read the appended
      *> fields back as spaces - an ordinary item, nothing applied.
           MOVE AR-ITEM-KIND TO SI-ITEM-KIND(WS-ITEM-COUNT).
           IF AR-ORDER-NUMBER NUMERIC
               MOVE AR-ORDER-NUMBER TO SI-ORDER-NUMBER(WS-ITEM-COUNT)
           ELSE
               MOVE ZERO TO SI-ORDER-NUMBER(WS-ITEM-COUNT)
           END-IF.
           IF AR-DEPOSIT-APPLIED NUMERIC
               MOVE AR-DEPOSIT-APPLIED
                   TO SI-DEPOSIT-APPLIED(WS-ITEM-COUNT)
           ELSE
               MOVE ZERO TO SI-DEPOSIT-APPLIED(WS-ITEM-COUNT)
           END-IF.
           IF AR-DEPOSIT-INVOICE NUMERIC
               MOVE AR-DEPOSIT-INVOICE
                   TO SI-DEPOSIT-INVOICE(WS-ITEM-COUNT)
           ELSE
               MOVE ZERO TO SI-DEPOSIT-INVOICE(WS-ITEM-COUNT)
           END-IF.

       1500-LOAD-PAYMENTS.
           OPEN INPUT PAYMENTS.
           EVALUATE TRUE
                       TO WS-CLOSING-BALANCE
                   MOVE SI-INVOICE-TOTAL(WS-ITEM-INDEX)
                       TO AMOUNT-FORMATTED
                   IF SI-ITEM-KIND(WS-ITEM-INDEX) = "D"
                       MOVE "  Deposit " TO WS-ITEM-LABEL
                   ELSE
                       MOVE "  Invoice " TO WS-ITEM-LABEL
                   END-IF
                   MOVE SPACES TO PRT-LINE
                   IF SI-DUE-DATE(WS-ITEM-INDEX) > ZERO
                       STRING SI-INVOICE-DATE(WS-ITEM-INDEX)
                                  DELIMITED BY SIZE
                              WS-ITEM-LABEL DELIMITED BY SIZE
                              SI-INVOICE-NUMBER(WS-ITEM-INDEX)
                                  DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                   ELSE
                       STRING SI-INVOICE-DATE(WS-ITEM-INDEX)
                                  DELIMITED BY SIZE
                              WS-ITEM-LABEL DELIMITED BY SIZE
                              SI-INVOICE-NUMBER(WS-ITEM-INDEX)
                                  DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              INTO PRT-LINE
                   END-IF
                   PERFORM 4000-WRITE-STATEMENT-LINE
                   PERFORM 2650-PRINT-DEPOSIT-NOTE
               END-IF
           END-IF.

       2650-PRINT-DEPOSIT-NOTE.
      *> Memo lines only - the amounts are already in the item
      *> totals, so nothing here touches the balance.
           IF SI-ITEM-KIND(WS-ITEM-INDEX) = "D"
               MOVE SPACES TO PRT-LINE
               STRING "          advance on order " DELIMITED BY SIZE
                      SI-ORDER-NUMBER(WS-ITEM-INDEX) DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-STATEMENT-LINE
               IF SI-DEPOSIT-APPLIED(WS-ITEM-INDEX) NOT = ZERO
                   MOVE SI-DEPOSIT-APPLIED(WS-ITEM-INDEX)
                       TO AMOUNT-FORMATTED
                   MOVE SPACES TO PRT-LINE
                   STRING "          used so far " DELIMITED BY SIZE
                          AMOUNT-FORMATTED DELIMITED BY SIZE
                          ", last on invoice " DELIMITED BY SIZE
                          SI-DEPOSIT-INVOICE(WS-ITEM-INDEX)
                              DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 4000-WRITE-STATEMENT-LINE
               END-IF
           ELSE
               IF SI-DEPOSIT-APPLIED(WS-ITEM-INDEX) NOT = ZERO
                   MOVE SI-DEPOSIT-APPLIED(WS-ITEM-INDEX)
                       TO AMOUNT-FORMATTED
                   MOVE SPACES TO PRT-LINE
                   STRING "          after deposits on order "
                              DELIMITED BY SIZE
                          SI-ORDER-NUMBER(WS-ITEM-INDEX)
                              DELIMITED BY SIZE
                          " of " DELIMITED BY SIZE
                          AMOUNT-FORMATTED DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 4000-WRITE-STATEMENT-LINE
               END-IF
           END-IF.

       4000-WRITE-STATEMENT-LINE.
           MOVE PRT-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE PRT-LINE TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
           COPY "buscalld.cpy".
