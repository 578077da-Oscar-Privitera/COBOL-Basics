       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-VARIANCE-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Prices the stock-take differences before anything is
      *> posted. Reads the STOCK-COUNT file in item code order and
      *> prints, per article, the frozen book quantity, the counted
      *> quantity, the difference (counted less frozen) and its
      *> value at the average cost captured at the freeze. Articles
      *> nobody counted are flagged NOT COUNTED - the posting step
      *> leaves them alone - so the list shows what is still to be
      *> counted as well as what would move. Report on STKVAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-COUNT ASSIGN TO "STKCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STC-ITEM-CODE
               FILE STATUS IS WS-STC-STATUS.

           SELECT STOCK-TAKE-CONTROL ASSIGN TO "STKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STK-STATUS.

           SELECT VARIANCE-PRINT ASSIGN TO "STKVAR"
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
       FD  STOCK-COUNT.
           COPY "stkcount.cpy".

       FD  STOCK-TAKE-CONTROL.
           COPY "stkctl.cpy".

       FD  VARIANCE-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       01 WS-STC-STATUS      PIC X(02).
       01 WS-STK-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).

       01 WS-DIFFERENCE      PIC S9(07).
       01 WS-DIFF-VALUE      PIC S9(11)V99.

       01 WS-ITEMS-LISTED    PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-UNCOUNTED PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-VARIANT   PIC 9(06) VALUE ZERO.
       01 WS-GAIN-VALUE      PIC S9(11)V99 VALUE ZERO.
       01 WS-LOSS-VALUE      PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-VALUE       PIC S9(11)V99 VALUE ZERO.

       01 QTY-FORMATTED      PIC -(6)9.
       01 CNT-FORMATTED      PIC -(6)9.
       01 DIFF-FORMATTED     PIC -(6)9.
       01 COST-FORMATTED     PIC Z(5)9.99.
       01 VALUE-FORMATTED    PIC -(10)9.99.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE SPACES TO STK-STATUS.
           OPEN INPUT STOCK-TAKE-CONTROL.
           IF WS-STK-STATUS = "00"
               READ STOCK-TAKE-CONTROL
                   AT END
                       MOVE SPACES TO STK-STATUS
               END-READ
               CLOSE STOCK-TAKE-CONTROL
           END-IF.
           IF NOT STK-IS-FROZEN AND NOT STK-IS-POSTED
               DISPLAY "No stock-take on file - run "
                   "STOCK-TAKE-FREEZE first."
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT STOCK-COUNT.
           IF WS-STC-STATUS NOT = "00"
               DISPLAY "Could not open STKCOUNT, status "
                   WS-STC-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT VARIANCE-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open STKVAR, status "
                   WS-RPT-STATUS
               CLOSE STOCK-COUNT
               GO TO 0000-EXIT
           END-IF.

           MOVE "STKVAR"         TO WS-RA-REPORT-NAME.
           MOVE "STOCK-VARIANCE" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-HEADINGS.

           PERFORM 1000-REPORT-ONE-ITEM UNTIL WS-STC-STATUS = "10".

           PERFORM 3900-PRINT-TOTALS.

           CLOSE STOCK-COUNT.
           CLOSE VARIANCE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Articles listed: " WS-ITEMS-LISTED
               ", with variance: " WS-ITEMS-VARIANT
               ", not counted: " WS-ITEMS-UNCOUNTED.

       0000-EXIT.
           STOP RUN.

       1000-REPORT-ONE-ITEM.
           READ STOCK-COUNT NEXT
               AT END
                   MOVE "10" TO WS-STC-STATUS
               NOT AT END
                   PERFORM 1100-PRINT-ONE-ITEM
           END-READ.

       1100-PRINT-ONE-ITEM.
           ADD 1 TO WS-ITEMS-LISTED.
           MOVE STC-FROZEN-QTY TO QTY-FORMATTED.
           MOVE STC-UNIT-COST TO COST-FORMATTED.

           IF STC-NOT-COUNTED
               ADD 1 TO WS-ITEMS-UNCOUNTED
               MOVE SPACES TO PRT-LINE
               STRING STC-ITEM-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STC-DESCRIPTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      QTY-FORMATTED DELIMITED BY SIZE
                      "  NOT COUNTED" DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           ELSE
               COMPUTE WS-DIFFERENCE =
                   STC-COUNTED-QTY - STC-FROZEN-QTY
               COMPUTE WS-DIFF-VALUE ROUNDED =
                   WS-DIFFERENCE * STC-UNIT-COST
               IF WS-DIFFERENCE NOT = ZERO
                   ADD 1 TO WS-ITEMS-VARIANT
               END-IF
               IF WS-DIFF-VALUE > ZERO
                   ADD WS-DIFF-VALUE TO WS-GAIN-VALUE
               ELSE
                   ADD WS-DIFF-VALUE TO WS-LOSS-VALUE
               END-IF
               ADD WS-DIFF-VALUE TO WS-NET-VALUE
               MOVE STC-COUNTED-QTY TO CNT-FORMATTED
               MOVE WS-DIFFERENCE   TO DIFF-FORMATTED
               MOVE WS-DIFF-VALUE   TO VALUE-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING STC-ITEM-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STC-DESCRIPTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      QTY-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CNT-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DIFF-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COST-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VALUE-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
               IF STC-IS-POSTED
                   MOVE "POSTED" TO PRT-LINE(107:6)
               END-IF
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "STOCK-TAKE VARIANCE REPORT - FROZEN "
                      DELIMITED BY SIZE
                  STK-FREEZE-TIMESTAMP DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  STK-FROZEN-BY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           IF STK-IS-POSTED
               MOVE SPACES TO PRT-LINE
               STRING "Variances posted " DELIMITED BY SIZE
                      STK-POSTED-TIMESTAMP DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "ITEM     DESCRIPTION                      FROZEN COUNT
      -         "ED    DIFF  UNIT COST     VARIANCE VALUE" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:112).
           PERFORM 4000-WRITE-REPORT-LINE.

       3900-PRINT-TOTALS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-GAIN-VALUE TO VALUE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "STOCK FOUND OVER BOOK  : " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-LOSS-VALUE TO VALUE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "STOCK SHORT OF BOOK    : " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-NET-VALUE TO VALUE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING "NET STOCK-TAKE VARIANCE: " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  "   articles not counted: " DELIMITED BY SIZE
                  WS-ITEMS-UNCOUNTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
