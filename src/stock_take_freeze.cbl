       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TAKE-FREEZE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> First step of the stock-take cycle. Snapshots every
      *> ITEM-MASTER article's on-hand quantity onto a fresh
      *> STOCK-COUNT file, opens the count window on STOCK-TAKE-
      *> CONTROL, and prints the count sheets on CNTSHEET in item
      *> code order - code, description and a space to write what
      *> is on the shelf. The sheets do not show the book figure:
      *> a count that knows what it is meant to find finds it.
      *> A freeze is refused while the previous stock-take is still
      *> frozen and unposted, so a half-entered count is never
      *> wiped by an early second freeze.

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

           SELECT STOCK-COUNT ASSIGN TO "STKCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STC-ITEM-CODE
               FILE STATUS IS WS-STC-STATUS.

           SELECT STOCK-TAKE-CONTROL ASSIGN TO "STKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STK-STATUS.

           SELECT COUNT-SHEET-PRINT ASSIGN TO "CNTSHEET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

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

       FD  STOCK-COUNT.
           COPY "stkcount.cpy".

       FD  STOCK-TAKE-CONTROL.
           COPY "stkctl.cpy".

       FD  COUNT-SHEET-PRINT.
       01 SHEET-RECORD PIC X(132).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".

       78 LINES-PER-SHEET    VALUE 50.

       01 WS-IM-STATUS       PIC X(02).
       01 WS-STC-STATUS      PIC X(02).
       01 WS-STK-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-ITEMS-FROZEN    PIC 9(06) VALUE ZERO.
       01 WS-SHEET-NO        PIC 9(04) VALUE ZERO.
       01 WS-SHEET-LINES     PIC 9(03) VALUE ZERO.

       01 PRT-LINE           PIC X(132).

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

           MOVE "STOCK-TAKE-FREEZE" TO WS-RC-JOB-NAME.
           MOVE SPACES              TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

      *> An unposted freeze still owns the count window.
           OPEN INPUT STOCK-TAKE-CONTROL.
           IF WS-STK-STATUS = "00"
               READ STOCK-TAKE-CONTROL
                   AT END
                       MOVE SPACES TO STK-STATUS
               END-READ
               CLOSE STOCK-TAKE-CONTROL
               IF STK-IS-FROZEN
                   DISPLAY "The stock-take frozen at "
                       STK-FREEZE-TIMESTAMP " is still open - post "
                       "its variances before freezing again."
                   GO TO 0000-EXIT
               END-IF
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT STOCK-COUNT.
           IF WS-STC-STATUS NOT = "00"
               DISPLAY "Could not create STKCOUNT, status "
                   WS-STC-STATUS
               CLOSE ITEM-MASTER
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT COUNT-SHEET-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open CNTSHEET, status "
                   WS-RPT-STATUS
               CLOSE ITEM-MASTER STOCK-COUNT
               GO TO 0000-EXIT
           END-IF.

           MOVE "CNTSHEET"          TO WS-RA-REPORT-NAME.
           MOVE "STOCK-TAKE-FREEZE" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID      TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           MOVE LOW-VALUES TO ITEM-CODE.
           START ITEM-MASTER KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY
                   MOVE "10" TO WS-IM-STATUS
           END-START.

           PERFORM 1000-FREEZE-ONE-ITEM UNTIL WS-IM-STATUS = "10".

           CLOSE ITEM-MASTER.
           CLOSE STOCK-COUNT.
           CLOSE COUNT-SHEET-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-NOW          TO STK-FREEZE-TIMESTAMP.
           MOVE WS-OPERATOR-ID  TO STK-FROZEN-BY.
           MOVE "F"             TO STK-STATUS.
           MOVE WS-ITEMS-FROZEN TO STK-ITEM-COUNT.
           MOVE ZERO            TO STK-POSTED-TIMESTAMP.
           OPEN OUTPUT STOCK-TAKE-CONTROL.
           WRITE STK-CTL-RECORD.
           CLOSE STOCK-TAKE-CONTROL.

           DISPLAY "Articles frozen : " WS-ITEMS-FROZEN.
           DISPLAY "Count sheets    : " WS-SHEET-NO.

           PERFORM 8100-LOG-FREEZE.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-FREEZE-ONE-ITEM.
           READ ITEM-MASTER NEXT
               AT END
                   MOVE "10" TO WS-IM-STATUS
               NOT AT END
                   PERFORM 1100-SNAPSHOT-ONE-ITEM
           END-READ.

       1100-SNAPSHOT-ONE-ITEM.
           MOVE ITEM-CODE        TO STC-ITEM-CODE.
           MOVE ITEM-DESCRIPTION TO STC-DESCRIPTION.
           MOVE ITEM-ON-HAND-QTY TO STC-FROZEN-QTY.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZERO TO STC-FROZEN-QTY
           END-IF.
           MOVE ZERO             TO STC-COUNTED-QTY.
           MOVE ITEM-AVERAGE-COST TO STC-UNIT-COST.
           IF ITEM-AVERAGE-COST NOT NUMERIC
               MOVE ZERO TO STC-UNIT-COST
           END-IF.
           MOVE "N"              TO STC-COUNT-STATUS.
           MOVE SPACES           TO STC-COUNTED-BY.
           WRITE STC-RECORD.
           IF WS-STC-STATUS NOT = "00"
               DISPLAY "STKCOUNT write failed for " ITEM-CODE
                   ", status " WS-STC-STATUS
           ELSE
               ADD 1 TO WS-ITEMS-FROZEN
               PERFORM 2000-PRINT-SHEET-LINE
           END-IF.

       2000-PRINT-SHEET-LINE.
           IF WS-SHEET-LINES = ZERO
               OR WS-SHEET-LINES >= LINES-PER-SHEET
               PERFORM 2100-START-NEW-SHEET
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING ITEM-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ITEM-DESCRIPTION DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  "Counted: ____________" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-SHEET-LINE.
           ADD 1 TO WS-SHEET-LINES.

       2100-START-NEW-SHEET.
           ADD 1 TO WS-SHEET-NO.
           MOVE ZERO TO WS-SHEET-LINES.

           MOVE ALL "=" TO PRT-LINE.
           PERFORM 4000-WRITE-SHEET-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "STOCK-TAKE COUNT SHEET " DELIMITED BY SIZE
                  WS-SHEET-NO DELIMITED BY SIZE
                  " - FROZEN " DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-SHEET-LINE.
           MOVE "Counted by: ______________   Checked by: ___________
      -         "___" TO PRT-LINE.
           PERFORM 4000-WRITE-SHEET-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-SHEET-LINE.

       4000-WRITE-SHEET-LINE.
           MOVE PRT-LINE TO SHEET-RECORD.
           WRITE SHEET-RECORD.
           MOVE SHEET-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-FREEZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW              TO AUD-TIMESTAMP.
           MOVE "STOCK-TAKE-FREEZE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
           MOVE SPACES              TO AUD-MESSAGE.
           STRING "Stock-take frozen, " DELIMITED BY SIZE
                  WS-ITEMS-FROZEN DELIMITED BY SIZE
                  " articles on " DELIMITED BY SIZE
                  WS-SHEET-NO DELIMITED BY SIZE
                  " sheets" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
