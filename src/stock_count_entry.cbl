       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-COUNT-ENTRY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Keys the figures off the stock-take count sheets into the
      *> STOCK-COUNT file, one article at a time, while the count
      *> window opened by STOCK-TAKE-FREEZE is still frozen. The
      *> frozen book quantity is deliberately not shown. An article
      *> that already has a count can have the new figure added to
      *> it (the same code found in a second location) or replace
      *> it (a recount). Every count keyed is written to the audit
      *> log with the operator who keyed it.

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
       FD  STOCK-COUNT.
           COPY "stkcount.cpy".

       FD  STOCK-TAKE-CONTROL.
           COPY "stkctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-STC-STATUS      PIC X(02).
       01 WS-STK-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-ITEM-IN         PIC X(08).
       01 WS-QTY-IN          PIC 9(07).
       01 WS-ACTION          PIC X(01).
       01 WS-FINISHED        PIC X(01) VALUE "N".
       01 WS-COUNTS-KEYED    PIC 9(05) VALUE ZERO.

       01 QTY-FORMATTED      PIC -(6)9.

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

           MOVE SPACES TO STK-STATUS.
           OPEN INPUT STOCK-TAKE-CONTROL.
           IF WS-STK-STATUS = "00"
               READ STOCK-TAKE-CONTROL
                   AT END
                       MOVE SPACES TO STK-STATUS
               END-READ
               CLOSE STOCK-TAKE-CONTROL
           END-IF.
           IF NOT STK-IS-FROZEN
               DISPLAY "No stock-take is frozen - run "
                   "STOCK-TAKE-FREEZE first."
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O STOCK-COUNT.
           IF WS-STC-STATUS NOT = "00"
               DISPLAY "Could not open STKCOUNT, status "
                   WS-STC-STATUS
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Stock-take frozen at " STK-FREEZE-TIMESTAMP.
           PERFORM 1000-KEY-ONE-COUNT THRU 1000-EXIT
               UNTIL WS-FINISHED = "Y".

           CLOSE STOCK-COUNT.
           DISPLAY "Counts keyed: " WS-COUNTS-KEYED.

       0000-EXIT.
           STOP RUN.

       1000-KEY-ONE-COUNT.
           DISPLAY "Item code (Enter to finish): ".
           MOVE SPACES TO WS-ITEM-IN.
           ACCEPT WS-ITEM-IN.
           IF WS-ITEM-IN = SPACES
               MOVE "Y" TO WS-FINISHED
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-ITEM-IN TO STC-ITEM-CODE.
           READ STOCK-COUNT
               INVALID KEY
                   DISPLAY "Item " WS-ITEM-IN
                       " is not on this stock-take."
                   GO TO 1000-EXIT
           END-READ.

           IF STC-IS-POSTED
               DISPLAY "Item " WS-ITEM-IN " has already been posted."
               GO TO 1000-EXIT
           END-IF.

           DISPLAY "  " STC-DESCRIPTION.
           MOVE "R" TO WS-ACTION.
           IF STC-IS-COUNTED
               MOVE STC-COUNTED-QTY TO QTY-FORMATTED
               DISPLAY "  already counted: " QTY-FORMATTED
                   " by " STC-COUNTED-BY
               DISPLAY "  A(dd to it), R(eplace it), "
                   "Enter to leave it: "
               MOVE SPACES TO WS-ACTION
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "A" WHEN "a"
                       MOVE "A" TO WS-ACTION
                   WHEN "R" WHEN "r"
                       MOVE "R" TO WS-ACTION
                   WHEN OTHER
                       GO TO 1000-EXIT
               END-EVALUATE
           END-IF.

           DISPLAY "  Quantity found: ".
           MOVE ZERO TO WS-QTY-IN.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN NOT NUMERIC
               DISPLAY "  Quantity must be numeric - not recorded."
               GO TO 1000-EXIT
           END-IF.

           IF WS-ACTION = "A"
               ADD WS-QTY-IN TO STC-COUNTED-QTY
           ELSE
               MOVE WS-QTY-IN TO STC-COUNTED-QTY
           END-IF.
           MOVE "C"            TO STC-COUNT-STATUS.
           MOVE WS-OPERATOR-ID TO STC-COUNTED-BY.

           REWRITE STC-RECORD
               INVALID KEY
                   DISPLAY "  STKCOUNT rewrite failed, status "
                       WS-STC-STATUS
                   GO TO 1000-EXIT
           END-REWRITE.

           ADD 1 TO WS-COUNTS-KEYED.
           PERFORM 8100-LOG-COUNT.

       1000-EXIT.
           EXIT.

       8100-LOG-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW              TO AUD-TIMESTAMP.
           MOVE "STOCK-COUNT-ENTRY" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID.
           MOVE STC-COUNTED-QTY     TO QTY-FORMATTED.
           MOVE SPACES              TO AUD-MESSAGE.
           STRING "Count " DELIMITED BY SIZE
                  STC-ITEM-CODE DELIMITED BY SIZE
                  " now " DELIMITED BY SIZE
                  QTY-FORMATTED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTY-IN DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
