       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-VARIANCE-POSTING.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Closes the stock-take cycle. For every counted article on
      *> STOCK-COUNT it moves ITEM-MASTER on-hand by the difference
      *> between the count and the frozen figure - never by
      *> overwriting on-hand with the count, so whatever was
      *> invoiced or received while the count was under way still
      *> stands. One audit entry and one STOCK-MOVEMENTS record are
      *> written per adjusted article.
      *> Articles not counted are left untouched. Supervisor-level
      *> operators only, and only after a confirmation, since it
      *> moves the live stock figures.
      *> Each article is marked posted as it goes; an article that
      *> could not be adjusted keeps the freeze open, and running
      *> the posting again picks up only what is still unposted.
      *> The count is of one site's shelves, so the differences are
      *> also booked on that branch's BRANCH-STOCK figure - the
      *> supervisor names the branch (Enter for the first open
      *> branch, the head-office site) before anything moves.

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

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BST-STATUS.

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
       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  STOCK-COUNT.
           COPY "stkcount.cpy".

       FD  STOCK-TAKE-CONTROL.
           COPY "stkctl.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  STOCK-MOVEMENTS.
           COPY "stkmove.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  BRANCH-STOCK.
           COPY "brstock.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       COPY "brnchtbl.cpy".
       COPY "brstkwk.cpy".

       01 WS-IM-STATUS       PIC X(02).
       01 WS-STC-STATUS      PIC X(02).
       01 WS-STK-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-SMV-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-COUNT-BRANCH    PIC X(04).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CONFIRM         PIC X(01).

       01 WS-DIFFERENCE      PIC S9(07).
       01 WS-OLD-ON-HAND     PIC S9(07).
       01 WS-DIFF-VALUE      PIC S9(11)V99.
       01 WS-NET-VALUE       PIC S9(11)V99 VALUE ZERO.

       01 WS-ITEMS-ADJUSTED  PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-AGREED    PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-UNCOUNTED PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-FAILED    PIC 9(06) VALUE ZERO.

       01 QTY-FORMATTED      PIC -(6)9.
       01 OLD-FORMATTED      PIC -(6)9.
       01 DIFF-FORMATTED     PIC -(6)9.
       01 VALUE-FORMATTED    PIC -(10)9.99.

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

           IF NOT WS-OPR-IS-SUPERVISOR
               DISPLAY "This run is restricted to supervisor-level "
                   "operators."
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
               DISPLAY "No stock-take is waiting to be posted."
               GO TO 0000-EXIT
           END-IF.

           PERFORM 5650-LOAD-BRANCH-TABLE.
           IF WS-SB-COUNT = ZERO
               DISPLAY "No open branch on the BRANCHES file - the "
                   "counted stock must belong to a branch."
               GO TO 0000-EXIT
           END-IF.
           DISPLAY "Branch the counted stock is at (Enter for "
               SB-CODE(1) "): ".
           MOVE SPACES TO WS-COUNT-BRANCH.
           ACCEPT WS-COUNT-BRANCH.
           IF WS-COUNT-BRANCH = SPACES
               MOVE SB-CODE(1) TO WS-COUNT-BRANCH
           END-IF.
           MOVE WS-COUNT-BRANCH TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH = ZERO
               DISPLAY "Branch " WS-COUNT-BRANCH " is not an open "
                   "branch - nothing posted."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Post the variances of the stock-take frozen at "
               STK-FREEZE-TIMESTAMP " to ITEM-MASTER and branch "
               WS-COUNT-BRANCH "? (Y/N): ".
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing posted."
               GO TO 0000-EXIT
           END-IF.

           MOVE "STOCK-VARIANCE-POST" TO WS-RC-JOB-NAME.
           MOVE SPACES                TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O STOCK-COUNT.
           IF WS-STC-STATUS NOT = "00"
               DISPLAY "Could not open STKCOUNT, status "
                   WS-STC-STATUS
               CLOSE ITEM-MASTER
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-POST-ONE-ITEM UNTIL WS-STC-STATUS = "10".

           CLOSE STOCK-COUNT.
           CLOSE ITEM-MASTER.

      *> Uncounted articles do not hold the freeze open - they are
      *> simply not adjusted. A failed adjustment does.
           IF WS-ITEMS-FAILED = ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
               MOVE "P"    TO STK-STATUS
               MOVE WS-NOW TO STK-POSTED-TIMESTAMP
               OPEN OUTPUT STOCK-TAKE-CONTROL
               WRITE STK-CTL-RECORD
               CLOSE STOCK-TAKE-CONTROL
           ELSE
               DISPLAY "** " WS-ITEMS-FAILED " article(s) could not "
                   "be adjusted - the stock-take stays open; run "
                   "the posting again once they are put right."
           END-IF.

           MOVE WS-NET-VALUE TO VALUE-FORMATTED.
           DISPLAY "Articles adjusted     : " WS-ITEMS-ADJUSTED.
           DISPLAY "Articles agreeing     : " WS-ITEMS-AGREED.
           DISPLAY "Articles not counted  : " WS-ITEMS-UNCOUNTED.
           DISPLAY "Net variance posted   : " VALUE-FORMATTED.

           PERFORM 8200-LOG-POSTING-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-POST-ONE-ITEM.
           READ STOCK-COUNT NEXT
               AT END
                   MOVE "10" TO WS-STC-STATUS
               NOT AT END
                   PERFORM 1100-POST-ONE-COUNT THRU 1100-EXIT
           END-READ.

       1100-POST-ONE-COUNT.
           IF STC-IS-POSTED
               GO TO 1100-EXIT
           END-IF.
           IF STC-NOT-COUNTED
               ADD 1 TO WS-ITEMS-UNCOUNTED
               GO TO 1100-EXIT
           END-IF.

           COMPUTE WS-DIFFERENCE = STC-COUNTED-QTY - STC-FROZEN-QTY.
           IF WS-DIFFERENCE = ZERO
               ADD 1 TO WS-ITEMS-AGREED
               PERFORM 1300-MARK-COUNT-POSTED
               GO TO 1100-EXIT
           END-IF.

           MOVE STC-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "** " STC-ITEM-CODE
                       " no longer on ITEM-MASTER - not adjusted"
                   ADD 1 TO WS-ITEMS-FAILED
                   GO TO 1100-EXIT
           END-READ.

           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZERO TO ITEM-ON-HAND-QTY
           END-IF.
           MOVE ITEM-ON-HAND-QTY TO WS-OLD-ON-HAND.
           ADD WS-DIFFERENCE TO ITEM-ON-HAND-QTY.
           REWRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY "** ITEM-MASTER rewrite failed for "
                       STC-ITEM-CODE ", status " WS-IM-STATUS
                   ADD 1 TO WS-ITEMS-FAILED
                   GO TO 1100-EXIT
           END-REWRITE.

           COMPUTE WS-DIFF-VALUE ROUNDED =
               WS-DIFFERENCE * STC-UNIT-COST.
           ADD WS-DIFF-VALUE TO WS-NET-VALUE.
           ADD 1 TO WS-ITEMS-ADJUSTED.
           MOVE WS-COUNT-BRANCH TO WS-BSP-BRANCH.
           MOVE STC-ITEM-CODE   TO WS-BSP-ITEM.
           MOVE WS-DIFFERENCE   TO WS-BSP-CHANGE.
           PERFORM 8060-POST-BRANCH-STOCK THRU 8060-EXIT.
           PERFORM 8100-LOG-ONE-ADJUSTMENT.
           PERFORM 1200-RECORD-THE-MOVEMENT.
           PERFORM 1300-MARK-COUNT-POSTED.

       1100-EXIT.
           EXIT.

       1200-RECORD-THE-MOVEMENT.
           MOVE STC-ITEM-CODE    TO SMV-ITEM-CODE.
           MOVE "ST"             TO SMV-MOVE-TYPE.
           MOVE WS-DIFFERENCE    TO SMV-QUANTITY.
           MOVE SPACES           TO SMV-DOC-REF.
           STRING "STK " DELIMITED BY SIZE
                  STK-FREEZE-TIMESTAMP(1:8) DELIMITED BY SIZE
                  INTO SMV-DOC-REF.
           MOVE ITEM-ON-HAND-QTY TO SMV-BALANCE.
           MOVE WS-OPERATOR-ID   TO SMV-OPERATOR-ID.
           MOVE WS-COUNT-BRANCH  TO SMV-BRANCH-CODE.
           PERFORM 8050-WRITE-STOCK-MOVEMENT.

       1300-MARK-COUNT-POSTED.
           MOVE "P" TO STC-COUNT-STATUS.
           REWRITE STC-RECORD
               INVALID KEY
                   DISPLAY "** STKCOUNT rewrite failed for "
                       STC-ITEM-CODE ", status " WS-STC-STATUS
           END-REWRITE.

       8100-LOG-ONE-ADJUSTMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW                   TO AUD-TIMESTAMP.
           MOVE "STOCK-VARIANCE-POST"    TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID           TO AUD-OPERATOR-ID.
           MOVE WS-OLD-ON-HAND           TO OLD-FORMATTED.
           MOVE ITEM-ON-HAND-QTY         TO QTY-FORMATTED.
           MOVE WS-DIFFERENCE            TO DIFF-FORMATTED.
           MOVE SPACES                   TO AUD-MESSAGE.
           STRING "Stock-take " DELIMITED BY SIZE
                  STC-ITEM-CODE DELIMITED BY SIZE
                  " on hand " DELIMITED BY SIZE
                  OLD-FORMATTED DELIMITED BY SIZE
                  " ->" DELIMITED BY SIZE
                  QTY-FORMATTED DELIMITED BY SIZE
                  " diff" DELIMITED BY SIZE
                  DIFF-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-POSTING-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW                   TO AUD-TIMESTAMP.
           MOVE "STOCK-VARIANCE-POST"    TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID           TO AUD-OPERATOR-ID.
           MOVE SPACES                   TO AUD-MESSAGE.
           STRING "Stock-take posted, " DELIMITED BY SIZE
                  WS-ITEMS-ADJUSTED DELIMITED BY SIZE
                  " adjusted, " DELIMITED BY SIZE
                  WS-ITEMS-FAILED DELIMITED BY SIZE
                  " failed, net " DELIMITED BY SIZE
                  VALUE-FORMATTED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "stkmvapp.cpy".
           COPY "brstkapp.cpy".
           COPY "brnchld.cpy".

           COPY "signon.cpy".
