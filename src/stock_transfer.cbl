       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TRANSFER.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Stock transfers between branches. A transfer is raised
      *> naming the sending and the receiving branch and the
      *> articles and quantities to move; it is dispatched when the
      *> sending branch loads it - that branch's BRANCH-STOCK goes
      *> down and a "TO" movement is written per line - and received
      *> when it arrives, when the receiving branch's stock goes up
      *> with a "TI" movement. Receipt is of the whole transfer; a
      *> short arrival is a stock-take matter at the receiving
      *> branch, not a part-receipt. The company ITEM-ON-HAND-QTY
      *> does not move at either step - stock on the road is still
      *> ours. A raised transfer that has not left can be cancelled.
      *> Transfers are held on STOCK-TRANSFERS (STKTRF), numbered
      *> off TRANSFER-SEQUENCE (TRFSEQ).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-TRANSFERS ASSIGN TO "STKTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRF-STATUS.

           SELECT TRANSFER-SEQUENCE ASSIGN TO "TRFSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRFSEQ-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BST-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

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
       FD  STOCK-TRANSFERS.
           COPY "stktrf.cpy".

       FD  TRANSFER-SEQUENCE.
           COPY "trfseq.cpy".

       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  BRANCH-STOCK.
           COPY "brstock.cpy".

       FD  STOCK-MOVEMENTS.
           COPY "stkmove.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "brnchtbl.cpy".
       COPY "brstkwk.cpy".

       01 WS-TRF-STATUS      PIC X(02).
       01 WS-TRFSEQ-STATUS   PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-SMV-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-CONFIRM         PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-TRF-IN          PIC 9(06).
       01 WS-TRF-NUMBER      PIC 9(06).
       01 WS-TRF-OK          PIC X(01).
       01 WS-FROM-BRANCH     PIC X(04).
       01 WS-TO-BRANCH       PIC X(04).
       01 WS-BRANCH-IN       PIC X(04).
       01 WS-ITEM-IN         PIC X(08).
       01 WS-QTY-IN          PIC 9(05).
       01 WS-LINES-DONE      PIC X(01).
       01 WS-LINES-MOVED     PIC 9(02).

      *> "D" dispatch or "R" receive - which side of the transfer
      *> 3000-MOVE-THE-STOCK is booking.
       01 WS-TRF-ACTION      PIC X(01).
           88 WS-ACTION-IS-DISPATCH  VALUE "D".
           88 WS-ACTION-IS-RECEIVE   VALUE "R".
       01 WS-MOVE-BRANCH     PIC X(04).
       01 WS-MOVE-TYPE       PIC X(02).
       01 WS-MOVE-QTY        PIC S9(07).
       01 WS-ACTION-TEXT     PIC X(12).

      *> The lines of a transfer being raised, held until the
      *> operator has finished keying so a transfer abandoned half
      *> way leaves nothing on file.
       01 WS-NEW-TABLE.
          05 WS-NEW-LINE OCCURS 20 TIMES.
             10 NL-ITEM-CODE    PIC X(08).
             10 NL-DESCRIPTION  PIC X(30).
             10 NL-QUANTITY     PIC 9(05).
       01 WS-NEW-COUNT       PIC 9(02).
       01 WS-NEW-INDEX       PIC 9(02).

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

           PERFORM 5650-LOAD-BRANCH-TABLE.
           IF WS-SB-COUNT < 2
               DISPLAY "Fewer than two open branches on the "
                   "BRANCHES file - nothing to transfer between."
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O STOCK-TRANSFERS.
           IF WS-TRF-STATUS = "35"
               OPEN OUTPUT STOCK-TRANSFERS
               CLOSE STOCK-TRANSFERS
               OPEN I-O STOCK-TRANSFERS
           END-IF.
           IF WS-TRF-STATUS NOT = "00"
               DISPLAY "Could not open STOCK-TRANSFERS, status "
                   WS-TRF-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS
               CLOSE STOCK-TRANSFERS
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE ITEM-MASTER.
           CLOSE STOCK-TRANSFERS.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "Stock transfers between branches".
           DISPLAY "(N)ew transfer, (D)ispatch, (R)eceive, "
               "(C)ancel, (I)nquire, (X)exit: ".
           MOVE SPACES TO WS-CHOICE.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "N" WHEN "n"
                   PERFORM 2000-RAISE-TRANSFER THRU 2000-EXIT
               WHEN "D" WHEN "d"
                   MOVE "D" TO WS-TRF-ACTION
                   PERFORM 3000-MOVE-THE-STOCK THRU 3000-EXIT
               WHEN "R" WHEN "r"
                   MOVE "R" TO WS-TRF-ACTION
                   PERFORM 3000-MOVE-THE-STOCK THRU 3000-EXIT
               WHEN "C" WHEN "c"
                   PERFORM 4000-CANCEL-TRANSFER THRU 4000-EXIT
               WHEN "I" WHEN "i"
                   PERFORM 6000-INQUIRE-TRANSFER THRU 6000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-RAISE-TRANSFER.
           DISPLAY "Sending branch: ".
           MOVE SPACES TO WS-BRANCH-IN.
           ACCEPT WS-BRANCH-IN.
           MOVE WS-BRANCH-IN TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH = ZERO
               DISPLAY "Branch " WS-BRANCH-IN " is not an open "
                   "branch - transfer not raised."
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-BRANCH-IN TO WS-FROM-BRANCH.
           DISPLAY "  from " SB-NAME(WS-SB-MATCH).

           DISPLAY "Receiving branch: ".
           MOVE SPACES TO WS-BRANCH-IN.
           ACCEPT WS-BRANCH-IN.
           MOVE WS-BRANCH-IN TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH = ZERO
               DISPLAY "Branch " WS-BRANCH-IN " is not an open "
                   "branch - transfer not raised."
               GO TO 2000-EXIT
           END-IF.
           IF WS-BRANCH-IN = WS-FROM-BRANCH
               DISPLAY "A branch cannot transfer to itself - "
                   "transfer not raised."
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-BRANCH-IN TO WS-TO-BRANCH.
           DISPLAY "  to " SB-NAME(WS-SB-MATCH).

           MOVE ZERO TO WS-NEW-COUNT.
           MOVE "N"  TO WS-LINES-DONE.
           PERFORM 2100-ACCEPT-ONE-LINE THRU 2100-EXIT
               UNTIL WS-LINES-DONE = "Y".

           IF WS-NEW-COUNT = ZERO
               DISPLAY "No lines keyed - transfer not raised."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-ASSIGN-TRANSFER-NUMBER.
           PERFORM 2300-WRITE-THE-TRANSFER THRU 2300-EXIT.

       2000-EXIT.
           EXIT.

       2100-ACCEPT-ONE-LINE.
           IF WS-NEW-COUNT >= 20
               DISPLAY "A transfer holds 20 lines - raise another "
                   "for the rest."
               MOVE "Y" TO WS-LINES-DONE
               GO TO 2100-EXIT
           END-IF.

           DISPLAY "Item code (Enter to finish): ".
           MOVE SPACES TO WS-ITEM-IN.
           ACCEPT WS-ITEM-IN.
           IF WS-ITEM-IN = SPACES
               MOVE "Y" TO WS-LINES-DONE
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-ITEM-IN TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item " WS-ITEM-IN " is not on "
                       "ITEM-MASTER."
                   GO TO 2100-EXIT
           END-READ.

           PERFORM 2150-SHOW-BRANCH-ON-HAND.
           DISPLAY "  " ITEM-DESCRIPTION " - " WS-FROM-BRANCH
               " holds " QTY-FORMATTED ". Quantity to send: ".
           MOVE ZERO TO WS-QTY-IN.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN = ZERO
               DISPLAY "Zero quantity - line not added."
               GO TO 2100-EXIT
           END-IF.

      *> More than the branch holds is allowed - its figure may be
      *> behind the shelf - but said out loud before it goes on the
      *> document.
           IF WS-QTY-IN > WS-BSP-BALANCE
               DISPLAY "** more than " WS-FROM-BRANCH " holds on "
                   "file - check the shelf before dispatch."
           END-IF.

           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-ITEM-IN       TO NL-ITEM-CODE(WS-NEW-COUNT).
           MOVE ITEM-DESCRIPTION TO NL-DESCRIPTION(WS-NEW-COUNT).
           MOVE WS-QTY-IN        TO NL-QUANTITY(WS-NEW-COUNT).

       2100-EXIT.
           EXIT.

       2150-SHOW-BRANCH-ON-HAND.
      *> A read-only look at the sending branch's figure; no record
      *> yet means the branch has never held the article.
           MOVE ZERO TO WS-BSP-BALANCE.
           OPEN INPUT BRANCH-STOCK.
           IF WS-BST-STATUS = "00"
               MOVE WS-FROM-BRANCH TO BS-BRANCH-CODE
               MOVE WS-ITEM-IN     TO BS-ITEM-CODE
               READ BRANCH-STOCK
                   KEY IS BS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BS-ON-HAND-QTY NUMERIC
                           MOVE BS-ON-HAND-QTY TO WS-BSP-BALANCE
                       END-IF
               END-READ
               CLOSE BRANCH-STOCK
           END-IF.
           MOVE WS-BSP-BALANCE TO QTY-FORMATTED.

       2200-ASSIGN-TRANSFER-NUMBER.
           MOVE 1 TO WS-TRF-NUMBER.
           OPEN INPUT TRANSFER-SEQUENCE.
           IF WS-TRFSEQ-STATUS = "00"
               READ TRANSFER-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRFSEQ-NEXT-NUMBER TO WS-TRF-NUMBER
               END-READ
               CLOSE TRANSFER-SEQUENCE
           END-IF.

           COMPUTE TRFSEQ-NEXT-NUMBER = WS-TRF-NUMBER + 1.
           OPEN OUTPUT TRANSFER-SEQUENCE.
           WRITE TRFSEQ-RECORD.
           CLOSE TRANSFER-SEQUENCE.

       2300-WRITE-THE-TRANSFER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES          TO TRF-RECORD.
           MOVE WS-TRF-NUMBER   TO TRF-NUMBER.
           MOVE ZERO            TO TRF-LINE-NO.
           MOVE "H"             TO TRF-RECORD-TYPE.
           MOVE WS-FROM-BRANCH  TO TRFH-FROM-BRANCH.
           MOVE WS-TO-BRANCH    TO TRFH-TO-BRANCH.
           MOVE WS-TODAY        TO TRFH-RAISED-DATE.
           MOVE WS-OPERATOR-ID  TO TRFH-RAISED-BY.
           MOVE "O"             TO TRFH-STATUS.
           MOVE ZERO            TO TRFH-DISPATCH-DATE
                                   TRFH-RECEIVED-DATE.
           MOVE WS-NEW-COUNT    TO TRFH-LINE-COUNT.
           WRITE TRF-RECORD
               INVALID KEY
                   DISPLAY "Transfer " WS-TRF-NUMBER " already on "
                       "file - TRFSEQ is behind STKTRF; not raised."
                   GO TO 2300-EXIT
           END-WRITE.

           PERFORM 2310-WRITE-ONE-LINE
               VARYING WS-NEW-INDEX FROM 1 BY 1
               UNTIL WS-NEW-INDEX > WS-NEW-COUNT.

           DISPLAY "Transfer " WS-TRF-NUMBER " raised - "
               WS-FROM-BRANCH " to " WS-TO-BRANCH ", "
               WS-NEW-COUNT " line(s).".

           MOVE "raised" TO WS-ACTION-TEXT.
           PERFORM 8100-LOG-TRANSFER.

       2300-EXIT.
           EXIT.

       2310-WRITE-ONE-LINE.
           MOVE SPACES          TO TRF-RECORD.
           MOVE WS-TRF-NUMBER   TO TRF-NUMBER.
           MOVE WS-NEW-INDEX    TO TRF-LINE-NO.
           MOVE "L"             TO TRF-RECORD-TYPE.
           MOVE NL-ITEM-CODE(WS-NEW-INDEX)   TO TRFL-ITEM-CODE.
           MOVE NL-DESCRIPTION(WS-NEW-INDEX) TO TRFL-DESCRIPTION.
           MOVE NL-QUANTITY(WS-NEW-INDEX)    TO TRFL-QUANTITY.
           WRITE TRF-RECORD
               INVALID KEY
                   DISPLAY "** line " WS-NEW-INDEX " of transfer "
                       WS-TRF-NUMBER " could not be written, status "
                       WS-TRF-STATUS
           END-WRITE.

       3000-MOVE-THE-STOCK.
      *> Dispatch takes the lines off the sending branch; receipt
      *> puts them on the receiving one. Each step happens once -
      *> the header status says which has been done.
           PERFORM 7000-LOAD-TRANSFER-HEADER THRU 7000-EXIT.
           IF WS-TRF-OK NOT = "Y"
               GO TO 3000-EXIT
           END-IF.

           IF WS-ACTION-IS-DISPATCH
               IF NOT TRFH-IS-RAISED
                   DISPLAY "Transfer " WS-TRF-IN " is not waiting "
                       "for dispatch (status " TRFH-STATUS ")."
                   GO TO 3000-EXIT
               END-IF
               MOVE TRFH-FROM-BRANCH TO WS-MOVE-BRANCH
               MOVE "TO"             TO WS-MOVE-TYPE
               MOVE "dispatched"     TO WS-ACTION-TEXT
           ELSE
               IF NOT TRFH-IS-DISPATCHED
                   DISPLAY "Transfer " WS-TRF-IN " is not on the "
                       "road (status " TRFH-STATUS ") - only a "
                       "dispatched transfer can be received."
                   GO TO 3000-EXIT
               END-IF
               MOVE TRFH-TO-BRANCH   TO WS-MOVE-BRANCH
               MOVE "TI"             TO WS-MOVE-TYPE
               MOVE "received"       TO WS-ACTION-TEXT
           END-IF.

           DISPLAY "Book transfer " WS-TRF-IN " as " WS-ACTION-TEXT
               " at " WS-MOVE-BRANCH "? (Y/N): ".
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing booked."
               GO TO 3000-EXIT
           END-IF.

           MOVE ZERO TO WS-LINES-MOVED.
           MOVE WS-TRF-IN TO TRF-NUMBER.
           MOVE 1         TO TRF-LINE-NO.
           START STOCK-TRANSFERS KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "10" TO WS-TRF-STATUS
           END-START.
           PERFORM 3100-MOVE-ONE-LINE
               UNTIL WS-TRF-STATUS = "10".

      *> The header is re-read by key - the line scan has moved the
      *> record area on - and stamped with the step just done.
           MOVE WS-TRF-IN TO TRF-NUMBER.
           MOVE ZERO      TO TRF-LINE-NO.
           READ STOCK-TRANSFERS
               KEY IS TRF-KEY
               INVALID KEY
                   DISPLAY "** header of transfer " WS-TRF-IN
                       " has gone - status not updated."
                   GO TO 3000-EXIT
           END-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-ACTION-IS-DISPATCH
               MOVE "D"      TO TRFH-STATUS
               MOVE WS-TODAY TO TRFH-DISPATCH-DATE
           ELSE
               MOVE "R"      TO TRFH-STATUS
               MOVE WS-TODAY TO TRFH-RECEIVED-DATE
           END-IF.
           REWRITE TRF-RECORD.
           IF WS-TRF-STATUS NOT = "00"
               DISPLAY "** transfer header rewrite failed, status "
                   WS-TRF-STATUS
           END-IF.

           DISPLAY "Transfer " WS-TRF-IN " " WS-ACTION-TEXT " - "
               WS-LINES-MOVED " line(s) booked at " WS-MOVE-BRANCH
               ".".
           MOVE WS-TRF-IN TO WS-TRF-NUMBER.
           PERFORM 8100-LOG-TRANSFER.

       3000-EXIT.
           EXIT.

       3100-MOVE-ONE-LINE.
           READ STOCK-TRANSFERS NEXT
               AT END
                   MOVE "10" TO WS-TRF-STATUS
               NOT AT END
                   IF TRF-NUMBER NOT = WS-TRF-IN
                       MOVE "10" TO WS-TRF-STATUS
                   ELSE
                       IF TRF-IS-LINE
                           PERFORM 3200-BOOK-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       3200-BOOK-ONE-LINE.
           IF WS-ACTION-IS-DISPATCH
               COMPUTE WS-MOVE-QTY = 0 - TRFL-QUANTITY
           ELSE
               MOVE TRFL-QUANTITY TO WS-MOVE-QTY
           END-IF.

           MOVE WS-MOVE-BRANCH TO WS-BSP-BRANCH.
           MOVE TRFL-ITEM-CODE TO WS-BSP-ITEM.
           MOVE WS-MOVE-QTY    TO WS-BSP-CHANGE.
           PERFORM 8060-POST-BRANCH-STOCK THRU 8060-EXIT.
           IF WS-BSP-OK NOT = "Y"
               DISPLAY "** line " TRF-LINE-NO " " TRFL-ITEM-CODE
                   " not booked at " WS-MOVE-BRANCH "."
           ELSE
               ADD 1 TO WS-LINES-MOVED
               IF WS-BSP-BALANCE < ZERO
                   MOVE WS-BSP-BALANCE TO QTY-FORMATTED
                   DISPLAY "** " TRFL-ITEM-CODE " is now "
                       QTY-FORMATTED " at " WS-MOVE-BRANCH
                       " - check the shelf."
               END-IF
               PERFORM 3300-RECORD-THE-MOVEMENT
           END-IF.

       3300-RECORD-THE-MOVEMENT.
      *> The ledger balance is the company on-hand, which a transfer
      *> leaves as it was.
           MOVE TRFL-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   MOVE ZERO TO ITEM-ON-HAND-QTY
           END-READ.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZERO TO ITEM-ON-HAND-QTY
           END-IF.

           MOVE TRFL-ITEM-CODE   TO SMV-ITEM-CODE.
           MOVE WS-MOVE-TYPE     TO SMV-MOVE-TYPE.
           MOVE WS-MOVE-QTY      TO SMV-QUANTITY.
           MOVE ITEM-ON-HAND-QTY TO SMV-BALANCE.
           MOVE WS-OPERATOR-ID   TO SMV-OPERATOR-ID.
           MOVE WS-MOVE-BRANCH   TO SMV-BRANCH-CODE.
           MOVE SPACES           TO SMV-DOC-REF.
           STRING "TRF " DELIMITED BY SIZE
                  TRF-NUMBER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TRF-LINE-NO DELIMITED BY SIZE
                  INTO SMV-DOC-REF.
           PERFORM 8050-WRITE-STOCK-MOVEMENT.

       4000-CANCEL-TRANSFER.
           PERFORM 7000-LOAD-TRANSFER-HEADER THRU 7000-EXIT.
           IF WS-TRF-OK NOT = "Y"
               GO TO 4000-EXIT
           END-IF.

      *> Once the stock has left, the way back is a transfer the
      *> other way - the branch figures have already moved.
           IF NOT TRFH-IS-RAISED
               DISPLAY "Transfer " WS-TRF-IN " has status "
                   TRFH-STATUS " - only a transfer not yet "
                   "dispatched can be cancelled."
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "Cancel transfer " WS-TRF-IN "? (Y/N): ".
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Transfer left as it was."
               GO TO 4000-EXIT
           END-IF.

           MOVE "X" TO TRFH-STATUS.
           REWRITE TRF-RECORD.
           IF WS-TRF-STATUS NOT = "00"
               DISPLAY "Rewrite failed, status " WS-TRF-STATUS
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "Transfer " WS-TRF-IN " cancelled.".
           MOVE WS-TRF-IN   TO WS-TRF-NUMBER.
           MOVE "cancelled" TO WS-ACTION-TEXT.
           PERFORM 8100-LOG-TRANSFER.

       4000-EXIT.
           EXIT.

       6000-INQUIRE-TRANSFER.
           PERFORM 7000-LOAD-TRANSFER-HEADER THRU 7000-EXIT.
           IF WS-TRF-OK NOT = "Y"
               GO TO 6000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN TRFH-IS-RAISED
                   MOVE "RAISED"     TO WS-ACTION-TEXT
               WHEN TRFH-IS-DISPATCHED
                   MOVE "ON THE ROAD" TO WS-ACTION-TEXT
               WHEN TRFH-IS-RECEIVED
                   MOVE "RECEIVED"   TO WS-ACTION-TEXT
               WHEN TRFH-IS-CANCELLED
                   MOVE "CANCELLED"  TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE TRFH-STATUS  TO WS-ACTION-TEXT
           END-EVALUATE.

           DISPLAY "Transfer " WS-TRF-IN "  " TRFH-FROM-BRANCH
               " -> " TRFH-TO-BRANCH "  " WS-ACTION-TEXT.
           DISPLAY "  raised " TRFH-RAISED-DATE " by "
               TRFH-RAISED-BY "  dispatched " TRFH-DISPATCH-DATE
               "  received " TRFH-RECEIVED-DATE.

           MOVE WS-TRF-IN TO TRF-NUMBER.
           MOVE 1         TO TRF-LINE-NO.
           START STOCK-TRANSFERS KEY IS NOT LESS THAN TRF-KEY
               INVALID KEY
                   MOVE "10" TO WS-TRF-STATUS
           END-START.
           PERFORM 6100-SHOW-ONE-LINE
               UNTIL WS-TRF-STATUS = "10".

       6000-EXIT.
           EXIT.

       6100-SHOW-ONE-LINE.
           READ STOCK-TRANSFERS NEXT
               AT END
                   MOVE "10" TO WS-TRF-STATUS
               NOT AT END
                   IF TRF-NUMBER NOT = WS-TRF-IN
                       MOVE "10" TO WS-TRF-STATUS
                   ELSE
                       DISPLAY "  " TRF-LINE-NO " " TRFL-ITEM-CODE
                           " " TRFL-DESCRIPTION " " TRFL-QUANTITY
                   END-IF
           END-READ.

       7000-LOAD-TRANSFER-HEADER.
           MOVE "N" TO WS-TRF-OK.
           DISPLAY "Transfer number: ".
           MOVE ZERO TO WS-TRF-IN.
           ACCEPT WS-TRF-IN.

           MOVE WS-TRF-IN TO TRF-NUMBER.
           MOVE ZERO      TO TRF-LINE-NO.
           READ STOCK-TRANSFERS
               KEY IS TRF-KEY
               INVALID KEY
                   DISPLAY "Transfer " WS-TRF-IN " is not on file."
                   GO TO 7000-EXIT
           END-READ.
           MOVE "Y" TO WS-TRF-OK.
           MOVE TRFH-FROM-BRANCH TO WS-FROM-BRANCH.
           MOVE TRFH-TO-BRANCH   TO WS-TO-BRANCH.

       7000-EXIT.
           EXIT.

       8100-LOG-TRANSFER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "STOCK-TRANSFER" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Transfer " DELIMITED BY SIZE
                  WS-TRF-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-FROM-BRANCH DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-BRANCH DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "stkmvapp.cpy".

           COPY "brstkapp.cpy".

           COPY "brnchld.cpy".

           COPY "signon.cpy".
