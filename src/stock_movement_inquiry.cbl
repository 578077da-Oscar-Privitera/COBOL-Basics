       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MOVEMENT-INQUIRY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Replays an article's movements off the STOCK-MOVEMENTS
      *> ledger in date order (the file is append-only, so file
      *> order IS date order) - every receipt, invoice, credit
      *> note, contract issue and stock-take adjustment, with the
      *> document that caused it and the on-hand it left. Where a
      *> movement's balance does not follow from the one before it,
      *> the line is flagged: something moved the stock without
      *> leaving a movement. The closing balance is checked against
      *> ITEM-MASTER on-hand as it stands now. Each line shows the
      *> branch whose stock moved; a transfer between branches moves
      *> no company stock, so it is not counted in the balance check.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMV-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MOVEMENTS.
           COPY "stkmove.cpy".

       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-SMV-STATUS      PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-ITEM-IN         PIC X(08).
       01 WS-ITEM-FOUND      PIC X(01).
       01 WS-MOVES-SHOWN     PIC 9(05).
       01 WS-BREAKS-FOUND    PIC 9(05).
       01 WS-LAST-BALANCE    PIC S9(07).
       01 WS-EXPECTED        PIC S9(07).
       01 WS-TYPE-TEXT       PIC X(10).
       01 WS-BREAK-FLAG      PIC X(12).

       01 QTY-FORMATTED      PIC -(6)9.
       01 BAL-FORMATTED      PIC -(6)9.

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

           DISPLAY "Item code to replay: ".
           MOVE SPACES TO WS-ITEM-IN.
           ACCEPT WS-ITEM-IN.

           MOVE "N" TO WS-ITEM-FOUND.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS = "00"
               MOVE WS-ITEM-IN TO ITEM-CODE
               READ ITEM-MASTER
                   KEY IS ITEM-CODE
                   INVALID KEY
                       MOVE "N" TO WS-ITEM-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-FOUND
               END-READ
               CLOSE ITEM-MASTER
           END-IF.
           IF WS-ITEM-FOUND = "Y"
               DISPLAY WS-ITEM-IN " " ITEM-DESCRIPTION
           ELSE
               DISPLAY WS-ITEM-IN " is not on ITEM-MASTER - "
                   "showing any movements still on file."
           END-IF.

           OPEN INPUT STOCK-MOVEMENTS.
           IF WS-SMV-STATUS NOT = "00"
               DISPLAY "No STOCK-MOVEMENTS on file, status "
                   WS-SMV-STATUS
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Date     Time   Type         Qty Document      "
               "    Balance Operator   Branch".
           MOVE ZERO TO WS-MOVES-SHOWN WS-BREAKS-FOUND.
           PERFORM 1000-SHOW-ONE-MOVEMENT UNTIL WS-SMV-STATUS = "10".

           CLOSE STOCK-MOVEMENTS.

           IF WS-MOVES-SHOWN = ZERO
               DISPLAY "No movements on file for " WS-ITEM-IN "."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY WS-MOVES-SHOWN " movements replayed, "
               WS-BREAKS-FOUND " balance break(s).".
           IF WS-ITEM-FOUND = "Y"
               IF ITEM-ON-HAND-QTY NOT NUMERIC
                   MOVE ZERO TO ITEM-ON-HAND-QTY
               END-IF
               MOVE ITEM-ON-HAND-QTY TO BAL-FORMATTED
               IF ITEM-ON-HAND-QTY = WS-LAST-BALANCE
                   DISPLAY "On hand now " BAL-FORMATTED
                       " - agrees with the last movement."
               ELSE
                   DISPLAY "On hand now " BAL-FORMATTED
                       " - DOES NOT agree with the last movement."
               END-IF
           END-IF.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-ONE-MOVEMENT.
           READ STOCK-MOVEMENTS
               AT END
                   MOVE "10" TO WS-SMV-STATUS
               NOT AT END
                   IF SMV-ITEM-CODE = WS-ITEM-IN
                       PERFORM 2000-DISPLAY-THE-MOVEMENT
                   END-IF
           END-READ.

       2000-DISPLAY-THE-MOVEMENT.
      *> The first movement has nothing before it to check against.
           MOVE SPACES TO WS-BREAK-FLAG.
           IF WS-MOVES-SHOWN > ZERO
               IF SMV-IS-TRANSFER
                   MOVE WS-LAST-BALANCE TO WS-EXPECTED
               ELSE
                   COMPUTE WS-EXPECTED =
                       WS-LAST-BALANCE + SMV-QUANTITY
               END-IF
               IF SMV-BALANCE NOT = WS-EXPECTED
                   MOVE "<< BREAK" TO WS-BREAK-FLAG
                   ADD 1 TO WS-BREAKS-FOUND
               END-IF
           END-IF.
           ADD 1 TO WS-MOVES-SHOWN.
           MOVE SMV-BALANCE TO WS-LAST-BALANCE.

           EVALUATE TRUE
               WHEN SMV-IS-RECEIPT
                   MOVE "RECEIPT"    TO WS-TYPE-TEXT
               WHEN SMV-IS-SALE
                   MOVE "INVOICE"    TO WS-TYPE-TEXT
               WHEN SMV-IS-RETURN
                   MOVE "CREDIT"     TO WS-TYPE-TEXT
               WHEN SMV-IS-CONTRACT
                   MOVE "CONTRACT"   TO WS-TYPE-TEXT
               WHEN SMV-IS-STOCK-TAKE
                   MOVE "STOCK-TAKE" TO WS-TYPE-TEXT
               WHEN SMV-IS-TRANSFER-OUT
                   MOVE "XFER OUT"   TO WS-TYPE-TEXT
               WHEN SMV-IS-TRANSFER-IN
                   MOVE "XFER IN"    TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE SMV-MOVE-TYPE TO WS-TYPE-TEXT
           END-EVALUATE.

           MOVE SMV-QUANTITY TO QTY-FORMATTED.
           MOVE SMV-BALANCE  TO BAL-FORMATTED.
           DISPLAY SMV-MOVE-DATE " " SMV-MOVE-TIME " "
               WS-TYPE-TEXT " " QTY-FORMATTED " " SMV-DOC-REF " "
               BAL-FORMATTED " " SMV-OPERATOR-ID " " SMV-BRANCH-CODE
               " " WS-BREAK-FLAG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
