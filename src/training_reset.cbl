
      *> Resets the training environment: recopies the practice
      *> masters from the live ones (PERSON-MASTER, ITEM-MASTER,
      *> BRANCH-STOCK, LOT-STOCK, AR-OPEN-ITEMS and the
      *> member/invoice/quote sequences) and
      *> empties the practice journals and stores (transactions,
      *> detail, quotes, orders, stock movements, lot issues,
      *> history) - so every
      *> course starts from today's real data and yesterday's practice
      *> invoices are gone without anyone digging them out of a live
      *> file.
      *> Supervisor only; refuses while a training operator could
      *> be mid-session is a matter for the office diary, not this
      *> program.
               RECORD KEY IS TI-ITEM-CODE
               FILE STATUS IS WS-TI-STATUS.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BST-STATUS.

           SELECT TRAIN-BRSTOCK ASSIGN TO "TRBRSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TBS-STATUS.

           SELECT LOT-STOCK ASSIGN TO "LOTSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LT-STATUS.

           SELECT TRAIN-LOTSTOCK ASSIGN TO "TRLOTSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS IS WS-TLS-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY "itemmast.cpy" REPLACING LEADING ==ITEM==
               BY ==TI-ITEM==.

       FD  BRANCH-STOCK.
           COPY "brstock.cpy".

       FD  TRAIN-BRSTOCK.
           COPY "brstock.cpy" REPLACING LEADING ==BS==
               BY ==TB==.

       FD  LOT-STOCK.
           COPY "lotstock.cpy".

       FD  TRAIN-LOTSTOCK.
           COPY "lotstock.cpy" REPLACING LEADING ==LT==
               BY ==TL==.

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       01 WS-TP-STATUS       PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-TI-STATUS       PIC X(02).
       01 WS-BST-STATUS      PIC X(02).
       01 WS-TBS-STATUS      PIC X(02).
       01 WS-LT-STATUS       PIC X(02).
       01 WS-TLS-STATUS      PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-TA-STATUS       PIC X(02).
       01 WS-SEQ-STATUS      PIC X(02).
       01 WS-TMS-STATUS      PIC X(02).
       01 WS-EMP-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CONFIRM         PIC X(01).
          05 FILLER PIC X(10) VALUE "TRCONSREG".
          05 FILLER PIC X(10) VALUE "TRINVPR".
          05 FILLER PIC X(10) VALUE "TRQUOTEPR".
          05 FILLER PIC X(10) VALUE "TRSTKMOVE".
          05 FILLER PIC X(10) VALUE "TRINVLOTS".
       01 WS-EMPTY-TABLE REDEFINES WS-EMPTY-LIST.
          05 WS-EMPTY-NAME OCCURS 11 TIMES PIC X(10).

       01 WS-MEMBERS-COPIED  PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-COPIED    PIC 9(06) VALUE ZERO.
       01 WS-AR-COPIED       PIC 9(06) VALUE ZERO.
       01 WS-BRSTK-COPIED    PIC 9(06) VALUE ZERO.
       01 WS-LOTS-COPIED     PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.

           PERFORM 1000-COPY-PERSON-MASTER THRU 1000-EXIT.
           PERFORM 2000-COPY-ITEM-MASTER THRU 2000-EXIT.
           PERFORM 2500-COPY-BRANCH-STOCK THRU 2500-EXIT.
           PERFORM 2700-COPY-LOT-STOCK THRU 2700-EXIT.
           PERFORM 3000-COPY-AR-OPEN-ITEMS THRU 3000-EXIT.
           PERFORM 4000-COPY-THE-SEQUENCES.
           PERFORM 5000-WIPE-PRACTICE-ACTIVITY.
           DISPLAY "Members copied : " WS-MEMBERS-COPIED.
           DISPLAY "Items copied   : " WS-ITEMS-COPIED.
           DISPLAY "AR items copied: " WS-AR-COPIED.
           DISPLAY "Branch stocks  : " WS-BRSTK-COPIED.
           DISPLAY "Lots copied    : " WS-LOTS-COPIED.
           DISPLAY "Training files reset.".

           PERFORM 8100-LOG-THE-RESET.
                   ADD 1 TO WS-ITEMS-COPIED
           END-READ.

       2500-COPY-BRANCH-STOCK.
      *> No BRSTOCK yet (no stock has moved at any branch) leaves
      *> the practice copy as it was; the practice posting creates
      *> its own records on first movement.
           OPEN INPUT BRANCH-STOCK.
           IF WS-BST-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.

           OPEN OUTPUT TRAIN-BRSTOCK.
           IF WS-TBS-STATUS NOT = "00"
               CLOSE BRANCH-STOCK
               GO TO 2500-EXIT
           END-IF.

           MOVE LOW-VALUES TO BS-KEY.
           START BRANCH-STOCK KEY IS NOT LESS THAN BS-KEY
               INVALID KEY
                   MOVE "10" TO WS-BST-STATUS
           END-START.

           PERFORM 2600-COPY-ONE-BRANCH-STOCK
               UNTIL WS-BST-STATUS = "10".

           CLOSE BRANCH-STOCK.
           CLOSE TRAIN-BRSTOCK.

       2500-EXIT.
           EXIT.

       2600-COPY-ONE-BRANCH-STOCK.
           READ BRANCH-STOCK NEXT
               AT END
                   MOVE "10" TO WS-BST-STATUS
               NOT AT END
                   MOVE BS-RECORD TO TB-RECORD
                   WRITE TB-RECORD
                   ADD 1 TO WS-BRSTK-COPIED
           END-READ.

       2700-COPY-LOT-STOCK.
           OPEN INPUT LOT-STOCK.
           IF WS-LT-STATUS NOT = "00"
               GO TO 2700-EXIT
           END-IF.

           OPEN OUTPUT TRAIN-LOTSTOCK.
           IF WS-TLS-STATUS NOT = "00"
               CLOSE LOT-STOCK
               GO TO 2700-EXIT
           END-IF.

           MOVE LOW-VALUES TO LT-KEY.
           START LOT-STOCK KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE "10" TO WS-LT-STATUS
           END-START.

           PERFORM 2800-COPY-ONE-LOT UNTIL WS-LT-STATUS = "10".

           CLOSE LOT-STOCK.
           CLOSE TRAIN-LOTSTOCK.

       2700-EXIT.
           EXIT.

       2800-COPY-ONE-LOT.
           READ LOT-STOCK NEXT
               AT END
                   MOVE "10" TO WS-LT-STATUS
               NOT AT END
                   MOVE LT-RECORD TO TL-RECORD
                   WRITE TL-RECORD
                   ADD 1 TO WS-LOTS-COPIED
           END-READ.

       3000-COPY-AR-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
       5000-WIPE-PRACTICE-ACTIVITY.
           PERFORM 5100-WIPE-ONE-FILE
               VARYING WS-EMPTY-IX FROM 1 BY 1
               UNTIL WS-EMPTY-IX > 11.

       5100-WIPE-ONE-FILE.
           MOVE WS-EMPTY-NAME(WS-EMPTY-IX) TO WS-EMPTY-FILE.
