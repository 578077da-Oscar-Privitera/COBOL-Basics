      *> BRSTKAPP.cpy
      *> Posting paragraph for BRANCH-STOCK (see BRSTOCK.cpy and
      *> BRSTKWK.cpy). Adds WS-BSP-CHANGE (signed) to the branch's
      *> on-hand for the article, creating the branch/article record
      *> on its first movement - nobody has to set up a record per
      *> branch before the stock can arrive. Requires the calling
      *> program to SELECT BRANCH-STOCK (ASSIGN TO "BRSTOCK", or to
      *> a name field where the program has practice copies) as an
      *> INDEXED file with RECORD KEY BS-KEY and FILE STATUS
      *> WS-BST-STATUS, and FD it with COPY "brstock.cpy". Like the
      *> stock movement append, it opens and closes the file itself,
      *> right after the ITEM-MASTER rewrite it follows. A blank
      *> branch (no branches on file) posts nothing.
       8060-POST-BRANCH-STOCK.
           MOVE "N"  TO WS-BSP-OK.
           MOVE ZERO TO WS-BSP-BALANCE.
           IF WS-BSP-BRANCH = SPACES
               GO TO 8060-EXIT
           END-IF.

           OPEN I-O BRANCH-STOCK.
           IF WS-BST-STATUS = "35"
               OPEN OUTPUT BRANCH-STOCK
               CLOSE BRANCH-STOCK
               OPEN I-O BRANCH-STOCK
           END-IF.
           IF WS-BST-STATUS NOT = "00"
               DISPLAY "BRANCH-STOCK not available, status "
                   WS-BST-STATUS " - branch " WS-BSP-BRANCH
                   " not updated for " WS-BSP-ITEM
               GO TO 8060-EXIT
           END-IF.

           MOVE WS-BSP-BRANCH TO BS-BRANCH-CODE.
           MOVE WS-BSP-ITEM   TO BS-ITEM-CODE.
           READ BRANCH-STOCK
               KEY IS BS-KEY
               INVALID KEY
                   MOVE WS-BSP-BRANCH  TO BS-BRANCH-CODE
                   MOVE WS-BSP-ITEM    TO BS-ITEM-CODE
                   MOVE WS-BSP-CHANGE  TO BS-ON-HAND-QTY
                   MOVE ZERO           TO BS-REORDER-LEVEL
                   WRITE BS-RECORD
               NOT INVALID KEY
                   IF BS-ON-HAND-QTY NOT NUMERIC
                       MOVE ZERO TO BS-ON-HAND-QTY
                   END-IF
                   ADD WS-BSP-CHANGE TO BS-ON-HAND-QTY
                   REWRITE BS-RECORD
           END-READ.

           IF WS-BST-STATUS = "00"
               MOVE "Y" TO WS-BSP-OK
               MOVE BS-ON-HAND-QTY TO WS-BSP-BALANCE
           ELSE
               DISPLAY "BRANCH-STOCK update failed, status "
                   WS-BST-STATUS " - branch " WS-BSP-BRANCH
                   " item " WS-BSP-ITEM
           END-IF.

           CLOSE BRANCH-STOCK.

       8060-EXIT.
           EXIT.
