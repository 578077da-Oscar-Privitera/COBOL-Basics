      *> LOTISSUE.cpy
      *> Lot issue and return for the billing programs (see
      *> LOTWK.cpy). 8070-ISSUE-FROM-LOTS books WS-LTI-QTY of
      *> WS-LTI-ITEM against LOT-STOCK and appends one INVOICE-LOTS
      *> record per lot touched. An issue draws the lot the operator
      *> named, or the oldest lots first (first-in, first-out) when
      *> none was named or the named lot is not on file; a return
      *> goes back into the named lot, or the newest one. Whatever
      *> no lot on file covers is still recorded, with a blank lot,
      *> and said out loud. 8077-FIND-ORIGINAL-LOT gives a credit
      *> note the lot its original invoice shipped from. Requires
      *> the calling program to SELECT LOT-STOCK (ASSIGN TO
      *> "LOTSTOCK", or to a name field where the program has
      *> practice copies) as an INDEXED file with RECORD KEY LT-KEY
      *> and FILE STATUS WS-LT-STATUS, and INVOICE-LOTS ("INVLOTS")
      *> as a SEQUENTIAL file with FILE STATUS WS-ILT-STATUS, FD'd
      *> with COPY "lotstock.cpy" and COPY "invlot.cpy".
       8070-ISSUE-FROM-LOTS.
           IF WS-LTI-ITEM = SPACES OR WS-LTI-QTY = ZERO
               GO TO 8070-EXIT
           END-IF.
           MOVE WS-LTI-QTY TO WS-LTI-LEFT.

           OPEN EXTEND INVOICE-LOTS.
           IF WS-ILT-STATUS = "05" OR WS-ILT-STATUS = "35"
               OPEN OUTPUT INVOICE-LOTS
           END-IF.

           OPEN I-O LOT-STOCK.
           IF WS-LT-STATUS = "35"
               OPEN OUTPUT LOT-STOCK
               CLOSE LOT-STOCK
               OPEN I-O LOT-STOCK
           END-IF.
           IF WS-LT-STATUS = "00"
               IF WS-LTI-QTY > ZERO
                   PERFORM 8071-DRAW-THE-ISSUE
               ELSE
                   PERFORM 8075-TAKE-BACK-THE-RETURN
               END-IF
               CLOSE LOT-STOCK
           ELSE
               DISPLAY "LOT-STOCK not available, status "
                   WS-LT-STATUS
           END-IF.

           IF WS-LTI-LEFT NOT = ZERO
               DISPLAY "** " WS-LTI-LEFT " of " WS-LTI-ITEM
                   " not matched to any lot on file - recorded "
                   "without a lot."
               MOVE SPACES      TO WS-LTI-LOT-USED
               MOVE WS-LTI-LEFT TO WS-LTI-TAKE
               PERFORM 8079-WRITE-LOT-LINE
           END-IF.

           CLOSE INVOICE-LOTS.

       8070-EXIT.
           EXIT.

       8071-DRAW-THE-ISSUE.
           IF WS-LTI-LOT NOT = SPACES
               PERFORM 8072-FIND-THE-LOT
               IF WS-LTI-FOUND = "Y"
                   MOVE WS-LTI-LEFT TO WS-LTI-TAKE
                   PERFORM 8074-BOOK-AGAINST-LOT
               ELSE
                   DISPLAY "Lot " WS-LTI-LOT " is not on file for "
                       WS-LTI-ITEM " - first in, first out instead."
               END-IF
           END-IF.

           IF WS-LTI-LEFT > ZERO
               MOVE WS-LTI-ITEM TO LT-ITEM-CODE
               MOVE ZERO        TO LT-RECEIVED-DATE
               MOVE LOW-VALUES  TO LT-LOT-NUMBER
               MOVE "N" TO WS-LTI-SCAN-DONE
               START LOT-STOCK KEY IS NOT LESS THAN LT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LTI-SCAN-DONE
               END-START
               PERFORM 8073-DRAW-FROM-ONE-LOT
                   UNTIL WS-LTI-SCAN-DONE = "Y"
                   OR WS-LTI-LEFT = ZERO
           END-IF.

       8072-FIND-THE-LOT.
      *> Named lot: the one record of that lot. No lot named: the
      *> last one read, which key order makes the newest.
           MOVE "N" TO WS-LTI-FOUND WS-LTI-SCAN-DONE.
           MOVE WS-LTI-ITEM TO LT-ITEM-CODE.
           MOVE ZERO        TO LT-RECEIVED-DATE.
           MOVE LOW-VALUES  TO LT-LOT-NUMBER.
           START LOT-STOCK KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LTI-SCAN-DONE
           END-START.
           PERFORM 8076-MATCH-ONE-LOT
               UNTIL WS-LTI-SCAN-DONE = "Y".

           IF WS-LTI-FOUND = "Y"
               MOVE WS-LTI-SAVED-KEY TO LT-KEY
               READ LOT-STOCK
                   KEY IS LT-KEY
                   INVALID KEY
                       MOVE "N" TO WS-LTI-FOUND
               END-READ
           END-IF.

       8073-DRAW-FROM-ONE-LOT.
           READ LOT-STOCK NEXT
               AT END
                   MOVE "Y" TO WS-LTI-SCAN-DONE
               NOT AT END
                   IF LT-ITEM-CODE NOT = WS-LTI-ITEM
                       MOVE "Y" TO WS-LTI-SCAN-DONE
                   ELSE
                       IF LT-REMAINING-QTY NUMERIC
                           AND LT-REMAINING-QTY > ZERO
                           IF LT-REMAINING-QTY < WS-LTI-LEFT
                               MOVE LT-REMAINING-QTY TO WS-LTI-TAKE
                           ELSE
                               MOVE WS-LTI-LEFT TO WS-LTI-TAKE
                           END-IF
                           PERFORM 8074-BOOK-AGAINST-LOT
                       END-IF
                   END-IF
           END-READ.

       8074-BOOK-AGAINST-LOT.
      *> WS-LTI-TAKE is signed like the document - a return's
      *> negative take puts the stock back on the lot.
           IF LT-REMAINING-QTY NOT NUMERIC
               MOVE ZERO TO LT-REMAINING-QTY
           END-IF.
           SUBTRACT WS-LTI-TAKE FROM LT-REMAINING-QTY.
           REWRITE LT-RECORD.
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "** LOT-STOCK rewrite failed, status "
                   WS-LT-STATUS " - lot " LT-LOT-NUMBER
           ELSE
               SUBTRACT WS-LTI-TAKE FROM WS-LTI-LEFT
               MOVE LT-LOT-NUMBER TO WS-LTI-LOT-USED
               PERFORM 8079-WRITE-LOT-LINE
           END-IF.

       8075-TAKE-BACK-THE-RETURN.
           PERFORM 8072-FIND-THE-LOT.
           IF WS-LTI-FOUND NOT = "Y" AND WS-LTI-LOT NOT = SPACES
               DISPLAY "Lot " WS-LTI-LOT " is not on file for "
                   WS-LTI-ITEM " - returned to its newest lot."
               MOVE SPACES TO WS-LTI-LOT
               PERFORM 8072-FIND-THE-LOT
           END-IF.
           IF WS-LTI-FOUND = "Y"
               MOVE WS-LTI-LEFT TO WS-LTI-TAKE
               PERFORM 8074-BOOK-AGAINST-LOT
           END-IF.

       8076-MATCH-ONE-LOT.
           READ LOT-STOCK NEXT
               AT END
                   MOVE "Y" TO WS-LTI-SCAN-DONE
               NOT AT END
                   IF LT-ITEM-CODE NOT = WS-LTI-ITEM
                       MOVE "Y" TO WS-LTI-SCAN-DONE
                   ELSE
                       IF WS-LTI-LOT = SPACES
                           OR LT-LOT-NUMBER = WS-LTI-LOT
                           MOVE "Y"    TO WS-LTI-FOUND
                           MOVE LT-KEY TO WS-LTI-SAVED-KEY
                           IF WS-LTI-LOT NOT = SPACES
                               MOVE "Y" TO WS-LTI-SCAN-DONE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       8077-FIND-ORIGINAL-LOT.
           MOVE SPACES TO WS-LTI-LOT.
           IF WS-LTI-ORIG-INVOICE = ZERO
               GO TO 8077-EXIT
           END-IF.
           OPEN INPUT INVOICE-LOTS.
           IF WS-ILT-STATUS NOT = "00"
               GO TO 8077-EXIT
           END-IF.
           MOVE "N" TO WS-LTI-SCAN-DONE.
           PERFORM 8078-CHECK-ONE-ISSUE
               UNTIL WS-LTI-SCAN-DONE = "Y".
           CLOSE INVOICE-LOTS.

       8077-EXIT.
           EXIT.

       8078-CHECK-ONE-ISSUE.
           READ INVOICE-LOTS
               AT END
                   MOVE "Y" TO WS-LTI-SCAN-DONE
               NOT AT END
                   IF ILT-INVOICE-NUMBER = WS-LTI-ORIG-INVOICE
                       AND ILT-ITEM-CODE = WS-LTI-ITEM
                       AND ILT-QUANTITY > ZERO
                       AND ILT-LOT-NUMBER NOT = SPACES
                       MOVE ILT-LOT-NUMBER TO WS-LTI-LOT
                       MOVE "Y" TO WS-LTI-SCAN-DONE
                   END-IF
           END-READ.

       8079-WRITE-LOT-LINE.
           MOVE WS-LTI-INVOICE  TO ILT-INVOICE-NUMBER.
           MOVE WS-LTI-LINE     TO ILT-LINE-NO.
           MOVE WS-LTI-DOC-TYPE TO ILT-DOC-TYPE.
           MOVE WS-LTI-DATE     TO ILT-INVOICE-DATE.
           MOVE WS-LTI-CUSTOMER TO ILT-CUSTOMER-ID.
           MOVE WS-LTI-ITEM     TO ILT-ITEM-CODE.
           MOVE WS-LTI-LOT-USED TO ILT-LOT-NUMBER.
           MOVE WS-LTI-TAKE     TO ILT-QUANTITY.
           WRITE ILT-RECORD.
           IF WS-ILT-STATUS NOT = "00"
               DISPLAY "INVOICE-LOTS write failed, status "
                   WS-ILT-STATUS
           END-IF.
