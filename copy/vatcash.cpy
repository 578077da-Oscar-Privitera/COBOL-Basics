      *> VATCASH.cpy
      *> Cash-accounting VAT paragraphs. Under the cash scheme a
      *> company owes VAT on what its customers paid in the period,
      *> not on what it invoiced - each payment carries the VAT of
      *> the invoice it settles in proportion to the invoice's gross.
      *> COPY into the PROCEDURE DIVISION of a VAT report, with
      *> VATCASHWK.cpy in WORKING-STORAGE. Requires the calling
      *> program to SELECT PAYMENTS (FD COPY "payrec.cpy", status
      *> WS-PAY-STATUS) and AR-OPEN-ITEMS (FD COPY "aropen.cpy",
      *> status WS-AR-STATUS).
      *> Use: set WS-VC-FROM-DATE / WS-VC-TO-DATE and PERFORM
      *> 5400-COLLECT-CASH-INVOICES; hand every invoice-transaction
      *> record of a cash-accounting company, from any period up to
      *> the period end, to 5440-NOTE-CASH-INVOICE; then PERFORM
      *> 5480-SPREAD-CASH-LINES and read VAT-CASH-BAND-TABLE.
      *> What is unpaid at the period end is today's open balance
      *> plus anything paid since - a written-off balance is off
      *> the open balance, so it is never counted as still due.
       5400-COLLECT-CASH-INVOICES.
           MOVE ZERO TO WS-VCI-COUNT WS-VCL-COUNT WS-VCB-COUNT.
           MOVE "N" TO WS-VC-OVERFLOW.

           OPEN INPUT PAYMENTS.
           IF WS-PAY-STATUS = "00"
               PERFORM 5405-COLLECT-ONE-PAYMENT
                   UNTIL WS-PAY-STATUS = "10"
               CLOSE PAYMENTS
           ELSE
               DISPLAY "PAYMENTS not available, status "
                   WS-PAY-STATUS " - no cash received counted."
           END-IF.

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS = "00"
               PERFORM 5410-COLLECT-ONE-OPEN-ITEM
                   UNTIL WS-AR-STATUS = "10"
               CLOSE AR-OPEN-ITEMS
           ELSE
               DISPLAY "AR-OPEN-ITEMS not available, status "
                   WS-AR-STATUS " - no unpaid balances counted."
           END-IF.

       5405-COLLECT-ONE-PAYMENT.
           READ PAYMENTS
               AT END
                   MOVE "10" TO WS-PAY-STATUS
               NOT AT END
                   IF PAY-INVOICE-NUMBER NOT = ZERO
                       AND PAY-DATE >= WS-VC-FROM-DATE
                       PERFORM 5406-NOTE-ONE-PAYMENT
                   END-IF
           END-READ.

       5406-NOTE-ONE-PAYMENT.
      *> Cash in the period is what the VAT is due on; cash after
      *> it was still owed at the period end.
           MOVE PAY-INVOICE-NUMBER TO WS-VC-INVOICE.
           PERFORM 5420-FIND-CASH-INVOICE.
           IF WS-VCI-MATCH = ZERO
               PERFORM 5430-ADD-CASH-INVOICE
           END-IF.
           IF WS-VCI-MATCH NOT = ZERO
               IF PAY-DATE <= WS-VC-TO-DATE
                   ADD PAY-AMOUNT TO VCI-RECEIVED(WS-VCI-MATCH)
               ELSE
                   ADD PAY-AMOUNT TO VCI-UNPAID(WS-VCI-MATCH)
               END-IF
           END-IF.

       5410-COLLECT-ONE-OPEN-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   IF AR-OPEN-BALANCE NOT = ZERO
                       AND AR-INVOICE-DATE <= WS-VC-TO-DATE
                       PERFORM 5415-NOTE-ONE-OPEN-ITEM
                   END-IF
           END-READ.

       5415-NOTE-ONE-OPEN-ITEM.
           MOVE AR-INVOICE-NUMBER TO WS-VC-INVOICE.
           PERFORM 5420-FIND-CASH-INVOICE.
           IF WS-VCI-MATCH = ZERO
               PERFORM 5430-ADD-CASH-INVOICE
           END-IF.
           IF WS-VCI-MATCH NOT = ZERO
               ADD AR-OPEN-BALANCE TO VCI-UNPAID(WS-VCI-MATCH)
           END-IF.

       5420-FIND-CASH-INVOICE.
           MOVE ZERO TO WS-VCI-MATCH.
           PERFORM 5425-MATCH-ONE-CASH-INVOICE
               VARYING WS-VCI-INDEX FROM 1 BY 1
               UNTIL WS-VCI-INDEX > WS-VCI-COUNT
               OR WS-VCI-MATCH NOT = ZERO.

       5425-MATCH-ONE-CASH-INVOICE.
           IF VCI-INVOICE(WS-VCI-INDEX) = WS-VC-INVOICE
               MOVE WS-VCI-INDEX TO WS-VCI-MATCH
           END-IF.

       5430-ADD-CASH-INVOICE.
           IF WS-VCI-COUNT >= 3000
               IF WS-VC-OVERFLOW = "N"
                   DISPLAY "** cash-accounting invoice table full - "
                       "cash VAT is understated, investigate"
                   MOVE "Y" TO WS-VC-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-VCI-COUNT
               MOVE WS-VCI-COUNT  TO WS-VCI-MATCH
               MOVE WS-VC-INVOICE TO VCI-INVOICE(WS-VCI-MATCH)
               MOVE ZERO TO VCI-RECEIVED(WS-VCI-MATCH)
                            VCI-UNPAID(WS-VCI-MATCH)
                            VCI-GROSS(WS-VCI-MATCH)
           END-IF.

       5440-NOTE-CASH-INVOICE.
      *> The period's own invoicing is kept for the reconciliation;
      *> any invoice with cash in the period or a balance at its end
      *> keeps its bands for the spread.
           IF WS-VC-INVOICE-DATE >= WS-VC-FROM-DATE
               AND WS-VC-INVOICE-DATE <= WS-VC-TO-DATE
               PERFORM 5490-FIND-CASH-BAND
               IF WS-VCB-MATCH NOT = ZERO
                   ADD WS-VC-NET TO VCB-INVOICED-NET(WS-VCB-MATCH)
                   ADD WS-VC-VAT TO VCB-INVOICED-VAT(WS-VCB-MATCH)
               END-IF
           END-IF.

           IF WS-VC-INVOICE-DATE <= WS-VC-TO-DATE
               PERFORM 5420-FIND-CASH-INVOICE
               IF WS-VCI-MATCH NOT = ZERO
                   PERFORM 5445-ADD-CASH-LINE
               END-IF
           END-IF.

       5445-ADD-CASH-LINE.
           IF WS-VCL-COUNT >= 6000
               IF WS-VC-OVERFLOW = "N"
                   DISPLAY "** cash-accounting line table full - "
                       "cash VAT is understated, investigate"
                   MOVE "Y" TO WS-VC-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-VCL-COUNT
               MOVE WS-VCI-MATCH TO VCL-INVOICE-IDX(WS-VCL-COUNT)
               MOVE WS-VC-RATE   TO VCL-RATE(WS-VCL-COUNT)
               MOVE WS-VC-NET    TO VCL-NET(WS-VCL-COUNT)
               MOVE WS-VC-VAT    TO VCL-VAT(WS-VCL-COUNT)
               COMPUTE WS-VC-GROSS = WS-VC-NET + WS-VC-VAT
               ADD WS-VC-GROSS TO VCI-GROSS(WS-VCI-MATCH)
           END-IF.

       5480-SPREAD-CASH-LINES.
           PERFORM 5485-SPREAD-ONE-LINE
               VARYING WS-VCL-INDEX FROM 1 BY 1
               UNTIL WS-VCL-INDEX > WS-VCL-COUNT.

       5485-SPREAD-ONE-LINE.
      *> Each band of the invoice takes its share of the cash and of
      *> the balance, neither ever more than the invoice's gross. An
      *> invoice whose bands net to nothing carries no VAT to share.
           MOVE VCL-INVOICE-IDX(WS-VCL-INDEX) TO WS-VCI-INDEX.
           IF VCI-GROSS(WS-VCI-INDEX) > ZERO
               MOVE VCL-RATE(WS-VCL-INDEX) TO WS-VC-RATE
               PERFORM 5490-FIND-CASH-BAND
               IF WS-VCB-MATCH NOT = ZERO
                   PERFORM 5487-SHARE-ONE-LINE
               END-IF
           END-IF.

       5487-SHARE-ONE-LINE.
           MOVE VCI-RECEIVED(WS-VCI-INDEX) TO WS-VC-AMOUNT.
           IF WS-VC-AMOUNT > VCI-GROSS(WS-VCI-INDEX)
               MOVE VCI-GROSS(WS-VCI-INDEX) TO WS-VC-AMOUNT
           END-IF.
           COMPUTE WS-VC-SHARE-NET ROUNDED =
               VCL-NET(WS-VCL-INDEX) * WS-VC-AMOUNT
               / VCI-GROSS(WS-VCI-INDEX).
           COMPUTE WS-VC-SHARE-VAT ROUNDED =
               VCL-VAT(WS-VCL-INDEX) * WS-VC-AMOUNT
               / VCI-GROSS(WS-VCI-INDEX).

           MOVE VCI-UNPAID(WS-VCI-INDEX) TO WS-VC-AMOUNT.
           IF WS-VC-AMOUNT > VCI-GROSS(WS-VCI-INDEX)
               MOVE VCI-GROSS(WS-VCI-INDEX) TO WS-VC-AMOUNT
           END-IF.
           IF WS-VC-AMOUNT < ZERO
               MOVE ZERO TO WS-VC-AMOUNT
           END-IF.
           COMPUTE WS-VC-UNPAID-VAT ROUNDED =
               VCL-VAT(WS-VCL-INDEX) * WS-VC-AMOUNT
               / VCI-GROSS(WS-VCI-INDEX).

           ADD WS-VC-SHARE-NET  TO VCB-CASH-NET(WS-VCB-MATCH).
           ADD WS-VC-SHARE-VAT  TO VCB-CASH-VAT(WS-VCB-MATCH).
           ADD WS-VC-UNPAID-VAT TO VCB-UNPAID-VAT(WS-VCB-MATCH).

       5490-FIND-CASH-BAND.
           MOVE ZERO TO WS-VCB-MATCH.
           PERFORM 5495-MATCH-ONE-CASH-BAND
               VARYING WS-VCB-INDEX FROM 1 BY 1
               UNTIL WS-VCB-INDEX > WS-VCB-COUNT
               OR WS-VCB-MATCH NOT = ZERO.

           IF WS-VCB-MATCH = ZERO
               IF WS-VCB-COUNT >= 10
                   DISPLAY "** more than 10 cash-accounting rate "
                       "bands - an amount was not declared, "
                       "investigate"
               ELSE
                   ADD 1 TO WS-VCB-COUNT
                   MOVE WS-VCB-COUNT TO WS-VCB-MATCH
                   MOVE WS-VC-RATE TO VCB-RATE(WS-VCB-MATCH)
                   MOVE ZERO TO VCB-INVOICED-NET(WS-VCB-MATCH)
                                VCB-INVOICED-VAT(WS-VCB-MATCH)
                                VCB-CASH-NET(WS-VCB-MATCH)
                                VCB-CASH-VAT(WS-VCB-MATCH)
                                VCB-UNPAID-VAT(WS-VCB-MATCH)
               END-IF
           END-IF.

       5495-MATCH-ONE-CASH-BAND.
           IF VCB-RATE(WS-VCB-INDEX) = WS-VC-RATE
               MOVE WS-VCB-INDEX TO WS-VCB-MATCH
           END-IF.
