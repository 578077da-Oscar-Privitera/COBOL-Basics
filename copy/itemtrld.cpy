      *> ITEMTRLD.cpy
      *> Loader and quantity-break lookup paragraphs for
      *> ITEM-TIER-TABLE (see ITEMTRTB.cpy). COPY into the
      *> PROCEDURE DIVISION of any program that prices article
      *> lines by quantity. Requires the calling program to SELECT
      *> ITEM-PRICE-TIERS ASSIGN TO "ITEMTIERS", FD it with COPY
      *> "itemtier.cpy", declare WS-IPT-STATUS PIC X(02), and COPY
      *> "itemtrtb.cpy" in WORKING-STORAGE. PERFORM
      *> 5120-LOAD-ITEM-TIERS once at startup; a site with no file
      *> on disk has no breaks and prices exactly as before.
       5120-LOAD-ITEM-TIERS.
           MOVE ZERO TO WS-IT-COUNT.

           OPEN INPUT ITEM-PRICE-TIERS.
           IF WS-IPT-STATUS = "00"
               PERFORM 5125-LOAD-ONE-ITEM-TIER
                   UNTIL WS-IPT-STATUS = "10"
               CLOSE ITEM-PRICE-TIERS
           END-IF.

       5125-LOAD-ONE-ITEM-TIER.
           READ ITEM-PRICE-TIERS
               AT END
                   MOVE "10" TO WS-IPT-STATUS
               NOT AT END
                   IF WS-IT-COUNT >= 300
                       DISPLAY "** ITEM-TIER-TABLE full - a price "
                           "break was skipped"
                   ELSE
                       ADD 1 TO WS-IT-COUNT
                       SET IT-IDX TO WS-IT-COUNT
                       MOVE IPT-ITEM-CODE
                           TO IT-ITEM-CODE(IT-IDX)
                       MOVE IPT-EFFECTIVE-FROM
                           TO IT-EFFECTIVE-FROM(IT-IDX)
                       MOVE IPT-MIN-QUANTITY
                           TO IT-MIN-QUANTITY(IT-IDX)
                       MOVE IPT-UNIT-PRICE
                           TO IT-UNIT-PRICE(IT-IDX)
                   END-IF
           END-READ.

       5170-LOOKUP-TIER-PRICE.
      *> Two walks of the table: the first finds the latest set for
      *> WS-TIER-ITEM-CODE on or before WS-TIER-LOOKUP-DATE, the
      *> second the highest break in that set the line quantity
      *> reaches. The zero-price withdrawal record never prices.
           MOVE "N" TO WS-TIER-FOUND.
           MOVE ZERO TO WS-TIER-SET-FROM WS-TIER-MIN-QUANTITY
                        WS-TIER-PRICE.

           PERFORM 5175-FIND-TIER-SET
               VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > WS-IT-COUNT.

           IF WS-TIER-SET-FROM NOT = ZERO
               PERFORM 5180-MATCH-ONE-TIER
                   VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-IT-COUNT
           END-IF.

       5175-FIND-TIER-SET.
           IF IT-ITEM-CODE(IT-IDX) = WS-TIER-ITEM-CODE
               AND IT-EFFECTIVE-FROM(IT-IDX) <= WS-TIER-LOOKUP-DATE
               AND IT-EFFECTIVE-FROM(IT-IDX) > WS-TIER-SET-FROM
               MOVE IT-EFFECTIVE-FROM(IT-IDX) TO WS-TIER-SET-FROM
           END-IF.

       5180-MATCH-ONE-TIER.
           IF IT-ITEM-CODE(IT-IDX) = WS-TIER-ITEM-CODE
               AND IT-EFFECTIVE-FROM(IT-IDX) = WS-TIER-SET-FROM
               AND IT-UNIT-PRICE(IT-IDX) NOT = ZERO
               AND IT-MIN-QUANTITY(IT-IDX) <= WS-TIER-QUANTITY
               IF WS-TIER-FOUND = "N"
                   OR IT-MIN-QUANTITY(IT-IDX) > WS-TIER-MIN-QUANTITY
                   MOVE IT-MIN-QUANTITY(IT-IDX)
                       TO WS-TIER-MIN-QUANTITY
                   MOVE IT-UNIT-PRICE(IT-IDX) TO WS-TIER-PRICE
                   MOVE "Y" TO WS-TIER-FOUND
               END-IF
           END-IF.
