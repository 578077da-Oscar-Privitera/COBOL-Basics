      *> MEMFEELD.cpy
      *> Loader and lookup paragraphs for MEMBERSHIP-FEE-TABLE (see
      *> MEMFEETB.cpy). COPY into the PROCEDURE DIVISION of any
      *> program that prices or lists membership fees. Requires the
      *> calling program to SELECT MEMBERSHIP-FEES ASSIGN TO
      *> "MEMFEES", FD it with COPY "memfee.cpy", declare
      *> WS-MF-STATUS PIC X(02), and COPY "memfeetb.cpy" in
      *> WORKING-STORAGE.
       5940-LOAD-MEMBERSHIP-FEES.
           MOVE ZERO TO WS-MFT-COUNT.

           OPEN INPUT MEMBERSHIP-FEES.
           IF WS-MF-STATUS = "00"
               PERFORM 5945-LOAD-ONE-MEMBERSHIP-FEE
                   UNTIL WS-MF-STATUS = "10"
               CLOSE MEMBERSHIP-FEES
           END-IF.

       5945-LOAD-ONE-MEMBERSHIP-FEE.
           READ MEMBERSHIP-FEES
               AT END
                   MOVE "10" TO WS-MF-STATUS
               NOT AT END
                   IF WS-MFT-COUNT >= 50
                       DISPLAY "** MEMBERSHIP-FEE-TABLE full - a fee "
                           "record was skipped"
                   ELSE
                       ADD 1 TO WS-MFT-COUNT
                       SET MFT-IDX TO WS-MFT-COUNT
                       MOVE MF-YEAR TO MFT-YEAR(MFT-IDX)
                       MOVE MF-FEE  TO MFT-FEE(MFT-IDX)
                       MOVE MF-VAT-CATEGORY
                           TO MFT-VAT-CATEGORY(MFT-IDX)
                       MOVE MF-DESCRIPTION
                           TO MFT-DESCRIPTION(MFT-IDX)
                       MOVE MF-CATEGORY TO MFT-CATEGORY(MFT-IDX)
                   END-IF
           END-READ.

       5946-LOOKUP-MEMBERSHIP-FEE.
      *> The last record for the year wins - a corrected fee is
      *> keyed as a new record, never an edit of the old one. A
      *> band for the member's own category beats the all-category
      *> band whichever was keyed later.
           MOVE "N" TO WS-FEE-FOUND.
           MOVE "N" TO WS-FEE-EXACT.
           MOVE ZERO TO WS-FEE-AMOUNT.
           MOVE SPACES TO WS-FEE-VAT-CATEGORY WS-FEE-DESCRIPTION.

           PERFORM 5947-MATCH-ONE-MEMBERSHIP-FEE
               VARYING MFT-IDX FROM 1 BY 1
               UNTIL MFT-IDX > WS-MFT-COUNT.

       5947-MATCH-ONE-MEMBERSHIP-FEE.
           IF MFT-YEAR(MFT-IDX) = WS-FEE-LOOKUP-YEAR
               IF MFT-CATEGORY(MFT-IDX) = WS-FEE-LOOKUP-CATEGORY
                   AND WS-FEE-LOOKUP-CATEGORY NOT = SPACE
                   MOVE "Y" TO WS-FEE-EXACT
                   PERFORM 5948-TAKE-ONE-MEMBERSHIP-FEE
               ELSE
                   IF MFT-CATEGORY(MFT-IDX) = SPACE
                       AND WS-FEE-EXACT = "N"
                       PERFORM 5948-TAKE-ONE-MEMBERSHIP-FEE
                   END-IF
               END-IF
           END-IF.

       5948-TAKE-ONE-MEMBERSHIP-FEE.
           MOVE MFT-FEE(MFT-IDX) TO WS-FEE-AMOUNT.
           MOVE MFT-VAT-CATEGORY(MFT-IDX) TO WS-FEE-VAT-CATEGORY.
           MOVE MFT-DESCRIPTION(MFT-IDX) TO WS-FEE-DESCRIPTION.
           MOVE "Y" TO WS-FEE-FOUND.
