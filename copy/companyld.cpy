               MOVE "01" TO CO-T-CODE(1)
               MOVE "Acme Trading Ltd" TO CO-T-NAME(1)
               MOVE "VAT-REG-0001" TO CO-T-VAT(1)
               MOVE SPACE TO CO-T-VAT-SCHEME(1)
               MOVE HOUSE-APPROVAL-LIMIT  TO CO-T-APPROVAL(1)
               MOVE HOUSE-CREDIT-APPROVAL TO CO-T-CREDIT-APPR(1)
           END-IF.

       5955-LOAD-ONE-COMPANY.
                       MOVE CO-CODE       TO CO-T-CODE(CO-IDX)
                       MOVE CO-NAME       TO CO-T-NAME(CO-IDX)
                       MOVE CO-VAT-NUMBER TO CO-T-VAT(CO-IDX)
                       MOVE CO-VAT-SCHEME
                           TO CO-T-VAT-SCHEME(CO-IDX)
                       MOVE HOUSE-APPROVAL-LIMIT
                           TO CO-T-APPROVAL(CO-IDX)
                       IF CO-APPROVAL-LIMIT NUMERIC
                           AND CO-APPROVAL-LIMIT NOT = ZERO
                           MOVE CO-APPROVAL-LIMIT
                               TO CO-T-APPROVAL(CO-IDX)
                       END-IF
                       MOVE HOUSE-CREDIT-APPROVAL
                           TO CO-T-CREDIT-APPR(CO-IDX)
                       IF CO-CREDIT-APPROVAL NUMERIC
                           AND CO-CREDIT-APPROVAL NOT = ZERO
                           MOVE CO-CREDIT-APPROVAL
                               TO CO-T-CREDIT-APPR(CO-IDX)
                       END-IF
                   END-IF
           END-READ.

           MOVE "N" TO WS-CO-FOUND.
           MOVE CO-T-NAME(1) TO WS-CO-NAME-EFF.
           MOVE CO-T-VAT(1)  TO WS-CO-VAT-EFF.
           MOVE SPACE        TO WS-CO-SCHEME-EFF.
           MOVE CO-T-APPROVAL(1)    TO WS-CO-APPROVAL-EFF.
           MOVE CO-T-CREDIT-APPR(1) TO WS-CO-CREDIT-APPR-EFF.

           PERFORM 5965-MATCH-ONE-COMPANY
               VARYING CO-IDX FROM 1 BY 1
           IF CO-T-CODE(CO-IDX) = WS-COMPANY-CODE
               MOVE CO-T-NAME(CO-IDX) TO WS-CO-NAME-EFF
               MOVE CO-T-VAT(CO-IDX)  TO WS-CO-VAT-EFF
               MOVE CO-T-VAT-SCHEME(CO-IDX) TO WS-CO-SCHEME-EFF
               MOVE CO-T-APPROVAL(CO-IDX)   TO WS-CO-APPROVAL-EFF
               MOVE CO-T-CREDIT-APPR(CO-IDX)
                   TO WS-CO-CREDIT-APPR-EFF
               MOVE "Y" TO WS-CO-FOUND
           END-IF.
