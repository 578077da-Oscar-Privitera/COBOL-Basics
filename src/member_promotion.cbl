       01 WS-SEQ-STATUS      PIC X(02).
       01 WS-ML-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
           END-IF.

           MOVE ZERO TO CUST-DISCOUNT-PCT.
           MOVE SPACES TO CUST-MEMBER-SYNC.

           MOVE "N" TO WS-RATE-FOUND.
           PERFORM 2100-ACCEPT-VALID-CATEGORY
