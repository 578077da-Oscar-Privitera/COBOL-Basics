       01 WS-CAL-STATUS      PIC X(02).
       01 WS-CW-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
