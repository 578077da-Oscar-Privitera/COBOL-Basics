
       01 WS-CT-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
