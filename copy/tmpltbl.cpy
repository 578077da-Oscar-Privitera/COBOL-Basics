      *> and reads the merged 132-column lines back from
      *> WS-TPL-OUT(1..WS-TPL-OUT-COUNT). WS-TPL-FOUND says whether
      *> the template exists at all - callers keep their compiled-in
      *> wording as the fallback. WS-TPL-CHANNEL picks the email
      *> and letter lines (spaces, the default) or the "S" text-
      *> message line of the template.
       01 TEMPLATE-TABLE.
          05 TT-ENTRY OCCURS 100 TIMES.
             10 TT-ID             PIC X(08).
             10 TT-LINE-NO        PIC 9(02).
             10 TT-TEXT           PIC X(100).
             10 TT-CHANNEL        PIC X(01).
       01 WS-TT-COUNT         PIC 9(03).
       01 WS-TT-INDEX         PIC 9(03).

       01 WS-TPL-WANTED-ID    PIC X(08).
       01 WS-TPL-CHANNEL     PIC X(01) VALUE SPACE.
       01 WS-TPL-SUB-NAME     PIC X(30).
       01 WS-TPL-SUB-DATE     PIC X(10).
       01 WS-TPL-SUB-AMT      PIC X(15).
