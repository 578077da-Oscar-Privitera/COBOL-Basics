          05 PA-DECEASED-FLAG      PIC X(01).
          05 PA-MAIL-OPT-OUT       PIC X(01).
          05 PA-EMAIL-OPT-OUT      PIC X(01).
          05 PA-MEMBER-CATEGORY    PIC X(01).
          05 PA-SMS-OPT-OUT        PIC X(01).
          05 PA-PREFERRED-CHANNEL  PIC X(01).
