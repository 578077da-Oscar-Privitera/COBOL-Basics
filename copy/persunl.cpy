          05 PU-DECEASED-FLAG      PIC X(01).
          05 PU-MAIL-OPT-OUT       PIC X(01).
          05 PU-EMAIL-OPT-OUT      PIC X(01).
          05 PU-MEMBER-CATEGORY    PIC X(01).
          05 PU-SMS-OPT-OUT        PIC X(01).
          05 PU-PREFERRED-CHANNEL  PIC X(01).
