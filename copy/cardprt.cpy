      *> CARDPRT.cpy
      *> Record layout for the CARD-PRINT file handed to the card
      *> bureau - fixed format, 120 bytes, one record per card to
      *> emboss. The bureau's layout: numbers zero-filled, names
      *> and text left-justified and space-filled, dates CCYYMMDD.
       01 CP-RECORD.
          05 CP-CARD-NUMBER       PIC 9(08).
          05 CP-MEMBER-NUMBER     PIC 9(08).
          05 CP-FIRSTNAME         PIC X(20).
          05 CP-LASTNAME          PIC X(20).
          05 CP-BRANCH-CODE       PIC X(04).
          05 CP-BRANCH-NAME       PIC X(20).
          05 CP-CATEGORY          PIC X(01).
          05 CP-CATEGORY-NAME     PIC X(10).
          05 CP-EXPIRY-DATE       PIC 9(08).
          05 CP-ISSUE-TYPE        PIC X(01).
          05 CP-ISSUE-NUMBER      PIC 9(03).
          05 FILLER               PIC X(17).
