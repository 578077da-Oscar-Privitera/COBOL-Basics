      *> REFTREND.cpy
      *> Record layout for the REFERENCE-TREND file - one record per
      *> check per night from REFERENCE-INTEGRITY-SWEEP: how many
      *> orphans or dangling references the check found that night.
      *> Appended nightly and never rewritten, so the count for any
      *> check can be followed day to day and a jump traced to the
      *> night it happened. RFT-CHECK-NO is the check's place in the
      *> sweep; the file and check names are carried so the trend
      *> reads on its own.
       01 RFT-RECORD.
          05 RFT-RUN-DATE         PIC 9(08).
          05 RFT-CHECK-NO         PIC 9(02).
          05 RFT-FILE-NAME        PIC X(10).
          05 RFT-CHECK-NAME       PIC X(24).
          05 RFT-COUNT            PIC 9(07).
