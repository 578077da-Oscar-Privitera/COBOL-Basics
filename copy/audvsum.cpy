      *> AUDVSUM.cpy
      *> The one-record signed summary AUDIT-CHAIN-VERIFY leaves on
      *> the AUDIT-VERIFY-SUMMARY file for END-OF-DAY-BALANCE: the
      *> night it verified, how far the chain ran, how many entries
      *> broke it and whether it held. AVS-LAST-SEQUENCE /
      *> AVS-LAST-CHAIN-CHECK pin the last entry verified, so the
      *> balance can tell the log was not touched after the run.
      *> AVS-SIGNATURE is the check value of everything ahead of it
      *> in the record, chained from AVS-LAST-CHAIN-CHECK - a
      *> summary edited by hand no longer carries its signature.
       01 AVS-RECORD.
          05 AVS-SIGNED-AREA.
             10 AVS-RUN-DATE         PIC 9(08).
             10 AVS-RUN-TIME         PIC 9(06).
             10 AVS-ENTRY-COUNT      PIC 9(09).
             10 AVS-FIRST-SEQUENCE   PIC 9(09).
             10 AVS-LAST-SEQUENCE    PIC 9(09).
             10 AVS-LAST-CHAIN-CHECK PIC 9(09).
             10 AVS-EXCEPTION-COUNT  PIC 9(06).
             10 AVS-ERASED-COUNT     PIC 9(06).
             10 AVS-RESULT           PIC X(01).
                88 AVS-CHAIN-INTACT     VALUE "I".
                88 AVS-CHAIN-BROKEN     VALUE "B".
          05 AVS-SIGNATURE        PIC 9(09).
