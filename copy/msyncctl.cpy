      *> MSYNCCTL.cpy
      *> Control record for the nightly MEMBER-CUSTOMER-SYNC run.
      *> MSC-HISTORY-MARK is the timestamp of the latest
      *> PERSON-HISTORY record the last completed run took in - the
      *> next run carries across only members changed after it, so
      *> a customer name or address that differed before the run
      *> existed is listed for the desk, never overwritten. Saved
      *> only once a run has finished.
       01 MSC-RECORD.
          05 MSC-HISTORY-MARK     PIC 9(14).
          05 MSC-LAST-RUN-DATE    PIC 9(08).
          05 MSC-LAST-RUN-UPDATED PIC 9(06).
