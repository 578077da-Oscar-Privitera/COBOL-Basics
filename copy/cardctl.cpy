      *> CARDCTL.cpy
      *> Control record for the nightly card run. CC-HISTORY-MARK is
      *> the timestamp of the latest PERSON-HISTORY record the last
      *> completed run took in - the next run selects the adds and
      *> renewals stamped after it. It is only saved once a run has
      *> finished, so a run that dies is simply done again; the
      *> card-issue log stops a member being carded twice.
       01 CC-RECORD.
          05 CC-HISTORY-MARK      PIC 9(14).
          05 CC-LAST-RUN-DATE     PIC 9(08).
          05 CC-LAST-RUN-CARDS    PIC 9(06).
