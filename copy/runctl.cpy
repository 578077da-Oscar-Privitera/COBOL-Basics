      *> per batch job, stamped at start and end of every run, so the
      *> suite can refuse an out-of-order run or a same-day rerun
      *> instead of trusting the operator's memory of what has run.
      *> A job stream (FINANCE-NIGHT-CONTROL) keeps its own record
      *> at "O" from the moment it opens until its last step closes
      *> it - see RUNCPROC.cpy for what an open stream changes.
       01 RC-RECORD.
          05 RC-JOB-NAME          PIC X(20).
          05 RC-LAST-START        PIC 9(14).
          05 RC-OUTCOME           PIC X(01).
             88 RC-RUN-STARTED       VALUE "S".
             88 RC-RUN-COMPLETED     VALUE "C".
             88 RC-STREAM-OPEN       VALUE "O".
