      *> job sets before PERFORM 7500-RUN-CONTROL-START (its own
      *> WS-RC-JOB-NAME, and WS-RC-PREDECESSOR or spaces). See
      *> RUNCPROC.cpy for the paragraphs.
      *> Room for every job in the suite with headroom to spare -
      *> an entry that does not fit is dropped from the file on the
      *> next save, taking its stamps with it.
       78 MAX-RUN-CONTROL-JOBS VALUE 80.
       01 RUN-CONTROL-TABLE.
          05 RCT-ENTRY OCCURS 80 TIMES.
             10 RCT-JOB-NAME     PIC X(20).
             10 RCT-LAST-START   PIC 9(14).
             10 RCT-LAST-END     PIC 9(14).
       01 WS-RCT-INDEX        PIC 9(02).
       01 WS-RCT-OWN          PIC 9(02).
       01 WS-RCT-PRED         PIC 9(02).
       01 WS-RCT-STREAM       PIC 9(02).

       01 WS-RC-JOB-NAME      PIC X(20).
       01 WS-RC-PREDECESSOR   PIC X(20).
       01 WS-RC-OVERRIDE      PIC X(01).
       01 WS-RC-PROCEED-FLAG  PIC X(01).
           88 WS-RC-PROCEED       VALUE "Y".
           88 WS-RC-REFUSED       VALUE "N" "S".
           88 WS-RC-SKIPPED       VALUE "S".
      *> "Y" while a job stream is open on RUN-CONTROL - nobody is
      *> at the console to answer, and "today" is the stream's
      *> night, not the wall-clock date.
       01 WS-RC-STREAM-FLAG   PIC X(01).
           88 WS-RC-UNATTENDED    VALUE "Y".
