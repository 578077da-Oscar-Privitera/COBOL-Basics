      *> RPTSTORE.cpy
      *> Record layout for the REPORT-STORE file - the retained copy
      *> of every archived print run, one record per printed line,
      *> keyed by the REPORT-INDEX number and the line's place in
      *> the run, so a reprint reads back exactly what went to the
      *> printer.
       01 RS-RECORD.
          05 RS-KEY.
             10 RS-REPORT-ID      PIC 9(08).
             10 RS-LINE-NO        PIC 9(07).
          05 RS-LINE              PIC X(132).
