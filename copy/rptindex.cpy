      *> RPTINDEX.cpy
      *> Record layout for the REPORT-INDEX file - one record per
      *> print run of an archived report, keyed by a running report
      *> number: the print file's name, the program that printed it,
      *> the date the report is for, the company it covers (spaces
      *> for all companies), who ran it, how long it came out and
      *> the date its retained copy may be purged. The copy itself
      *> is on REPORT-STORE (RPTSTORE.cpy) under the same number.
      *> RI-STILL-OPEN marks a run that never reached its close - an
      *> abended print, kept so the gap in the numbers is explained.
      *> Report number zero is the file's control record: the last
      *> number handed out.
       01 RI-RECORD.
          05 RI-REPORT-ID         PIC 9(08).
          05 RI-REPORT-NAME       PIC X(10).
          05 RI-PROGRAM-ID        PIC X(20).
          05 RI-RUN-DATE          PIC 9(08).
          05 RI-PRINTED-AT        PIC 9(14).
          05 RI-COMPANY           PIC X(02).
          05 RI-OPERATOR-ID       PIC X(10).
          05 RI-PAGE-COUNT        PIC 9(05).
          05 RI-LINE-COUNT        PIC 9(07).
          05 RI-RETAIN-UNTIL      PIC 9(08).
          05 RI-STATE             PIC X(01).
             88 RI-STILL-OPEN        VALUE "O".
             88 RI-COMPLETE          VALUE "C".
       01 RI-CONTROL-RECORD.
          05 RI-CONTROL-KEY       PIC 9(08).
          05 RI-LAST-REPORT-ID    PIC 9(08).
          05 FILLER               PIC X(77).
