      *> GLPSTCTL.cpy
      *> Record layout for the GL-POST-CONTROL file - one record per
      *> journal hand-off file GL-POSTING has posted from. GPC-
      *> RECORDS-POSTED is how far into the file the posting got,
      *> and the GPC-LAST-CTL- fields are the control record that
      *> closed the last batch posted. When that control record is
      *> still at that place in the file, the file has only grown
      *> since (the appended hand-offs) and posting resumes after
      *> it; when it is not, the file was written afresh and is
      *> posted from the top. A rerun never posts a batch twice.
       01 GPC-RECORD.
          05 GPC-FILE-NAME        PIC X(10).
          05 GPC-RECORDS-POSTED   PIC 9(08).
          05 GPC-LAST-CTL-DATE    PIC 9(08).
          05 GPC-LAST-CTL-AMOUNT  PIC S9(11)V99.
          05 GPC-LAST-CTL-REF     PIC X(20).
          05 GPC-LAST-POSTED      PIC 9(14).
