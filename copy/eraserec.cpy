      *> completed data-subject erasure, proving what was done and
      *> when (which files were scrubbed and how many records each
      *> touched) WITHOUT carrying the erased person's identity -
      *> a register that named them would defeat itself. The branch
      *> the member belonged to, and whether they were a current
      *> member there (neither lapsed nor deceased), are kept so the
      *> monthly movement report can count the erasure against the
      *> branch - neither identifies the person.
       01 ER-RECORD.
          05 ER-ERASURE-ID        PIC 9(04).
          05 ER-TIMESTAMP         PIC 9(14).
          05 ER-MASTER-DONE       PIC X(01).
          05 ER-ARCHIVE-COUNT     PIC 9(04).
          05 ER-AUDIT-COUNT       PIC 9(04).
          05 ER-BRANCH-CODE       PIC X(04).
          05 ER-WAS-CURRENT       PIC X(01).
             88 ER-WAS-CURRENT-MEMBER VALUE "Y".
