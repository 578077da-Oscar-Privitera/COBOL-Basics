      *> MEMFEETB.cpy
      *> In-storage image of the MEMBERSHIP-FEES file (see
      *> MEMFEE.cpy), loaded by MEMFEELD.cpy. Set WS-FEE-LOOKUP-YEAR
      *> and WS-FEE-LOOKUP-CATEGORY and PERFORM
      *> 5946-LOOKUP-MEMBERSHIP-FEE; WS-FEE-FOUND says whether the
      *> year has a fee for the category - its own band, or failing
      *> that the all-category band - and the WS-FEE- fields carry
      *> it.
       01 MEMBERSHIP-FEE-TABLE.
          05 MFT-ENTRY OCCURS 50 TIMES INDEXED BY MFT-IDX.
             10 MFT-YEAR           PIC 9(04).
             10 MFT-FEE            PIC 9(06)V99.
             10 MFT-VAT-CATEGORY   PIC X(01).
             10 MFT-DESCRIPTION    PIC X(30).
             10 MFT-CATEGORY       PIC X(01).

       01 WS-MFT-COUNT            PIC 9(02).
       01 WS-FEE-LOOKUP-YEAR      PIC 9(04).
       01 WS-FEE-LOOKUP-CATEGORY  PIC X(01).
       01 WS-FEE-EXACT            PIC X(01).
       01 WS-FEE-FOUND            PIC X(01).
       01 WS-FEE-AMOUNT           PIC 9(06)V99.
       01 WS-FEE-VAT-CATEGORY     PIC X(01).
       01 WS-FEE-DESCRIPTION      PIC X(30).
