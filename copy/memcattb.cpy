      *> MEMCATTB.cpy
      *> Membership categories and their eligibility rules, for the
      *> paragraphs in MEMCATLD.cpy. The categories are compiled in
      *> - each one has its own fee band on MEMBERSHIP-FEES, but who
      *> may hold it is a rule, not an office setting:
      *>   J junior   - under the age of majority
      *>   A adult    - of age, under the senior age
      *>   S senior   - at or over the senior age
      *>   F family   - one membership for a household, held by an
      *>                adult (of age)
      *>   H honorary - any age, granted by a supervisor only; an
      *>                honorary membership is never billed and
      *>                never lapses
      *> The age of majority comes off MAJORITY-AGE-TABLE for the
      *> country in WS-COUNTRY-CODE - the house country when the
      *> caller leaves it blank.
       01 MEMBER-CATEGORY-TABLE.
          05 MCT-ENTRY OCCURS 5 TIMES INDEXED BY MCT-IDX.
             10 MCT-CODE           PIC X(01).
             10 MCT-NAME           PIC X(10).

       01 WS-MC-HOUSE-COUNTRY     PIC X(05) VALUE "FR".
       01 WS-MC-SENIOR-AGE        PIC 9(03) VALUE 65.
       01 WS-MC-MAJORITY-AGE      PIC 9(03).

      *> In: the category (and the member's age) to check or name.
       01 WS-MC-CATEGORY          PIC X(01).
       01 WS-MC-AGE               PIC 9(03).
       01 WS-MC-AGE-VALID         PIC X(01).
       01 WS-MC-SUPERVISOR        PIC X(01).
      *> Out.
       01 WS-MC-NAME              PIC X(10).
       01 WS-MC-BY-AGE            PIC X(01).
       01 WS-MC-ELIGIBLE          PIC X(01).
       01 WS-MC-REASON            PIC X(50).
       01 WS-MC-HELD              PIC X(01).
