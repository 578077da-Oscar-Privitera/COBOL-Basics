      *> MOVECTL.cpy
      *> Record layout for the MOVEMENT-CONTROL file - one record per
      *> branch, written by the monthly MEMBERSHIP-MOVEMENT-REPORT at
      *> the end of a run. MVC-CLOSING-COUNT is the branch's current
      *> members as counted off PERSON-MASTER at MVC-PERIOD-END; the
      *> next month opens on it and takes in the history stamped
      *> after that moment. The month's own opening and start are
      *> kept too, so the same month can be run again and come out
      *> the same.
       01 MVC-RECORD.
          05 MVC-BRANCH-CODE      PIC X(04).
          05 MVC-MONTH            PIC 9(06).
          05 MVC-PERIOD-START     PIC 9(14).
          05 MVC-PERIOD-END       PIC 9(14).
          05 MVC-OPENING-COUNT    PIC 9(07).
          05 MVC-CLOSING-COUNT    PIC 9(07).
