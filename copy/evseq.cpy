      *> EVSEQ.cpy
      *> Control record for the EVENT-SEQUENCE file - the next event
      *> number to assign.
       01 EVSEQ-RECORD.
          05 EVSEQ-NEXT-NUMBER    PIC 9(06).
