      *> CARDSEQ.cpy
      *> Control record for the CARD-SEQUENCE file - the next
      *> membership card number to assign, shared by the nightly
      *> card run and the desk's replacement cards.
       01 CARDSEQ-RECORD.
          05 CARDSEQ-NEXT-NUMBER  PIC 9(08).
