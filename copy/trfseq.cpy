      *> TRFSEQ.cpy
      *> Control record for the TRANSFER-SEQUENCE file - the next
      *> stock transfer number to assign, kept apart from the order
      *> and invoice sequences.
       01 TRFSEQ-RECORD.
          05 TRFSEQ-NEXT-NUMBER   PIC 9(06).
