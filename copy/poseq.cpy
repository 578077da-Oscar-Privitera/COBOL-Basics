      *> POSEQ.cpy
      *> Control record for the PURCHASE-ORDER-SEQUENCE file - the
      *> next purchase order number to assign, kept apart from the
      *> sales-order, quote and invoice sequences.
       01 POSEQ-RECORD.
          05 POSEQ-NEXT-NUMBER    PIC 9(06).
