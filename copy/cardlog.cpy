      *> CARDLOG.cpy
      *> Record layout for the CARD-ISSUE-LOG indexed file, keyed by
      *> card number - one record for every membership card ever
      *> issued or asked for. The nightly card run logs a card for
      *> each new or renewed member as it prints it; the desk logs a
      *> replacement for a lost or damaged card as "pending" and the
      *> next nightly run prints it. CL-ISSUE-NUMBER counts the
      *> member's cards - 1 for the first, 2 for the next, and so
      *> on - so a reissue is always a numbered, logged card, never
      *> a silent duplicate.
       01 CL-RECORD.
          05 CL-CARD-NUMBER       PIC 9(08).
          05 CL-MEMBER-NUMBER     PIC 9(08).
      *> "N" new member, "R" renewal, "L" replacement (lost or
      *> damaged card).
          05 CL-ISSUE-TYPE        PIC X(01).
             88 CL-IS-NEW-MEMBER     VALUE "N".
             88 CL-IS-RENEWAL        VALUE "R".
             88 CL-IS-REPLACEMENT    VALUE "L".
          05 CL-ISSUE-NUMBER      PIC 9(03).
          05 CL-REQUESTED-AT      PIC 9(14).
          05 CL-REQUESTED-BY      PIC X(10).
          05 CL-REASON            PIC X(30).
      *> "P" waiting for the nightly run, "I" printed onto
      *> CARD-PRINT, "X" refused at print time (the member had
      *> lapsed or died since the desk asked for it).
          05 CL-STATUS            PIC X(01).
             88 CL-IS-PENDING        VALUE "P".
             88 CL-IS-PRINTED        VALUE "I".
             88 CL-IS-REFUSED        VALUE "X".
          05 CL-PRINTED-AT        PIC 9(14).
          05 CL-EXPIRY-DATE       PIC 9(08).
