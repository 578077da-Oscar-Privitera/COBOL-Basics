      *> DELSTOP.cpy
      *> Record layout for the DELIVERY-STOPS indexed file - one
      *> record per stop DELIVERY-MANIFEST puts on a driver's run,
      *> keyed by manifest date and invoice, so what happened at the
      *> door is kept after the DRIVERMAN print has gone out in the
      *> van. The manifest writes the stop awaiting its return ("P");
      *> DELIVERY-RETURNS keys the driver's sheet back: delivered
      *> with the signatory and the time signed, refused (and the
      *> invoice flagged for a credit note), or nobody home (and the
      *> invoice put on the REDELIVERY list for the next manifest).
      *> DS-ATTEMPT is 01 for the first run out and counts up on
      *> each redelivery. The branch code names the driver route -
      *> one van run per branch per manifest date.
       01 DS-RECORD.
          05 DS-KEY.
             10 DS-MANIFEST-DATE  PIC 9(08).
             10 DS-INVOICE-NUMBER PIC 9(06).
          05 DS-BRANCH-CODE       PIC X(04).
          05 DS-ROUTE-SEQ         PIC 9(03).
          05 DS-CUSTOMER-ID       PIC X(06).
          05 DS-CUSTOMER-NAME     PIC X(30).
          05 DS-ZIP-CODE          PIC X(05).
          05 DS-LEG-KM            PIC 9(05).
          05 DS-ATTEMPT           PIC 9(02).
          05 DS-OUTCOME           PIC X(01).
             88 DS-AWAITING-RETURN   VALUE "P".
             88 DS-DELIVERED         VALUE "D".
             88 DS-REFUSED           VALUE "R".
             88 DS-NOBODY-HOME       VALUE "N".
             88 DS-RETURN-KEYED      VALUE "D" "R" "N".
          05 DS-SIGNATORY         PIC X(30).
          05 DS-SIGNED-TIME       PIC 9(04).
          05 DS-RETURN-NOTE       PIC X(30).
          05 DS-KEYED-BY          PIC X(10).
          05 DS-KEYED-AT          PIC 9(14).
          05 DS-CREDIT-FLAG       PIC X(01).
             88 DS-CREDIT-NOTE-DUE   VALUE "Y".
