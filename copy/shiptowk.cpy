      *> SHIPTOWK.cpy
      *> Working-storage for the shared ship-to pick (see
      *> SHIPTOPK.cpy). The caller moves the customer into
      *> WS-SHP-CUST-ID and the billing city and zip into
      *> WS-DELIVERY-CITY and WS-DELIVERY-ZIP; the pick leaves them
      *> alone when the goods go to the billing address (ship-to 00)
      *> and overwrites them, with the site name, when a numbered
      *> ship-to is chosen. WS-SHIPTO-NO comes back as the number
      *> to store on the document.
       01 WS-SHP-STATUS       PIC X(02).
       01 WS-SHP-CUST-ID      PIC X(06).
       01 WS-SHIPTO-NO        PIC 9(02).
       01 WS-SHP-NO-IN        PIC 9(02).
       01 WS-SHP-COUNT        PIC 9(02).
       01 WS-SHP-FOUND        PIC X(01).
       01 WS-DELIVERY-NAME    PIC X(30).
       01 WS-DELIVERY-CITY    PIC X(20).
       01 WS-DELIVERY-ZIP     PIC X(05).
