       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-RETURNS.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Drivers' returns against the DELIVERY-STOPS the manifest
      *> kept. (K)ey takes a manifest date and, stop by stop, what
      *> the driver's sheet says happened at the door: delivered
      *> (with the name of whoever signed and the time), refused, or
      *> nobody home. A refusal flags the stop for a credit note and
      *> raises a dispute on the AR open item - the same "D" status
      *> and DISPUTE-LOG entry as DISPUTE-ENTRY, so dunning leaves
      *> the invoice alone until the credit note settles it. Nobody
      *> home puts the invoice on the REDELIVERY list, which the
      *> next day's DELIVERY-MANIFEST takes onto its run; after the
      *> last attempt the entry is held for the office to telephone
      *> the customer, and (H)eld releases it once a day is agreed.
      *> (O)utstanding lists a date's stops with no return keyed
      *> yet, (R)edelivery the list as it stands. A return once
      *> keyed is not keyed over - the weekly success figures are
      *> built from them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-STOPS ASSIGN TO "DELSTOPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.

           SELECT REDELIVERY ASSIGN TO "REDELIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-INVOICE-NUMBER
               FILE STATUS IS WS-RD-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT DISPUTE-LOG ASSIGN TO "DISPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-STOPS.
           COPY "delstop.cpy".

       FD  REDELIVERY.
           COPY "redeliv.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  DISPUTE-LOG.
           COPY "displog.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

      *> A van goes out three times; after that the office rings.
       78 MAX-DELIVERY-ATTEMPTS VALUE 3.

       01 WS-DS-STATUS       PIC X(02).
       01 WS-RD-STATUS       PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-DL-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-MANIFEST-DATE   PIC 9(08).
       01 WS-INVOICE-IN      PIC 9(06).
       01 WS-KEYING-DONE     PIC X(01).
       01 WS-OUTCOME-IN      PIC X(01).
       01 WS-SIGNATORY-IN    PIC X(30).
       01 WS-TIME-IN         PIC 9(04).
       01 WS-TIME-X REDEFINES WS-TIME-IN.
          05 WS-TIME-HH      PIC 9(02).
          05 WS-TIME-MM      PIC 9(02).
       01 WS-TIME-OK         PIC X(01).
       01 WS-NOTE-IN         PIC X(30).
       01 WS-LISTED          PIC 9(04).
       01 WS-RETURNS-KEYED   PIC 9(04) VALUE ZERO.
       01 WS-OUTCOME-TEXT    PIC X(12).
       01 WS-STATE-TEXT      PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7700-OPERATOR-SIGN-ON.
           IF WS-SIGNON-FAILED
               STOP RUN
           END-IF.

      *> No practice copies behind this program - a training
      *> sign-on must not touch the live files believing them to
      *> be practice ones.
           IF WS-TRAINING-MODE
               DISPLAY "This program runs on the LIVE files - "
                   "training sign-ons are refused here."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O DELIVERY-STOPS.
           IF WS-DS-STATUS NOT = "00"
               DISPLAY "Could not open DELIVERY-STOPS, status "
                   WS-DS-STATUS " - no manifest has been kept yet."
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O REDELIVERY.
           IF WS-RD-STATUS = "35"
               OPEN OUTPUT REDELIVERY
               CLOSE REDELIVERY
               OPEN I-O REDELIVERY
           END-IF.
           IF WS-RD-STATUS NOT = "00"
               DISPLAY "Could not open REDELIVERY, status "
                   WS-RD-STATUS
               CLOSE DELIVERY-STOPS
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE REDELIVERY.
           CLOSE DELIVERY-STOPS.

           IF WS-RETURNS-KEYED > ZERO
               DISPLAY WS-RETURNS-KEYED " return(s) keyed."
           END-IF.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "Delivery returns".
           DISPLAY "(K)ey returns, (O)utstanding returns, "
               "(R)edelivery list, (H)eld redelivery release, "
               "(X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "K" WHEN "k"
                   PERFORM 2000-KEY-RETURNS
               WHEN "O" WHEN "o"
                   PERFORM 4000-LIST-OUTSTANDING
               WHEN "R" WHEN "r"
                   PERFORM 5000-LIST-REDELIVERIES
               WHEN "H" WHEN "h"
                   PERFORM 6000-RELEASE-HELD THRU 6000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       1100-ACCEPT-MANIFEST-DATE.
           DISPLAY "Manifest date (CCYYMMDD, zero for today): ".
           ACCEPT WS-MANIFEST-DATE.
           IF WS-MANIFEST-DATE NOT NUMERIC
               OR WS-MANIFEST-DATE = ZERO
               MOVE WS-TODAY TO WS-MANIFEST-DATE
           END-IF.

       2000-KEY-RETURNS.
           PERFORM 1100-ACCEPT-MANIFEST-DATE.
           MOVE "N" TO WS-KEYING-DONE.
           PERFORM 2100-KEY-ONE-RETURN THRU 2100-EXIT
               UNTIL WS-KEYING-DONE = "Y".

       2100-KEY-ONE-RETURN.
           DISPLAY "Invoice number off the sheet (zero when done): ".
           ACCEPT WS-INVOICE-IN.
           IF WS-INVOICE-IN = ZERO
               MOVE "Y" TO WS-KEYING-DONE
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-MANIFEST-DATE TO DS-MANIFEST-DATE.
           MOVE WS-INVOICE-IN    TO DS-INVOICE-NUMBER.
           READ DELIVERY-STOPS
               KEY IS DS-KEY
               INVALID KEY
                   DISPLAY "Invoice " WS-INVOICE-IN " is not on the "
                       WS-MANIFEST-DATE " manifest."
                   GO TO 2100-EXIT
           END-READ.

           IF DS-RETURN-KEYED
               PERFORM 2900-DESCRIBE-OUTCOME
               DISPLAY "Return already keyed - " WS-OUTCOME-TEXT
                   " by " DS-KEYED-BY "."
               GO TO 2100-EXIT
           END-IF.

           DISPLAY "Stop " DS-ROUTE-SEQ " branch " DS-BRANCH-CODE
               " - " DS-CUSTOMER-ID " " DS-CUSTOMER-NAME
               " (try " DS-ATTEMPT ")".
           DISPLAY "(D)elivered, (R)efused, (N)obody home, or Enter "
               "to skip: ".
           MOVE SPACES TO WS-OUTCOME-IN.
           ACCEPT WS-OUTCOME-IN.

           EVALUATE WS-OUTCOME-IN
               WHEN "D" WHEN "d"
                   PERFORM 2200-RETURN-DELIVERED
               WHEN "R" WHEN "r"
                   PERFORM 2300-RETURN-REFUSED
               WHEN "N" WHEN "n"
                   PERFORM 2400-RETURN-NOBODY-HOME
               WHEN OTHER
                   DISPLAY "Stop left awaiting its return."
           END-EVALUATE.

       2100-EXIT.
           EXIT.

       2200-RETURN-DELIVERED.
      *> Proof of delivery is a name and a time - a tick is not.
           MOVE SPACES TO WS-SIGNATORY-IN.
           PERFORM 2210-ACCEPT-SIGNATORY
               UNTIL WS-SIGNATORY-IN NOT = SPACES.
           MOVE "N" TO WS-TIME-OK.
           PERFORM 2220-ACCEPT-SIGNED-TIME
               UNTIL WS-TIME-OK = "Y".

           SET DS-DELIVERED TO TRUE.
           MOVE WS-SIGNATORY-IN TO DS-SIGNATORY.
           MOVE WS-TIME-IN      TO DS-SIGNED-TIME.
           MOVE SPACES          TO DS-RETURN-NOTE.
           PERFORM 2800-STORE-THE-RETURN THRU 2800-EXIT.
           IF WS-DS-STATUS = "00"
               PERFORM 2600-CLEAR-REDELIVERY
           END-IF.

       2210-ACCEPT-SIGNATORY.
           DISPLAY "Signed for by: ".
           ACCEPT WS-SIGNATORY-IN.
           IF WS-SIGNATORY-IN = SPACES
               DISPLAY "A delivered stop needs the signatory's name."
           END-IF.

       2220-ACCEPT-SIGNED-TIME.
           DISPLAY "Time signed (HHMM): ".
           MOVE ZERO TO WS-TIME-IN.
           ACCEPT WS-TIME-IN.
           IF WS-TIME-IN NUMERIC
               AND WS-TIME-HH < 24
               AND WS-TIME-MM < 60
               MOVE "Y" TO WS-TIME-OK
           ELSE
               DISPLAY "Time must be HHMM on the 24-hour clock - "
                   "try again."
           END-IF.

       2300-RETURN-REFUSED.
           DISPLAY "Reason given for the refusal: ".
           MOVE SPACES TO WS-NOTE-IN.
           ACCEPT WS-NOTE-IN.

           SET DS-REFUSED TO TRUE.
           MOVE SPACES     TO DS-SIGNATORY.
           MOVE ZERO       TO DS-SIGNED-TIME.
           MOVE WS-NOTE-IN TO DS-RETURN-NOTE.
           MOVE "Y"        TO DS-CREDIT-FLAG.
           PERFORM 2800-STORE-THE-RETURN THRU 2800-EXIT.
           IF WS-DS-STATUS = "00"
               PERFORM 2600-CLEAR-REDELIVERY
               PERFORM 2500-FLAG-FOR-CREDIT THRU 2500-EXIT
           END-IF.

       2400-RETURN-NOBODY-HOME.
           SET DS-NOBODY-HOME TO TRUE.
           MOVE SPACES TO DS-SIGNATORY DS-RETURN-NOTE.
           MOVE ZERO   TO DS-SIGNED-TIME.
           PERFORM 2800-STORE-THE-RETURN THRU 2800-EXIT.
           IF WS-DS-STATUS = "00"
               PERFORM 2700-LIST-FOR-REDELIVERY
           END-IF.

       2500-FLAG-FOR-CREDIT.
      *> The goods came back on the van, so the invoice is owed
      *> back as a credit note. Until that is raised the open item
      *> stands disputed, out of dunning and the overdue ageing.
           OPEN I-O AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "Could not open AR-OPEN-ITEMS, status "
                   WS-AR-STATUS " - raise the dispute in "
                   "DISPUTE-ENTRY."
               GO TO 2500-EXIT
           END-IF.

           MOVE DS-INVOICE-NUMBER TO AR-INVOICE-NUMBER.
           READ AR-OPEN-ITEMS
               KEY IS AR-INVOICE-NUMBER
               INVALID KEY
                   DISPLAY "No open item for invoice "
                       DS-INVOICE-NUMBER " - credit note flag "
                       "kept on the stop only."
                   CLOSE AR-OPEN-ITEMS
                   GO TO 2500-EXIT
           END-READ.

           IF NOT AR-ITEM-IS-OPEN
               DISPLAY "Open item for invoice " DS-INVOICE-NUMBER
                   " is not open (status " AR-ITEM-STATUS
                   ") - credit note flag kept on the stop only."
               CLOSE AR-OPEN-ITEMS
               GO TO 2500-EXIT
           END-IF.

           SET AR-ITEM-IN-DISPUTE TO TRUE.
           REWRITE AR-RECORD.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "Rewrite failed, status " WS-AR-STATUS
               CLOSE AR-OPEN-ITEMS
               GO TO 2500-EXIT
           END-IF.
           CLOSE AR-OPEN-ITEMS.

           PERFORM 2510-WRITE-DISPUTE-LOG.
           DISPLAY "Invoice " DS-INVOICE-NUMBER " disputed - "
               "credit note due for the refused goods.".

       2500-EXIT.
           EXIT.

       2510-WRITE-DISPUTE-LOG.
           OPEN EXTEND DISPUTE-LOG.
           IF WS-DL-STATUS = "05" OR WS-DL-STATUS = "35"
               OPEN OUTPUT DISPUTE-LOG
           END-IF.

           MOVE AR-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE AR-CUSTOMER-ID    TO DL-CUSTOMER-ID.
           MOVE "R"               TO DL-ACTION.
           MOVE WS-TODAY          TO DL-EVENT-DATE.
           MOVE WS-OPERATOR-ID    TO DL-OPERATOR-ID.
           MOVE SPACES            TO DL-TEXT.
           STRING "Refused at delivery - credit note due"
                      DELIMITED BY SIZE
                  INTO DL-TEXT.
           WRITE DL-RECORD.
           IF WS-DL-STATUS NOT = "00"
               DISPLAY "DISPUTE-LOG write failed, status "
                   WS-DL-STATUS
           END-IF.

           CLOSE DISPUTE-LOG.

       2600-CLEAR-REDELIVERY.
      *> Delivered or refused, the invoice needs no more vans.
           MOVE DS-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
           READ REDELIVERY
               KEY IS RD-INVOICE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE REDELIVERY
           END-READ.

       2700-LIST-FOR-REDELIVERY.
           MOVE DS-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
           READ REDELIVERY
               KEY IS RD-INVOICE-NUMBER
               INVALID KEY
                   MOVE "23" TO WS-RD-STATUS
           END-READ.

           MOVE DS-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
           MOVE DS-CUSTOMER-ID    TO RD-CUSTOMER-ID.
           MOVE DS-CUSTOMER-NAME  TO RD-CUSTOMER-NAME.
           MOVE DS-ZIP-CODE       TO RD-ZIP-CODE.
           MOVE DS-MANIFEST-DATE  TO RD-FAILED-DATE.
           MOVE DS-ATTEMPT        TO RD-ATTEMPTS.
           MOVE ZERO              TO RD-MANIFEST-DATE.
           IF RD-ATTEMPTS >= MAX-DELIVERY-ATTEMPTS
               SET RD-HELD TO TRUE
               DISPLAY "Attempt " RD-ATTEMPTS " failed - held for "
                   "the office to call the customer."
           ELSE
               SET RD-WAITING TO TRUE
               DISPLAY "On the redelivery list for the next "
                   "manifest."
           END-IF.

           IF WS-RD-STATUS = "00"
               REWRITE RD-RECORD
           ELSE
               WRITE RD-RECORD
           END-IF.
           IF WS-RD-STATUS NOT = "00"
               DISPLAY "REDELIVERY update failed, status "
                   WS-RD-STATUS
           END-IF.

       2800-STORE-THE-RETURN.
           MOVE WS-OPERATOR-ID TO DS-KEYED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DS-KEYED-AT.
           REWRITE DS-RECORD.
           IF WS-DS-STATUS NOT = "00"
               DISPLAY "Return not stored, status " WS-DS-STATUS
               GO TO 2800-EXIT
           END-IF.
           ADD 1 TO WS-RETURNS-KEYED.
           PERFORM 8100-LOG-RETURN.

       2800-EXIT.
           EXIT.

       2900-DESCRIBE-OUTCOME.
           EVALUATE TRUE
               WHEN DS-DELIVERED
                   MOVE "delivered"   TO WS-OUTCOME-TEXT
               WHEN DS-REFUSED
                   MOVE "refused"     TO WS-OUTCOME-TEXT
               WHEN DS-NOBODY-HOME
                   MOVE "nobody home" TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "awaited"     TO WS-OUTCOME-TEXT
           END-EVALUATE.

       4000-LIST-OUTSTANDING.
           PERFORM 1100-ACCEPT-MANIFEST-DATE.
           MOVE ZERO             TO WS-LISTED.
           MOVE WS-MANIFEST-DATE TO DS-MANIFEST-DATE.
           MOVE ZERO             TO DS-INVOICE-NUMBER.
           START DELIVERY-STOPS
               KEY IS NOT LESS THAN DS-KEY
               INVALID KEY
                   MOVE "10" TO WS-DS-STATUS
           END-START.
           PERFORM 4100-LIST-ONE-OUTSTANDING
               UNTIL WS-DS-STATUS NOT = "00".

           DISPLAY WS-LISTED " stop(s) on the " WS-MANIFEST-DATE
               " manifest still awaiting a return.".

       4100-LIST-ONE-OUTSTANDING.
           READ DELIVERY-STOPS NEXT RECORD
               AT END
                   MOVE "10" TO WS-DS-STATUS
               NOT AT END
                   IF DS-MANIFEST-DATE NOT = WS-MANIFEST-DATE
                       MOVE "10" TO WS-DS-STATUS
                   ELSE
                       IF DS-AWAITING-RETURN
                           ADD 1 TO WS-LISTED
                           DISPLAY "  " DS-BRANCH-CODE " stop "
                               DS-ROUTE-SEQ " invoice "
                               DS-INVOICE-NUMBER " "
                               DS-CUSTOMER-ID " " DS-CUSTOMER-NAME
                       END-IF
                   END-IF
           END-READ.

       5000-LIST-REDELIVERIES.
           MOVE ZERO       TO WS-LISTED.
           MOVE LOW-VALUES TO RD-INVOICE-NUMBER.
           START REDELIVERY
               KEY IS NOT LESS THAN RD-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-RD-STATUS
           END-START.
           PERFORM 5100-LIST-ONE-REDELIVERY
               UNTIL WS-RD-STATUS NOT = "00".

           DISPLAY WS-LISTED " invoice(s) on the redelivery list.".

       5100-LIST-ONE-REDELIVERY.
           READ REDELIVERY NEXT RECORD
               AT END
                   MOVE "10" TO WS-RD-STATUS
               NOT AT END
                   ADD 1 TO WS-LISTED
                   EVALUATE TRUE
                       WHEN RD-ON-MANIFEST
                           MOVE "on manifest" TO WS-STATE-TEXT
                       WHEN RD-HELD
                           MOVE "HELD - call customer"
                               TO WS-STATE-TEXT
                       WHEN OTHER
                           MOVE "waiting" TO WS-STATE-TEXT
                   END-EVALUATE
                   DISPLAY "  " RD-INVOICE-NUMBER " "
                       RD-CUSTOMER-ID " " RD-CUSTOMER-NAME
                       " failed " RD-FAILED-DATE " tries "
                       RD-ATTEMPTS " " WS-STATE-TEXT
           END-READ.

       6000-RELEASE-HELD.
      *> The customer has agreed a day - the entry goes back on the
      *> list and out with the next manifest, one more attempt
      *> allowed before it is held again.
           DISPLAY "Invoice number to release: ".
           ACCEPT WS-INVOICE-IN.
           MOVE WS-INVOICE-IN TO RD-INVOICE-NUMBER.
           READ REDELIVERY
               KEY IS RD-INVOICE-NUMBER
               INVALID KEY
                   DISPLAY "Invoice " WS-INVOICE-IN " is not on the "
                       "redelivery list."
                   GO TO 6000-EXIT
           END-READ.

           IF NOT RD-HELD
               DISPLAY "Invoice " WS-INVOICE-IN " is not held."
               GO TO 6000-EXIT
           END-IF.

           COMPUTE RD-ATTEMPTS = MAX-DELIVERY-ATTEMPTS - 1.
           SET RD-WAITING TO TRUE.
           REWRITE RD-RECORD.
           IF WS-RD-STATUS NOT = "00"
               DISPLAY "Release failed, status " WS-RD-STATUS
               GO TO 6000-EXIT
           END-IF.

           DISPLAY "Released - out with the next manifest.".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW             TO AUD-TIMESTAMP.
           MOVE "DELIVERY-RETURNS" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE SPACES             TO AUD-MESSAGE.
           STRING "Held redelivery of invoice " DELIMITED BY SIZE
                  RD-INVOICE-NUMBER DELIMITED BY SIZE
                  " released" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       6000-EXIT.
           EXIT.

       8100-LOG-RETURN.
           PERFORM 2900-DESCRIBE-OUTCOME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW             TO AUD-TIMESTAMP.
           MOVE "DELIVERY-RETURNS" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE SPACES             TO AUD-MESSAGE.
           STRING "Invoice " DELIMITED BY SIZE
                  DS-INVOICE-NUMBER DELIMITED BY SIZE
                  " manifest " DELIMITED BY SIZE
                  DS-MANIFEST-DATE DELIMITED BY SIZE
                  " returned " DELIMITED BY SIZE
                  WS-OUTCOME-TEXT DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
