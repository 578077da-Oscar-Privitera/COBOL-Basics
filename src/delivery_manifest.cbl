
      *> Daily delivery manifest - the pieces finally talking to
      *> each other. The day's invoices come off the INVOICE-DETAIL
      *> headers, each stop's zip off the header's delivery zip
      *> (the customer's CUSTOMER-MASTER zip for an invoice billed
      *> before ship-to addresses were kept), the
      *> coordinates off the gazetteer-backed ZIP-COORD-TABLE, and
      *> each stop is attached to the nearest open branch off the
      *> BRANCHES file. Per branch, the stops are ordered
      *> DRIVERMAN print carries stop sequence, customer, invoice
      *> number and per-leg distance, so the drivers' run comes off
      *> a report instead of a wall map.
      *> Every stop printed is kept on DELIVERY-STOPS awaiting the
      *> driver's return (keyed in DELIVERY-RETURNS), with a line on
      *> the print for the signature and time. The run also takes on
      *> every REDELIVERY entry that failed before the manifest date
      *> - the nobody-home stops go out again on the next day's van.
      *> A re-run for the same date rebuilds the stops not yet
      *> returned and leaves the returned ones as keyed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-REPORT-ID
               FILE STATUS IS WS-RI-STATUS.

           SELECT REPORT-STORE ASSIGN TO "RPTSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RS-STATUS.

           SELECT RETENTION-POLICY ASSIGN TO "RETPOLICY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-DETAIL.
       FD  MANIFEST-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  DELIVERY-STOPS.
           COPY "delstop.cpy".

       FD  REDELIVERY.
           COPY "redeliv.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".
       COPY "zipcoord.cpy".
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-GAZ-STATUS      PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-DS-STATUS       PIC X(02).
       01 WS-RD-STATUS       PIC X(02).

       01 WS-MANIFEST-DATE   PIC 9(08).

             10 ST-Y             PIC S9(6).
             10 ST-INVOICE       PIC 9(06).
             10 ST-DONE          PIC X(01).
             10 ST-ATTEMPT       PIC 9(02).
       01 WS-STOP-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-STOP-INDEX      PIC 9(03).
       01 WS-NEXT-STOP       PIC 9(03).
       01 WS-SEQ-NO          PIC 9(03).
       01 WS-STOPS-SKIPPED   PIC 9(03) VALUE ZERO.
       01 WS-STOP-ZIP        PIC X(05).
       01 WS-NEW-INVOICE     PIC 9(06).
       01 WS-NEW-CUSTOMER-ID PIC X(06).
       01 WS-NEW-CUSTOMER-NAME PIC X(30).
       01 WS-NEW-ATTEMPT     PIC 9(02).
       01 WS-REDELIVERIES    PIC 9(03) VALUE ZERO.
       01 WS-STOPS-BEFORE    PIC 9(03).
       01 WS-STOPS-KEPT      PIC 9(03) VALUE ZERO.
       01 WS-DS-OPEN         PIC X(01) VALUE "N".

       01 X1                 PIC S9(6).
       01 Y1                 PIC S9(6).
           END-IF.

           PERFORM 2000-GATHER-THE-STOPS THRU 2000-EXIT.
           PERFORM 2500-GATHER-REDELIVERIES THRU 2500-EXIT.
           IF WS-STOP-COUNT = ZERO
               DISPLAY "No deliverable invoices dated "
                   WS-MANIFEST-DATE "."
               GO TO 0000-EXIT
           END-IF.

           MOVE "DRIVERMAN"         TO WS-RA-REPORT-NAME.
           MOVE "DELIVERY-MANIFEST" TO WS-RA-PROGRAM-ID.
           MOVE WS-MANIFEST-DATE    TO WS-RA-RUN-DATE.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "DELIVERY MANIFEST FOR " DELIMITED BY SIZE
                  WS-MANIFEST-DATE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           OPEN I-O DELIVERY-STOPS.
           IF WS-DS-STATUS = "35"
               OPEN OUTPUT DELIVERY-STOPS
               CLOSE DELIVERY-STOPS
               OPEN I-O DELIVERY-STOPS
           END-IF.
           IF WS-DS-STATUS = "00"
               MOVE "Y" TO WS-DS-OPEN
           ELSE
               DISPLAY "DELIVERY-STOPS not available, status "
                   WS-DS-STATUS " - stops printed but not kept "
                   "for the returns."
           END-IF.

           PERFORM 3000-MANIFEST-ONE-BRANCH
               VARYING WS-BRANCH-INDEX FROM 1 BY 1
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT.

           IF WS-DS-OPEN = "Y"
               CLOSE DELIVERY-STOPS
           END-IF.
           CLOSE MANIFEST-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Stops manifested : " WS-STOP-COUNT.
           DISPLAY "  of which redeliveries : " WS-REDELIVERIES.
           DISPLAY "Stops kept for returns  : " WS-STOPS-KEPT.
           DISPLAY "Stops without coordinates: " WS-STOPS-SKIPPED.

           PERFORM 7600-RUN-CONTROL-END.
                   IF ID-IS-HEADER
                       AND IDH-INVOICE-DATE = WS-MANIFEST-DATE
                       AND IDH-DOC-TYPE = "I"
                       MOVE ID-INVOICE-NUMBER TO WS-NEW-INVOICE
                       MOVE IDH-CUSTOMER-ID   TO WS-NEW-CUSTOMER-ID
                       MOVE IDH-CUSTOMER-NAME TO WS-NEW-CUSTOMER-NAME
                       MOVE IDH-DELIVERY-ZIP  TO WS-STOP-ZIP
                       MOVE 1                 TO WS-NEW-ATTEMPT
                       PERFORM 2200-PLACE-ONE-STOP THRU 2200-EXIT
                   END-IF
           END-READ.
       2200-PLACE-ONE-STOP.
           IF WS-STOP-COUNT >= MAX-STOPS
               DISPLAY "** stop table full - invoice "
                   WS-NEW-INVOICE " not manifested"
               GO TO 2200-EXIT
           END-IF.

      *> The zip the invoice was delivered to, else the customer's
      *> zip off the master, the coordinates off the gazetteer - a
      *> stop we can't place is listed on the console for a hand
      *> delivery note.
           IF WS-STOP-ZIP = SPACES
               PERFORM 2210-CUSTOMER-ZIP THRU 2210-EXIT
           END-IF.

           IF WS-STOP-ZIP = SPACES
               ADD 1 TO WS-STOPS-SKIPPED
               DISPLAY "** invoice " WS-NEW-INVOICE
                   " customer " WS-NEW-CUSTOMER-ID
                   " has no zip - deliver by hand note"
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-STOP-ZIP TO WS-ZIP-CODE-LOOKUP.
           PERFORM 5700-LOOKUP-ZIP-COORD-BY-CODE.
           IF WS-ZC-FOUND NOT = "Y"
               ADD 1 TO WS-STOPS-SKIPPED
               DISPLAY "** zip " WS-STOP-ZIP " of invoice "
                   WS-NEW-INVOICE " has no coordinates - "
                   "deliver by hand note"
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-STOP-COUNT.
           MOVE WS-NEW-CUSTOMER-ID
               TO ST-CUSTOMER-ID(WS-STOP-COUNT).
           MOVE WS-NEW-CUSTOMER-NAME
               TO ST-CUSTOMER-NAME(WS-STOP-COUNT).
           MOVE WS-STOP-ZIP       TO ST-ZIP(WS-STOP-COUNT).
           MOVE WS-LOOKED-UP-ZIP-X TO ST-X(WS-STOP-COUNT).
           MOVE WS-LOOKED-UP-ZIP-Y TO ST-Y(WS-STOP-COUNT).
           MOVE WS-NEW-INVOICE    TO ST-INVOICE(WS-STOP-COUNT).
           MOVE "N"               TO ST-DONE(WS-STOP-COUNT).
           MOVE WS-NEW-ATTEMPT    TO ST-ATTEMPT(WS-STOP-COUNT).

           MOVE WS-STOP-COUNT TO WS-STOP-INDEX.
           PERFORM 2300-ATTACH-NEAREST-BRANCH.
       2200-EXIT.
           EXIT.

       2210-CUSTOMER-ZIP.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = "00"
               GO TO 2210-EXIT
           END-IF.
           MOVE WS-NEW-CUSTOMER-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE SPACES TO CUST-ZIP-CODE
           END-READ.
           CLOSE CUSTOMER-MASTER.
           MOVE CUST-ZIP-CODE TO WS-STOP-ZIP.

       2210-EXIT.
           EXIT.

       2500-GATHER-REDELIVERIES.
      *> Waiting entries that failed before the manifest date go out
      *> again; an entry already on this date's manifest is taken
      *> again when the manifest is re-run. A held entry waits for
      *> the office, not the van.
           OPEN I-O REDELIVERY.
           IF WS-RD-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.

           MOVE LOW-VALUES TO RD-INVOICE-NUMBER.
           START REDELIVERY
               KEY IS NOT LESS THAN RD-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-RD-STATUS
           END-START.
           PERFORM 2510-CHECK-ONE-REDELIVERY
               UNTIL WS-RD-STATUS NOT = "00".

           CLOSE REDELIVERY.

       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-REDELIVERY.
           READ REDELIVERY NEXT RECORD
               AT END
                   MOVE "10" TO WS-RD-STATUS
               NOT AT END
                   IF (RD-WAITING
                           AND RD-FAILED-DATE < WS-MANIFEST-DATE)
                       OR (RD-ON-MANIFEST
                           AND RD-MANIFEST-DATE = WS-MANIFEST-DATE)
                       PERFORM 2520-TAKE-ONE-REDELIVERY
                   END-IF
           END-READ.

       2520-TAKE-ONE-REDELIVERY.
           MOVE RD-INVOICE-NUMBER TO WS-NEW-INVOICE.
           MOVE RD-CUSTOMER-ID    TO WS-NEW-CUSTOMER-ID.
           MOVE RD-CUSTOMER-NAME  TO WS-NEW-CUSTOMER-NAME.
           MOVE RD-ZIP-CODE       TO WS-STOP-ZIP.
           COMPUTE WS-NEW-ATTEMPT = RD-ATTEMPTS + 1.
           MOVE WS-STOP-COUNT TO WS-STOPS-BEFORE.
           PERFORM 2200-PLACE-ONE-STOP THRU 2200-EXIT.
           IF WS-STOP-COUNT > WS-STOPS-BEFORE
               ADD 1 TO WS-REDELIVERIES
               SET RD-ON-MANIFEST TO TRUE
               MOVE WS-MANIFEST-DATE TO RD-MANIFEST-DATE
               REWRITE RD-RECORD
           END-IF.

       2300-ATTACH-NEAREST-BRANCH.
           MOVE ZERO TO WS-BEST-BRANCH.
           PERFORM 2310-MEASURE-ONE-BRANCH
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "Stop  Customer                             Zip
      -         "  Invoice   Leg km  Try  Signed by             Time"
               TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE BT-X(WS-BRANCH-INDEX) TO X1.
                  ST-INVOICE(WS-NEXT-STOP) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LEG-KM DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  ST-ATTEMPT(WS-NEXT-STOP) DELIMITED BY SIZE
                  "  ____________________  ____" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           IF WS-DS-OPEN = "Y"
               PERFORM 3300-KEEP-THE-STOP THRU 3300-EXIT
           END-IF.

       3300-KEEP-THE-STOP.
      *> A stop already on file for this date was written by an
      *> earlier run of the same manifest - rebuilt while its return
      *> is still awaited, left alone once the driver's sheet has
      *> been keyed.
           MOVE WS-MANIFEST-DATE TO DS-MANIFEST-DATE.
           MOVE ST-INVOICE(WS-NEXT-STOP) TO DS-INVOICE-NUMBER.
           READ DELIVERY-STOPS
               KEY IS DS-KEY
               INVALID KEY
                   MOVE "23" TO WS-DS-STATUS
           END-READ.
           IF WS-DS-STATUS = "00" AND DS-RETURN-KEYED
               GO TO 3300-EXIT
           END-IF.

           MOVE WS-MANIFEST-DATE TO DS-MANIFEST-DATE.
           MOVE ST-INVOICE(WS-NEXT-STOP)       TO DS-INVOICE-NUMBER.
           MOVE BT-CODE(WS-BRANCH-INDEX)       TO DS-BRANCH-CODE.
           MOVE WS-SEQ-NO                      TO DS-ROUTE-SEQ.
           MOVE ST-CUSTOMER-ID(WS-NEXT-STOP)   TO DS-CUSTOMER-ID.
           MOVE ST-CUSTOMER-NAME(WS-NEXT-STOP) TO DS-CUSTOMER-NAME.
           MOVE ST-ZIP(WS-NEXT-STOP)           TO DS-ZIP-CODE.
           MOVE WS-LEG-KM                      TO DS-LEG-KM.
           MOVE ST-ATTEMPT(WS-NEXT-STOP)       TO DS-ATTEMPT.
           SET DS-AWAITING-RETURN TO TRUE.
           MOVE SPACES TO DS-SIGNATORY DS-RETURN-NOTE DS-KEYED-BY.
           MOVE ZERO   TO DS-SIGNED-TIME DS-KEYED-AT.
           MOVE "N"    TO DS-CREDIT-FLAG.
           IF WS-DS-STATUS = "00"
               REWRITE DS-RECORD
           ELSE
               WRITE DS-RECORD
           END-IF.
           IF WS-DS-STATUS = "00"
               ADD 1 TO WS-STOPS-KEPT
           ELSE
               DISPLAY "** stop for invoice " DS-INVOICE-NUMBER
                   " not kept, status " WS-DS-STATUS
           END-IF.

       3300-EXIT.
           EXIT.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE PRT-LINE TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "zipload.cpy".
           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
