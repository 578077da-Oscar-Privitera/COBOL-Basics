      *> the price in force on that date - the effective-dated
      *> ITEM-PRICE-CONTROL price when one applies, the master
      *> price otherwise - so next month's list can be printed
      *> today. An article with quantity breaks in force on that
      *> date (ITEM-PRICE-TIERS) has them printed under it, one
      *> line per break. Discontinued articles print in their own
      *> section at the end, marked, so the counter knows not to
      *> sell them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPC-STATUS.

           SELECT ITEM-PRICE-TIERS ASSIGN TO "ITEMTIERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IPT-STATUS.

           SELECT PRICE-LIST-PRINT ASSIGN TO "PRICELIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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
       FD  ITEM-MASTER.
       FD  ITEM-PRICE-CONTROL.
           COPY "itemprc.cpy".

       FD  ITEM-PRICE-TIERS.
           COPY "itemtier.cpy".

       FD  PRICE-LIST-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "itemprtb.cpy".
       COPY "itemtrtb.cpy".
       COPY "rptarwk.cpy".

       01 WS-IM-STATUS       PIC X(02).
       01 WS-IPC-STATUS      PIC X(02).
       01 WS-IPT-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).

       01 WS-AS-AT-DATE      PIC 9(08).
       01 WS-LIST-PRICE      PIC 9(06)V99.

       01 PRICE-FORMATTED    PIC Z(5)9.99.
       01 QTY-FORMATTED      PIC Z(3)9.
       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           END-IF.

           PERFORM 5100-LOAD-ITEM-PRICE-CONTROL.
           PERFORM 5120-LOAD-ITEM-TIERS.

           OPEN OUTPUT PRICE-LIST-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               GO TO 0000-EXIT
           END-IF.

           MOVE "PRICELIST"         TO WS-RA-REPORT-NAME.
           MOVE "PRICE-LIST-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "PRICE LIST AS AT " DELIMITED BY SIZE
                  WS-AS-AT-DATE DELIMITED BY SIZE
           PERFORM 1000-LIST-ONE-PASS.

           CLOSE PRICE-LIST-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Articles listed: " WS-ITEMS-LISTED.

                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

      *> The breaks of the set in force, as loaded - lowest
      *> quantity first. Any at or above the list price would not
      *> be taken and are left off.
           MOVE ITEM-CODE     TO WS-TIER-ITEM-CODE.
           MOVE WS-AS-AT-DATE TO WS-TIER-LOOKUP-DATE.
           MOVE 9999          TO WS-TIER-QUANTITY.
           PERFORM 5170-LOOKUP-TIER-PRICE.
           IF WS-TIER-FOUND = "Y"
               PERFORM 1210-PRINT-ONE-BREAK
                   VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-IT-COUNT
           END-IF.

       1210-PRINT-ONE-BREAK.
           IF IT-ITEM-CODE(IT-IDX) = WS-TIER-ITEM-CODE
               AND IT-EFFECTIVE-FROM(IT-IDX) = WS-TIER-SET-FROM
               AND IT-UNIT-PRICE(IT-IDX) NOT = ZERO
               AND IT-UNIT-PRICE(IT-IDX) < WS-LIST-PRICE
               MOVE IT-MIN-QUANTITY(IT-IDX) TO QTY-FORMATTED
               MOVE IT-UNIT-PRICE(IT-IDX)   TO PRICE-FORMATTED
               MOVE SPACES TO PRT-LINE
               STRING "            from " DELIMITED BY SIZE
                      QTY-FORMATTED DELIMITED BY SIZE
                      " and over" DELIMITED BY SIZE
                      "            " DELIMITED BY SIZE
                      PRICE-FORMATTED DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "itemprld.cpy".
           COPY "itemtrld.cpy".
           COPY "rptarch.cpy".
