      *> company filter - run it per company for a meaningful gap
      *> scan (records from before multi-company, carrying a blank
      *> company code, count as company 01).
      *>
      *> A document held for supervisor approval has its number but
      *> is on neither file until it posts. PENDING-INVOICES is read
      *> last: a number still awaiting a decision (or approved and
      *> not yet posted) is printed as HELD, a rejected one as
      *> REJECTED - explained gaps, not counted among the gaps.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PENDING-INVOICES ASSIGN TO "PENDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PI-STATUS.

           SELECT INVOICE-CATALOG ASSIGN TO "INVCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICT-STATUS.

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
       FD  INVOICE-TRANSACTION.
       FD  SEQUENCE-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  PENDING-INVOICES.
           COPY "pendinv.cpy".

       FD  INVOICE-CATALOG.
           COPY "invcat.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "invcatwk.cpy".
       COPY "rptarwk.cpy".
       01 WS-ICT-STATUS      PIC X(02).
      *> The transaction store being read - the live file, or one
      *> of the period segments the catalog says were cut out of
       01 WS-IT-STATUS       PIC X(02).
       01 WS-IA-STATUS      PIC X(02).
       01 WS-RPT-STATUS     PIC X(02).
       01 WS-PI-STATUS      PIC X(02).

      *> First invoice date seen against each number - zero means the
      *> number has never been used. Sized for the whole 9(06) number
       01 WS-SEEN-TABLE.
          05 WS-SEEN-DATE    PIC 9(08) OCCURS 999999 TIMES.

      *> Why a number on neither file is missing - "H" held for
      *> approval, "R" rejected by the supervisor, space unexplained.
       01 WS-HELD-TABLE.
          05 WS-HELD-STATE   PIC X(01) OCCURS 999999 TIMES.

       01 WS-WANT-COMPANY   PIC X(02).
       01 WS-RECORD-COMPANY PIC X(02).
       01 WS-CHECK-NUMBER   PIC 9(06).
       01 WS-DUPLICATES     PIC 9(06) VALUE ZERO.
       01 WS-GAP-NUMBERS    PIC 9(06) VALUE ZERO.
       01 WS-ZERO-NUMBERS   PIC 9(06) VALUE ZERO.
       01 WS-PI-RECORDS     PIC 9(06) VALUE ZERO.
       01 WS-HELD-NUMBERS   PIC 9(06) VALUE ZERO.
       01 WS-REJECTED-NUMBERS PIC 9(06) VALUE ZERO.

       01 PRT-LINE          PIC X(132).

           ACCEPT WS-WANT-COMPANY.

           INITIALIZE WS-SEEN-TABLE.
           MOVE SPACES TO WS-HELD-TABLE.

           OPEN OUTPUT SEQUENCE-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               GO TO 0000-EXIT
           END-IF.

           MOVE "INVNUMRPT"            TO WS-RA-REPORT-NAME.
           MOVE "INVOICE-NUMBER-AUDIT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE "INVOICE NUMBER SEQUENCE AUDIT" TO PRT-LINE.
           PERFORM 3000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.

           MOVE "INVOICETX" TO WS-ITX-FILE.
           PERFORM 1500-SCAN-TRANSACTION-FILE.
           PERFORM 1700-SCAN-PENDING-FILE.
           PERFORM 2000-REPORT-GAPS.
           PERFORM 2500-REPORT-SUMMARY.

           CLOSE SEQUENCE-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       0000-EXIT.
           STOP RUN.
                   END-IF
           END-READ.

       1700-SCAN-PENDING-FILE.
      *> Read after every posted number is known - a held document
      *> that has since posted is on the transaction files and
      *> needs no explaining.
           OPEN INPUT PENDING-INVOICES.
           EVALUATE TRUE
               WHEN WS-PI-STATUS = "35"
                   DISPLAY "No PENDING-INVOICES on file - no held "
                       "numbers to explain."
               WHEN WS-PI-STATUS NOT = "00"
                   DISPLAY "Could not open PENDING-INVOICES, status "
                       WS-PI-STATUS
               WHEN OTHER
                   MOVE LOW-VALUES TO PI-KEY
                   START PENDING-INVOICES
                       KEY IS NOT LESS THAN PI-KEY
                       INVALID KEY
                           MOVE "10" TO WS-PI-STATUS
                   END-START
                   PERFORM 1710-NOTE-ONE-PENDING-RECORD
                       UNTIL WS-PI-STATUS = "10"
                   CLOSE PENDING-INVOICES
           END-EVALUATE.

       1710-NOTE-ONE-PENDING-RECORD.
           READ PENDING-INVOICES NEXT RECORD
               AT END
                   MOVE "10" TO WS-PI-STATUS
               NOT AT END
                   IF PI-IS-HEADER
                       AND NOT PIH-POSTED
                       AND PI-INVOICE-NUMBER NOT = ZERO
                       ADD 1 TO WS-PI-RECORDS
                       MOVE PIH-COMPANY-CODE TO WS-RECORD-COMPANY
                       PERFORM 1800-TEST-COMPANY-FILTER
                       IF WS-RECORD-COMPANY NOT = "**"
                           PERFORM 1720-NOTE-ONE-HELD-NUMBER
                               THRU 1720-EXIT
                       END-IF
                   END-IF
           END-READ.

       1720-NOTE-ONE-HELD-NUMBER.
           MOVE PI-INVOICE-NUMBER TO WS-CHECK-NUMBER.
           IF WS-SEEN-DATE(WS-CHECK-NUMBER) NOT = ZERO
               GO TO 1720-EXIT
           END-IF.

           IF PIH-REJECTED
               MOVE "R" TO WS-HELD-STATE(WS-CHECK-NUMBER)
           ELSE
               MOVE "H" TO WS-HELD-STATE(WS-CHECK-NUMBER)
           END-IF.

      *> A held number is a used number - one above the last posted
      *> one still widens the range, so nothing after it is missed.
           IF WS-MIN-NUMBER = ZERO
               OR WS-CHECK-NUMBER < WS-MIN-NUMBER
               MOVE WS-CHECK-NUMBER TO WS-MIN-NUMBER
           END-IF.
           IF WS-CHECK-NUMBER > WS-MAX-NUMBER
               MOVE WS-CHECK-NUMBER TO WS-MAX-NUMBER
           END-IF.

       1720-EXIT.
           EXIT.

       1800-TEST-COMPANY-FILTER.
      *> Leaves "**" in WS-RECORD-COMPANY when the record is outside
      *> the keyed filter. A blank company on the record is company
           END-IF.

       2100-CHECK-ONE-NUMBER.
           IF WS-SEEN-DATE(WS-SCAN-NUMBER) = ZERO
               AND WS-HELD-STATE(WS-SCAN-NUMBER) NOT = SPACE
               IF WS-GAP-START NOT = ZERO
                   COMPUTE WS-GAP-END = WS-SCAN-NUMBER - 1
                   PERFORM 2200-PRINT-GAP-RANGE
               END-IF
               PERFORM 2300-PRINT-HELD-NUMBER
           ELSE
               PERFORM 2150-CHECK-ONE-UNHELD-NUMBER
           END-IF.

       2150-CHECK-ONE-UNHELD-NUMBER.
           IF WS-SEEN-DATE(WS-SCAN-NUMBER) = ZERO
               ADD 1 TO WS-GAP-NUMBERS
               IF WS-GAP-START = ZERO
           PERFORM 3000-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-GAP-START.

       2300-PRINT-HELD-NUMBER.
           MOVE SPACES TO PRT-LINE.
           IF WS-HELD-STATE(WS-SCAN-NUMBER) = "R"
               ADD 1 TO WS-REJECTED-NUMBERS
               STRING "REJECTED number " DELIMITED BY SIZE
                      WS-SCAN-NUMBER DELIMITED BY SIZE
                      " - refused at approval, never posted"
                          DELIMITED BY SIZE
                      INTO PRT-LINE
           ELSE
               ADD 1 TO WS-HELD-NUMBERS
               STRING "HELD number " DELIMITED BY SIZE
                      WS-SCAN-NUMBER DELIMITED BY SIZE
                      " - on PENDING-INVOICES awaiting posting"
                          DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           PERFORM 3000-WRITE-REPORT-LINE.

       2500-REPORT-SUMMARY.
           MOVE SPACES TO PRT-LINE.
           PERFORM 3000-WRITE-REPORT-LINE.
                  INTO PRT-LINE.
           PERFORM 3000-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Held for approval   : " DELIMITED BY SIZE
                  WS-HELD-NUMBERS DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3000-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Rejected at approval: " DELIMITED BY SIZE
                  WS-REJECTED-NUMBERS DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 3000-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Duplicate uses      : " DELIMITED BY SIZE
                  WS-DUPLICATES DELIMITED BY SIZE

           DISPLAY "Archive records read     : " WS-ARC-RECORDS.
           DISPLAY "Transaction records read : " WS-TXN-RECORDS.
           DISPLAY "Pending headers read     : " WS-PI-RECORDS.
           DISPLAY "Numbers in gaps          : " WS-GAP-NUMBERS.
           DISPLAY "Held / rejected numbers  : " WS-HELD-NUMBERS
               " / " WS-REJECTED-NUMBERS.
           DISPLAY "Duplicate uses           : " WS-DUPLICATES.

       3000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.
           COPY "invcatld.cpy".
           COPY "rptarch.cpy".
