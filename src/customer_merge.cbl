      *> (supervisor only) repoints everything carrying the losing
      *> id onto the survivor - AR-OPEN-ITEMS, CONTRACTS lines,
      *> unconverted QUOTES headers, open SALES-ORDERS headers,
      *> the invoice-detail headers, the INVOICE-LOTS issues (so a
      *> recall letter reaches the surviving record), the
      *> CUSTOMER-PRICES agreements, the delivery addresses on
      *> CUSTOMER-SHIPTO, documents still waiting on
      *> PENDING-INVOICES, the PROMISE-DIARY entries, the
      *> DEFERRED-REVENUE entries and the customer credit
      *> balance - then retires the duplicate off the master, so
      *> the firm stops having two discount terms and two
      *> envelopes. The sequential stores go through work-file
      *> copies, the pattern the quote flagging uses.
      *>
      *> The loser's ship-tos are renumbered after the survivor's
      *> highest, and every order, detail header and held document
      *> that moves has its ship-to number changed to match. A
      *> merge that would take the survivor past ship-to 99 is
      *> refused before anything moves.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DW-STATUS.

           SELECT INVOICE-LOTS ASSIGN TO "INVLOTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILT-STATUS.

           SELECT LOT-WORK ASSIGN TO "INVLOTWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LW-STATUS.

           SELECT CUSTOMER-CREDITS ASSIGN TO "CUSTCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CP-STATUS.

           SELECT CUSTOMER-SHIPTO ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHP-STATUS.

           SELECT PENDING-INVOICES ASSIGN TO "PENDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PI-STATUS.

           SELECT PROMISE-DIARY ASSIGN TO "PTPDIARY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

           SELECT DEFERRED-REVENUE ASSIGN TO "DEFREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFR-KEY
               FILE STATUS IS WS-DFR-STATUS.

           SELECT SURVEY-PRINT ASSIGN TO "CUSTDUPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

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
       FD  CUSTOMER-MASTER.
           COPY "invdetl.cpy".

       FD  DETAIL-WORK.
       01 DW-RECORD PIC X(100).

       FD  INVOICE-LOTS.
           COPY "invlot.cpy".

       FD  LOT-WORK.
       01 LW-RECORD PIC X(53).

       FD  CUSTOMER-CREDITS.
           COPY "custcred.cpy".
       FD  CUSTOMER-PRICES.
           COPY "custprc.cpy".

       FD  CUSTOMER-SHIPTO.
           COPY "custship.cpy".

       FD  PENDING-INVOICES.
           COPY "pendinv.cpy".

       FD  PROMISE-DIARY.
           COPY "ptpdiary.cpy".

       FD  DEFERRED-REVENUE.
           COPY "defrev.cpy".

       FD  SURVEY-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "rptarwk.cpy".

       78 MAX-SURVEY-CUSTOMERS VALUE 200.

       01 WS-QW-STATUS       PIC X(02).
       01 WS-ID-STATUS       PIC X(02).
       01 WS-DW-STATUS       PIC X(02).
       01 WS-ILT-STATUS      PIC X(02).
       01 WS-LW-STATUS       PIC X(02).
       01 WS-CC-STATUS       PIC X(02).
       01 WS-SO-STATUS       PIC X(02).
       01 WS-OW-STATUS       PIC X(02).
       01 WS-CP-STATUS       PIC X(02).
       01 WS-SHP-STATUS      PIC X(02).
       01 WS-PI-STATUS       PIC X(02).
       01 WS-PTP-STATUS      PIC X(02).
       01 WS-DFR-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-CREDIT-EXISTS   PIC X(01).
       01 WS-ORDERS-REPOINTED PIC 9(06).
       01 WS-PRICES-REPOINTED PIC 9(06).
       01 WS-LOTS-REPOINTED  PIC 9(06).
       01 WS-SHIPTOS-MOVED   PIC 9(02).
       01 WS-PENDING-REPOINTED PIC 9(06).
       01 WS-PROMISES-REPOINTED PIC 9(06).
       01 WS-DEFERRALS-REPOINTED PIC 9(06).

      *> The losing customer's ship-tos, collected before the merge
      *> is confirmed with the number each takes under the survivor
      *> - the survivor's highest number plus one onwards. The same
      *> table renumbers the ship-to on everything that moves.
       01 WS-SHIPTO-TABLE.
          05 WS-SHIPTO-ENTRY OCCURS 99 TIMES.
             10 SHM-OLD-NO      PIC 9(02).
             10 SHM-NEW-NO      PIC 9(02).
             10 SHM-NAME        PIC X(30).
             10 SHM-ADDRESS     PIC X(30).
             10 SHM-CITY        PIC X(20).
             10 SHM-ZIP-CODE    PIC X(05).
       01 WS-SHIPTO-COUNT    PIC 9(02).
       01 WS-SHIPTO-IX       PIC 9(02).
       01 WS-SURVIVOR-TOP-NO PIC 9(02).
       01 WS-SHIPTO-PLAN-OK  PIC X(01).
       01 WS-SHIPTO-FROM     PIC 9(02).
       01 WS-SHIPTO-TO       PIC 9(02).

      *> The losing customer's price agreements, collected during
      *> the keyed browse and applied only after it - a keyed
               GO TO 1000-EXIT
           END-IF.

           MOVE "CUSTDUPS"       TO WS-RA-REPORT-NAME.
           MOVE "CUSTOMER-MERGE" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE "CANDIDATE DUPLICATE CUSTOMERS" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           PERFORM 4000-WRITE-REPORT-LINE.

           CLOSE SURVEY-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Customers surveyed: " WS-SURVEY-COUNT.
           DISPLAY "Candidate pairs   : " WS-PAIRS-FOUND.
                   GO TO 3000-EXIT
           END-READ.

           PERFORM 3050-PLAN-THE-SHIPTOS THRU 3050-EXIT.
           IF WS-SHIPTO-PLAN-OK NOT = "Y"
               CLOSE CUSTOMER-MASTER
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Merging " WS-LOSER-ID " (" CUST-NAME ") into "
               WS-SURVIVOR-ID " - are you sure? (Y/N): ".
           ACCEPT WS-CHOICE.
           PERFORM 3400-REPOINT-THE-DETAIL THRU 3400-EXIT.
           PERFORM 3450-REPOINT-THE-ORDERS THRU 3450-EXIT.
           PERFORM 3460-REPOINT-THE-PRICES THRU 3460-EXIT.
           PERFORM 3470-REPOINT-THE-LOT-ISSUES THRU 3470-EXIT.
           PERFORM 3480-MOVE-THE-SHIPTOS THRU 3480-EXIT.
           PERFORM 3485-REPOINT-THE-PENDING THRU 3485-EXIT.
           PERFORM 3490-REPOINT-THE-PROMISES THRU 3490-EXIT.
           PERFORM 3495-REPOINT-THE-DEFERRALS THRU 3495-EXIT.
           PERFORM 3500-MERGE-THE-CREDIT.

      *> Retire the duplicate last - everything it owned has a new
               WS-ORDERS-REPOINTED.
           DISPLAY "Price agreements       : "
               WS-PRICES-REPOINTED.
           DISPLAY "Lot issues             : "
               WS-LOTS-REPOINTED.
           DISPLAY "Ship-to addresses      : "
               WS-SHIPTOS-MOVED.
           DISPLAY "Held documents         : "
               WS-PENDING-REPOINTED.
           DISPLAY "Promises to pay        : "
               WS-PROMISES-REPOINTED.
           DISPLAY "Deferred revenue       : "
               WS-DEFERRALS-REPOINTED.
           DISPLAY "Customer " WS-LOSER-ID " retired.".

           PERFORM 8100-LOG-THE-MERGE.
       3000-EXIT.
           EXIT.

       3050-PLAN-THE-SHIPTOS.
      *> Read-only - finds the survivor's highest ship-to number
      *> and collects the loser's, numbering each after it. Done
      *> before the merge is confirmed, so a survivor that would
      *> run past 99 refuses the merge with nothing moved.
           MOVE "Y"  TO WS-SHIPTO-PLAN-OK.
           MOVE ZERO TO WS-SHIPTO-COUNT WS-SURVIVOR-TOP-NO.

           OPEN INPUT CUSTOMER-SHIPTO.
           IF WS-SHP-STATUS NOT = "00"
               GO TO 3050-EXIT
           END-IF.

           MOVE WS-SURVIVOR-ID TO SHP-CUST-ID.
           MOVE ZERO           TO SHP-NO.
           START CUSTOMER-SHIPTO KEY IS NOT LESS THAN SHP-KEY
               INVALID KEY
                   MOVE "10" TO WS-SHP-STATUS
           END-START.
           PERFORM 3051-NOTE-ONE-SURVIVOR-SHIPTO
               UNTIL WS-SHP-STATUS NOT = "00".

           MOVE "00"        TO WS-SHP-STATUS.
           MOVE WS-LOSER-ID TO SHP-CUST-ID.
           MOVE ZERO        TO SHP-NO.
           START CUSTOMER-SHIPTO KEY IS NOT LESS THAN SHP-KEY
               INVALID KEY
                   MOVE "10" TO WS-SHP-STATUS
           END-START.
           PERFORM 3052-COLLECT-ONE-LOSER-SHIPTO
               UNTIL WS-SHP-STATUS NOT = "00".

           CLOSE CUSTOMER-SHIPTO.

           IF WS-SHIPTO-PLAN-OK NOT = "Y"
               DISPLAY "Survivor " WS-SURVIVOR-ID " already holds "
                   "ship-tos up to " WS-SURVIVOR-TOP-NO " - the "
                   "loser's would run past 99. Retire some by hand "
                   "first - nothing merged."
           END-IF.

       3050-EXIT.
           EXIT.

       3051-NOTE-ONE-SURVIVOR-SHIPTO.
           READ CUSTOMER-SHIPTO NEXT
               AT END
                   MOVE "10" TO WS-SHP-STATUS
               NOT AT END
                   IF SHP-CUST-ID NOT = WS-SURVIVOR-ID
                       MOVE "10" TO WS-SHP-STATUS
                   ELSE
                       MOVE SHP-NO TO WS-SURVIVOR-TOP-NO
                   END-IF
           END-READ.

       3052-COLLECT-ONE-LOSER-SHIPTO.
           READ CUSTOMER-SHIPTO NEXT
               AT END
                   MOVE "10" TO WS-SHP-STATUS
               NOT AT END
                   IF SHP-CUST-ID NOT = WS-LOSER-ID
                       MOVE "10" TO WS-SHP-STATUS
                   ELSE
                       IF WS-SURVIVOR-TOP-NO + WS-SHIPTO-COUNT >= 99
                           MOVE "N"  TO WS-SHIPTO-PLAN-OK
                           MOVE "10" TO WS-SHP-STATUS
                       ELSE
                           ADD 1 TO WS-SHIPTO-COUNT
                           MOVE SHP-NO
                               TO SHM-OLD-NO(WS-SHIPTO-COUNT)
                           COMPUTE SHM-NEW-NO(WS-SHIPTO-COUNT) =
                               WS-SURVIVOR-TOP-NO + WS-SHIPTO-COUNT
                           MOVE SHP-NAME
                               TO SHM-NAME(WS-SHIPTO-COUNT)
                           MOVE SHP-ADDRESS
                               TO SHM-ADDRESS(WS-SHIPTO-COUNT)
                           MOVE SHP-CITY
                               TO SHM-CITY(WS-SHIPTO-COUNT)
                           MOVE SHP-ZIP-CODE
                               TO SHM-ZIP-CODE(WS-SHIPTO-COUNT)
                       END-IF
                   END-IF
           END-READ.

       3100-REPOINT-THE-AR.
           MOVE ZERO TO WS-ITEMS-REPOINTED.

                   IF ID-IS-HEADER
                       AND IDH-CUSTOMER-ID = WS-LOSER-ID
                       MOVE WS-SURVIVOR-ID TO IDH-CUSTOMER-ID
                       IF IDH-SHIPTO-NO NUMERIC
                           MOVE IDH-SHIPTO-NO TO WS-SHIPTO-FROM
                           PERFORM 3700-RENUMBER-THE-SHIPTO
                           MOVE WS-SHIPTO-TO  TO IDH-SHIPTO-NO
                       END-IF
                       ADD 1 TO WS-HEADERS-REPOINTED
                   END-IF
                   MOVE ID-RECORD TO DW-RECORD
                       AND SOH-CUSTOMER-ID = WS-LOSER-ID
                       AND SOH-ORDER-IS-OPEN
                       MOVE WS-SURVIVOR-ID TO SOH-CUSTOMER-ID
                       IF SOH-SHIPTO-NO NUMERIC
                           MOVE SOH-SHIPTO-NO TO WS-SHIPTO-FROM
                           PERFORM 3700-RENUMBER-THE-SHIPTO
                           MOVE WS-SHIPTO-TO  TO SOH-SHIPTO-NO
                       END-IF
                       ADD 1 TO WS-ORDERS-REPOINTED
                   END-IF
                   MOVE SO-RECORD TO OW-RECORD
                   DELETE CUSTOMER-PRICES
           END-READ.

       3470-REPOINT-THE-LOT-ISSUES.
           MOVE ZERO TO WS-LOTS-REPOINTED.

           OPEN INPUT INVOICE-LOTS.
           IF WS-ILT-STATUS NOT = "00"
               GO TO 3470-EXIT
           END-IF.

           OPEN OUTPUT LOT-WORK.
           IF WS-LW-STATUS NOT = "00"
               DISPLAY "Could not open LOT-WORK, status "
                   WS-LW-STATUS
               CLOSE INVOICE-LOTS
               GO TO 3470-EXIT
           END-IF.

           PERFORM 3471-COPY-ONE-LOT-RECORD
               UNTIL WS-ILT-STATUS = "10".

           CLOSE INVOICE-LOTS.
           CLOSE LOT-WORK.

           OPEN INPUT LOT-WORK.
           OPEN OUTPUT INVOICE-LOTS.
           PERFORM 3472-RELOAD-ONE-LOT-RECORD
               UNTIL WS-LW-STATUS = "10".
           CLOSE LOT-WORK.
           CLOSE INVOICE-LOTS.

       3470-EXIT.
           EXIT.

       3471-COPY-ONE-LOT-RECORD.
           READ INVOICE-LOTS
               AT END
                   MOVE "10" TO WS-ILT-STATUS
               NOT AT END
                   IF ILT-CUSTOMER-ID = WS-LOSER-ID
                       MOVE WS-SURVIVOR-ID TO ILT-CUSTOMER-ID
                       ADD 1 TO WS-LOTS-REPOINTED
                   END-IF
                   MOVE ILT-RECORD TO LW-RECORD
                   WRITE LW-RECORD
           END-READ.

       3472-RELOAD-ONE-LOT-RECORD.
           READ LOT-WORK
               AT END
                   MOVE "10" TO WS-LW-STATUS
               NOT AT END
                   MOVE LW-RECORD TO ILT-RECORD
                   WRITE ILT-RECORD
           END-READ.

       3480-MOVE-THE-SHIPTOS.
      *> The collected ship-tos are written under the survivor with
      *> their new numbers and the loser's copies deleted - keyed,
      *> after the browse that found them.
           MOVE ZERO TO WS-SHIPTOS-MOVED.
           IF WS-SHIPTO-COUNT = ZERO
               GO TO 3480-EXIT
           END-IF.

           OPEN I-O CUSTOMER-SHIPTO.
           IF WS-SHP-STATUS NOT = "00"
               DISPLAY "** CUSTOMER-SHIPTO not available, status "
                   WS-SHP-STATUS " - the loser's ship-tos must "
                   "move by hand"
               GO TO 3480-EXIT
           END-IF.

           PERFORM 3481-MOVE-ONE-SHIPTO
               VARYING WS-SHIPTO-IX FROM 1 BY 1
               UNTIL WS-SHIPTO-IX > WS-SHIPTO-COUNT.

           CLOSE CUSTOMER-SHIPTO.

       3480-EXIT.
           EXIT.

       3481-MOVE-ONE-SHIPTO.
           MOVE WS-SURVIVOR-ID               TO SHP-CUST-ID.
           MOVE SHM-NEW-NO(WS-SHIPTO-IX)     TO SHP-NO.
           MOVE SHM-NAME(WS-SHIPTO-IX)       TO SHP-NAME.
           MOVE SHM-ADDRESS(WS-SHIPTO-IX)    TO SHP-ADDRESS.
           MOVE SHM-CITY(WS-SHIPTO-IX)       TO SHP-CITY.
           MOVE SHM-ZIP-CODE(WS-SHIPTO-IX)   TO SHP-ZIP-CODE.
           WRITE SHP-RECORD
               INVALID KEY
                   DISPLAY "** ship-to " SHM-NEW-NO(WS-SHIPTO-IX)
                       " already on file for " WS-SURVIVOR-ID
                       " - loser's ship-to "
                       SHM-OLD-NO(WS-SHIPTO-IX) " kept"
               NOT INVALID KEY
                   ADD 1 TO WS-SHIPTOS-MOVED
                   MOVE WS-LOSER-ID              TO SHP-CUST-ID
                   MOVE SHM-OLD-NO(WS-SHIPTO-IX) TO SHP-NO
                   READ CUSTOMER-SHIPTO
                       KEY IS SHP-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE CUSTOMER-SHIPTO
                   END-READ
           END-WRITE.

       3485-REPOINT-THE-PENDING.
      *> A held document still to be decided or posted follows the
      *> customer - it will post against the survivor. Rejected and
      *> posted ones are history and stay as they were.
           MOVE ZERO TO WS-PENDING-REPOINTED.

           OPEN I-O PENDING-INVOICES.
           IF WS-PI-STATUS NOT = "00"
               GO TO 3485-EXIT
           END-IF.

           MOVE LOW-VALUES TO PI-KEY.
           START PENDING-INVOICES KEY IS NOT LESS THAN PI-KEY
               INVALID KEY
                   MOVE "10" TO WS-PI-STATUS
           END-START.
           PERFORM 3486-REPOINT-ONE-PENDING
               UNTIL WS-PI-STATUS = "10".

           CLOSE PENDING-INVOICES.

       3485-EXIT.
           EXIT.

       3486-REPOINT-ONE-PENDING.
           READ PENDING-INVOICES NEXT
               AT END
                   MOVE "10" TO WS-PI-STATUS
               NOT AT END
                   IF PI-IS-HEADER
                       AND PIH-CUSTOMER-ID = WS-LOSER-ID
                       AND PIH-STILL-OPEN
                       MOVE WS-SURVIVOR-ID TO PIH-CUSTOMER-ID
                       IF PIH-SHIPTO-NO NUMERIC
                           MOVE PIH-SHIPTO-NO TO WS-SHIPTO-FROM
                           PERFORM 3700-RENUMBER-THE-SHIPTO
                           MOVE WS-SHIPTO-TO  TO PIH-SHIPTO-NO
                       END-IF
                       REWRITE PI-RECORD
                       ADD 1 TO WS-PENDING-REPOINTED
                   END-IF
           END-READ.

       3490-REPOINT-THE-PROMISES.
      *> Every promise moves - its open item already has.
           MOVE ZERO TO WS-PROMISES-REPOINTED.

           OPEN I-O PROMISE-DIARY.
           IF WS-PTP-STATUS NOT = "00"
               GO TO 3490-EXIT
           END-IF.

           MOVE LOW-VALUES TO PTP-KEY.
           START PROMISE-DIARY KEY IS NOT LESS THAN PTP-KEY
               INVALID KEY
                   MOVE "10" TO WS-PTP-STATUS
           END-START.
           PERFORM 3491-REPOINT-ONE-PROMISE
               UNTIL WS-PTP-STATUS = "10".

           CLOSE PROMISE-DIARY.

       3490-EXIT.
           EXIT.

       3491-REPOINT-ONE-PROMISE.
           READ PROMISE-DIARY NEXT
               AT END
                   MOVE "10" TO WS-PTP-STATUS
               NOT AT END
                   IF PTP-CUSTOMER-ID = WS-LOSER-ID
                       MOVE WS-SURVIVOR-ID TO PTP-CUSTOMER-ID
                       REWRITE PTP-RECORD
                       ADD 1 TO WS-PROMISES-REPOINTED
                   END-IF
           END-READ.

       3495-REPOINT-THE-DEFERRALS.
      *> Every deferral and reversal moves with the contract lines
      *> and open items it came from.
           MOVE ZERO TO WS-DEFERRALS-REPOINTED.

           OPEN I-O DEFERRED-REVENUE.
           IF WS-DFR-STATUS NOT = "00"
               GO TO 3495-EXIT
           END-IF.

           MOVE LOW-VALUES TO DFR-KEY.
           START DEFERRED-REVENUE KEY IS NOT LESS THAN DFR-KEY
               INVALID KEY
                   MOVE "10" TO WS-DFR-STATUS
           END-START.
           PERFORM 3496-REPOINT-ONE-DEFERRAL
               UNTIL WS-DFR-STATUS = "10".

           CLOSE DEFERRED-REVENUE.

       3495-EXIT.
           EXIT.

       3496-REPOINT-ONE-DEFERRAL.
           READ DEFERRED-REVENUE NEXT
               AT END
                   MOVE "10" TO WS-DFR-STATUS
               NOT AT END
                   IF DFR-CUSTOMER-ID = WS-LOSER-ID
                       MOVE WS-SURVIVOR-ID TO DFR-CUSTOMER-ID
                       REWRITE DFR-RECORD
                       ADD 1 TO WS-DEFERRALS-REPOINTED
                   END-IF
           END-READ.

       3500-MERGE-THE-CREDIT.
      *> Money held on account follows the customer it belongs to.
           OPEN I-O CUSTOMER-CREDITS.
       3500-EXIT.
           EXIT.

       3700-RENUMBER-THE-SHIPTO.
      *> The loser's ship-to number in WS-SHIPTO-FROM becomes the
      *> survivor's in WS-SHIPTO-TO. 00 is the billing address and
      *> stays 00; a number the loser never held is left alone.
           MOVE WS-SHIPTO-FROM TO WS-SHIPTO-TO.
           PERFORM 3710-MATCH-ONE-SHIPTO
               VARYING WS-SHIPTO-IX FROM 1 BY 1
               UNTIL WS-SHIPTO-IX > WS-SHIPTO-COUNT.

       3710-MATCH-ONE-SHIPTO.
           IF SHM-OLD-NO(WS-SHIPTO-IX) = WS-SHIPTO-FROM
               AND WS-SHIPTO-FROM NOT = ZERO
               MOVE SHM-NEW-NO(WS-SHIPTO-IX) TO WS-SHIPTO-TO
           END-IF.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-THE-MERGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
