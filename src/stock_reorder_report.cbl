      *> on this morning's report, not the delivery driver coming
      *> back with the box still on the van. Articles with no
      *> reorder level set are left alone.
      *> The check is made per branch off BRANCH-STOCK, branch by
      *> branch, so one branch running dry is not hidden by another
      *> holding plenty: a branch reorders at its own level on the
      *> BRANCH-STOCK record, or at the article's ITEM-REORDER-LEVEL
      *> where none is set. The company on-hand is printed alongside
      *> - where it would cover the shortfall a transfer is the
      *> answer, not a purchase order. Until any stock has been
      *> booked at a branch there is no BRSTOCK, and the report
      *> falls back to the company-wide figures.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BST-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT REORDER-PRINT ASSIGN TO "REORDER"
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
           COPY "itemmast.cpy".

       FD  BRANCH-STOCK.
           COPY "brstock.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  REORDER-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "brnchtbl.cpy".
       COPY "rptarwk.cpy".

       01 WS-IM-STATUS       PIC X(02).
       01 WS-BST-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-LAST-BRANCH     PIC X(04).
       01 WS-BRANCH-LEVEL    PIC 9(05).
       01 WS-BRANCH-NAME     PIC X(20).
       01 WS-BRANCHES-SHOWN  PIC 9(04) VALUE ZERO.
       01 WS-TODAY           PIC 9(08).
       01 WS-ITEMS-READ      PIC 9(06) VALUE ZERO.
       01 WS-ITEMS-LISTED    PIC 9(06) VALUE ZERO.

       01 ONHAND-FORMATTED   PIC -(6)9.
       01 COMPANY-FORMATTED  PIC -(6)9.
       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
               GO TO 0000-EXIT
           END-IF.

           MOVE "REORDER"              TO WS-RA-REPORT-NAME.
           MOVE "STOCK-REORDER-REPORT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "STOCK REORDER REPORT AS AT " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           OPEN INPUT BRANCH-STOCK.
           IF WS-BST-STATUS = "00"
               PERFORM 2000-REPORT-BY-BRANCH
               CLOSE BRANCH-STOCK
           ELSE
               PERFORM 3000-REPORT-COMPANY-WIDE
           END-IF.

           CLOSE ITEM-MASTER.
           CLOSE REORDER-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Items read   : " WS-ITEMS-READ.
           DISPLAY "Items to buy : " WS-ITEMS-LISTED.
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2000-REPORT-BY-BRANCH.
           PERFORM 5650-LOAD-BRANCH-TABLE.
           MOVE "Item      Description                     On hand
      -         "  Reorder at  Company on hand" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-LAST-BRANCH.
           MOVE LOW-VALUES TO BS-KEY.
           START BRANCH-STOCK KEY IS NOT LESS THAN BS-KEY
               INVALID KEY
                   MOVE "10" TO WS-BST-STATUS
           END-START.

           PERFORM 2100-CHECK-ONE-BRANCH-ITEM
               UNTIL WS-BST-STATUS = "10".

           DISPLAY "Branches with articles to buy: "
               WS-BRANCHES-SHOWN.

       2100-CHECK-ONE-BRANCH-ITEM.
           READ BRANCH-STOCK NEXT
               AT END
                   MOVE "10" TO WS-BST-STATUS
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2200-TEST-BRANCH-LEVEL THRU 2200-EXIT
           END-READ.

       2200-TEST-BRANCH-LEVEL.
           MOVE BS-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER
               KEY IS ITEM-CODE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.

           IF BS-REORDER-LEVEL NUMERIC
               AND BS-REORDER-LEVEL > ZERO
               MOVE BS-REORDER-LEVEL TO WS-BRANCH-LEVEL
           ELSE
               IF ITEM-REORDER-LEVEL NUMERIC
                   MOVE ITEM-REORDER-LEVEL TO WS-BRANCH-LEVEL
               ELSE
                   MOVE ZERO TO WS-BRANCH-LEVEL
               END-IF
           END-IF.
           IF WS-BRANCH-LEVEL = ZERO
               GO TO 2200-EXIT
           END-IF.
           IF BS-ON-HAND-QTY NOT NUMERIC
               MOVE ZERO TO BS-ON-HAND-QTY
           END-IF.
           IF BS-ON-HAND-QTY > WS-BRANCH-LEVEL
               GO TO 2200-EXIT
           END-IF.

      *> A closed branch holds nothing to sell from - whatever is
      *> left on its record is a transfer matter, not a reorder.
           MOVE BS-BRANCH-CODE TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH = ZERO
               GO TO 2200-EXIT
           END-IF.

           IF BS-BRANCH-CODE NOT = WS-LAST-BRANCH
               PERFORM 2300-PRINT-BRANCH-HEADING
           END-IF.

           ADD 1 TO WS-ITEMS-LISTED.
           IF ITEM-ON-HAND-QTY NOT NUMERIC
               MOVE ZERO TO ITEM-ON-HAND-QTY
           END-IF.
           MOVE BS-ON-HAND-QTY   TO ONHAND-FORMATTED.
           MOVE ITEM-ON-HAND-QTY TO COMPANY-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING ITEM-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ITEM-DESCRIPTION DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ONHAND-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BRANCH-LEVEL DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  COMPANY-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2200-EXIT.
           EXIT.

       2300-PRINT-BRANCH-HEADING.
           MOVE BS-BRANCH-CODE TO WS-LAST-BRANCH.
           MOVE SB-NAME(WS-SB-MATCH) TO WS-BRANCH-NAME.
           ADD 1 TO WS-BRANCHES-SHOWN.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           STRING "BRANCH " DELIMITED BY SIZE
                  BS-BRANCH-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BRANCH-NAME DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3000-REPORT-COMPANY-WIDE.
           MOVE "No branch stock on file - company-wide figures."
               TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "Item      Description                     On hand
      -         "  Reorder at" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO ITEM-CODE.
           START ITEM-MASTER KEY IS NOT LESS THAN ITEM-CODE
               INVALID KEY
                   MOVE "10" TO WS-IM-STATUS
           END-START.

           PERFORM 1000-CHECK-ONE-ITEM UNTIL WS-IM-STATUS = "10".

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "brnchld.cpy".
           COPY "rptarch.cpy".
