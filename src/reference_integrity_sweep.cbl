       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-INTEGRITY-SWEEP.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Nightly sweep of the billing and membership files against
      *> each other. PERSON-REBUILD proves PERSON-MASTER on its own;
      *> this proves the references between the files still land:
      *>   AROPEN     - the open item's customer on CUSTOMER-MASTER
      *>   CONTRACTS  - the line's customer, article (ITEM-MASTER)
      *>                and rep (SALES-REPS)
      *>   INVDETAIL  - the document header's rep
      *>   MEMCUSTLNK - the linked member (by member number) and
      *>                the customer it was promoted to
      *>   CONSREG    - the member the consent belongs to
      *>   PERSONMST  - the member's branch on BRANCHES, and not a
      *>                closed one
      *> A blank optional reference (no article, no rep, no branch
      *> yet) is not an orphan. A link or consent written before
      *> member numbers existed (number zero) is matched by the
      *> member's lastname+zip instead. Every orphan is listed on
      *> REFRPT by file and check; the night's count per check is
      *> appended to REFERENCE-TREND and printed beside the last
      *> night's, so a bad merge or erasure shows up the morning
      *> after as a jump. Nothing is corrected here. A check whose
      *> count rose since the last night ends the run with
      *> condition code 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-IM-STATUS.

           SELECT SALES-REPS ASSIGN TO "SALESREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CODE
               FILE STATUS IS WS-REP-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT CONTRACTS-FILE ASSIGN TO "CONTRACTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-STATUS.

           SELECT INVOICE-DETAIL ASSIGN TO "INVDETAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT MEMBER-CUSTOMER-LINK ASSIGN TO "MEMCUSTLNK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

           SELECT CONSENT-REGISTER ASSIGN TO "CONSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-MEMBER-KEY
               FILE STATUS IS WS-CR-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT REFERENCE-TREND ASSIGN TO "REFTREND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFT-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO "REFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

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
           COPY "custmast.cpy".

       FD  ITEM-MASTER.
           COPY "itemmast.cpy".

       FD  SALES-REPS.
           COPY "salesrep.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  CONTRACTS-FILE.
           COPY "contract.cpy".

       FD  INVOICE-DETAIL.
           COPY "invdetl.cpy".

       FD  MEMBER-CUSTOMER-LINK.
           COPY "memlink.cpy".

       FD  CONSENT-REGISTER.
           COPY "consreg.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  REFERENCE-TREND.
           COPY "reftrend.cpy".

       FD  SWEEP-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".

      *> This job runs with no sign-on, so it carries its own copy
      *> of the training switch the shared audit appender tests -
      *> always off here.
       01 WS-TRAINING-FLAG   PIC X(01) VALUE "N".
           88 WS-TRAINING-MODE   VALUE "Y".

       78 MAX-SWEEP-CHECKS   VALUE 10.
       78 MAX-SWEEP-BRANCHES VALUE 50.
       78 MAX-MEMBER-NUMBER  VALUE 99999.

       01 WS-CM-STATUS       PIC X(02).
       01 WS-IM-STATUS       PIC X(02).
       01 WS-REP-STATUS      PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-CT-STATUS       PIC X(02).
       01 WS-ID-STATUS       PIC X(02).
       01 WS-ML-STATUS       PIC X(02).
       01 WS-CR-STATUS       PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-RFT-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".

      *> The checks in sweep order - the number is the check's
      *> RFT-CHECK-NO on the trend file, so a check is only ever
      *> added at the end.
       01 WS-CHECK-VALUES.
          05 FILLER PIC X(34)
              VALUE "AROPEN    CUSTOMER NOT ON FILE    ".
          05 FILLER PIC X(34)
              VALUE "CONTRACTS CUSTOMER NOT ON FILE    ".
          05 FILLER PIC X(34)
              VALUE "CONTRACTS ITEM NOT ON FILE        ".
          05 FILLER PIC X(34)
              VALUE "CONTRACTS REP NOT ON FILE         ".
          05 FILLER PIC X(34)
              VALUE "INVDETAIL REP NOT ON FILE         ".
          05 FILLER PIC X(34)
              VALUE "MEMCUSTLNKMEMBER NOT ON FILE      ".
          05 FILLER PIC X(34)
              VALUE "MEMCUSTLNKCUSTOMER NOT ON FILE    ".
          05 FILLER PIC X(34)
              VALUE "CONSREG   MEMBER NOT ON FILE      ".
          05 FILLER PIC X(34)
              VALUE "PERSONMST BRANCH NOT ON FILE      ".
          05 FILLER PIC X(34)
              VALUE "PERSONMST BRANCH CLOSED           ".
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
          05 WS-CHECK-ENTRY OCCURS 10 TIMES.
             10 CK-FILE-NAME       PIC X(10).
             10 CK-CHECK-NAME      PIC X(24).

       78 CHECK-AR-CUSTOMER      VALUE 1.
       78 CHECK-CT-CUSTOMER      VALUE 2.
       78 CHECK-CT-ITEM          VALUE 3.
       78 CHECK-CT-REP           VALUE 4.
       78 CHECK-ID-REP           VALUE 5.
       78 CHECK-ML-MEMBER        VALUE 6.
       78 CHECK-ML-CUSTOMER      VALUE 7.
       78 CHECK-CR-MEMBER        VALUE 8.
       78 CHECK-PM-BRANCH        VALUE 9.
       78 CHECK-PM-BRANCH-CLOSED VALUE 10.

      *> Tonight's count per check, the last night's from the trend
      *> file, and how many records each check read.
       01 WS-COUNT-TABLE.
          05 WS-COUNT-ENTRY OCCURS 10 TIMES.
             10 CT-TONIGHT         PIC 9(07).
             10 CT-LAST-NIGHT      PIC 9(07).
       01 WS-CHECK-INDEX     PIC 9(02).
       01 WS-CHECK-NO        PIC 9(02).
       01 WS-LAST-DATE       PIC 9(08) VALUE ZERO.
       01 WS-ROSE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-ORPHAN-TOTAL    PIC 9(07) VALUE ZERO.

       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 50 TIMES.
             10 BT-CODE            PIC X(04).
             10 BT-CLOSED          PIC X(01).
       01 WS-BRANCH-COUNT    PIC 9(02) VALUE ZERO.
       01 WS-BRANCH-INDEX    PIC 9(02).
       01 WS-BRANCH-MATCH    PIC 9(02).

      *> One flag per member number - "Y" when PERSON-MASTER holds
      *> that member. Numbers are handed out from one, in turn.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ON-FILE PIC X(01) OCCURS 99999 TIMES.
       01 WS-MEMBER-BEYOND   PIC 9(07) VALUE ZERO.
       01 WS-WANT-MEMBER     PIC 9(08).
       01 WS-MEMBER-FOUND    PIC X(01).

       01 WS-READ-AR         PIC 9(07) VALUE ZERO.
       01 WS-READ-CT         PIC 9(07) VALUE ZERO.
       01 WS-READ-ID         PIC 9(07) VALUE ZERO.
       01 WS-READ-ML         PIC 9(07) VALUE ZERO.
       01 WS-READ-CR         PIC 9(07) VALUE ZERO.
       01 WS-READ-PM         PIC 9(07) VALUE ZERO.

       01 WS-RECORD-TEXT     PIC X(30).
       01 WS-REFERENCE-TEXT  PIC X(30).

       01 COUNT-FORMATTED    PIC Z(6)9.
       01 LAST-FORMATTED     PIC Z(6)9.
       01 CHANGE-FORMATTED   PIC -(6)9.
       01 WS-CHANGE          PIC S9(07).

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "REFERENCE-SWEEP" TO WS-RC-JOB-NAME.
           MOVE SPACES            TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT SWEEP-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open SWEEP-REPORT, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "REFRPT"          TO WS-RA-REPORT-NAME.
           MOVE "REFERENCE-SWEEP" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "REFERENTIAL INTEGRITY SWEEP FOR " DELIMITED BY SIZE
                  WS-RC-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "FILE       CHECK                    RECORD"
                      DELIMITED BY SIZE
                  "                         REFERS TO"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

           INITIALIZE WS-COUNT-TABLE.
           PERFORM 1000-LOAD-LAST-NIGHT.
           PERFORM 1500-LOAD-BRANCHES.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CUSTOMER-MASTER, status "
                   WS-CM-STATUS
               CLOSE SWEEP-REPORT
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               CLOSE CUSTOMER-MASTER SWEEP-REPORT
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2000-SWEEP-PERSON-MASTER.
           PERFORM 3000-SWEEP-OPEN-ITEMS.
           PERFORM 3500-SWEEP-CONTRACTS.
           PERFORM 4000-SWEEP-INVOICE-DETAIL.
           PERFORM 4500-SWEEP-MEMBER-LINKS.
           PERFORM 5000-SWEEP-CONSENTS.

           CLOSE CUSTOMER-MASTER PERSON-MASTER.

           PERFORM 6000-PRINT-THE-COUNTS.
           CLOSE SWEEP-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           PERFORM 6500-APPEND-THE-TREND.
           PERFORM 7000-LOG-THE-SWEEP.
           PERFORM 7600-RUN-CONTROL-END.

           DISPLAY "Orphans and dangling references: " WS-ORPHAN-TOTAL.
           IF WS-ROSE-COUNT > ZERO
               DISPLAY "** " WS-ROSE-COUNT " check(s) up on the last "
                   "night - see REFRPT **"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-LAST-NIGHT.
      *> The trend file is appended in date order - the latest
      *> night before tonight is the one to compare with.
           OPEN INPUT REFERENCE-TREND.
           IF WS-RFT-STATUS = "00"
               PERFORM 1100-READ-ONE-TREND
                   UNTIL WS-RFT-STATUS = "10"
               CLOSE REFERENCE-TREND
           END-IF.

       1100-READ-ONE-TREND.
           READ REFERENCE-TREND
               AT END
                   MOVE "10" TO WS-RFT-STATUS
               NOT AT END
                   IF RFT-RUN-DATE < WS-RC-TODAY
                       AND RFT-CHECK-NO > ZERO
                       AND RFT-CHECK-NO <= MAX-SWEEP-CHECKS
                       IF RFT-RUN-DATE > WS-LAST-DATE
                           MOVE RFT-RUN-DATE TO WS-LAST-DATE
                           PERFORM 1150-CLEAR-ONE-LAST-NIGHT
                               VARYING WS-CHECK-INDEX FROM 1 BY 1
                               UNTIL WS-CHECK-INDEX > MAX-SWEEP-CHECKS
                       END-IF
                       IF RFT-RUN-DATE = WS-LAST-DATE
                           MOVE RFT-COUNT
                               TO CT-LAST-NIGHT(RFT-CHECK-NO)
                       END-IF
                   END-IF
           END-READ.

       1150-CLEAR-ONE-LAST-NIGHT.
           MOVE ZERO TO CT-LAST-NIGHT(WS-CHECK-INDEX).

       1500-LOAD-BRANCHES.
      *> Every branch on file, closed ones too - a member left on a
      *> closed branch is its own check.
           OPEN INPUT BRANCHES-FILE.
           IF WS-BR-STATUS NOT = "00"
               DISPLAY "No BRANCHES on file - every member branch "
                   "will show as not on file."
           ELSE
               PERFORM 1600-LOAD-ONE-BRANCH
                   UNTIL WS-BR-STATUS = "10"
               CLOSE BRANCHES-FILE
           END-IF.

       1600-LOAD-ONE-BRANCH.
           READ BRANCHES-FILE
               AT END
                   MOVE "10" TO WS-BR-STATUS
               NOT AT END
                   IF WS-BRANCH-COUNT >= MAX-SWEEP-BRANCHES
                       DISPLAY "** branch table full - branch "
                           BR-CODE " skipped"
                   ELSE
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BR-CODE TO BT-CODE(WS-BRANCH-COUNT)
                       IF BR-IS-CLOSED
                           MOVE "Y" TO BT-CLOSED(WS-BRANCH-COUNT)
                       ELSE
                           MOVE "N" TO BT-CLOSED(WS-BRANCH-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2000-SWEEP-PERSON-MASTER.
      *> One pass notes every member number on file for the link and
      *> consent checks, and checks each member's branch.
           INITIALIZE WS-MEMBER-TABLE.
           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.
           PERFORM 2100-SWEEP-ONE-MEMBER
               UNTIL WS-PM-STATUS = "10".

       2100-SWEEP-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-PM
                   IF PM-MEMBER-NUMBER NUMERIC
                       AND PM-MEMBER-NUMBER NOT = ZERO
                       IF PM-MEMBER-NUMBER > MAX-MEMBER-NUMBER
                           ADD 1 TO WS-MEMBER-BEYOND
                       ELSE
                           MOVE "Y" TO
                               WS-MEMBER-ON-FILE(PM-MEMBER-NUMBER)
                       END-IF
                   END-IF
                   IF PM-BRANCH-CODE NOT = SPACES
                       PERFORM 2200-CHECK-THE-BRANCH
                   END-IF
           END-READ.

       2200-CHECK-THE-BRANCH.
           MOVE ZERO TO WS-BRANCH-MATCH.
           PERFORM 2210-MATCH-ONE-BRANCH
               VARYING WS-BRANCH-INDEX FROM 1 BY 1
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
                  OR WS-BRANCH-MATCH NOT = ZERO.

           IF WS-BRANCH-MATCH = ZERO
               MOVE CHECK-PM-BRANCH TO WS-CHECK-NO
           ELSE
               IF BT-CLOSED(WS-BRANCH-MATCH) = "Y"
                   MOVE CHECK-PM-BRANCH-CLOSED TO WS-CHECK-NO
               ELSE
                   MOVE ZERO TO WS-CHECK-NO
               END-IF
           END-IF.

           IF WS-CHECK-NO NOT = ZERO
               MOVE SPACES TO WS-RECORD-TEXT WS-REFERENCE-TEXT
               STRING "member " DELIMITED BY SIZE
                      PM-LASTNAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      PM-ZIP-CODE DELIMITED BY SIZE
                      INTO WS-RECORD-TEXT
               STRING "branch " DELIMITED BY SIZE
                      PM-BRANCH-CODE DELIMITED BY SIZE
                      INTO WS-REFERENCE-TEXT
               PERFORM 8800-NOTE-AN-ORPHAN
           END-IF.

       2210-MATCH-ONE-BRANCH.
           IF BT-CODE(WS-BRANCH-INDEX) = PM-BRANCH-CODE
               MOVE WS-BRANCH-INDEX TO WS-BRANCH-MATCH
           END-IF.

       3000-SWEEP-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "AR-OPEN-ITEMS not available, status "
                   WS-AR-STATUS " - not swept."
           ELSE
               MOVE LOW-VALUES TO AR-INVOICE-NUMBER
               START AR-OPEN-ITEMS
                   KEY IS NOT LESS THAN AR-INVOICE-NUMBER
                   INVALID KEY
                       MOVE "10" TO WS-AR-STATUS
               END-START
               PERFORM 3100-SWEEP-ONE-ITEM
                   UNTIL WS-AR-STATUS = "10"
               CLOSE AR-OPEN-ITEMS
           END-IF.

       3100-SWEEP-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-AR
                   MOVE AR-CUSTOMER-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                       KEY IS CUST-ID
                       INVALID KEY
                           MOVE CHECK-AR-CUSTOMER TO WS-CHECK-NO
                           MOVE SPACES TO WS-RECORD-TEXT
                                          WS-REFERENCE-TEXT
                           STRING "invoice " DELIMITED BY SIZE
                                  AR-INVOICE-NUMBER DELIMITED BY SIZE
                                  INTO WS-RECORD-TEXT
                           STRING "customer " DELIMITED BY SIZE
                                  AR-CUSTOMER-ID DELIMITED BY SIZE
                                  INTO WS-REFERENCE-TEXT
                           PERFORM 8800-NOTE-AN-ORPHAN
                   END-READ
           END-READ.

       3500-SWEEP-CONTRACTS.
           OPEN INPUT ITEM-MASTER.
           IF WS-IM-STATUS NOT = "00"
               DISPLAY "Could not open ITEM-MASTER, status "
                   WS-IM-STATUS " - contracts and details not swept."
               GO TO 3500-EXIT
           END-IF.
           OPEN INPUT SALES-REPS.
           IF WS-REP-STATUS NOT = "00"
               DISPLAY "Could not open SALES-REPS, status "
                   WS-REP-STATUS " - contracts and details not swept."
               CLOSE ITEM-MASTER
               GO TO 3500-EXIT
           END-IF.

           OPEN INPUT CONTRACTS-FILE.
           IF WS-CT-STATUS NOT = "00"
               DISPLAY "CONTRACTS not available, status "
                   WS-CT-STATUS " - not swept."
           ELSE
               MOVE LOW-VALUES TO CT-KEY
               START CONTRACTS-FILE KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY
                       MOVE "10" TO WS-CT-STATUS
               END-START
               PERFORM 3600-SWEEP-ONE-LINE
                   UNTIL WS-CT-STATUS = "10"
               CLOSE CONTRACTS-FILE
           END-IF.

       3500-EXIT.
           EXIT.

       3600-SWEEP-ONE-LINE.
           READ CONTRACTS-FILE NEXT
               AT END
                   MOVE "10" TO WS-CT-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-CT
                   MOVE SPACES TO WS-RECORD-TEXT
                   STRING "contract " DELIMITED BY SIZE
                          CT-CONTRACT-ID DELIMITED BY SIZE
                          " line " DELIMITED BY SIZE
                          CT-LINE-NO DELIMITED BY SIZE
                          INTO WS-RECORD-TEXT
                   PERFORM 3700-CHECK-ONE-LINE
           END-READ.

       3700-CHECK-ONE-LINE.
           MOVE CT-CUSTOMER-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE CHECK-CT-CUSTOMER TO WS-CHECK-NO
                   MOVE SPACES TO WS-REFERENCE-TEXT
                   STRING "customer " DELIMITED BY SIZE
                          CT-CUSTOMER-ID DELIMITED BY SIZE
                          INTO WS-REFERENCE-TEXT
                   PERFORM 8800-NOTE-AN-ORPHAN
           END-READ.

           IF CT-ITEM-CODE NOT = SPACES
               MOVE CT-ITEM-CODE TO ITEM-CODE
               READ ITEM-MASTER
                   KEY IS ITEM-CODE
                   INVALID KEY
                       MOVE CHECK-CT-ITEM TO WS-CHECK-NO
                       MOVE SPACES TO WS-REFERENCE-TEXT
                       STRING "item " DELIMITED BY SIZE
                              CT-ITEM-CODE DELIMITED BY SIZE
                              INTO WS-REFERENCE-TEXT
                       PERFORM 8800-NOTE-AN-ORPHAN
               END-READ
           END-IF.

           IF CT-REP-CODE NOT = SPACES
               MOVE CT-REP-CODE TO REP-CODE
               READ SALES-REPS
                   KEY IS REP-CODE
                   INVALID KEY
                       MOVE CHECK-CT-REP TO WS-CHECK-NO
                       MOVE SPACES TO WS-REFERENCE-TEXT
                       STRING "rep " DELIMITED BY SIZE
                              CT-REP-CODE DELIMITED BY SIZE
                              INTO WS-REFERENCE-TEXT
                       PERFORM 8800-NOTE-AN-ORPHAN
               END-READ
           END-IF.

       4000-SWEEP-INVOICE-DETAIL.
           IF WS-REP-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.

           OPEN INPUT INVOICE-DETAIL.
           IF WS-ID-STATUS NOT = "00"
               DISPLAY "INVOICE-DETAIL not available, status "
                   WS-ID-STATUS " - not swept."
           ELSE
               PERFORM 4100-SWEEP-ONE-DETAIL
                   UNTIL WS-ID-STATUS = "10"
               CLOSE INVOICE-DETAIL
           END-IF.

           CLOSE ITEM-MASTER SALES-REPS.

       4000-EXIT.
           EXIT.

       4100-SWEEP-ONE-DETAIL.
           READ INVOICE-DETAIL
               AT END
                   MOVE "10" TO WS-ID-STATUS
               NOT AT END
                   IF ID-IS-HEADER
                       ADD 1 TO WS-READ-ID
                       IF IDH-REP-CODE NOT = SPACES
                           PERFORM 4200-CHECK-THE-REP
                       END-IF
                   END-IF
           END-READ.

       4200-CHECK-THE-REP.
           MOVE IDH-REP-CODE TO REP-CODE.
           READ SALES-REPS
               KEY IS REP-CODE
               INVALID KEY
                   MOVE CHECK-ID-REP TO WS-CHECK-NO
                   MOVE SPACES TO WS-RECORD-TEXT WS-REFERENCE-TEXT
                   STRING "document " DELIMITED BY SIZE
                          ID-INVOICE-NUMBER DELIMITED BY SIZE
                          INTO WS-RECORD-TEXT
                   STRING "rep " DELIMITED BY SIZE
                          IDH-REP-CODE DELIMITED BY SIZE
                          INTO WS-REFERENCE-TEXT
                   PERFORM 8800-NOTE-AN-ORPHAN
           END-READ.

       4500-SWEEP-MEMBER-LINKS.
           OPEN INPUT MEMBER-CUSTOMER-LINK.
           IF WS-ML-STATUS NOT = "00"
               DISPLAY "No MEMCUSTLNK on file - links not swept."
           ELSE
               PERFORM 4600-SWEEP-ONE-LINK
                   UNTIL WS-ML-STATUS = "10"
               CLOSE MEMBER-CUSTOMER-LINK
           END-IF.

       4600-SWEEP-ONE-LINK.
           READ MEMBER-CUSTOMER-LINK
               AT END
                   MOVE "10" TO WS-ML-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-ML
                   MOVE SPACES TO WS-RECORD-TEXT
                   STRING "link customer " DELIMITED BY SIZE
                          ML-CUST-ID DELIMITED BY SIZE
                          INTO WS-RECORD-TEXT
                   PERFORM 4700-CHECK-ONE-LINK
           END-READ.

       4700-CHECK-ONE-LINK.
           IF ML-MEMBER-NUMBER NUMERIC
               MOVE ML-MEMBER-NUMBER TO WS-WANT-MEMBER
           ELSE
               MOVE ZERO TO WS-WANT-MEMBER
           END-IF.
           MOVE ML-LASTNAME TO PM-LASTNAME.
           MOVE ML-ZIP-CODE TO PM-ZIP-CODE.
           PERFORM 8700-FIND-THE-MEMBER.
           IF WS-MEMBER-FOUND = "N"
               MOVE CHECK-ML-MEMBER TO WS-CHECK-NO
               MOVE SPACES TO WS-REFERENCE-TEXT
               STRING "member " DELIMITED BY SIZE
                      ML-MEMBER-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ML-LASTNAME DELIMITED BY SPACE
                      INTO WS-REFERENCE-TEXT
               PERFORM 8800-NOTE-AN-ORPHAN
           END-IF.

           MOVE ML-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE CHECK-ML-CUSTOMER TO WS-CHECK-NO
                   MOVE SPACES TO WS-REFERENCE-TEXT
                   STRING "customer " DELIMITED BY SIZE
                          ML-CUST-ID DELIMITED BY SIZE
                          INTO WS-REFERENCE-TEXT
                   PERFORM 8800-NOTE-AN-ORPHAN
           END-READ.

       5000-SWEEP-CONSENTS.
           OPEN INPUT CONSENT-REGISTER.
           IF WS-CR-STATUS NOT = "00"
               DISPLAY "CONSENT-REGISTER not available, status "
                   WS-CR-STATUS " - not swept."
           ELSE
               MOVE LOW-VALUES TO CR-MEMBER-KEY
               START CONSENT-REGISTER
                   KEY IS NOT LESS THAN CR-MEMBER-KEY
                   INVALID KEY
                       MOVE "10" TO WS-CR-STATUS
               END-START
               PERFORM 5100-SWEEP-ONE-CONSENT
                   UNTIL WS-CR-STATUS = "10"
               CLOSE CONSENT-REGISTER
           END-IF.

       5100-SWEEP-ONE-CONSENT.
           READ CONSENT-REGISTER NEXT
               AT END
                   MOVE "10" TO WS-CR-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-CR
                   IF CR-MEMBER-NUMBER NUMERIC
                       MOVE CR-MEMBER-NUMBER TO WS-WANT-MEMBER
                   ELSE
                       MOVE ZERO TO WS-WANT-MEMBER
                   END-IF
                   MOVE CR-LASTNAME TO PM-LASTNAME
                   MOVE CR-ZIP-CODE TO PM-ZIP-CODE
                   PERFORM 8700-FIND-THE-MEMBER
                   IF WS-MEMBER-FOUND = "N"
                       MOVE CHECK-CR-MEMBER TO WS-CHECK-NO
                       MOVE SPACES TO WS-RECORD-TEXT
                                      WS-REFERENCE-TEXT
                       STRING "consent " DELIMITED BY SIZE
                              CR-LASTNAME DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              CR-ZIP-CODE DELIMITED BY SIZE
                              INTO WS-RECORD-TEXT
                       STRING "member " DELIMITED BY SIZE
                              CR-MEMBER-NUMBER DELIMITED BY SIZE
                              INTO WS-REFERENCE-TEXT
                       PERFORM 8800-NOTE-AN-ORPHAN
                   END-IF
           END-READ.

       6000-PRINT-THE-COUNTS.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "FILE       CHECK                      TONIGHT"
                      DELIMITED BY SIZE
                  "  LAST NIGHT   CHANGE" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           PERFORM 6100-PRINT-ONE-COUNT
               VARYING WS-CHECK-INDEX FROM 1 BY 1
               UNTIL WS-CHECK-INDEX > MAX-SWEEP-CHECKS.

           MOVE SPACES TO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF WS-LAST-DATE = ZERO
               MOVE "Last night        : none on REFTREND - first "
                   TO PRT-LINE
           ELSE
               STRING "Last night        : " DELIMITED BY SIZE
                      WS-LAST-DATE DELIMITED BY SIZE
                      INTO PRT-LINE
           END-IF.
           PERFORM 8900-WRITE-REPORT-LINE.

           MOVE SPACES TO PRT-LINE.
           STRING "Records swept     : AROPEN " DELIMITED BY SIZE
                  WS-READ-AR DELIMITED BY SIZE
                  "  CONTRACTS " DELIMITED BY SIZE
                  WS-READ-CT DELIMITED BY SIZE
                  "  INVDETAIL headers " DELIMITED BY SIZE
                  WS-READ-ID DELIMITED BY SIZE
                  "  MEMCUSTLNK " DELIMITED BY SIZE
                  WS-READ-ML DELIMITED BY SIZE
                  "  CONSREG " DELIMITED BY SIZE
                  WS-READ-CR DELIMITED BY SIZE
                  "  PERSONMST " DELIMITED BY SIZE
                  WS-READ-PM DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

           IF WS-MEMBER-BEYOND > ZERO
               MOVE SPACES TO PRT-LINE
               STRING "** " DELIMITED BY SIZE
                      WS-MEMBER-BEYOND DELIMITED BY SIZE
                      " member number(s) above the sweep's table - "
                          DELIMITED BY SIZE
                      "links and consents to them show as orphans"
                          DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 8900-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.
           IF WS-ROSE-COUNT = ZERO
               MOVE "SWEEP VERDICT     : NO CHECK UP ON LAST NIGHT"
                   TO PRT-LINE
           ELSE
               MOVE "SWEEP VERDICT     : ** ORPHANS RISING **"
                   TO PRT-LINE
           END-IF.
           PERFORM 8900-WRITE-REPORT-LINE.

           MOVE "Signed off by ....................." TO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

       6100-PRINT-ONE-COUNT.
           ADD CT-TONIGHT(WS-CHECK-INDEX) TO WS-ORPHAN-TOTAL.
           COMPUTE WS-CHANGE = CT-TONIGHT(WS-CHECK-INDEX)
               - CT-LAST-NIGHT(WS-CHECK-INDEX).
           IF WS-CHANGE > ZERO AND WS-LAST-DATE NOT = ZERO
               ADD 1 TO WS-ROSE-COUNT
           END-IF.
           MOVE CT-TONIGHT(WS-CHECK-INDEX)    TO COUNT-FORMATTED.
           MOVE CT-LAST-NIGHT(WS-CHECK-INDEX) TO LAST-FORMATTED.
           MOVE WS-CHANGE                     TO CHANGE-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING CK-FILE-NAME(WS-CHECK-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CK-CHECK-NAME(WS-CHECK-INDEX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  LAST-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CHANGE-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

       6500-APPEND-THE-TREND.
           OPEN EXTEND REFERENCE-TREND.
           IF WS-RFT-STATUS = "05" OR WS-RFT-STATUS = "35"
               OPEN OUTPUT REFERENCE-TREND
           END-IF.
           IF WS-RFT-STATUS NOT = "00"
               DISPLAY "Could not open REFERENCE-TREND, status "
                   WS-RFT-STATUS " - tonight's counts not kept."
           ELSE
               PERFORM 6600-APPEND-ONE-COUNT
                   VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > MAX-SWEEP-CHECKS
               CLOSE REFERENCE-TREND
           END-IF.

       6600-APPEND-ONE-COUNT.
           MOVE WS-RC-TODAY                  TO RFT-RUN-DATE.
           MOVE WS-CHECK-INDEX               TO RFT-CHECK-NO.
           MOVE CK-FILE-NAME(WS-CHECK-INDEX) TO RFT-FILE-NAME.
           MOVE CK-CHECK-NAME(WS-CHECK-INDEX) TO RFT-CHECK-NAME.
           MOVE CT-TONIGHT(WS-CHECK-INDEX)   TO RFT-COUNT.
           WRITE RFT-RECORD.

       7000-LOG-THE-SWEEP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE "REFERENCE-SWEEP" TO AUD-PROGRAM-ID.
           MOVE SPACES            TO AUD-OPERATOR-ID.
           MOVE SPACES            TO AUD-MESSAGE.
           STRING "Integrity sweep " DELIMITED BY SIZE
                  WS-RC-TODAY DELIMITED BY SIZE
                  ", orphans " DELIMITED BY SIZE
                  WS-ORPHAN-TOTAL DELIMITED BY SIZE
                  ", checks rising " DELIMITED BY SIZE
                  WS-ROSE-COUNT DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       8700-FIND-THE-MEMBER.
      *> By member number where the record carries one; a record
      *> from before member numbers (zero) by the lastname+zip the
      *> caller has moved to PM-KEY.
           MOVE "N" TO WS-MEMBER-FOUND.
           IF WS-WANT-MEMBER NOT = ZERO
               IF WS-WANT-MEMBER <= MAX-MEMBER-NUMBER
                   IF WS-MEMBER-ON-FILE(WS-WANT-MEMBER) = "Y"
                       MOVE "Y" TO WS-MEMBER-FOUND
                   END-IF
               END-IF
           ELSE
               READ PERSON-MASTER
                   KEY IS PM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MEMBER-FOUND
               END-READ
           END-IF.

       8800-NOTE-AN-ORPHAN.
           ADD 1 TO CT-TONIGHT(WS-CHECK-NO).
           MOVE SPACES TO PRT-LINE.
           STRING CK-FILE-NAME(WS-CHECK-NO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CK-CHECK-NAME(WS-CHECK-NO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECORD-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REFERENCE-TEXT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

       8900-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "auditapp.cpy".

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
