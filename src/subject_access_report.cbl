       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Subject-access report - the other half of DATA-ERASURE. A
      *> member asking what we hold on them gets one dated print
      *> (SARPT) for the data-protection officer instead of a search
      *> file by file: the PERSON-MASTER record, every PERSON-HISTORY
      *> change, the consent register, the notifications still on
      *> NOTIFY-QUEUE, the member's COMMS-HISTORY of everything
      *> sent, the last formatted MAILOUT, the nightly and renewal
      *> letters and the greetings that name them, campaign
      *> mailings, event bookings, card issues, any archived copy
      *> of the record, the member-to-customer link and the linked
      *> customer's invoices, payments and open items. Keyed by
      *> member number, so a member who has since married or moved
      *> is still found; a member no longer on the master is traced
      *> by the last image on PERSON-HISTORY. The print files hold
      *> only the latest generation each - older ones are outside
      *> this run. The answer is audit-logged by member number
      *> (never by name, so an erasure cannot scrub the proof of
      *> when the request was answered).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT PERSON-ARCHIVE ASSIGN TO "PERSONARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

           SELECT CONSENT-REGISTER ASSIGN TO "CONSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-MEMBER-KEY
               FILE STATUS IS WS-CR-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NQ-STATUS.

           SELECT COMMS-HISTORY ASSIGN TO "COMMSHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-STATUS.

           SELECT MAILOUT-FILE ASSIGN TO "MAILOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MO-STATUS.

           SELECT LETTER-PRINT ASSIGN TO "NIGHTLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT RENEWAL-PRINT ASSIGN TO "RENEWLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNL-STATUS.

           SELECT GREETINGS ASSIGN TO "GREETINGS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRT-STATUS.

           SELECT CAMPAIGN-MEMBERS ASSIGN TO "CAMPMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-CMB-STATUS.

           SELECT EVENT-BOOKINGS ASSIGN TO "EVBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS WS-EB-STATUS.

           SELECT CARD-ISSUE-LOG ASSIGN TO "CARDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CARD-NUMBER
               FILE STATUS IS WS-CL-STATUS.

           SELECT MEMBER-CUSTOMER-LINK ASSIGN TO "MEMCUSTLNK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT INVOICE-DETAIL ASSIGN TO "INVDETAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT PAYMENTS ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT SUBJECT-REPORT ASSIGN TO "SARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  PERSON-ARCHIVE.
           COPY "persarch.cpy".

       FD  CONSENT-REGISTER.
           COPY "consreg.cpy".

       FD  NOTIFY-QUEUE.
           COPY "notifrec.cpy".

       FD  COMMS-HISTORY.
           COPY "commshist.cpy".

       FD  MAILOUT-FILE.
       01 MO-RECORD PIC X(132).

       FD  LETTER-PRINT.
       01 LTR-RECORD PIC X(132).

       FD  RENEWAL-PRINT.
       01 RNL-RECORD PIC X(132).

       FD  GREETINGS.
           COPY "greetrec.cpy".

       FD  CAMPAIGN-MEMBERS.
           COPY "campmem.cpy".

       FD  EVENT-BOOKINGS.
           COPY "evbook.cpy".

       FD  CARD-ISSUE-LOG.
           COPY "cardlog.cpy".

       FD  MEMBER-CUSTOMER-LINK.
           COPY "memlink.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  INVOICE-DETAIL.
           COPY "invdetl.cpy".

       FD  PAYMENTS.
           COPY "payrec.cpy".

       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  SUBJECT-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

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

       78 MAX-LINKED-CUSTOMERS VALUE 10.

       01 WS-PM-STATUS       PIC X(02).
       01 WS-PH-STATUS       PIC X(02).
       01 WS-PA-STATUS       PIC X(02).
       01 WS-CR-STATUS       PIC X(02).
       01 WS-NQ-STATUS       PIC X(02).
       01 WS-CMH-STATUS      PIC X(02).
       01 WS-MO-STATUS       PIC X(02).
       01 WS-LTR-STATUS      PIC X(02).
       01 WS-RNL-STATUS      PIC X(02).
       01 WS-GRT-STATUS      PIC X(02).
       01 WS-CMB-STATUS      PIC X(02).
       01 WS-EB-STATUS       PIC X(02).
       01 WS-CL-STATUS       PIC X(02).
       01 WS-ML-STATUS       PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-ID-STATUS       PIC X(02).
       01 WS-PAY-STATUS      PIC X(02).
       01 WS-AR-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-MEMBER-IN       PIC 9(08).
       01 WS-MASTER-FOUND    PIC X(01) VALUE "N".
       01 WS-IMAGE-FOUND     PIC X(01) VALUE "N".
       01 WS-LAST-IMAGE      PIC X(200).

      *> The member as the report knows them - off the master, or
      *> off the last history image when the master no longer has
      *> them - and the same layout laid over each history image.
       COPY "persmast.cpy" REPLACING LEADING ==PM== BY ==SUBJ==.
       COPY "persmast.cpy" REPLACING LEADING ==PM== BY ==HIS==.

      *> What the print files are searched for, and how: at the
      *> start of a line or anywhere in it, and how many blank
      *> lines close the block that follows a hit.
       01 WS-SUBJ-NAME       PIC X(41).
       01 WS-SEARCH-TEXT     PIC X(60).
       01 WS-SEARCH-LEN      PIC 9(02).
       01 WS-SEARCH-PTR      PIC 9(02).
       01 WS-SEARCH-AT-START PIC X(01).
       01 WS-BLOCK-BLANKS    PIC 9(01).
       01 WS-SCAN-LINE       PIC X(132).
       01 WS-SCAN-HITS       PIC 9(04).
       01 WS-IN-BLOCK        PIC X(01).
       01 WS-BLANKS-SEEN     PIC 9(01).
       01 WS-SCAN-EOF        PIC X(01).

      *> The billing customers the member was promoted to.
       01 WS-LINKED-TABLE.
          05 LNK-CUST-ID OCCURS 10 TIMES PIC X(06).
       01 WS-LNK-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-LNK-INDEX       PIC 9(02).
       01 WS-LNK-MATCH       PIC 9(02).
       01 WS-LNK-CUST-IN     PIC X(06).

       01 WS-DOC-HIT         PIC X(01) VALUE "N".
       01 WS-DOC-NUMBER      PIC 9(06) VALUE ZERO.

       01 WS-SECTION-TITLE   PIC X(50).
       01 WS-SECTION-ITEMS   PIC 9(05).
       01 WS-TOTAL-ITEMS     PIC 9(05) VALUE ZERO.
       01 WS-SECTIONS-DONE   PIC 9(02) VALUE ZERO.
       01 WS-SECTION-UNREAD  PIC X(01).
       01 WS-UNREAD-FILE     PIC X(10).
       01 WS-FILES-UNREAD    PIC 9(02) VALUE ZERO.
       01 WS-CM-OPEN         PIC X(01) VALUE "N".
       01 WS-ACTION-WORD     PIC X(14).
       01 WS-EDIT-AMOUNT-1   PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2   PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-3   PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-QTY        PIC Z,ZZ9.

       01 PRT-LINE           PIC X(132).

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

           DISPLAY "Subject-access report for member number: ".
           ACCEPT WS-MEMBER-IN.
           IF WS-MEMBER-IN NOT NUMERIC OR WS-MEMBER-IN = ZERO
               DISPLAY "A member number is required."
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT SUBJECT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open SARPT, status " WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "SARPT"          TO WS-RA-REPORT-NAME.
           MOVE "SUBJECT-ACCESS" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE SPACES TO PRT-LINE.
           STRING "SUBJECT ACCESS REPORT - MEMBER " DELIMITED BY SIZE
                  WS-MEMBER-IN DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Prepared " DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  WS-NOW(9:6) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SPACE
                  " for the data-protection officer"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           PERFORM 1000-FIND-THE-MEMBER THRU 1000-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 1100-LIST-THE-HISTORY THRU 1100-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 1200-SETTLE-THE-IDENTITY.
           PERFORM 1300-LIST-THE-ARCHIVE THRU 1300-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 1400-LIST-THE-CONSENTS THRU 1400-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2000-LIST-THE-QUEUE THRU 2000-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2050-LIST-THE-COMMS THRU 2050-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2100-LIST-THE-MAILOUT THRU 2100-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2200-LIST-THE-LETTERS THRU 2200-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2300-LIST-THE-RENEWALS THRU 2300-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2400-LIST-THE-GREETINGS THRU 2400-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2500-LIST-THE-CAMPAIGNS THRU 2500-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2600-LIST-THE-BOOKINGS THRU 2600-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 2700-LIST-THE-CARDS THRU 2700-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 3000-LIST-THE-LINKS THRU 3000-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 3100-LIST-THE-INVOICES THRU 3100-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 3200-LIST-THE-PAYMENTS THRU 3200-EXIT.
           PERFORM 4200-END-SECTION.
           PERFORM 3300-LIST-THE-OPEN-ITEMS THRU 3300-EXIT.
           PERFORM 4200-END-SECTION.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Total items reported: " DELIMITED BY SIZE
                  WS-TOTAL-ITEMS DELIMITED BY SIZE
                  " in " DELIMITED BY SIZE
                  WS-SECTIONS-DONE DELIMITED BY SIZE
                  " sections, " DELIMITED BY SIZE
                  WS-FILES-UNREAD DELIMITED BY SIZE
                  " files could not be read" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "*** END OF SUBJECT ACCESS REPORT ***" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           CLOSE SUBJECT-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           PERFORM 8100-LOG-THE-ANSWER.

           DISPLAY "Subject-access report for member " WS-MEMBER-IN
               " on SARPT - " WS-TOTAL-ITEMS " items.".

       0000-EXIT.
           STOP RUN.

       1000-FIND-THE-MEMBER.
           MOVE "PERSON-MASTER RECORD" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               MOVE "PERSONMST" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 1000-EXIT
           END-IF.

      *> A scan - the master is keyed on lastname+zip, and the
      *> member may be asking after a change of either.
           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.
           PERFORM 1010-SCAN-ONE-MEMBER
               UNTIL WS-PM-STATUS NOT = "00"
               OR WS-MASTER-FOUND = "Y".
           CLOSE PERSON-MASTER.

           IF WS-MASTER-FOUND = "Y"
               PERFORM 1020-PRINT-THE-MASTER
           END-IF.

       1000-EXIT.
           EXIT.

       1010-SCAN-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF PM-MEMBER-NUMBER NUMERIC
                       AND PM-MEMBER-NUMBER = WS-MEMBER-IN
                       MOVE "Y" TO WS-MASTER-FOUND
                       MOVE PM-RECORD TO SUBJ-RECORD
                   END-IF
           END-READ.

       1020-PRINT-THE-MASTER.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE SPACES TO PRT-LINE.
           STRING "  Name          : " DELIMITED BY SIZE
                  SUBJ-FIRSTNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUBJ-LASTNAME DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Date of birth : " DELIMITED BY SIZE
                  SUBJ-DATE-OF-BIRTH DELIMITED BY SIZE
                  "   Age at last change: " DELIMITED BY SIZE
                  SUBJ-AGE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Address       : " DELIMITED BY SIZE
                  SUBJ-STREET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUBJ-ZIP-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUBJ-CITY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Email         : " DELIMITED BY SIZE
                  SUBJ-EMAIL DELIMITED BY SIZE
                  " Phone: " DELIMITED BY SIZE
                  SUBJ-PHONE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Registered    : " DELIMITED BY SIZE
                  SUBJ-REGISTRATION-DATE DELIMITED BY SIZE
                  "   Branch: " DELIMITED BY SIZE
                  SUBJ-BRANCH-CODE DELIMITED BY SIZE
                  "   Category: " DELIMITED BY SIZE
                  SUBJ-MEMBER-CATEGORY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Membership    : expires " DELIMITED BY SIZE
                  SUBJ-EXPIRY-DATE DELIMITED BY SIZE
                  "   Status: " DELIMITED BY SIZE
                  SUBJ-MEMBER-STATUS DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Suppression   : deceased " DELIMITED BY SIZE
                  SUBJ-DECEASED-FLAG DELIMITED BY SIZE
                  "   no post " DELIMITED BY SIZE
                  SUBJ-MAIL-OPT-OUT DELIMITED BY SIZE
                  "   no email " DELIMITED BY SIZE
                  SUBJ-EMAIL-OPT-OUT DELIMITED BY SIZE
                  "   no text " DELIMITED BY SIZE
                  SUBJ-SMS-OPT-OUT DELIMITED BY SIZE
                  "   prefers " DELIMITED BY SIZE
                  SUBJ-PREFERRED-CHANNEL DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       1100-LIST-THE-HISTORY.
           MOVE "PERSON-HISTORY CHANGES" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT PERSON-HISTORY.
           IF WS-PH-STATUS NOT = "00"
               MOVE "PERSHIST" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-READ-ONE-HISTORY UNTIL WS-PH-STATUS = "10".
           CLOSE PERSON-HISTORY.

       1100-EXIT.
           EXIT.

       1110-READ-ONE-HISTORY.
           READ PERSON-HISTORY
               AT END
                   MOVE "10" TO WS-PH-STATUS
               NOT AT END
                   IF PH-MEMBER-NUMBER NUMERIC
                       AND PH-MEMBER-NUMBER = WS-MEMBER-IN
                       PERFORM 1120-PRINT-ONE-HISTORY
                   END-IF
           END-READ.

       1120-PRINT-ONE-HISTORY.
           ADD 1 TO WS-SECTION-ITEMS.
           EVALUATE TRUE
               WHEN PH-WAS-ADD
                   MOVE "ADDED"         TO WS-ACTION-WORD
               WHEN PH-WAS-CHANGE
                   MOVE "CHANGED"       TO WS-ACTION-WORD
               WHEN PH-WAS-DELETE
                   MOVE "DELETED"       TO WS-ACTION-WORD
               WHEN PH-WAS-REKEY
                   MOVE "RE-KEYED"      TO WS-ACTION-WORD
               WHEN PH-WAS-RENEW
                   MOVE "RENEWED"       TO WS-ACTION-WORD
               WHEN PH-WAS-CATEGORY-MOVE
                   MOVE "CATEGORY MOVE" TO WS-ACTION-WORD
               WHEN PH-WAS-LAPSE
                   MOVE "LAPSED"        TO WS-ACTION-WORD
               WHEN PH-WAS-BRANCH-MOVE
                   MOVE "BRANCH MOVE"   TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE PH-ACTION       TO WS-ACTION-WORD
           END-EVALUATE.

      *> The record as the change left it - or as it stood before
      *> a delete, the only image a delete carries.
           IF PH-WAS-DELETE
               MOVE PH-BEFORE-IMAGE TO HIS-RECORD
           ELSE
               MOVE PH-AFTER-IMAGE  TO HIS-RECORD
           END-IF.
           MOVE HIS-RECORD TO WS-LAST-IMAGE.
           MOVE "Y" TO WS-IMAGE-FOUND.

           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  PH-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTION-WORD DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  PH-OPERATOR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIS-FIRSTNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIS-LASTNAME DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "      " DELIMITED BY SIZE
                  HIS-STREET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIS-ZIP-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIS-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIS-EMAIL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIS-PHONE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       1200-SETTLE-THE-IDENTITY.
      *> A member gone from the master is still searched for under
      *> the name and address the history last held for them.
           IF WS-MASTER-FOUND = "N"
               IF WS-IMAGE-FOUND = "Y"
                   MOVE WS-LAST-IMAGE TO SUBJ-RECORD
                   MOVE SPACES TO PRT-LINE
                   PERFORM 4000-WRITE-REPORT-LINE
                   MOVE SPACES TO PRT-LINE
                   STRING "Member not on PERSON-MASTER - searched as "
                              DELIMITED BY SIZE
                          SUBJ-FIRSTNAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          SUBJ-LASTNAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          SUBJ-ZIP-CODE DELIMITED BY SIZE
                          ", the last name held on PERSON-HISTORY"
                              DELIMITED BY SIZE
                          INTO PRT-LINE
                   PERFORM 4000-WRITE-REPORT-LINE
               ELSE
                   MOVE SPACES TO SUBJ-RECORD
                   MOVE "Member not on PERSON-MASTER or PERSON-HISTORY
      -                 " - files searched by member number only."
                       TO PRT-LINE
                   PERFORM 4000-WRITE-REPORT-LINE
               END-IF
           END-IF.

           MOVE SPACES TO WS-SUBJ-NAME.
           IF SUBJ-LASTNAME NOT = SPACES
               STRING SUBJ-FIRSTNAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      SUBJ-LASTNAME DELIMITED BY SPACE
                      INTO WS-SUBJ-NAME
           END-IF.

       1300-LIST-THE-ARCHIVE.
           MOVE "PERSON-ARCHIVE COPIES" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT PERSON-ARCHIVE.
           IF WS-PA-STATUS NOT = "00"
               MOVE "PERSONARC" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1310-READ-ONE-ARCHIVE UNTIL WS-PA-STATUS = "10".
           CLOSE PERSON-ARCHIVE.

       1300-EXIT.
           EXIT.

       1310-READ-ONE-ARCHIVE.
           READ PERSON-ARCHIVE
               AT END
                   MOVE "10" TO WS-PA-STATUS
               NOT AT END
                   IF (PA-MEMBER-NUMBER NUMERIC
                       AND PA-MEMBER-NUMBER = WS-MEMBER-IN)
                       OR (SUBJ-LASTNAME NOT = SPACES
                       AND PA-LASTNAME = SUBJ-LASTNAME
                       AND PA-ZIP-CODE = SUBJ-ZIP-CODE)
                       PERFORM 1320-PRINT-ONE-ARCHIVE
                   END-IF
           END-READ.

       1320-PRINT-ONE-ARCHIVE.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  PA-FIRSTNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PA-LASTNAME DELIMITED BY SIZE
                  " born " DELIMITED BY SIZE
                  PA-DATE-OF-BIRTH DELIMITED BY SIZE
                  " registered " DELIMITED BY SIZE
                  PA-REGISTRATION-DATE DELIMITED BY SIZE
                  " status " DELIMITED BY SIZE
                  PA-MEMBER-STATUS DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "      " DELIMITED BY SIZE
                  PA-STREET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PA-ZIP-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PA-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PA-EMAIL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PA-PHONE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       1400-LIST-THE-CONSENTS.
           MOVE "CONSENT REGISTER" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT CONSENT-REGISTER.
           IF WS-CR-STATUS NOT = "00"
               MOVE "CONSREG" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 1400-EXIT
           END-IF.

           MOVE LOW-VALUES TO CR-MEMBER-KEY.
           START CONSENT-REGISTER KEY IS NOT LESS THAN CR-MEMBER-KEY
               INVALID KEY
                   MOVE "10" TO WS-CR-STATUS
           END-START.
           PERFORM 1410-READ-ONE-CONSENT
               UNTIL WS-CR-STATUS NOT = "00".
           CLOSE CONSENT-REGISTER.

       1400-EXIT.
           EXIT.

       1410-READ-ONE-CONSENT.
           READ CONSENT-REGISTER NEXT
               AT END
                   MOVE "10" TO WS-CR-STATUS
               NOT AT END
                   IF (CR-MEMBER-NUMBER NUMERIC
                       AND CR-MEMBER-NUMBER = WS-MEMBER-IN)
                       OR (SUBJ-LASTNAME NOT = SPACES
                       AND CR-LASTNAME = SUBJ-LASTNAME
                       AND CR-ZIP-CODE = SUBJ-ZIP-CODE)
                       ADD 1 TO WS-SECTION-ITEMS
                       MOVE SPACES TO PRT-LINE
                       STRING "  Guardian " DELIMITED BY SIZE
                              CR-GUARDIAN-NAME DELIMITED BY SIZE
                              " recorded " DELIMITED BY SIZE
                              CR-DATE-RECORDED DELIMITED BY SIZE
                              " expires " DELIMITED BY SIZE
                              CR-EXPIRY-DATE DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              CR-LASTNAME DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              CR-ZIP-CODE DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       2000-LIST-THE-QUEUE.
           MOVE "NOTIFICATIONS QUEUED, NOT YET SENT"
               TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT NOTIFY-QUEUE.
           IF WS-NQ-STATUS NOT = "00"
               MOVE "NOTIFYQ" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2010-READ-ONE-QUEUED UNTIL WS-NQ-STATUS = "10".
           CLOSE NOTIFY-QUEUE.

       2000-EXIT.
           EXIT.

       2010-READ-ONE-QUEUED.
      *> Older queue writers carry no member number - those are
      *> matched on the member's email address instead.
           READ NOTIFY-QUEUE
               AT END
                   MOVE "10" TO WS-NQ-STATUS
               NOT AT END
                   IF (NQ-MEMBER-NUMBER NUMERIC
                       AND NQ-MEMBER-NUMBER = WS-MEMBER-IN)
                       OR (SUBJ-EMAIL NOT = SPACES
                       AND NQ-RECIPIENT = SUBJ-EMAIL)
                       ADD 1 TO WS-SECTION-ITEMS
                       MOVE SPACES TO PRT-LINE
                       STRING "  " DELIMITED BY SIZE
                              NQ-TIMESTAMP DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NQ-TEMPLATE-ID DELIMITED BY SIZE
                              " to " DELIMITED BY SIZE
                              NQ-RECIPIENT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NQ-SUB-NAME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NQ-SUB-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NQ-CAMPAIGN-ID DELIMITED BY SIZE
                              INTO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       2050-LIST-THE-COMMS.
           MOVE "MESSAGES SENT (COMMS-HISTORY)" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT COMMS-HISTORY.
           IF WS-CMH-STATUS NOT = "00"
               MOVE "COMMSHST" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2050-EXIT
           END-IF.

           MOVE WS-MEMBER-IN TO CMH-MEMBER-NUMBER.
           MOVE ZERO TO CMH-SENT-AT.
           MOVE ZERO TO CMH-SEQUENCE.
           START COMMS-HISTORY KEY IS NOT LESS THAN CMH-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMH-STATUS
           END-START.
           PERFORM 2060-READ-ONE-COMMS UNTIL WS-CMH-STATUS NOT = "00".
           CLOSE COMMS-HISTORY.

       2050-EXIT.
           EXIT.

       2060-READ-ONE-COMMS.
           READ COMMS-HISTORY NEXT
               AT END
                   MOVE "10" TO WS-CMH-STATUS
               NOT AT END
                   IF CMH-MEMBER-NUMBER NOT = WS-MEMBER-IN
                       MOVE "10" TO WS-CMH-STATUS
                   ELSE
                       ADD 1 TO WS-SECTION-ITEMS
                       MOVE SPACES TO PRT-LINE
                       STRING "  " DELIMITED BY SIZE
                              CMH-SENT-AT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMH-CHANNEL DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMH-TEMPLATE-ID DELIMITED BY SIZE
                              " outcome " DELIMITED BY SIZE
                              CMH-OUTCOME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMH-OUTCOME-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMH-OUTCOME-NOTE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMH-RECIPIENT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMH-REFERENCE DELIMITED BY SIZE
                              INTO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       2100-LIST-THE-MAILOUT.
      *> Each email on MAILOUT opens with its "To:" line and ends at
      *> the first blank line.
           MOVE "EMAILS SENT (LAST MAILOUT)" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           IF SUBJ-EMAIL = SPACES
               MOVE "  (no email address held)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2100-EXIT
           END-IF.

           OPEN INPUT MAILOUT-FILE.
           IF WS-MO-STATUS NOT = "00"
               MOVE "MAILOUT" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO WS-SEARCH-TEXT.
           MOVE 1 TO WS-SEARCH-PTR.
           STRING "To: " DELIMITED BY SIZE
                  SUBJ-EMAIL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO WS-SEARCH-TEXT WITH POINTER WS-SEARCH-PTR.
           COMPUTE WS-SEARCH-LEN = WS-SEARCH-PTR - 1.
           MOVE "Y" TO WS-SEARCH-AT-START.
           MOVE 1   TO WS-BLOCK-BLANKS.
           PERFORM 5000-START-SCAN.

           PERFORM 2110-READ-ONE-MAIL-LINE UNTIL WS-SCAN-EOF = "Y".
           CLOSE MAILOUT-FILE.

       2100-EXIT.
           EXIT.

       2110-READ-ONE-MAIL-LINE.
           READ MAILOUT-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   MOVE MO-RECORD TO WS-SCAN-LINE
                   PERFORM 5100-CHECK-SCAN-LINE THRU 5100-EXIT
           END-READ.

       2200-LIST-THE-LETTERS.
      *> A fallback letter opens with the member's name on a line of
      *> its own; the address, a blank, the text and a closing blank
      *> follow.
           MOVE "LETTERS PRINTED (LAST NIGHTLTR)" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           IF WS-SUBJ-NAME = SPACES
               MOVE "  (no name held to search by)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2200-EXIT
           END-IF.

           OPEN INPUT LETTER-PRINT.
           IF WS-LTR-STATUS NOT = "00"
               MOVE "NIGHTLTR" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES TO WS-SEARCH-TEXT.
           MOVE 1 TO WS-SEARCH-PTR.
           STRING WS-SUBJ-NAME DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  INTO WS-SEARCH-TEXT WITH POINTER WS-SEARCH-PTR.
           COMPUTE WS-SEARCH-LEN = WS-SEARCH-PTR - 1.
           MOVE "Y" TO WS-SEARCH-AT-START.
           MOVE 2   TO WS-BLOCK-BLANKS.
           PERFORM 5000-START-SCAN.

           PERFORM 2210-READ-ONE-LETTER-LINE UNTIL WS-SCAN-EOF = "Y".
           CLOSE LETTER-PRINT.

       2200-EXIT.
           EXIT.

       2210-READ-ONE-LETTER-LINE.
           READ LETTER-PRINT
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   MOVE LTR-RECORD TO WS-SCAN-LINE
                   PERFORM 5100-CHECK-SCAN-LINE THRU 5100-EXIT
           END-READ.

       2300-LIST-THE-RENEWALS.
      *> A renewal notice opens "--- Renewal notice for <name>, ..."
      *> and ends at the first blank line.
           MOVE "RENEWAL NOTICES (LAST RENEWLTR)" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           IF WS-SUBJ-NAME = SPACES
               MOVE "  (no name held to search by)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2300-EXIT
           END-IF.

           OPEN INPUT RENEWAL-PRINT.
           IF WS-RNL-STATUS NOT = "00"
               MOVE "RENEWLTR" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2300-EXIT
           END-IF.

           MOVE SPACES TO WS-SEARCH-TEXT.
           MOVE 1 TO WS-SEARCH-PTR.
           STRING "notice for " DELIMITED BY SIZE
                  WS-SUBJ-NAME DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  INTO WS-SEARCH-TEXT WITH POINTER WS-SEARCH-PTR.
           COMPUTE WS-SEARCH-LEN = WS-SEARCH-PTR - 1.
           MOVE "N" TO WS-SEARCH-AT-START.
           MOVE 1   TO WS-BLOCK-BLANKS.
           PERFORM 5000-START-SCAN.

           PERFORM 2310-READ-ONE-RENEWAL-LINE
               UNTIL WS-SCAN-EOF = "Y".
           CLOSE RENEWAL-PRINT.

       2300-EXIT.
           EXIT.

       2310-READ-ONE-RENEWAL-LINE.
           READ RENEWAL-PRINT
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   MOVE RNL-RECORD TO WS-SCAN-LINE
                   PERFORM 5100-CHECK-SCAN-LINE THRU 5100-EXIT
           END-READ.

       2400-LIST-THE-GREETINGS.
      *> Only the birthday greetings carry a full name - the
      *> NAME-LIST greetings name nobody but a first name, which
      *> identifies no one.
           MOVE "GREETINGS" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           IF WS-SUBJ-NAME = SPACES
               MOVE "  (no name held to search by)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 2400-EXIT
           END-IF.

           OPEN INPUT GREETINGS.
           IF WS-GRT-STATUS NOT = "00"
               MOVE "GREETINGS" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2400-EXIT
           END-IF.

           MOVE SPACES TO WS-SEARCH-TEXT.
           MOVE 1 TO WS-SEARCH-PTR.
           STRING " " DELIMITED BY SIZE
                  WS-SUBJ-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  INTO WS-SEARCH-TEXT WITH POINTER WS-SEARCH-PTR.
           COMPUTE WS-SEARCH-LEN = WS-SEARCH-PTR - 1.
           MOVE "N" TO WS-SEARCH-AT-START.
           MOVE 0   TO WS-BLOCK-BLANKS.
           PERFORM 5000-START-SCAN.

           PERFORM 2410-READ-ONE-GREETING UNTIL WS-SCAN-EOF = "Y".
           CLOSE GREETINGS.

       2400-EXIT.
           EXIT.

       2410-READ-ONE-GREETING.
           READ GREETINGS
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   MOVE GREET-RECORD TO WS-SCAN-LINE
                   PERFORM 5100-CHECK-SCAN-LINE THRU 5100-EXIT
           END-READ.

       2500-LIST-THE-CAMPAIGNS.
           MOVE "CAMPAIGN MAILINGS" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT CAMPAIGN-MEMBERS.
           IF WS-CMB-STATUS NOT = "00"
               MOVE "CAMPMEM" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2500-EXIT
           END-IF.

           MOVE LOW-VALUES TO CMB-KEY.
           START CAMPAIGN-MEMBERS KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMB-STATUS
           END-START.
           PERFORM 2510-READ-ONE-CAMPAIGN
               UNTIL WS-CMB-STATUS NOT = "00".
           CLOSE CAMPAIGN-MEMBERS.

       2500-EXIT.
           EXIT.

       2510-READ-ONE-CAMPAIGN.
           READ CAMPAIGN-MEMBERS NEXT
               AT END
                   MOVE "10" TO WS-CMB-STATUS
               NOT AT END
                   IF CMB-MEMBER-NUMBER = WS-MEMBER-IN
                       ADD 1 TO WS-SECTION-ITEMS
                       MOVE SPACES TO PRT-LINE
                       STRING "  Campaign " DELIMITED BY SIZE
                              CMB-CAMPAIGN-ID DELIMITED BY SIZE
                              " outcome " DELIMITED BY SIZE
                              CMB-OUTCOME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMB-SUPPRESS-REASON DELIMITED BY SIZE
                              " sent " DELIMITED BY SIZE
                              CMB-SENT-AT DELIMITED BY SIZE
                              " response " DELIMITED BY SIZE
                              CMB-RESPONSE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMB-RESPONSE-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CMB-RESPONSE-NOTE DELIMITED BY SIZE
                              INTO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       2600-LIST-THE-BOOKINGS.
           MOVE "EVENT BOOKINGS" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT EVENT-BOOKINGS.
           IF WS-EB-STATUS NOT = "00"
               MOVE "EVBOOK" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2600-EXIT
           END-IF.

           MOVE LOW-VALUES TO EB-KEY.
           START EVENT-BOOKINGS KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "10" TO WS-EB-STATUS
           END-START.
           PERFORM 2610-READ-ONE-BOOKING
               UNTIL WS-EB-STATUS NOT = "00".
           CLOSE EVENT-BOOKINGS.

       2600-EXIT.
           EXIT.

       2610-READ-ONE-BOOKING.
           READ EVENT-BOOKINGS NEXT
               AT END
                   MOVE "10" TO WS-EB-STATUS
               NOT AT END
                   IF EB-MEMBER-NUMBER = WS-MEMBER-IN
                       ADD 1 TO WS-SECTION-ITEMS
                       MOVE SPACES TO PRT-LINE
                       STRING "  Event " DELIMITED BY SIZE
                              EB-EVENT-ID DELIMITED BY SIZE
                              " booked " DELIMITED BY SIZE
                              EB-BOOKED-AT DELIMITED BY SIZE
                              " by " DELIMITED BY SIZE
                              EB-BOOKED-BY DELIMITED BY SIZE
                              " status " DELIMITED BY SIZE
                              EB-STATUS DELIMITED BY SIZE
                              " attended " DELIMITED BY SIZE
                              EB-ATTENDED DELIMITED BY SIZE
                              INTO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       2700-LIST-THE-CARDS.
           MOVE "MEMBERSHIP CARDS ISSUED" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT CARD-ISSUE-LOG.
           IF WS-CL-STATUS NOT = "00"
               MOVE "CARDLOG" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 2700-EXIT
           END-IF.

           MOVE LOW-VALUES TO CL-CARD-NUMBER.
           START CARD-ISSUE-LOG KEY IS NOT LESS THAN CL-CARD-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CL-STATUS
           END-START.
           PERFORM 2710-READ-ONE-CARD UNTIL WS-CL-STATUS NOT = "00".
           CLOSE CARD-ISSUE-LOG.

       2700-EXIT.
           EXIT.

       2710-READ-ONE-CARD.
           READ CARD-ISSUE-LOG NEXT
               AT END
                   MOVE "10" TO WS-CL-STATUS
               NOT AT END
                   IF CL-MEMBER-NUMBER = WS-MEMBER-IN
                       ADD 1 TO WS-SECTION-ITEMS
                       MOVE SPACES TO PRT-LINE
                       STRING "  Card " DELIMITED BY SIZE
                              CL-CARD-NUMBER DELIMITED BY SIZE
                              " type " DELIMITED BY SIZE
                              CL-ISSUE-TYPE DELIMITED BY SIZE
                              " requested " DELIMITED BY SIZE
                              CL-REQUESTED-AT DELIMITED BY SIZE
                              " status " DELIMITED BY SIZE
                              CL-STATUS DELIMITED BY SIZE
                              " printed " DELIMITED BY SIZE
                              CL-PRINTED-AT DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CL-REASON DELIMITED BY SIZE
                              INTO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       3000-LIST-THE-LINKS.
           MOVE "MEMBER-TO-CUSTOMER LINK" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           OPEN INPUT MEMBER-CUSTOMER-LINK.
           IF WS-ML-STATUS NOT = "00"
               MOVE "MEMCUSTLNK" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = "00"
               MOVE "Y" TO WS-CM-OPEN
           END-IF.
           PERFORM 3010-READ-ONE-LINK UNTIL WS-ML-STATUS = "10".
           IF WS-CM-OPEN = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE MEMBER-CUSTOMER-LINK.

       3000-EXIT.
           EXIT.

       3010-READ-ONE-LINK.
           READ MEMBER-CUSTOMER-LINK
               AT END
                   MOVE "10" TO WS-ML-STATUS
               NOT AT END
                   IF (ML-MEMBER-NUMBER NUMERIC
                       AND ML-MEMBER-NUMBER = WS-MEMBER-IN)
                       OR (SUBJ-LASTNAME NOT = SPACES
                       AND ML-LASTNAME = SUBJ-LASTNAME
                       AND ML-ZIP-CODE = SUBJ-ZIP-CODE)
                       PERFORM 3020-PRINT-ONE-LINK
                   END-IF
           END-READ.

       3020-PRINT-ONE-LINK.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE ML-CUST-ID TO WS-LNK-CUST-IN.
           PERFORM 3030-FIND-LINKED.
           IF WS-LNK-MATCH = ZERO
               IF WS-LNK-COUNT < MAX-LINKED-CUSTOMERS
                   ADD 1 TO WS-LNK-COUNT
                   MOVE ML-CUST-ID TO LNK-CUST-ID(WS-LNK-COUNT)
               ELSE
                   DISPLAY "** more than " MAX-LINKED-CUSTOMERS
                       " linked customers - customer " ML-CUST-ID
                       " not followed"
               END-IF
           END-IF.

           MOVE SPACES TO CUST-NAME CUST-CITY CUST-ZIP-CODE.
           IF WS-CM-OPEN = "Y"
               MOVE ML-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE "(customer not on file)" TO CUST-NAME
               END-READ
           ELSE
               MOVE "(CUSTMAST could not be read)" TO CUST-NAME
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING "  Customer " DELIMITED BY SIZE
                  ML-CUST-ID DELIMITED BY SIZE
                  " promoted " DELIMITED BY SIZE
                  ML-PROMOTED-DATE DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  ML-LASTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ML-ZIP-CODE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-ZIP-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-CITY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3030-FIND-LINKED.
           MOVE ZERO TO WS-LNK-MATCH.
           PERFORM 3040-MATCH-ONE-LINKED
               VARYING WS-LNK-INDEX FROM 1 BY 1
               UNTIL WS-LNK-INDEX > WS-LNK-COUNT
               OR WS-LNK-MATCH NOT = ZERO.

       3040-MATCH-ONE-LINKED.
           IF LNK-CUST-ID(WS-LNK-INDEX) = WS-LNK-CUST-IN
               MOVE WS-LNK-INDEX TO WS-LNK-MATCH
           END-IF.

       3100-LIST-THE-INVOICES.
           MOVE "INVOICES AND CREDIT NOTES (LINKED CUSTOMER)"
               TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           IF WS-LNK-COUNT = ZERO
               MOVE "  (no linked customer)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 3100-EXIT
           END-IF.

           OPEN INPUT INVOICE-DETAIL.
           IF WS-ID-STATUS NOT = "00"
               MOVE "INVDETAIL" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 3100-EXIT
           END-IF.

           MOVE "N" TO WS-DOC-HIT.
           PERFORM 3110-READ-ONE-DETAIL UNTIL WS-ID-STATUS = "10".
           CLOSE INVOICE-DETAIL.

       3100-EXIT.
           EXIT.

       3110-READ-ONE-DETAIL.
      *> The lines follow their document's "H" record - they are
      *> printed while the header they belong to was a hit.
           READ INVOICE-DETAIL
               AT END
                   MOVE "10" TO WS-ID-STATUS
               NOT AT END
                   IF ID-IS-HEADER
                       MOVE "N" TO WS-DOC-HIT
                       MOVE IDH-CUSTOMER-ID TO WS-LNK-CUST-IN
                       PERFORM 3030-FIND-LINKED
                       IF WS-LNK-MATCH NOT = ZERO
                           MOVE "Y" TO WS-DOC-HIT
                           MOVE ID-INVOICE-NUMBER TO WS-DOC-NUMBER
                           PERFORM 3120-PRINT-ONE-HEADER
                       END-IF
                   ELSE
                       IF WS-DOC-HIT = "Y"
                           AND ID-INVOICE-NUMBER = WS-DOC-NUMBER
                           PERFORM 3130-PRINT-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       3120-PRINT-ONE-HEADER.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE SPACES TO PRT-LINE.
           STRING "  Document " DELIMITED BY SIZE
                  ID-INVOICE-NUMBER DELIMITED BY SIZE
                  " type " DELIMITED BY SIZE
                  IDH-DOC-TYPE DELIMITED BY SIZE
                  " dated " DELIMITED BY SIZE
                  IDH-INVOICE-DATE DELIMITED BY SIZE
                  " customer " DELIMITED BY SIZE
                  IDH-CUSTOMER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IDH-CUSTOMER-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IDH-CUSTOMER-CITY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3130-PRINT-ONE-LINE.
           MOVE IDL-QUANTITY   TO WS-EDIT-QTY.
           MOVE IDL-NET-AMOUNT TO WS-EDIT-AMOUNT-1.
           MOVE IDL-VAT-AMOUNT TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO PRT-LINE.
           STRING "      " DELIMITED BY SIZE
                  ID-LINE-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IDL-DESCRIPTION DELIMITED BY SIZE
                  " qty " DELIMITED BY SIZE
                  WS-EDIT-QTY DELIMITED BY SIZE
                  " net " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
                  " VAT " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3200-LIST-THE-PAYMENTS.
           MOVE "PAYMENTS (LINKED CUSTOMER)" TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           IF WS-LNK-COUNT = ZERO
               MOVE "  (no linked customer)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 3200-EXIT
           END-IF.

           OPEN INPUT PAYMENTS.
           IF WS-PAY-STATUS NOT = "00"
               MOVE "PAYMENTS" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3210-READ-ONE-PAYMENT UNTIL WS-PAY-STATUS = "10".
           CLOSE PAYMENTS.

       3200-EXIT.
           EXIT.

       3210-READ-ONE-PAYMENT.
           READ PAYMENTS
               AT END
                   MOVE "10" TO WS-PAY-STATUS
               NOT AT END
                   MOVE PAY-CUSTOMER-ID TO WS-LNK-CUST-IN
                   PERFORM 3030-FIND-LINKED
                   IF WS-LNK-MATCH NOT = ZERO
                       ADD 1 TO WS-SECTION-ITEMS
                       MOVE PAY-AMOUNT TO WS-EDIT-AMOUNT-1
                       MOVE SPACES TO PRT-LINE
                       STRING "  Paid " DELIMITED BY SIZE
                              PAY-DATE DELIMITED BY SIZE
                              " customer " DELIMITED BY SIZE
                              PAY-CUSTOMER-ID DELIMITED BY SIZE
                              " invoice " DELIMITED BY SIZE
                              PAY-INVOICE-NUMBER DELIMITED BY SIZE
                              " amount " DELIMITED BY SIZE
                              WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
                              INTO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       3300-LIST-THE-OPEN-ITEMS.
           MOVE "ACCOUNTS RECEIVABLE ITEMS (LINKED CUSTOMER)"
               TO WS-SECTION-TITLE.
           PERFORM 4100-START-SECTION.

           IF WS-LNK-COUNT = ZERO
               MOVE "  (no linked customer)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 3300-EXIT
           END-IF.

           OPEN INPUT AR-OPEN-ITEMS.
           IF WS-AR-STATUS NOT = "00"
               MOVE "AROPEN" TO WS-UNREAD-FILE
               PERFORM 4300-FILE-NOT-AVAILABLE
               GO TO 3300-EXIT
           END-IF.

           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-AR-STATUS
           END-START.
           PERFORM 3310-READ-ONE-ITEM UNTIL WS-AR-STATUS NOT = "00".
           CLOSE AR-OPEN-ITEMS.

       3300-EXIT.
           EXIT.

       3310-READ-ONE-ITEM.
           READ AR-OPEN-ITEMS NEXT
               AT END
                   MOVE "10" TO WS-AR-STATUS
               NOT AT END
                   MOVE AR-CUSTOMER-ID TO WS-LNK-CUST-IN
                   PERFORM 3030-FIND-LINKED
                   IF WS-LNK-MATCH NOT = ZERO
                       PERFORM 3320-PRINT-ONE-ITEM
                   END-IF
           END-READ.

       3320-PRINT-ONE-ITEM.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE AR-INVOICE-TOTAL TO WS-EDIT-AMOUNT-1.
           MOVE AR-AMOUNT-PAID   TO WS-EDIT-AMOUNT-2.
           MOVE AR-OPEN-BALANCE  TO WS-EDIT-AMOUNT-3.
           MOVE SPACES TO PRT-LINE.
           STRING "  Invoice " DELIMITED BY SIZE
                  AR-INVOICE-NUMBER DELIMITED BY SIZE
                  " dated " DELIMITED BY SIZE
                  AR-INVOICE-DATE DELIMITED BY SIZE
                  " status " DELIMITED BY SIZE
                  AR-ITEM-STATUS DELIMITED BY SIZE
                  " total " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
                  " paid " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                  " open " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-3 DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       4100-START-SECTION.
           MOVE ZERO TO WS-SECTION-ITEMS.
           MOVE "N" TO WS-SECTION-UNREAD.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:50).
           PERFORM 4000-WRITE-REPORT-LINE.

       4200-END-SECTION.
           IF WS-SECTION-ITEMS = ZERO AND WS-SECTION-UNREAD = "N"
               MOVE "  (nothing held)" TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.
           ADD WS-SECTION-ITEMS TO WS-TOTAL-ITEMS.
           ADD 1 TO WS-SECTIONS-DONE.

       4300-FILE-NOT-AVAILABLE.
      *> A file that cannot be read is said so on the report - the
      *> officer must not take a gap for "nothing held".
           MOVE "Y" TO WS-SECTION-UNREAD.
           ADD 1 TO WS-FILES-UNREAD.
           MOVE SPACES TO PRT-LINE.
           STRING "  ** " DELIMITED BY SIZE
                  WS-UNREAD-FILE DELIMITED BY SPACE
                  " could not be read - not searched" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       5000-START-SCAN.
           MOVE "N" TO WS-IN-BLOCK.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE ZERO TO WS-BLANKS-SEEN.

       5100-CHECK-SCAN-LINE.
      *> Inside a hit's block every line is copied out until the
      *> block's closing blank line.
           IF WS-IN-BLOCK = "Y"
               IF WS-SCAN-LINE = SPACES
                   ADD 1 TO WS-BLANKS-SEEN
                   IF WS-BLANKS-SEEN >= WS-BLOCK-BLANKS
                       MOVE "N" TO WS-IN-BLOCK
                       MOVE SPACES TO PRT-LINE
                       PERFORM 4000-WRITE-REPORT-LINE
                       GO TO 5100-EXIT
                   END-IF
               END-IF
               PERFORM 5200-COPY-SCAN-LINE
               GO TO 5100-EXIT
           END-IF.

           MOVE ZERO TO WS-SCAN-HITS.
           IF WS-SEARCH-AT-START = "Y"
               IF WS-SCAN-LINE(1:WS-SEARCH-LEN)
                   = WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
                   MOVE 1 TO WS-SCAN-HITS
               END-IF
           ELSE
               INSPECT WS-SCAN-LINE TALLYING WS-SCAN-HITS
                   FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
           END-IF.
           IF WS-SCAN-HITS = ZERO
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-SECTION-ITEMS.
           PERFORM 5200-COPY-SCAN-LINE.
           IF WS-BLOCK-BLANKS > ZERO
               MOVE "Y" TO WS-IN-BLOCK
               MOVE ZERO TO WS-BLANKS-SEEN
           END-IF.

       5100-EXIT.
           EXIT.

       5200-COPY-SCAN-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  | " DELIMITED BY SIZE
                  WS-SCAN-LINE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       8100-LOG-THE-ANSWER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW            TO AUD-TIMESTAMP.
           MOVE "SUBJECT-ACCESS"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE SPACES            TO AUD-MESSAGE.
           STRING "Subject access answered for member "
                      DELIMITED BY SIZE
                  WS-MEMBER-IN DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-TOTAL-ITEMS DELIMITED BY SIZE
                  " items" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
