      *> was done and when, without naming who. The retained AUDITGn
      *> generation slots the start-of-day job cuts are scrubbed the
      *> same way - a name surviving in yesterday's slot is the
      *> exact exposure erasure exists to close. The register entry
      *> keeps the member's branch and whether they were a current
      *> member, for the monthly movement report. The files kept by
      *> member number are scrubbed for the member's number too:
      *> COMMS-HISTORY loses the email address or phone number each
      *> message went to, and CAMPAIGN-MEMBERS and EVENT-BOOKINGS
      *> carry the anonymous ERASEDnnnn name in place of theirs -
      *> the records, and so the campaign and event counts, stay.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEN-STATUS.

           SELECT COMMS-HISTORY ASSIGN TO "COMMSHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-STATUS.

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

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY "persarch.cpy".

       FD  ARCHIVE-WORK.
       01 WK-RECORD PIC X(196).

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  AUDIT-WORK.
       01 AWK-RECORD PIC X(131).

       FD  ERASURE-REGISTER.
           COPY "eraserec.cpy".

       FD  AUDIT-GENERATION.
       01 AGEN-RECORD PIC X(131).

       FD  COMMS-HISTORY.
           COPY "commshist.cpy".

       FD  CAMPAIGN-MEMBERS.
           COPY "campmem.cpy".

       FD  EVENT-BOOKINGS.
           COPY "evbook.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".
       01 WS-PA-STATUS       PIC X(02).
       01 WS-WK-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-AWK-STATUS      PIC X(02).
       01 WS-ER-STATUS       PIC X(02).
       01 WS-AGEN-STATUS     PIC X(02).
       01 WS-CMH-STATUS      PIC X(02).
       01 WS-CMB-STATUS      PIC X(02).
       01 WS-EB-STATUS       PIC X(02).
       01 WS-GEN-NAME        PIC X(10).
      *> Two digits - the slot loop must be able to step past 9 to
      *> terminate.
       01 WS-TARGET-LASTNAME PIC X(20).
       01 WS-TARGET-ZIP      PIC X(05).
       01 WS-TARGET-FIRSTNAME PIC X(20).
       01 WS-TARGET-MEMBER   PIC 9(08) VALUE ZERO.

       01 WS-ERASURE-ID      PIC 9(04) VALUE ZERO.
       01 WS-ERASED-KEY      PIC X(20).

       01 WS-MASTER-DONE     PIC X(01) VALUE "N".
       01 WS-ERASED-BRANCH   PIC X(04) VALUE SPACES.
       01 WS-ERASED-CURRENT  PIC X(01) VALUE "N".
       01 WS-ARCHIVE-HITS    PIC 9(04) VALUE ZERO.
       01 WS-AUDIT-HITS      PIC 9(04) VALUE ZERO.
       01 WS-COMMS-HITS      PIC 9(04) VALUE ZERO.
       01 WS-CAMPAIGN-HITS   PIC 9(04) VALUE ZERO.
       01 WS-BOOKING-HITS    PIC 9(04) VALUE ZERO.

       01 WS-SCAN-NAME       PIC X(20).
       01 WS-NAME-LEN        PIC 9(02).
           ACCEPT WS-TARGET-ZIP.

           DISPLAY "Anonymize " WS-TARGET-LASTNAME " "
               WS-TARGET-ZIP " across master, archive, audit "
               "trail and contact history - proceed? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Erasure cancelled."
           PERFORM 2000-ANONYMIZE-ARCHIVE THRU 2000-EXIT.
           PERFORM 3000-SCRUB-AUDIT-TRAIL THRU 3000-EXIT.
           PERFORM 3600-SCRUB-AUDIT-GENERATIONS.
           PERFORM 3700-SCRUB-COMMS-HISTORY THRU 3700-EXIT.
           PERFORM 3800-SCRUB-CAMPAIGN-MEMBERS THRU 3800-EXIT.
           PERFORM 3900-SCRUB-EVENT-BOOKINGS THRU 3900-EXIT.
           PERFORM 4000-WRITE-REGISTER-ENTRY.

           DISPLAY "Erasure " WS-ERASURE-ID " complete - master "
               WS-MASTER-DONE ", archive records "
               WS-ARCHIVE-HITS ", audit messages " WS-AUDIT-HITS ".".
           DISPLAY "Messages " WS-COMMS-HITS ", campaign entries "
               WS-CAMPAIGN-HITS ", event bookings "
               WS-BOOKING-HITS ".".

       0000-EXIT.
           STOP RUN.
                   GO TO 1000-EXIT
           END-READ.

           MOVE PM-FIRSTNAME   TO WS-TARGET-FIRSTNAME.
           MOVE PM-BRANCH-CODE TO WS-ERASED-BRANCH.
           IF PM-MEMBER-NUMBER NUMERIC
               MOVE PM-MEMBER-NUMBER TO WS-TARGET-MEMBER
           END-IF.
           IF NOT PM-IS-DECEASED AND NOT PM-IS-LAPSED
               MOVE "Y" TO WS-ERASED-CURRENT
           END-IF.

           DELETE PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
                       IF WS-TARGET-FIRSTNAME = SPACES
                           MOVE PA-FIRSTNAME TO WS-TARGET-FIRSTNAME
                       END-IF
                       IF WS-TARGET-MEMBER = ZERO
                           AND PA-MEMBER-NUMBER NUMERIC
                           MOVE PA-MEMBER-NUMBER TO WS-TARGET-MEMBER
                       END-IF
                       MOVE WS-ERASED-KEY TO PA-LASTNAME
                       MOVE "00000"       TO PA-ZIP-CODE
                       MOVE "ERASED"      TO PA-FIRSTNAME
               MOVE "Y" TO WS-NAME-HIT
           END-IF.

       3700-SCRUB-COMMS-HISTORY.
      *> The member's messages sit together under their number, so
      *> the walk starts there and stops at the next member. Number
      *> zero holds the non-member dunning letters - never touched.
           IF WS-TARGET-MEMBER = ZERO
               GO TO 3700-EXIT
           END-IF.

           OPEN I-O COMMS-HISTORY.
           IF WS-CMH-STATUS NOT = "00"
               DISPLAY "No COMMS-HISTORY to scrub (status "
                   WS-CMH-STATUS ")."
               GO TO 3700-EXIT
           END-IF.

           MOVE WS-TARGET-MEMBER TO CMH-MEMBER-NUMBER.
           MOVE ZERO TO CMH-SENT-AT CMH-SEQUENCE.
           START COMMS-HISTORY KEY IS NOT LESS THAN CMH-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMH-STATUS
           END-START.

           PERFORM 3710-SCRUB-ONE-MESSAGE
               UNTIL WS-CMH-STATUS = "10".

           CLOSE COMMS-HISTORY.

       3700-EXIT.
           EXIT.

       3710-SCRUB-ONE-MESSAGE.
           READ COMMS-HISTORY NEXT RECORD
               AT END
                   MOVE "10" TO WS-CMH-STATUS
               NOT AT END
                   IF CMH-MEMBER-NUMBER NOT = WS-TARGET-MEMBER
                       MOVE "10" TO WS-CMH-STATUS
                   ELSE
                       MOVE SPACES TO CMH-RECIPIENT
                       REWRITE CMH-RECORD
                       ADD 1 TO WS-COMMS-HITS
                   END-IF
           END-READ.

       3800-SCRUB-CAMPAIGN-MEMBERS.
      *> Keyed campaign first, so every campaign's entries are read
      *> for the one member.
           IF WS-TARGET-MEMBER = ZERO
               GO TO 3800-EXIT
           END-IF.

           OPEN I-O CAMPAIGN-MEMBERS.
           IF WS-CMB-STATUS NOT = "00"
               DISPLAY "No CAMPAIGN-MEMBERS to scrub (status "
                   WS-CMB-STATUS ")."
               GO TO 3800-EXIT
           END-IF.

           MOVE LOW-VALUES TO CMB-KEY.
           START CAMPAIGN-MEMBERS KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMB-STATUS
           END-START.

           PERFORM 3810-SCRUB-ONE-CAMPAIGN-ENTRY
               UNTIL WS-CMB-STATUS = "10".

           CLOSE CAMPAIGN-MEMBERS.

       3800-EXIT.
           EXIT.

       3810-SCRUB-ONE-CAMPAIGN-ENTRY.
           READ CAMPAIGN-MEMBERS NEXT RECORD
               AT END
                   MOVE "10" TO WS-CMB-STATUS
               NOT AT END
                   IF CMB-MEMBER-NUMBER = WS-TARGET-MEMBER
                       MOVE WS-ERASED-KEY TO CMB-LASTNAME
                       MOVE "ERASED"      TO CMB-FIRSTNAME
                       REWRITE CMB-RECORD
                       ADD 1 TO WS-CAMPAIGN-HITS
                   END-IF
           END-READ.

       3900-SCRUB-EVENT-BOOKINGS.
      *> Keyed event first, so every event's bookings are read for
      *> the one member.
           IF WS-TARGET-MEMBER = ZERO
               GO TO 3900-EXIT
           END-IF.

           OPEN I-O EVENT-BOOKINGS.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "No EVENT-BOOKINGS to scrub (status "
                   WS-EB-STATUS ")."
               GO TO 3900-EXIT
           END-IF.

           MOVE LOW-VALUES TO EB-KEY.
           START EVENT-BOOKINGS KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "10" TO WS-EB-STATUS
           END-START.

           PERFORM 3910-SCRUB-ONE-BOOKING
               UNTIL WS-EB-STATUS = "10".

           CLOSE EVENT-BOOKINGS.

       3900-EXIT.
           EXIT.

       3910-SCRUB-ONE-BOOKING.
           READ EVENT-BOOKINGS NEXT RECORD
               AT END
                   MOVE "10" TO WS-EB-STATUS
               NOT AT END
                   IF EB-MEMBER-NUMBER = WS-TARGET-MEMBER
                       MOVE "ERASED"      TO EB-FIRSTNAME
                       MOVE WS-ERASED-KEY TO EB-LASTNAME
                       REWRITE EB-RECORD
                       ADD 1 TO WS-BOOKING-HITS
                   END-IF
           END-READ.

       4000-WRITE-REGISTER-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           MOVE WS-MASTER-DONE  TO ER-MASTER-DONE.
           MOVE WS-ARCHIVE-HITS TO ER-ARCHIVE-COUNT.
           MOVE WS-AUDIT-HITS   TO ER-AUDIT-COUNT.
           MOVE WS-ERASED-BRANCH  TO ER-BRANCH-CODE.
           MOVE WS-ERASED-CURRENT TO ER-WAS-CURRENT.
           WRITE ER-RECORD.
           IF WS-ER-STATUS NOT = "00"
               DISPLAY "ERASURE-REGISTER write failed, status "
