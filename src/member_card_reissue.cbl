       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CARD-REISSUE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Desk program for a replacement membership card. The member
      *> is found by member number, and a deceased or lapsed member
      *> is refused outright. The replacement is logged on
      *> CARD-ISSUE-LOG under its own card number (off
      *> CARD-SEQUENCE) and the member's next issue number, with
      *> the reason and the operator, as "pending"; the nightly
      *> MEMBER-CARD-RUN prints it onto CARD-PRINT. A member with a
      *> replacement already pending is not given a second one.
      *> (H)istory lists every card the member has been issued.

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

           SELECT CARD-ISSUE-LOG ASSIGN TO "CARDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CARD-NUMBER
               FILE STATUS IS WS-CL-STATUS.

           SELECT CARD-SEQUENCE ASSIGN TO "CARDSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSQ-STATUS.

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
       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  CARD-ISSUE-LOG.
           COPY "cardlog.cpy".

       FD  CARD-SEQUENCE.
           COPY "cardseq.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-PM-STATUS       PIC X(02).
       01 WS-CL-STATUS       PIC X(02).
       01 WS-CSQ-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-ANSWER          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-MEMBER-IN       PIC 9(08).
       01 WS-MEMBER-FOUND    PIC X(01).
       01 WS-LOG-DONE        PIC X(01).
       01 WS-CARD-COUNT      PIC 9(03).
       01 WS-PENDING-CARD    PIC 9(08).
       01 WS-NEXT-CARD       PIC 9(08).
       01 WS-REASON          PIC X(30).

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

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O CARD-ISSUE-LOG.
           IF WS-CL-STATUS = "35"
               OPEN OUTPUT CARD-ISSUE-LOG
               CLOSE CARD-ISSUE-LOG
               OPEN I-O CARD-ISSUE-LOG
           END-IF.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "Could not open CARD-ISSUE-LOG, status "
                   WS-CL-STATUS
               CLOSE PERSON-MASTER
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE CARD-ISSUE-LOG.
           CLOSE PERSON-MASTER.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "MEMBERSHIP card reissue".
           DISPLAY "(R)eplace a card, (H)istory, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "R" WHEN "r"
                   PERFORM 2000-REPLACE-CARD THRU 2000-EXIT
               WHEN "H" WHEN "h"
                   PERFORM 3000-CARD-HISTORY THRU 3000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-REPLACE-CARD.
           PERFORM 2100-FIND-MEMBER.
           IF WS-MEMBER-FOUND NOT = "Y"
               DISPLAY "No member " WS-MEMBER-IN " on file."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY PM-MEMBER-NUMBER " " PM-FIRSTNAME " " PM-LASTNAME
               " - expires " PM-EXPIRY-DATE.

           IF PM-IS-DECEASED
               DISPLAY "This member is recorded as deceased - no card."
               GO TO 2000-EXIT
           END-IF.
           IF PM-IS-LAPSED
               DISPLAY "This membership has lapsed - renew it first."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-COUNT-MEMBER-CARDS.
           IF WS-PENDING-CARD NOT = ZERO
               DISPLAY "Replacement card " WS-PENDING-CARD
                   " is already waiting for the card run."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Reason - (L)ost, (S)tolen, (D)amaged: ".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN "L" WHEN "l"
                   MOVE "Card lost"      TO WS-REASON
               WHEN "S" WHEN "s"
                   MOVE "Card stolen"    TO WS-REASON
               WHEN "D" WHEN "d"
                   MOVE "Card damaged"   TO WS-REASON
               WHEN OTHER
                   DISPLAY "Not a valid reason - nothing logged."
                   GO TO 2000-EXIT
           END-EVALUATE.

           ADD 1 TO WS-CARD-COUNT.
           DISPLAY "Log replacement card, issue no. " WS-CARD-COUNT
               "? (Y/N): ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "Nothing logged."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2900-NEXT-CARD-NUMBER.

           MOVE WS-NEXT-CARD     TO CL-CARD-NUMBER.
           MOVE PM-MEMBER-NUMBER TO CL-MEMBER-NUMBER.
           MOVE "L"              TO CL-ISSUE-TYPE.
           MOVE WS-CARD-COUNT    TO CL-ISSUE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-REQUESTED-AT.
           MOVE WS-OPERATOR-ID   TO CL-REQUESTED-BY.
           MOVE WS-REASON        TO CL-REASON.
           MOVE "P"              TO CL-STATUS.
           MOVE ZERO             TO CL-PRINTED-AT.
           MOVE PM-EXPIRY-DATE   TO CL-EXPIRY-DATE.
           WRITE CL-RECORD.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "Replacement not logged, status " WS-CL-STATUS
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Replacement card " WS-NEXT-CARD
               " logged - it prints on tonight's card run.".
           PERFORM 8100-LOG-REISSUE.

       2000-EXIT.
           EXIT.

       2100-FIND-MEMBER.
           DISPLAY "Member number: ".
           ACCEPT WS-MEMBER-IN.
           MOVE "N" TO WS-MEMBER-FOUND.
           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.
           PERFORM 2110-SCAN-ONE-MEMBER
               UNTIL WS-PM-STATUS NOT = "00"
               OR WS-MEMBER-FOUND = "Y".

       2110-SCAN-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF PM-MEMBER-NUMBER NUMERIC
                       AND PM-MEMBER-NUMBER NOT = ZERO
                       AND PM-MEMBER-NUMBER = WS-MEMBER-IN
                       MOVE "Y" TO WS-MEMBER-FOUND
                   END-IF
           END-READ.

       2200-COUNT-MEMBER-CARDS.
           MOVE ZERO TO WS-CARD-COUNT WS-PENDING-CARD.
           MOVE "N"  TO WS-LOG-DONE.
           MOVE ZERO TO CL-CARD-NUMBER.
           START CARD-ISSUE-LOG KEY IS NOT LESS THAN CL-CARD-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-LOG-DONE
           END-START.
           PERFORM 2210-COUNT-ONE-CARD UNTIL WS-LOG-DONE = "Y".

       2210-COUNT-ONE-CARD.
           READ CARD-ISSUE-LOG NEXT
               AT END
                   MOVE "Y" TO WS-LOG-DONE
               NOT AT END
                   IF CL-MEMBER-NUMBER = PM-MEMBER-NUMBER
                       ADD 1 TO WS-CARD-COUNT
                       IF CL-IS-PENDING
                           MOVE CL-CARD-NUMBER TO WS-PENDING-CARD
                       END-IF
                   END-IF
           END-READ.

       2900-NEXT-CARD-NUMBER.
      *> Take-and-save - the nightly card run takes numbers off the
      *> same file.
           MOVE 1 TO WS-NEXT-CARD.

           OPEN INPUT CARD-SEQUENCE.
           IF WS-CSQ-STATUS = "00"
               READ CARD-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CARDSEQ-NEXT-NUMBER TO WS-NEXT-CARD
               END-READ
               CLOSE CARD-SEQUENCE
           END-IF.

           COMPUTE CARDSEQ-NEXT-NUMBER = WS-NEXT-CARD + 1.
           OPEN OUTPUT CARD-SEQUENCE.
           WRITE CARDSEQ-RECORD.
           CLOSE CARD-SEQUENCE.

       3000-CARD-HISTORY.
           PERFORM 2100-FIND-MEMBER.
           IF WS-MEMBER-FOUND NOT = "Y"
               DISPLAY "No member " WS-MEMBER-IN " on file."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY PM-MEMBER-NUMBER " " PM-FIRSTNAME " " PM-LASTNAME.
           DISPLAY "Card     Type No. Requested      By         "
               "Status Reason".

           MOVE ZERO TO WS-CARD-COUNT.
           MOVE "N"  TO WS-LOG-DONE.
           MOVE ZERO TO CL-CARD-NUMBER.
           START CARD-ISSUE-LOG KEY IS NOT LESS THAN CL-CARD-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-LOG-DONE
           END-START.
           PERFORM 3100-LIST-ONE-CARD UNTIL WS-LOG-DONE = "Y".
           IF WS-CARD-COUNT = ZERO
               DISPLAY "No cards issued yet."
           END-IF.

       3000-EXIT.
           EXIT.

       3100-LIST-ONE-CARD.
           READ CARD-ISSUE-LOG NEXT
               AT END
                   MOVE "Y" TO WS-LOG-DONE
               NOT AT END
                   IF CL-MEMBER-NUMBER = PM-MEMBER-NUMBER
                       ADD 1 TO WS-CARD-COUNT
                       DISPLAY CL-CARD-NUMBER " " CL-ISSUE-TYPE
                           "    " CL-ISSUE-NUMBER " "
                           CL-REQUESTED-AT(1:8) " "
                           CL-REQUESTED-BY " " CL-STATUS "      "
                           CL-REASON
                   END-IF
           END-READ.

       8100-LOG-REISSUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "CARD-REISSUE"   TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Replacement card " DELIMITED BY SIZE
                  WS-NEXT-CARD DELIMITED BY SIZE
                  " member " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  " issue " DELIMITED BY SIZE
                  WS-CARD-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
