       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBERSHIP-FEE-MAINTENANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Maintenance over the MEMBERSHIP-FEES table - list the fee
      *> set for each membership year and add the fee for a year,
      *> so next year's fee is keyed by the office before the
      *> MEMBERSHIP-BILLING run needs it. Fees are only ever added;
      *> a corrected fee for a year is a new record that supersedes
      *> the old one, and the listing shows which is in force.
      *> Each year carries a fee band per membership category
      *> (junior, adult, senior, family - honorary members are never
      *> billed), with a blank band covering any category that has
      *> no band of its own.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FEES ASSIGN TO "MEMFEES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.

           SELECT VAT-RATE-CONTROL ASSIGN TO "VATRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VCT-STATUS.

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
       FD  MEMBERSHIP-FEES.
           COPY "memfee.cpy".

       FD  VAT-RATE-CONTROL.
           COPY "vatctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       COPY "vatctbl.cpy".
       COPY "memfeetb.cpy".

       01 WS-MF-STATUS       PIC X(02).
       01 WS-VCT-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-NEW-YEAR        PIC 9(04).
       01 WS-NEW-FEE         PIC 9(06)V99.
       01 WS-NEW-CATEGORY    PIC X(01).
       01 WS-NEW-DESCRIPTION PIC X(30).
       01 WS-NEW-BAND        PIC X(01).
       01 WS-IN-FORCE        PIC X(01).

       01 FEE-FORMATTED      PIC Z(5)9.99.

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

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "MEMBERSHIP-FEES maintenance".
           DISPLAY "(L)ist, (A)dd a fee, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM 2000-LIST-FEES
               WHEN "A" WHEN "a"
                   PERFORM 3000-ADD-FEE THRU 3000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-LIST-FEES.
           PERFORM 5940-LOAD-MEMBERSHIP-FEES.
           IF WS-MFT-COUNT = ZERO
               DISPLAY "No membership fees on file."
           ELSE
               DISPLAY "Year Band         Fee  Cat  Description"
               PERFORM 2100-LIST-ONE-FEE
                   VARYING MFT-IDX FROM 1 BY 1
                   UNTIL MFT-IDX > WS-MFT-COUNT
           END-IF.

       2100-LIST-ONE-FEE.
      *> A fee superseded by a later record for its year is marked,
      *> so the office can see which one the billing run will use.
           MOVE MFT-YEAR(MFT-IDX) TO WS-FEE-LOOKUP-YEAR.
           MOVE MFT-CATEGORY(MFT-IDX) TO WS-FEE-LOOKUP-CATEGORY.
           PERFORM 5946-LOOKUP-MEMBERSHIP-FEE.
           MOVE "Y" TO WS-IN-FORCE.
           IF WS-FEE-AMOUNT NOT = MFT-FEE(MFT-IDX)
               OR WS-FEE-VAT-CATEGORY NOT = MFT-VAT-CATEGORY(MFT-IDX)
               OR WS-FEE-DESCRIPTION NOT = MFT-DESCRIPTION(MFT-IDX)
               MOVE "N" TO WS-IN-FORCE
           END-IF.

           MOVE MFT-FEE(MFT-IDX) TO FEE-FORMATTED.
           IF WS-IN-FORCE = "Y"
               DISPLAY MFT-YEAR(MFT-IDX) "  " MFT-CATEGORY(MFT-IDX)
                   "  " FEE-FORMATTED
                   "   " MFT-VAT-CATEGORY(MFT-IDX)
                   "   " MFT-DESCRIPTION(MFT-IDX)
           ELSE
               DISPLAY MFT-YEAR(MFT-IDX) "  " MFT-CATEGORY(MFT-IDX)
                   "  " FEE-FORMATTED
                   "   " MFT-VAT-CATEGORY(MFT-IDX)
                   "   " MFT-DESCRIPTION(MFT-IDX) " (superseded)"
           END-IF.

       3000-ADD-FEE.
           DISPLAY "Membership year (CCYY): ".
           ACCEPT WS-NEW-YEAR.
           IF WS-NEW-YEAR NOT NUMERIC OR WS-NEW-YEAR < 1900
               DISPLAY "Membership year must be a CCYY year."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Member category band (J/A/S/F, Enter for all "
               "categories): ".
           ACCEPT WS-NEW-BAND.
           IF WS-NEW-BAND = "j" OR "a" OR "s" OR "f"
               INSPECT WS-NEW-BAND CONVERTING "jasf" TO "JASF"
           END-IF.
           IF WS-NEW-BAND NOT = SPACE AND NOT = "J" AND NOT = "A"
               AND NOT = "S" AND NOT = "F"
               DISPLAY "Band must be J, A, S, F or blank - honorary "
                   "members are not billed."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Fee, net of VAT: ".
           ACCEPT WS-NEW-FEE.
           IF WS-NEW-FEE NOT NUMERIC OR WS-NEW-FEE = ZERO
               DISPLAY "A fee must be keyed."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 5050-LOAD-VAT-RATE-CONTROL.
           COMPUTE WS-RATE-LOOKUP-DATE = WS-NEW-YEAR * 10000 + 1231.
           DISPLAY "VAT category for the fee (S/R/Z): ".
           ACCEPT WS-NEW-CATEGORY.
           MOVE WS-NEW-CATEGORY TO WS-CATEGORY-CODE.
           PERFORM 5150-LOOKUP-VAT-RATE-AS-OF.
           IF WS-RATE-FOUND NOT = "Y"
               DISPLAY "Unknown VAT category " WS-NEW-CATEGORY "."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Invoice wording (Enter for Membership "
               WS-NEW-YEAR "): ".
           ACCEPT WS-NEW-DESCRIPTION.
           IF WS-NEW-DESCRIPTION = SPACES
               STRING "Membership " DELIMITED BY SIZE
                      WS-NEW-YEAR DELIMITED BY SIZE
                      INTO WS-NEW-DESCRIPTION
           END-IF.

           PERFORM 3200-APPEND-THE-FEE.

       3000-EXIT.
           EXIT.

       3200-APPEND-THE-FEE.
           OPEN EXTEND MEMBERSHIP-FEES.
           IF WS-MF-STATUS = "05" OR WS-MF-STATUS = "35"
               OPEN OUTPUT MEMBERSHIP-FEES
           END-IF.

           MOVE WS-NEW-YEAR        TO MF-YEAR.
           MOVE WS-NEW-FEE         TO MF-FEE.
           MOVE WS-NEW-CATEGORY    TO MF-VAT-CATEGORY.
           MOVE WS-NEW-DESCRIPTION TO MF-DESCRIPTION.
           MOVE WS-NEW-BAND        TO MF-CATEGORY.
           WRITE MF-RECORD.
           IF WS-MF-STATUS = "00"
               DISPLAY "Fee added."
               PERFORM 8100-LOG-FEE-ADD
           ELSE
               DISPLAY "Add failed, status " WS-MF-STATUS
           END-IF.

           CLOSE MEMBERSHIP-FEES.

       8100-LOG-FEE-ADD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "MEMBER-FEE-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE WS-NEW-FEE       TO FEE-FORMATTED.
           STRING "Fee " DELIMITED BY SIZE
                  FEE-FORMATTED DELIMITED BY SIZE
                  " band " DELIMITED BY SIZE
                  WS-NEW-BAND DELIMITED BY SIZE
                  " VAT " DELIMITED BY SIZE
                  WS-NEW-CATEGORY DELIMITED BY SIZE
                  " for membership year " DELIMITED BY SIZE
                  WS-NEW-YEAR DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "vatcload.cpy".
           COPY "memfeeld.cpy".
           COPY "auditapp.cpy".

           COPY "signon.cpy".
