      *>                 PM-AGE, which is only a snapshot as of the
      *>                 member's last Add/Change and goes stale every
      *>                 year it isn't touched.
      *> 2026-10-15  OP  Adds a breakdown by membership category -
      *>                 each category's members across the same age
      *>                 bands, with its share of the membership.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             10 BAND-COUNT      PIC 9(08).
       01 WS-BAND-INDEX      PIC 9(01).

      *> Members per category and band - row 6 is the records not
      *> yet categorised.
       01 WS-CATEGORY-TABLE.
          05 WS-CAT-ENTRY OCCURS 6 TIMES.
             10 CAT-COUNT       PIC 9(08).
             10 CAT-BAND-COUNT  PIC 9(08) OCCURS 5 TIMES.
       01 WS-CAT-INDEX       PIC 9(01).
       01 CAT-LINE           PIC X(80).
       01 CAT-LINE-POS       PIC 9(02).

       COPY "majagetbl.cpy".
       COPY "memcattb.cpy".

       01 WS-PERCENT         PIC 9(03)V99.
       01 PERCENT-FORMATTED  PIC Z(2)9.99.
       01 COUNT-FORMATTED    PIC Z(6)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT-BAND-TABLE.
           MOVE SPACES TO WS-COUNTRY-CODE.
           PERFORM 5990-LOAD-MEMBER-CATEGORIES.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > 5.

           INITIALIZE WS-CATEGORY-TABLE.

       1100-CLEAR-ONE-BAND-COUNT.
           MOVE ZERO TO BAND-COUNT(WS-BAND-INDEX).

               ADD 1 TO BAND-COUNT(WS-BAND-INDEX)
           END-IF.

           PERFORM 2200-POST-TO-CATEGORY.

       2110-TEST-ONE-BAND.
           ADD 1 TO WS-BAND-INDEX.

       2200-POST-TO-CATEGORY.
           MOVE 6 TO WS-CAT-INDEX.
           PERFORM 2210-MATCH-ONE-CATEGORY
               VARYING MCT-IDX FROM 1 BY 1
               UNTIL MCT-IDX > 5.

           ADD 1 TO CAT-COUNT(WS-CAT-INDEX).
           IF WS-BAND-INDEX <= 5
               ADD 1 TO CAT-BAND-COUNT(WS-CAT-INDEX, WS-BAND-INDEX)
           END-IF.

       2210-MATCH-ONE-CATEGORY.
           IF MCT-CODE(MCT-IDX) = PM-MEMBER-CATEGORY
               SET WS-CAT-INDEX TO MCT-IDX
           END-IF.

       3000-PRINT-REPORT.
           DISPLAY "Age-band demographic report".
           DISPLAY "-----------------".
           DISPLAY "-----------------".
           DISPLAY "Total members: " COUNT-FORMATTED.

           DISPLAY " ".
           DISPLAY "By membership category".
           DISPLAY "-----------------".
           MOVE SPACES TO CAT-LINE.
           MOVE "Category" TO CAT-LINE(1:10).
           MOVE 11 TO CAT-LINE-POS.
           PERFORM 3210-HEAD-ONE-BAND
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > 5.
           MOVE "   Total" TO CAT-LINE(CAT-LINE-POS:8).
           MOVE "       %" TO CAT-LINE(CAT-LINE-POS + 8:8).
           DISPLAY CAT-LINE.

           PERFORM 3200-PRINT-ONE-CATEGORY
               VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > 6.

       3100-PRINT-ONE-BAND.
           MOVE BAND-COUNT(WS-BAND-INDEX) TO COUNT-FORMATTED.

           DISPLAY "Band " BAND-LABEL(WS-BAND-INDEX)
               " : " COUNT-FORMATTED
               " (" PERCENT-FORMATTED "%)".

       3200-PRINT-ONE-CATEGORY.
           MOVE SPACES TO CAT-LINE.
           IF WS-CAT-INDEX > 5
               MOVE "(none)" TO CAT-LINE(1:10)
           ELSE
               MOVE MCT-NAME(WS-CAT-INDEX) TO CAT-LINE(1:10)
           END-IF.
           MOVE 11 TO CAT-LINE-POS.
           PERFORM 3220-COUNT-ONE-BAND
               VARYING WS-BAND-INDEX FROM 1 BY 1
               UNTIL WS-BAND-INDEX > 5.

           MOVE CAT-COUNT(WS-CAT-INDEX) TO COUNT-FORMATTED.
           MOVE " " TO CAT-LINE(CAT-LINE-POS:1).
           MOVE COUNT-FORMATTED TO CAT-LINE(CAT-LINE-POS + 1:7).

           MOVE ZERO TO WS-PERCENT.
           IF WS-TOTAL-COUNT > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   CAT-COUNT(WS-CAT-INDEX) * 100 / WS-TOTAL-COUNT
           END-IF.
           MOVE WS-PERCENT TO PERCENT-FORMATTED.
           MOVE PERCENT-FORMATTED TO CAT-LINE(CAT-LINE-POS + 10:6).
           DISPLAY CAT-LINE.

       3210-HEAD-ONE-BAND.
           MOVE BAND-LABEL(WS-BAND-INDEX) TO CAT-LINE(CAT-LINE-POS:8).
           ADD 8 TO CAT-LINE-POS.

       3220-COUNT-ONE-BAND.
           MOVE CAT-BAND-COUNT(WS-CAT-INDEX, WS-BAND-INDEX)
               TO COUNT-FORMATTED.
           MOVE COUNT-FORMATTED TO CAT-LINE(CAT-LINE-POS:7).
           ADD 8 TO CAT-LINE-POS.

           COPY "majageld.cpy".
           COPY "memcatld.cpy".

