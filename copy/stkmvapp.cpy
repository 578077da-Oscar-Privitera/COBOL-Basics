      *> STKMVAPP.cpy
      *> Append-one-record paragraph for STOCK-MOVEMENTS. Caller
      *> moves SMV-ITEM-CODE, SMV-MOVE-TYPE, SMV-QUANTITY (signed),
      *> SMV-DOC-REF, SMV-BALANCE (on-hand after the movement) and
      *> SMV-OPERATOR-ID, then PERFORM 8050-WRITE-STOCK-MOVEMENT -
      *> the timestamp is stamped here. Requires the calling program
      *> to SELECT STOCK-MOVEMENTS (ASSIGN TO "STKMOVES", or to a
      *> name field where the program has practice copies), FD it
      *> with COPY "stkmove.cpy", and declare WS-SMV-STATUS
      *> PIC X(02) in WORKING-STORAGE. Written right after the
      *> ITEM-MASTER rewrite it describes, never before.
       8050-WRITE-STOCK-MOVEMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SMV-TIMESTAMP.
           OPEN EXTEND STOCK-MOVEMENTS.
           IF WS-SMV-STATUS = "05" OR WS-SMV-STATUS = "35"
               OPEN OUTPUT STOCK-MOVEMENTS
           END-IF.
           WRITE SMV-RECORD.
           IF WS-SMV-STATUS NOT = "00"
               DISPLAY "STOCK-MOVEMENTS write failed, status "
                   WS-SMV-STATUS
           END-IF.
           CLOSE STOCK-MOVEMENTS.
