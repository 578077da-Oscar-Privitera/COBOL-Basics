      *> COMMSAPP.cpy
      *> Add-one-record paragraph for COMMS-HISTORY. Caller must
      *> fill CMH-MEMBER-NUMBER, CMH-SENT-AT and the message fields
      *> before PERFORM 8600-WRITE-COMMS-HISTORY; the sequence is
      *> stepped here until the key is free, so two messages to one
      *> member in the same second both go on file. Requires the
      *> calling program to SELECT COMMS-HISTORY ASSIGN TO "COMMSHST"
      *> (INDEXED, DYNAMIC, RECORD KEY CMH-KEY), FD it with COPY
      *> "commshist.cpy", and declare WS-CMH-STATUS PIC X(02). The
      *> file is opened and closed per record, like the history
      *> files - a crash leaves every message already sent on it.
       8600-WRITE-COMMS-HISTORY.
           OPEN I-O COMMS-HISTORY.
           IF WS-CMH-STATUS = "35"
               OPEN OUTPUT COMMS-HISTORY
           END-IF.
           IF WS-CMH-STATUS NOT = "00"
               DISPLAY "COMMS-HISTORY not available, status "
                   WS-CMH-STATUS " - message not recorded"
           ELSE
               MOVE ZERO TO CMH-SEQUENCE
               MOVE "22" TO WS-CMH-STATUS
               PERFORM 8610-WRITE-ONE-COMMS
                   UNTIL WS-CMH-STATUS NOT = "22"
                   OR CMH-SEQUENCE = 9999
               IF WS-CMH-STATUS NOT = "00"
                   DISPLAY "COMMS-HISTORY write failed, status "
                       WS-CMH-STATUS
               END-IF
               CLOSE COMMS-HISTORY
           END-IF.

       8610-WRITE-ONE-COMMS.
           ADD 1 TO CMH-SEQUENCE.
           WRITE CMH-RECORD
               INVALID KEY
                   MOVE "22" TO WS-CMH-STATUS
           END-WRITE.
