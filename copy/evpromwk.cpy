      *> EVPROMWK.cpy
      *> Working storage for the event paragraphs in EVPROMO.cpy.
      *> WS-EVP-MEMBER-IN is the member number 6250 looks for;
      *> WS-EVP-PROMOTED counts the places filled off the waiting
      *> list by the last 6200.
       01 WS-EV-STATUS            PIC X(02).
       01 WS-EB-STATUS            PIC X(02).
       01 WS-PM-STATUS            PIC X(02).
       01 WS-NQ-STATUS            PIC X(02).
       01 WS-EVP-MEMBER-IN        PIC 9(08).
       01 WS-EVP-MEMBER-FOUND     PIC X(01).
       01 WS-EVP-BEST-AT          PIC 9(14).
       01 WS-EVP-BEST-MEMBER      PIC 9(08).
       01 WS-EVP-SCAN-DONE        PIC X(01).
       01 WS-EVP-NONE-WAITING     PIC X(01).
       01 WS-EVP-PROMOTED         PIC 9(04).
