      *> LOTWK.cpy
      *> Working-storage for the shared lot issue (see LOTISSUE.cpy).
      *> The caller moves the article, the signed quantity (plus
      *> issued, minus returned), the lot named by the operator
      *> (spaces for first-in, first-out on an issue, or the newest
      *> lot on a return) and the document it belongs to.
       01 WS-LT-STATUS        PIC X(02).
       01 WS-ILT-STATUS       PIC X(02).
       01 WS-LTI-ITEM         PIC X(08).
       01 WS-LTI-QTY          PIC S9(07).
       01 WS-LTI-LOT          PIC X(15).
       01 WS-LTI-INVOICE      PIC 9(06).
       01 WS-LTI-LINE         PIC 9(02).
       01 WS-LTI-DOC-TYPE     PIC X(01).
       01 WS-LTI-DATE         PIC 9(08).
       01 WS-LTI-CUSTOMER     PIC X(06).
      *> In for 8077-FIND-ORIGINAL-LOT: the invoice a credit note
      *> reverses. Out: WS-LTI-LOT, the first lot it shipped from.
       01 WS-LTI-ORIG-INVOICE PIC 9(06).
       01 WS-LTI-LEFT         PIC S9(07).
       01 WS-LTI-TAKE         PIC S9(07).
       01 WS-LTI-LOT-USED     PIC X(15).
       01 WS-LTI-FOUND        PIC X(01).
       01 WS-LTI-SCAN-DONE    PIC X(01).
       01 WS-LTI-SAVED-KEY    PIC X(31).
