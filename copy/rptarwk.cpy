      *> RPTARWK.cpy
      *> Working-storage for the shared report archiver (paragraphs
      *> in RPTARCH.cpy). COPY into the WORKING-STORAGE of every
      *> program that COPYs RPTARCH.cpy. Before the archive is
      *> opened the caller fills WS-RA-REPORT-NAME (the print file's
      *> ASSIGN name), WS-RA-PROGRAM-ID, and where it has them
      *> WS-RA-RUN-DATE (the date the report is for - zero is
      *> today), WS-RA-COMPANY and WS-RA-OPERATOR-ID; each printed
      *> line goes into WS-RA-LINE before it is archived.
       78 RA-PAGE-DEPTH        VALUE 60.
       78 RA-DEFAULT-YEARS     VALUE 7.

       01 WS-RI-STATUS         PIC X(02).
       01 WS-RS-STATUS         PIC X(02).
       01 WS-RP-STATUS         PIC X(02).

       01 WS-RA-REPORT-NAME    PIC X(10).
       01 WS-RA-PROGRAM-ID     PIC X(20).
       01 WS-RA-RUN-DATE       PIC 9(08) VALUE ZERO.
       01 WS-RA-RUN-PARTS REDEFINES WS-RA-RUN-DATE.
          05 WS-RA-RUN-YYYY       PIC 9(04).
          05 WS-RA-RUN-MMDD       PIC 9(04).
       01 WS-RA-COMPANY        PIC X(02) VALUE SPACES.
       01 WS-RA-OPERATOR-ID    PIC X(10) VALUE SPACES.
       01 WS-RA-LINE           PIC X(132).

       01 WS-RA-REPORT-ID      PIC 9(08) VALUE ZERO.
       01 WS-RA-LINE-COUNT     PIC 9(07) VALUE ZERO.
       01 WS-RA-FLAG           PIC X(01) VALUE "N".
           88 WS-RA-ACTIVE         VALUE "Y".
       01 WS-RA-YEARS          PIC 9(02).
       01 WS-RA-RANK           PIC 9(01).
       01 WS-RA-RETAIN-YYYY    PIC 9(04).
