      *> BRNCHTBL.cpy
      *> Working-storage for the shared open-branch table (loader and
      *> lookups in BRNCHLD.cpy and BRNEAR.cpy). Every branch on the
      *> BRANCHES file that is not closed, in file order; SB-PLACED
      *> is "Y" once BRNEAR.cpy has found the branch's zip on
      *> ZIP-COORD-TABLE, and only placed branches can be nearest.
       78 MAX-STOCK-BRANCHES  VALUE 20.
       01 WS-STOCK-BRANCH-TABLE.
          05 SB-ENTRY OCCURS 20 TIMES.
             10 SB-CODE           PIC X(04).
             10 SB-NAME           PIC X(20).
             10 SB-ZIP-CODE       PIC X(05).
             10 SB-PLACED         PIC X(01).
             10 SB-X              PIC S9(6).
             10 SB-Y              PIC S9(6).
       01 WS-SB-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-SB-INDEX         PIC 9(02).
       01 WS-SB-MATCH         PIC 9(02).

      *> In: WS-SB-CODE-IN (lookup by code) or WS-SB-ZIP-IN (nearest
      *> branch). Out: WS-SB-MATCH, the table entry, zero if none.
       01 WS-SB-CODE-IN       PIC X(04).
       01 WS-SB-ZIP-IN        PIC X(05).
       01 WS-SB-BEST-DISTANCE USAGE COMP-2.
       01 WS-SB-DELTA-X       PIC S9(7).
       01 WS-SB-DELTA-Y       PIC S9(7).
       01 WS-SB-DIST-SQ       USAGE COMP-2.
