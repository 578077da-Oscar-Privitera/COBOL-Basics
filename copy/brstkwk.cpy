      *> BRSTKWK.cpy
      *> Working-storage for the shared branch-stock posting (see
      *> BRSTKAPP.cpy). The caller moves the branch, the article and
      *> the signed change into WS-BSP-BRANCH, WS-BSP-ITEM and
      *> WS-BSP-CHANGE; WS-BSP-BALANCE comes back as the branch's
      *> on-hand after it, and WS-BSP-OK as "N" when nothing could
      *> be posted.
       01 WS-BST-STATUS       PIC X(02).
       01 WS-BSP-BRANCH       PIC X(04).
       01 WS-BSP-ITEM         PIC X(08).
       01 WS-BSP-CHANGE       PIC S9(07).
       01 WS-BSP-BALANCE      PIC S9(07).
       01 WS-BSP-OK           PIC X(01).
