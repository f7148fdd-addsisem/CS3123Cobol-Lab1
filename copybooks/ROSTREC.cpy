      *              MEANINGFUL ONLY ON A SHIFT-SWAP (W) TRANSACTION,
      *              WHERE IT NAMES THE SECOND EMPLOYEE OF THE PAIR -
      *              SPACES ON THE MASTER AND EVERYWHERE ELSE.
      * 2026-10-15 - CARVED LEAVE-TO-DATE, LEAVE-TYPE, AND
      *              LEAVE-APPROVAL OUT OF THE TRAILING FILLER.
      *              MEANINGFUL ONLY ON A LEAVE (L/V/X) TRANSACTION,
      *              WHOSE FROM-DATE RIDES IN SCHED-DATE - SPACES ON
      *              THE MASTER AND EVERYWHERE ELSE.
      ******************************************************************
       :LVL:  :PREFIX:-NAME            PIC X(20).
       :LVL:  :PREFIX:-DEPT            PIC X(10).
       :LVL:  :PREFIX:-EMP-ID          PIC X(6).
       :LVL:  :PREFIX:-BADGE-ACTION    PIC X(1).
       :LVL:  :PREFIX:-SWAP-EMP-ID     PIC X(6).
       :LVL:  :PREFIX:-LEAVE-TO-DATE   PIC X(8).
       :LVL:  :PREFIX:-LEAVE-TYPE      PIC X(4).
       :LVL:  :PREFIX:-LEAVE-APPROVAL  PIC X(1).
       :LVL:  FILLER                   PIC X(8).
