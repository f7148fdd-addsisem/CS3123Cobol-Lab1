      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01, OR
      * BY ==05== WHEN NESTED ONE LEVEL DEEPER UNDER A 03 GROUP ITEM
      * 2026-10-15 - CARVED DIFF-RATE OUT OF THE TRAILING FILLER - THE
      *              SHIFT DIFFERENTIAL PAID PER HOUR WORKED ON THE
      *              SHIFT (99V99 DOLLARS), READ THROUGH DIFF-RATE-N
      *              ONCE IT TESTS NUMERIC - SPACES MEAN THE SHIFT
      *              CARRIES NO DIFFERENTIAL.
      * 2026-10-15 - CARVED SHIFT-LEN OUT OF THE TRAILING FILLER - THE
      *              PAID LENGTH OF THE SHIFT IN HOURS (99V99), READ
      *              THROUGH SHIFT-LEN-N ONCE IT TESTS NUMERIC, SO
      *              THE WORK-RULE EDITS KNOW WHEN A SHIFT ENDS -
      *              SPACES MEAN THE STANDARD EIGHT-HOUR SHIFT.
      ******************************************************************
       :LVL:  :PREFIX:-SHIFT-CODE      PIC X(4).
       :LVL:  :PREFIX:-SHIFT-START     OCCURS 4 TIMES
                                       PIC X(4).
       :LVL:  :PREFIX:-DIFF-RATE       PIC X(4).
       :LVL:  :PREFIX:-DIFF-RATE-N     REDEFINES :PREFIX:-DIFF-RATE
                                       PIC 9(2)V99.
       :LVL:  :PREFIX:-SHIFT-LEN       PIC X(4).
       :LVL:  :PREFIX:-SHIFT-LEN-N     REDEFINES :PREFIX:-SHIFT-LEN
                                       PIC 9(2)V99.
       :LVL:  FILLER                   PIC X(52).
