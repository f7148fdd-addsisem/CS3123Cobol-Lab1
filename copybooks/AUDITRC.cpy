      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01, OR
      * BY ==05== WHEN NESTED ONE LEVEL DEEPER UNDER A 03 GROUP ITEM
      * 2026-10-15 - LAB1BCK ALSO APPENDS ONE RECORD PER ENTRY OF A
      *              MAINTENANCE RUN IT BACKS OUT ('BO MAST',
      *              'BO SCHED', 'BO LEAVE' - BEFORE IS WHAT THE
      *              RECORD HELD, AFTER IS WHAT WENT BACK) OR REFUSES
      *              ('BO REFUSD' - THE RUN'S OWN IMAGES), UNDER ITS
      *              OWN RUN STAMP AND THE ORIGINAL TRANSACTION CODE.
      ******************************************************************
       :LVL:  :PREFIX:-RUN-DATE        PIC X(8).
       :LVL:  :PREFIX:-RUN-TIME        PIC X(6).
