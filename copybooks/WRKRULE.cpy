      ******************************************************************
      * SCHEDULING WORK-RULE LIMITS
      * THE UNION CONTRACT'S SCHEDULING LIMITS, HELD IN ONE PLACE SO
      * THE TRANSACTION EDIT (LAB1EDT), THE MAINTENANCE APPLY
      * (LAB1MNT), AND THE WORK-RULE SWEEP (LAB1WRK) CAN NEVER
      * DISAGREE ABOUT WHAT A LEGAL SCHEDULE IS - A CHANGE TO THE
      * CONTRACT IS A CHANGE HERE AND A RECOMPILE OF ALL THREE
      *   MIN-REST   - MINUTES OFF REQUIRED BETWEEN THE END OF ONE
      *                SHIFT AND THE START OF THE NEXT
      *   MAX-CONSEC - MOST CALENDAR DAYS WORKED IN A ROW
      *   MAX-WEEK   - MOST SHIFTS IN ONE MONDAY-SUNDAY WEEK
      *   STD-LEN    - MINUTES ASSUMED FOR A SHIFT WHOSE SHFTCD
      *                RECORD CARRIES NO SHIFT LENGTH
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD
      * NAMES AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01
      ******************************************************************
       :LVL:  :PREFIX:-MIN-REST        PIC 9(4)  VALUE 600.
       :LVL:  :PREFIX:-MAX-CONSEC      PIC 9(2)  VALUE 6.
       :LVL:  :PREFIX:-MAX-WEEK        PIC 9(2)  VALUE 6.
       :LVL:  :PREFIX:-STD-LEN         PIC 9(4)  VALUE 480.
