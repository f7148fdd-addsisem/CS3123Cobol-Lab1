      ******************************************************************
      * ATTENDANCE EVENT RECORD LAYOUT
      * ONE RECORD PER ATTENDANCE EXCEPTION LAB1SWP FINDS ON A REPORT
      * DATE, APPENDED TO THE CUMULATIVE ATTENDANCE HISTORY FILE
      * (DA-S-ATTN) AND TOTALLED INTO ROLLING ATTENDANCE POINTS BY
      * LAB1PTS - EVENT-TYPE IS:
      *   'N' NO-SHOW - SCHEDULED, NEVER SWIPED
      *   'L' LATE ARRIVAL - MINUTES-LATE IS THE SWIPE TIME LESS
      *       THE SCHEDULED (OR SHFTCD DEFAULT) START TIME
      *   'U' SWIPE ON A DAY THE EMPLOYEE WAS NOT SCHEDULED
      *   'R' SWIPE BY AN EMP-ID NOT ON THE ROSTER MASTER
      * SHIFT/SCHED-TIME ARE SPACES WHEN NO SCHEDULE PROVED THE DAY,
      * SWIPE-TIME IS SPACES ON A NO-SHOW
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01, OR
      * BY ==05== WHEN NESTED ONE LEVEL DEEPER UNDER A 03 GROUP ITEM
      ******************************************************************
       :LVL:  :PREFIX:-EMP-ID          PIC X(6).
       :LVL:  :PREFIX:-EVENT-DATE      PIC X(8).
       :LVL:  :PREFIX:-EVENT-TYPE      PIC X(1).
       :LVL:  :PREFIX:-SHIFT           PIC X(4).
       :LVL:  :PREFIX:-SCHED-TIME      PIC X(4).
       :LVL:  :PREFIX:-SWIPE-TIME      PIC X(4).
       :LVL:  :PREFIX:-MINUTES-LATE    PIC 9(4).
       :LVL:  FILLER                   PIC X(49).
