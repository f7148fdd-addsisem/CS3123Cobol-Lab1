      ******************************************************************
      * ROTATION PATTERN RECORD LAYOUT
      * ONE RECORD PER EMPLOYEE ON A STANDING ROTATION, READ BY
      * LAB1ROT TO GENERATE THE EMPLOYEE'S SCHEDULE ADD (S)
      * TRANSACTIONS FOR THE COMING WEEKS
      * CYCLE-START IS THE DATE OF DAY 1 OF THE CYCLE (YYYYMMDD) -
      * NO DAY BEFORE IT IS GENERATED - AND CYCLE-LEN IS THE
      * NUMBER OF DAYS IN ONE TURN OF THE ROTATION (01-28)
      * WORK-DAY HOLDS ONE BYTE PER CYCLE DAY: 'W' IS A WORKING
      * DAY, ANYTHING ELSE IS A DAY OFF - FOUR-ON/THREE-OFF IS
      * CYCLE-LEN 07 WITH WORK-DAYS 'WWWW   '
      * SHIFT AND START-TIME ARE WHAT EVERY GENERATED DAY CARRIES
      * AND ARE EDITED AGAINST THE SHIFT REFERENCE CODES
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD
      * NAMES AND ==:LVL:== BY ==03== - COPY DIRECTLY UNDER A 01
      * ONLY: THE WORK-DAY TABLE'S MEMBER IS FIXED AT LEVEL 05
      ******************************************************************
       :LVL:  :PREFIX:-EMP-ID          PIC X(6).
       :LVL:  :PREFIX:-CYCLE-START     PIC X(8).
       :LVL:  :PREFIX:-CYCLE-LEN       PIC X(2).
       :LVL:  :PREFIX:-CYCLE-LEN-N     REDEFINES :PREFIX:-CYCLE-LEN
                                       PIC 9(2).
       :LVL:  :PREFIX:-WORK-DAYS.
         05    :PREFIX:-WORK-DAY      OCCURS 28 TIMES
                                       PIC X(1).
       :LVL:  :PREFIX:-SHIFT           PIC X(4).
       :LVL:  :PREFIX:-START-TIME      PIC X(4).
       :LVL:  FILLER                   PIC X(28).
