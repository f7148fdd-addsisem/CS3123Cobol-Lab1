      ******************************************************************
      * PAYROLL WORKED-HOURS FEED RECORD LAYOUT
      * WRITTEN BY LAB1PAY FROM PAIRED BADGE-IN/BADGE-OUT SWIPES -
      * ONE DETAIL RECORD ('D') PER EMPLOYEE PER WORK DATE (THE
      * DATE OF THE FIRST BADGE-IN OF THE SHIFT), THEN ONE TRAILER
      * RECORD ('T') CARRYING THE CONTROL TOTALS PAYROLL PROVES THE
      * FEED AGAINST BEFORE LOADING IT
      * HOURS ARE WORKED HOURS TO THE HUNDREDTH, DIFF-RATE IS THE
      * SHFTCD DIFFERENTIAL PER HOUR FOR THE SCHEDULED SHIFT, AND
      * DIFF-AMT IS HOURS TIMES DIFF-RATE - BASE PAY IS PAYROLL'S
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD
      * NAMES AND ==:LVL:== BY ==03== - COPY DIRECTLY UNDER A 01
      * ONLY: THE DETAIL AND TRAILER MEMBERS ARE FIXED AT LEVEL 05
      ******************************************************************
       :LVL:  :PREFIX:-REC-TYPE        PIC X(1).
       :LVL:  :PREFIX:-DETAIL.
         05    :PREFIX:-EMP-ID        PIC X(6).
         05    :PREFIX:-WORK-DATE     PIC X(8).
         05    :PREFIX:-SHIFT         PIC X(4).
         05    :PREFIX:-FIRST-IN      PIC X(4).
         05    :PREFIX:-LAST-OUT      PIC X(4).
         05    :PREFIX:-PAIR-CNT      PIC 9(2).
         05    :PREFIX:-HOURS         PIC 9(3)V99.
         05    :PREFIX:-DIFF-RATE     PIC 9(2)V99.
         05    :PREFIX:-DIFF-AMT      PIC 9(5)V99.
         05    FILLER                 PIC X(35).
       :LVL:  :PREFIX:-TRAILER REDEFINES :PREFIX:-DETAIL.
         05    :PREFIX:-REC-CNT       PIC 9(6).
         05    :PREFIX:-TOTAL-HOURS   PIC 9(7)V99.
         05    :PREFIX:-TOTAL-DIFF    PIC 9(7)V99.
         05    :PREFIX:-PERIOD-FROM   PIC X(8).
         05    :PREFIX:-PERIOD-TO     PIC X(8).
         05    FILLER                 PIC X(39).
