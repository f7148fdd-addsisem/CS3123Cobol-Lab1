      ******************************************************************
      * BADGE-SYSTEM ACTIVE-BADGE DUMP RECORD LAYOUT
      * ONE RECORD PER BADGE THE VENDOR'S SYSTEM HOLDS, SENT AS A
      * FULL-POPULATION DUMP ON REQUEST AND MATCHED BY LAB1RCN
      * AGAINST THE ROSTER MASTER ON EMP-ID - NAME AND DEPT ARE WHAT
      * THE BADGE SYSTEM HAS ON FILE, NOT NECESSARILY WHAT WE SENT;
      * BADGE-STATUS 'A' IS AN ACTIVE BADGE, ANYTHING ELSE (SUSPENDED,
      * LOST, EXPIRED) CANNOT OPEN A DOOR AND IS NOT RECONCILED
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01
      ******************************************************************
       :LVL:  :PREFIX:-EMP-ID          PIC X(6).
       :LVL:  :PREFIX:-NAME            PIC X(20).
       :LVL:  :PREFIX:-DEPT            PIC X(10).
       :LVL:  :PREFIX:-BADGE-STATUS    PIC X(1).
         88    :PREFIX:-BADGE-ACTIVE   VALUE 'A'.
       :LVL:  :PREFIX:-ISSUE-DATE      PIC X(8).
       :LVL:  FILLER                   PIC X(35).
