      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01, OR
      * BY ==05== WHEN NESTED ONE LEVEL DEEPER UNDER A 03 GROUP ITEM
      * 2026-10-15 - LAB1BCK (MAINTENANCE RUN BACK-OUT) IS AN
      *              OPTIONAL STEP BETWEEN LAB1MNT AND LAB1 - IT
      *              NEEDS LAB1MNT COMPLETE, REFUSES ONCE LAB1 IS,
      *              AND STAMPS ITS OWN RECORD; NO OTHER STEP WAITS
      *              ON IT, SO LAB1CYC DOES NOT LIST IT OUTSTANDING.
      * 2026-10-15 - LAB1RCN (BADGE POPULATION RECONCILIATION) IS
      *              AN OPTIONAL STEP AFTER LAB1ACK, RUN WHEN THE
      *              VENDOR SENDS A FULL BADGE DUMP - SAME RULES.
      ******************************************************************
       :LVL:  :PREFIX:-CYC-DATE        PIC X(8).
       :LVL:  :PREFIX:-STEP            PIC X(8).
