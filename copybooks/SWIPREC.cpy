      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01, OR
      * BY ==05== WHEN NESTED ONE LEVEL DEEPER UNDER A 03 GROUP ITEM
      * 2026-10-15 - CARVED SWIPE-DIR OUT OF THE TRAILING FILLER. 'I'
      *              IS A BADGE-IN, 'O' A BADGE-OUT AT THE EXIT
      *              READERS - SPACES (THE VENDOR'S OLDER IN-ONLY
      *              FEED) ARE TREATED AS A BADGE-IN.
      ******************************************************************
       :LVL:  :PREFIX:-EMP-ID          PIC X(6).
       :LVL:  :PREFIX:-SWIPE-DATE      PIC X(8).
       :LVL:  :PREFIX:-SWIPE-TIME      PIC X(4).
       :LVL:  :PREFIX:-SWIPE-DIR       PIC X(1).
       :LVL:  FILLER                   PIC X(61).
