      ******************************************************************
      * HR PERSONNEL CHANGE RECORD LAYOUT
      * ONE RECORD PER PERSONNEL CHANGE ON THE HR SYSTEM'S DAILY
      * CHANGE FILE, READ BY LAB1HRF TO GENERATE THE ROSTER ADD,
      * CHANGE, AND DELETE TRANSACTIONS - HR-ACTION 'H' IS A NEW
      * HIRE, 'T' A DEPARTMENT TRANSFER, 'N' A NAME CHANGE, AND
      * 'X' A TERMINATION; EFF-DATE (YYYYMMDD) IS THE DAY THE
      * CHANGE TAKES EFFECT AND IS ALWAYS PRESENT
      * NAME IS THE NEW NAME ON A HIRE OR NAME CHANGE, DEPT THE
      * NEW DEPARTMENT ON A HIRE OR TRANSFER - SHIFT AND START-TIME
      * ARE THE HOME SHIFT THE POSITION WAS POSTED WITH AND ARE
      * MEANINGFUL ONLY ON A HIRE; A TERMINATION CARRIES THE KEY
      * AND DATE ONLY
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01
      ******************************************************************
       :LVL:  :PREFIX:-HR-ACTION       PIC X(1).
         88    :PREFIX:-HIRE           VALUE 'H'.
         88    :PREFIX:-TRANSFER       VALUE 'T'.
         88    :PREFIX:-NAME-CHANGE    VALUE 'N'.
         88    :PREFIX:-TERMINATION    VALUE 'X'.
       :LVL:  :PREFIX:-EMP-ID          PIC X(6).
       :LVL:  :PREFIX:-EFF-DATE        PIC X(8).
       :LVL:  :PREFIX:-NAME            PIC X(20).
       :LVL:  :PREFIX:-DEPT            PIC X(10).
       :LVL:  :PREFIX:-SHIFT           PIC X(4).
       :LVL:  :PREFIX:-START-TIME      PIC X(4).
       :LVL:  FILLER                   PIC X(27).
