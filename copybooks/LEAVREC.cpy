      ******************************************************************
      * LEAVE RECORD LAYOUT
      * ONE RECORD PER LEAVE SPELL, KEYED ON EMP-ID PLUS FROM-DATE,
      * SO AN EMPLOYEE CAN CARRY ANY NUMBER OF VACATION, SICK, OR
      * OTHER TIME-OFF SPELLS - MAINTAINED BY LAB1MNT'S L/V/X
      * TRANSACTIONS AND READ BY LAB1SWP (AN EMPLOYEE ON APPROVED
      * LEAVE IS EXCUSED, NOT A NO-SHOW) AND LAB1COV (AN EMPLOYEE ON
      * APPROVED LEAVE IS NOT A BODY ON SHIFT)
      * FROM-DATE AND TO-DATE ARE YYYYMMDD AND BOTH DAYS ARE ON
      * LEAVE - ONLY AN APPROVED SPELL EXCUSES OR REMOVES ANYONE;
      * A PENDING OR DENIED SPELL IS KEPT FOR THE RECORD ONLY
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD
      * NAMES AND ==:LVL:== BY ==03== - COPY DIRECTLY UNDER A 01
      * ONLY: THE KEY GROUP'S MEMBERS ARE FIXED AT LEVEL 05
      ******************************************************************
       :LVL:  :PREFIX:-LEAVE-KEY.
         05    :PREFIX:-EMP-ID        PIC X(6).
         05    :PREFIX:-FROM-DATE     PIC X(8).
       :LVL:  :PREFIX:-TO-DATE         PIC X(8).
       :LVL:  :PREFIX:-LEAVE-TYPE      PIC X(4).
         88    :PREFIX:-TYPE-VALID    VALUE 'VAC ' 'SICK' 'PERS'
                                             'BRVT' 'JURY' 'FMLA'
                                             'MIL ' 'OTHR'.
       :LVL:  :PREFIX:-APPROVAL        PIC X(1).
         88    :PREFIX:-APPROVED      VALUE 'A'.
         88    :PREFIX:-PENDING       VALUE 'P'.
         88    :PREFIX:-DENIED        VALUE 'D'.
         88    :PREFIX:-APPROVAL-VALID VALUE 'A' 'P' 'D'.
       :LVL:  FILLER                   PIC X(53).
