      ******************************************************************
      * BACK-OUT CONTROL-TOTALS RECORD LAYOUT
      * WRITTEN BY LAB1BCK WHEN IT BACKS OUT A MAINTENANCE RUN AND
      * READ BY LAB1BAL, WHICH TIES IT ONLY WHEN ITS CYCLE DATE IS
      * THE CYCLE BEING BALANCED - STATUS IS 'S' FROM THE MOMENT THE
      * BACK-OUT STARTS TOUCHING FILES AND 'C' ONCE IT FINISHED, SO
      * A BACK-OUT THAT ABENDED PART WAY IS CAUGHT AT BALANCING
      * TGT-DATE/TGT-TIME ARE THE AUDIT RUN STAMP BACKED OUT;
      * ENT-CNT IS THE RUN'S APPLIED AUDIT ENTRIES FOUND, EACH ONE
      * EITHER REVERSED (REV-CNT) OR REFUSED (REF-CNT); THE MASTER
      * AND SCHEDULE OLD/ADD/CHG/DEL/NEW COUNTS PROVE OLD + ADDS -
      * DELETES = NEW FOR EACH FILE AS LAB1MNT'S DO; RVK-CNT IS THE
      * REVOCATIONS QUEUED FOR BACKED-OUT ADDS AND RVK-DRP-CNT THE
      * QUEUED REVOCATIONS DROPPED FOR BACKED-OUT DELETES
      * COPY ... REPLACING ==:PREFIX:== BY ==xxx== TO QUALIFY FIELD NAMES
      * AND ==:LVL:== BY ==03== WHEN COPIED DIRECTLY UNDER A 01
      ******************************************************************
       :LVL:  :PREFIX:-CYC-DATE        PIC X(8).
       :LVL:  :PREFIX:-STATUS          PIC X(1).
       :LVL:  :PREFIX:-TGT-DATE        PIC X(8).
       :LVL:  :PREFIX:-TGT-TIME        PIC X(6).
       :LVL:  :PREFIX:-ENT-CNT         PIC 9(6).
       :LVL:  :PREFIX:-REV-CNT         PIC 9(6).
       :LVL:  :PREFIX:-REF-CNT         PIC 9(6).
       :LVL:  :PREFIX:-OLD-CNT         PIC 9(6).
       :LVL:  :PREFIX:-ADD-CNT         PIC 9(6).
       :LVL:  :PREFIX:-CHG-CNT         PIC 9(6).
       :LVL:  :PREFIX:-DEL-CNT         PIC 9(6).
       :LVL:  :PREFIX:-NEW-CNT         PIC 9(6).
       :LVL:  :PREFIX:-SCH-OLD-CNT     PIC 9(6).
       :LVL:  :PREFIX:-SCH-ADD-CNT     PIC 9(6).
       :LVL:  :PREFIX:-SCH-CHG-CNT     PIC 9(6).
       :LVL:  :PREFIX:-SCH-DEL-CNT     PIC 9(6).
       :LVL:  :PREFIX:-SCH-NEW-CNT     PIC 9(6).
       :LVL:  :PREFIX:-LV-ADD-CNT      PIC 9(6).
       :LVL:  :PREFIX:-LV-CHG-CNT      PIC 9(6).
       :LVL:  :PREFIX:-LV-DEL-CNT      PIC 9(6).
       :LVL:  :PREFIX:-RVK-CNT         PIC 9(6).
       :LVL:  :PREFIX:-RVK-DRP-CNT     PIC 9(6).
       :LVL:  FILLER                   PIC X(13).
