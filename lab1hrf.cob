       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1HRF.
       AUTHOR. Addyson Sisemore
      * HR PERSONNEL FEED.
      * 2026-10-15 - NEW PROGRAM. RUNS AHEAD OF LAB1EDT - READS THE
      *              HR SYSTEM'S DAILY PERSONNEL CHANGE FILE
      *              (DA-S-HRFD: HIRES, DEPARTMENT TRANSFERS, NAME
      *              CHANGES, AND TERMINATIONS, EACH WITH AN
      *              EFFECTIVE DATE), MATCHES IT TO THE ROSTER
      *              MASTER ON EMP-ID, AND APPENDS THE MATCHING
      *              ROSTER ADD (A), CHANGE (C), OR DELETE (D)
      *              TRANSACTION TO THE RAW TRANSACTION BATCH
      *              (DA-S-TRIN), SO A TERMINATION NO LONGER WAITS
      *              ON SOMEONE IN SCHEDULING HEARING ABOUT IT AND
      *              KEYING THE DELETE. EVERY TRANSACTION CARRIES
      *              THE HR EFFECTIVE DATE, SO ONE DATED AHEAD IS
      *              HELD ON THE PENDING FILE BY LAB1MNT UNTIL IT
      *              IS DUE. A CHANGE CARRIES THE EMPLOYEE'S
      *              CURRENT MASTER RECORD WITH ONLY THE HR FIELD
      *              REPLACED, SO IT PASSES THE SAME LAB1EDT EDITS
      *              AS A KEYED ONE. AN HR RECORD THAT CONFLICTS
      *              WITH THE MASTER (A HIRE FOR AN EMP-ID ALREADY
      *              ON IT, A TRANSFER, NAME CHANGE, OR
      *              TERMINATION FOR ONE THAT IS NOT) OR FAILS ITS
      *              FIELD EDITS IS LISTED AS AN EXCEPTION FOR THE
      *              SCHEDULING OFFICE AND GENERATES NOTHING.
      *              SEVERAL HR RECORDS FOR ONE EMPLOYEE WITH THE
      *              SAME EFFECTIVE DATE ARE MERGED INTO ONE
      *              TRANSACTION, SINCE LAB1MNT DOES NOT KEEP
      *              TRANSACTIONS FOR ONE EMP-ID IN ARRIVAL ORDER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FEED-FILE ASSIGN TO 'DA-S-HRFD'.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'DA-S-TRIN'.
           SELECT ROSTER-MASTER ASSIGN TO 'DA-S-NMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EMP-ID
               FILE STATUS IS MAST-STATUS.
           SELECT DEPT-CODE-FILE ASSIGN TO 'DA-S-DEPTCD'.
           SELECT SHIFT-CODE-FILE ASSIGN TO 'DA-S-SHFTCD'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-FRPT'.
           SELECT HR-SORT-WORK ASSIGN TO 'FSORTWK'.
           SELECT SORTED-HR ASSIGN TO 'FSORTOUT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE HR SYSTEM'S DAILY PERSONNEL CHANGES, IN WHATEVER *
      * ORDER HR UNLOADED THEM *
      **************************************************************
       FD HR-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01 HR-FEED-REC      PIC X(80).
      **************************************************************
      * THE RAW TRANSACTION BATCH LAB1EDT READS - SCANNED FOR *
      * ADDS, CHANGES, AND DELETES ALREADY WAITING, THEN EXTENDED *
      * WITH THE GENERATED ONES *
      **************************************************************
       FD TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01 TRANS-REC.
         03 T-CODE          PIC X(1).
         03 T-ROSTER.
             COPY ROSTREC REPLACING ==:LVL:== BY ==05==
                                     ==:PREFIX:== BY ==T==.
         03 T-EFF-DATE      PIC X(8).
      **************************************************************
      * THE INDEXED ROSTER MASTER - READ BY KEY TO PROVE THE *
      * EMPLOYEE IS (OR IS NOT) ON FILE AND PICK UP THE RECORD A *
      * CHANGE IS BUILT FROM *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * REFERENCE CODE FILES - THE VALID DEPARTMENT CODES AND THE *
      * VALID SHIFT CODES (WITH EACH SHIFT'S LEGAL START TIMES) *
      **************************************************************
       FD DEPT-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEPT-CODE-REC.
           COPY DEPTCD REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==DC==.
       FD SHIFT-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SHIFT-CODE-REC.
           COPY SHFTCD REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==SC==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
       SD HR-SORT-WORK.
       01 HR-SORT-REC.
           COPY HRFREC REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==HS==.
      **************************************************************
      * HOLDS THE FEED ONCE HR-SORT-WORK PUTS IT IN EMPLOYEE-ID *
      * AND EFFECTIVE-DATE ORDER, SO ALL OF ONE EMPLOYEE'S *
      * CHANGES ARE HANDLED TOGETHER, OLDEST FIRST *
      **************************************************************
       FD SORTED-HR
           LABEL RECORDS ARE STANDARD.
       01 SORTED-HR-REC    PIC X(80).
       WORKING-STORAGE SECTION.
      **************************************************************
      * WORKING COPY OF THE CURRENT HR RECORD *
      **************************************************************
       01 HR-DATA.
           COPY HRFREC REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==HF==.
      **************************************************************
      * THE TRANSACTION BEING BUILT FOR THE EMPLOYEE IN HAND - *
      * HELD UNTIL THE EMPLOYEE'S LAST HR RECORD HAS BEEN SEEN, *
      * SO SAME-DAY CHANGES MERGE INTO IT, THEN WRITTEN TO THE *
      * BATCH IN THE TRANSACTION LAYOUT *
      **************************************************************
       01 HELD-TRANS.
         03 HT-CODE         PIC X(1).
         03 HT-ROSTER.
             COPY ROSTREC REPLACING ==:LVL:== BY ==05==
                                     ==:PREFIX:== BY ==HT==.
         03 HT-EFF-DATE     PIC X(8).
      **************************************************************
      * LAYOUT FOR THE FEED-REPORT HEADING LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(33)   VALUE
             'HR PERSONNEL FEED - RUN DATE     '.
         03 H-RUN-DATE  PIC X(8).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(10)   VALUE 'ACTION'.
         03 FILLER      PIC X(3)    VALUE 'HR'.
         03 FILLER      PIC X(6)    VALUE 'EMP ID'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(22)   VALUE 'NAME'.
         03 FILLER      PIC X(12)   VALUE 'DEPT'.
         03 FILLER      PIC X(10)   VALUE 'EFF DATE'.
         03 FILLER      PIC X(4)    VALUE 'TR'.
         03 FILLER      PIC X(7)    VALUE 'REASONS'.
      **************************************************************
      * LAYOUT FOR ONE REPORT LINE - AN HR RECORD ACCEPTED OR *
      * TAKEN AS AN EXCEPTION, OR A TRANSACTION WRITTEN TO (OR *
      * SKIPPED FOR) THE BATCH *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
         03 L-ACTION1    PIC X(10).
         03 L-HRACT1     PIC X(1).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-EMPID1     PIC X(6).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-NAME1      PIC X(20).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-DEPT1      PIC X(10).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-EFF1       PIC X(8).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-TCODE1     PIC X(1).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-REASON1    PIC X(40).
      **************************************************************
      * LAYOUTS FOR THE TRAILER (CONTROL TOTAL) LINES *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'HR RECORDS READ:          '.
         03 T-HRD-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'HR RECORDS ACCEPTED:      '.
         03 T-ACC-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'HR RECORDS EXCEPTED:      '.
         03 T-EXC-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'A TRANSACTIONS WRITTEN:   '.
         03 T-GENA-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'C TRANSACTIONS WRITTEN:   '.
         03 T-GENC-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER6.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'D TRANSACTIONS WRITTEN:   '.
         03 T-GEND-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER7.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'SKIPPED - IN BATCH:       '.
         03 T-SKPB-CNT  PIC ZZZ,ZZ9.
      **************************************************************
      * LAYOUT FOR THE MASTER-OPEN-FAILURE MESSAGE LINE *
      **************************************************************
       01 PRNT-MAST-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(35)   VALUE
             'ROSTER MASTER OPEN FAILED - STATUS '.
         03 E-MAST-STATUS PIC XX.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-HR     PIC 9   VALUE 0.
         03 EOF-T      PIC 9   VALUE 0.
         03 EOF-DC     PIC 9   VALUE 0.
         03 EOF-SC     PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FOR THE INDEXED ROSTER MASTER *
      **************************************************************
         03 MAST-STATUS  PIC XX  VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND THE EMPLOYEE, AND *
      *       WHILE A TRANSACTION IS HELD FOR THE EMPLOYEE IN HAND *
      **************************************************************
         03 MAST-FOUND-SW  PIC 9 VALUE 0.
         03 HELD-SW        PIC 9 VALUE 0.
         03 PREV-EMP-ID    PIC X(6) VALUE LOW-VALUES.
         03 RUN-DATE       PIC X(8).
      **************************************************************
      *       CONTROL TOTAL COUNTERS *
      **************************************************************
         03 HRD-CNT    PIC 9(6)  VALUE 0.
         03 ACC-CNT    PIC 9(6)  VALUE 0.
         03 EXC-CNT    PIC 9(6)  VALUE 0.
         03 GENA-CNT   PIC 9(6)  VALUE 0.
         03 GENC-CNT   PIC 9(6)  VALUE 0.
         03 GEND-CNT   PIC 9(6)  VALUE 0.
         03 SKPB-CNT   PIC 9(6)  VALUE 0.
      **************************************************************
      *       ADDS, CHANGES, AND DELETES ALREADY WAITING IN THE *
      *       BATCH, PLUS THOSE THIS RUN WRITES - A TRANSACTION *
      *       WITH THE SAME EMP-ID, CODE, AND EFFECTIVE DATE IS *
      *       NOT WRITTEN TWICE WHEN A FEED IS RUN AGAIN - *
      *       BKEY-OFLOW-SW GOES TO 1 WHEN THE TABLE FILLS, AFTER *
      *       WHICH A DUPLICATE IS LEFT FOR LAB1EDT TO REJECT *
      **************************************************************
       01 BATCH-KEY-TABLE.
         03 BKEY-CNT      PIC 9(4)  VALUE 0.
         03 BKEY-OFLOW-SW PIC 9     VALUE 0.
         03 BKEY-ENTRY OCCURS 5000 TIMES
             INDEXED BY BKEY-IDX.
           05 BKEY-EMP-ID PIC X(6).
           05 BKEY-CODE   PIC X(1).
           05 BKEY-EFF    PIC X(8).
      **************************************************************
      *       REFERENCE CODE TABLES - LOADED FROM DA-S-DEPTCD AND *
      *       DA-S-SHFTCD AT START-UP *
      **************************************************************
       01 DEPT-CODE-TABLE.
         03 DCODE-CNT     PIC 9(4)  VALUE 0.
         03 DCODE-ENTRY OCCURS 100 TIMES
             INDEXED BY DCODE-IDX.
           05 DCODE-DEPT PIC X(10).
       01 SHIFT-CODE-TABLE.
         03 SCODE-CNT     PIC 9(4)  VALUE 0.
         03 SCODE-ENTRY OCCURS 50 TIMES
             INDEXED BY SCODE-IDX.
           05 SCODE-SHIFT PIC X(4).
           05 SCODE-START OCCURS 4 TIMES PIC X(4).
      **************************************************************
      *       HR-RECORD EDIT WORK AREAS - EDIT-REASON ACCUMULATES *
      *       ONE TOKEN PER FAILED EDIT OR CONFLICT *
      **************************************************************
       01 EDIT-CONTROLS.
         03 EDIT-ERR-SW  PIC 9     VALUE 0.
         03 TIME-OK-SW   PIC 9     VALUE 0.
         03 DIGIT-CNT    PIC 9(2)  VALUE 0.
         03 SSTART-SUB   PIC 9(2)  COMP.
         03 REASON-PTR   PIC 9(2)  VALUE 1.
         03 REASON-TOKEN PIC X(10).
         03 EDIT-REASON  PIC X(40).
      **************************************************************
      *       CALENDAR-DATE EDIT WORK AREA - EDIT-DATE IS LOADED *
      *       AND 8000-VALIDATE-DATE SETS DATE-VALID-SW, CHECKING *
      *       MONTH, DAY-WITHIN-MONTH, AND LEAP-YEAR FEBRUARY *
      **************************************************************
       01 DATE-EDIT-WORK.
         03 EDIT-DATE    PIC X(8).
         03 EDIT-DATE-N REDEFINES EDIT-DATE.
           05 ED-YEAR  PIC 9(4).
           05 ED-MONTH PIC 9(2).
           05 ED-DAY   PIC 9(2).
         03 DATE-VALID-SW PIC 9    VALUE 0.
         03 LEAP-SW      PIC 9     VALUE 0.
         03 ED-MAX-DAY   PIC 9(2)  VALUE 0.
         03 ED-QUOT      PIC 9(4)  VALUE 0.
         03 ED-REM       PIC 9(4)  VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
      **************************************************************
      * A MASTER THAT CANNOT BE OPENED MUST STOP THE RUN HERE, *
      * BEFORE THE BATCH IS TOUCHED - EVERY HIRE WOULD OTHERWISE *
      * BE GENERATED AND EVERY OTHER CHANGE EXCEPTED *
      **************************************************************
           OPEN INPUT ROSTER-MASTER.
           IF MAST-STATUS NOT = '00'
               MOVE MAST-STATUS TO E-MAST-STATUS
               WRITE PRNT-REC FROM PRNT-MAST-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0150-LOAD-DEPT-CODES.
           PERFORM 0170-LOAD-SHIFT-CODES.
           PERFORM 0200-LOAD-BATCH-KEYS.
           PERFORM 0100-SORT-FILES.
           OPEN INPUT SORTED-HR
             EXTEND TRANS-FILE.
           PERFORM 2000-READ-HR.
           PERFORM 1500-LOOP
             UNTIL EOF-HR = 1.
           PERFORM 2500-RELEASE-HELD.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE SORTED-HR
                 TRANS-FILE
                 ROSTER-MASTER
                 PRNT-FILE.
           STOP RUN.
      **************************************************************
      * SORTS THE FEED INTO EMPLOYEE-ID AND EFFECTIVE-DATE *
      * SEQUENCE SO EACH EMPLOYEE'S CHANGES ARRIVE TOGETHER *
      **************************************************************
       0100-SORT-FILES.
           SORT HR-SORT-WORK
             ON ASCENDING KEY HS-EMP-ID
                              HS-EFF-DATE
             USING HR-FEED-FILE
             GIVING SORTED-HR.
      **************************************************************
      * LOADS THE VALID DEPARTMENT CODES INTO DEPT-CODE-TABLE *
      **************************************************************
       0150-LOAD-DEPT-CODES.
           OPEN INPUT DEPT-CODE-FILE.
           PERFORM 0160-READ-DEPT-CODE.
           PERFORM 0165-STORE-DEPT-CODE
             UNTIL EOF-DC = 1.
           CLOSE DEPT-CODE-FILE.
       0160-READ-DEPT-CODE.
           READ DEPT-CODE-FILE
             AT END MOVE 1 TO EOF-DC
           END-READ.
       0165-STORE-DEPT-CODE.
           IF DCODE-CNT < 100
               ADD 1 TO DCODE-CNT
               MOVE DC-DEPT-CODE TO DCODE-DEPT(DCODE-CNT)
           END-IF.
           PERFORM 0160-READ-DEPT-CODE.
      **************************************************************
      * LOADS THE VALID SHIFT CODES AND THEIR LEGAL START TIMES *
      * INTO SHIFT-CODE-TABLE FOR THE HIRE EDITS *
      **************************************************************
       0170-LOAD-SHIFT-CODES.
           OPEN INPUT SHIFT-CODE-FILE.
           PERFORM 0180-READ-SHIFT-CODE.
           PERFORM 0185-STORE-SHIFT-CODE
             UNTIL EOF-SC = 1.
           CLOSE SHIFT-CODE-FILE.
       0180-READ-SHIFT-CODE.
           READ SHIFT-CODE-FILE
             AT END MOVE 1 TO EOF-SC
           END-READ.
       0185-STORE-SHIFT-CODE.
           IF SCODE-CNT < 50
               ADD 1 TO SCODE-CNT
               MOVE SC-SHIFT-CODE TO SCODE-SHIFT(SCODE-CNT)
               PERFORM VARYING SSTART-SUB FROM 1 BY 1
                 UNTIL SSTART-SUB > 4
                   MOVE SC-SHIFT-START(SSTART-SUB)
                     TO SCODE-START(SCODE-CNT, SSTART-SUB)
               END-PERFORM
           END-IF.
           PERFORM 0180-READ-SHIFT-CODE.
      **************************************************************
      * LOADS THE KEY OF EVERY ADD, CHANGE, AND DELETE ALREADY *
      * WAITING IN THE BATCH, SO RUNNING THE SAME FEED TWICE *
      * BEFORE THE CYCLE DOES NOT QUEUE ITS TRANSACTIONS AGAIN - *
      * A MISSING BATCH JUST LOADS NOTHING *
      **************************************************************
       0200-LOAD-BATCH-KEYS.
           OPEN INPUT TRANS-FILE.
           PERFORM 0210-READ-BATCH.
           PERFORM 0220-STORE-BATCH-KEY
             UNTIL EOF-T = 1.
           CLOSE TRANS-FILE.
       0210-READ-BATCH.
           READ TRANS-FILE
             AT END MOVE 1 TO EOF-T
           END-READ.
       0220-STORE-BATCH-KEY.
           IF T-CODE = 'A' OR T-CODE = 'C' OR T-CODE = 'D'
               PERFORM 0230-ADD-BATCH-KEY
           END-IF.
           PERFORM 0210-READ-BATCH.
       0230-ADD-BATCH-KEY.
           IF BKEY-CNT < 5000
               ADD 1 TO BKEY-CNT
               MOVE T-EMP-ID   TO BKEY-EMP-ID(BKEY-CNT)
               MOVE T-CODE     TO BKEY-CODE(BKEY-CNT)
               MOVE T-EFF-DATE TO BKEY-EFF(BKEY-CNT)
           ELSE
               MOVE 1 TO BKEY-OFLOW-SW
           END-IF.
       1400-PRINT-HEAD.
           MOVE RUN-DATE TO H-RUN-DATE.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE HR RECORD - A NEW EMPLOYEE FIRST RELEASES THE *
      * TRANSACTION HELD FOR THE LAST ONE AND LOOKS THE NEW ONE *
      * UP ON THE MASTER; THE RECORD IS THEN EDITED AND CHECKED *
      * FOR CONFLICTS, AND EITHER LISTED AS AN EXCEPTION OR *
      * BUILT INTO THE HELD TRANSACTION *
      **************************************************************
       1500-LOOP.
           IF HF-EMP-ID NOT = PREV-EMP-ID
               PERFORM 2500-RELEASE-HELD
               MOVE HF-EMP-ID TO PREV-EMP-ID
               PERFORM 2100-LOOKUP-MASTER
           END-IF.
           PERFORM 3000-EDIT-HR-RECORD.
           IF EDIT-ERR-SW = 0
               PERFORM 3500-CHECK-CONFLICTS
           END-IF.
           IF EDIT-ERR-SW = 1
               ADD 1 TO EXC-CNT
               MOVE 'EXCEPTION' TO L-ACTION1
               MOVE SPACES      TO L-TCODE1
               MOVE EDIT-REASON TO L-REASON1
           ELSE
               PERFORM 4000-BUILD-TRANS
               ADD 1 TO ACC-CNT
               MOVE 'ACCEPTED'  TO L-ACTION1
               MOVE HT-CODE     TO L-TCODE1
               MOVE SPACES      TO L-REASON1
           END-IF.
           PERFORM 1600-PRINT-HR-LINE.
           PERFORM 2000-READ-HR.
      **************************************************************
      * PRINTS ONE REPORT LINE FOR THE HR RECORD IN HAND - A *
      * TERMINATION CARRIES NO NAME, SO THE MASTER'S IS SHOWN *
      **************************************************************
       1600-PRINT-HR-LINE.
           MOVE HF-HR-ACTION TO L-HRACT1.
           MOVE HF-EMP-ID    TO L-EMPID1.
           IF HF-NAME = SPACES AND MAST-FOUND-SW = 1
               MOVE M-NAME   TO L-NAME1
           ELSE
               MOVE HF-NAME  TO L-NAME1
           END-IF.
           MOVE HF-DEPT      TO L-DEPT1.
           MOVE HF-EFF-DATE  TO L-EFF1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS ONE REPORT LINE FOR THE HELD TRANSACTION AS IT IS *
      * WRITTEN TO OR SKIPPED FOR THE BATCH *
      **************************************************************
       1650-PRINT-TRANS-LINE.
           MOVE SPACES       TO L-HRACT1.
           MOVE HT-EMP-ID    TO L-EMPID1.
           MOVE HT-NAME      TO L-NAME1.
           MOVE HT-DEPT      TO L-DEPT1.
           MOVE HT-EFF-DATE  TO L-EFF1.
           MOVE HT-CODE      TO L-TCODE1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE CONTROL TOTAL TRAILER LINES - RECORDS READ *
      * EQUAL ACCEPTED PLUS EXCEPTED *
      **************************************************************
       1700-PRINT-TRAILER.
           MOVE HRD-CNT  TO T-HRD-CNT.
           MOVE ACC-CNT  TO T-ACC-CNT.
           MOVE EXC-CNT  TO T-EXC-CNT.
           MOVE GENA-CNT TO T-GENA-CNT.
           MOVE GENC-CNT TO T-GENC-CNT.
           MOVE GEND-CNT TO T-GEND-CNT.
           MOVE SKPB-CNT TO T-SKPB-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER1
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-TRAILER2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER3
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER4
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER5
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER7
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE SORTED FEED *
      **************************************************************
       2000-READ-HR.
           READ SORTED-HR INTO HR-DATA
             AT END MOVE 1 TO EOF-HR
             NOT AT END ADD 1 TO HRD-CNT
           END-READ.
      **************************************************************
      * READS THE EMPLOYEE'S CURRENT MASTER RECORD BY KEY *
      **************************************************************
       2100-LOOKUP-MASTER.
           MOVE HF-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
      **************************************************************
      * WRITES THE TRANSACTION HELD FOR THE EMPLOYEE JUST *
      * FINISHED - UNLESS THE SAME EMP-ID, CODE, AND EFFECTIVE *
      * DATE IS ALREADY WAITING IN THE BATCH - AND TABLES ITS KEY *
      **************************************************************
       2500-RELEASE-HELD.
           IF HELD-SW = 1
               PERFORM VARYING BKEY-IDX FROM 1 BY 1
                 UNTIL BKEY-IDX > BKEY-CNT
                   OR (BKEY-EMP-ID(BKEY-IDX) = HT-EMP-ID
                       AND BKEY-CODE(BKEY-IDX) = HT-CODE
                       AND BKEY-EFF(BKEY-IDX) = HT-EFF-DATE)
                   CONTINUE
               END-PERFORM
               IF BKEY-IDX NOT > BKEY-CNT
                   ADD 1 TO SKPB-CNT
                   MOVE 'SKIPPED'    TO L-ACTION1
                   MOVE 'IN BATCH; ' TO L-REASON1
               ELSE
                   MOVE HELD-TRANS TO TRANS-REC
                   PERFORM 0230-ADD-BATCH-KEY
                   WRITE TRANS-REC
                   EVALUATE HT-CODE
                       WHEN 'A'
                           ADD 1 TO GENA-CNT
                       WHEN 'C'
                           ADD 1 TO GENC-CNT
                       WHEN OTHER
                           ADD 1 TO GEND-CNT
                   END-EVALUATE
                   MOVE 'WRITTEN'    TO L-ACTION1
                   MOVE SPACES       TO L-REASON1
               END-IF
               PERFORM 1650-PRINT-TRANS-LINE
               MOVE 0 TO HELD-SW
           END-IF.
      **************************************************************
      * THE HR-RECORD FIELD EDITS - A KNOWN HR ACTION, AN EMP-ID, *
      * AND A REAL EFFECTIVE DATE ON EVERY RECORD; A USABLE NAME *
      * ON A HIRE OR NAME CHANGE, A DEPARTMENT ON THE REFERENCE *
      * FILE ON A HIRE OR TRANSFER, AND A SHIFT AND ONE OF ITS *
      * LEGAL START TIMES ON A HIRE - THE SAME RULES LAB1EDT *
      * APPLIES, SO A GENERATED TRANSACTION IS NOT REJECTED *
      * DOWNSTREAM FOR A FAULT IN THE FEED *
      **************************************************************
       3000-EDIT-HR-RECORD.
           MOVE 0 TO EDIT-ERR-SW.
           MOVE SPACES TO EDIT-REASON.
           MOVE 1 TO REASON-PTR.
           IF NOT HF-HIRE AND NOT HF-TRANSFER
               AND NOT HF-NAME-CHANGE AND NOT HF-TERMINATION
               MOVE 'BAD ACTN; ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF HF-EMP-ID = SPACES
               MOVE 'NO EMP ID;' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           MOVE HF-EFF-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE 'BAD EFF;  ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF HF-HIRE OR HF-NAME-CHANGE
               MOVE 0 TO DIGIT-CNT
               INSPECT HF-NAME TALLYING DIGIT-CNT
                 FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                     ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
               IF HF-NAME = SPACES OR DIGIT-CNT > 0
                   MOVE 'BAD NAME; ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           IF HF-HIRE OR HF-TRANSFER
               PERFORM VARYING DCODE-IDX FROM 1 BY 1
                 UNTIL DCODE-IDX > DCODE-CNT
                   OR DCODE-DEPT(DCODE-IDX) = HF-DEPT
                   CONTINUE
               END-PERFORM
               IF DCODE-IDX > DCODE-CNT
                   MOVE 'BAD DEPT; ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           IF HF-HIRE
               PERFORM 3100-EDIT-HIRE-SHIFT
           END-IF.
      **************************************************************
      * APPENDS ONE REASON TOKEN TO EDIT-REASON AND FLAGS THE *
      * HR RECORD AS AN EXCEPTION *
      **************************************************************
       3050-ADD-REASON.
           MOVE 1 TO EDIT-ERR-SW.
           STRING REASON-TOKEN DELIMITED BY SIZE
             INTO EDIT-REASON
             WITH POINTER REASON-PTR
           END-STRING.
      **************************************************************
      * A HIRE'S HOME SHIFT MUST BE ON THE REFERENCE FILE AND ITS *
      * START TIME ONE OF THE SHIFT'S LEGAL STARTS - THEY BECOME *
      * THE NEW MASTER RECORD'S SCHEDULE PAIR FROM THE FIRST DAY *
      **************************************************************
       3100-EDIT-HIRE-SHIFT.
           PERFORM VARYING SCODE-IDX FROM 1 BY 1
             UNTIL SCODE-IDX > SCODE-CNT
               OR SCODE-SHIFT(SCODE-IDX) = HF-SHIFT
               CONTINUE
           END-PERFORM.
           IF SCODE-IDX > SCODE-CNT
               MOVE 'BAD SHIFT;' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               MOVE 0 TO TIME-OK-SW
               PERFORM VARYING SSTART-SUB FROM 1 BY 1
                 UNTIL SSTART-SUB > 4
                   IF SCODE-START(SCODE-IDX, SSTART-SUB)
                       = HF-START-TIME
                       AND HF-START-TIME NOT = SPACES
                       MOVE 1 TO TIME-OK-SW
                   END-IF
               END-PERFORM
               IF TIME-OK-SW = 0
                   MOVE 'BAD TIME; ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
      **************************************************************
      * THE CONFLICT CHECKS - THE FIRST USABLE RECORD FOR AN *
      * EMPLOYEE IS CHECKED AGAINST THE MASTER: A HIRE MUST NOT *
      * BE ON IT, ANYTHING ELSE MUST. A LATER ONE IS CHECKED *
      * AGAINST THE TRANSACTION ALREADY HELD: ONLY A TRANSFER OR *
      * NAME CHANGE FOR THE SAME EFFECTIVE DATE MERGES INTO A *
      * HELD ADD OR CHANGE, AND A TERMINATION FOR THE SAME DATE *
      * TURNS A HELD CHANGE INTO A DELETE - ANY OTHER SECOND *
      * CHANGE WAITS FOR THE FIRST TO BE APPLIED *
      **************************************************************
       3500-CHECK-CONFLICTS.
           IF HELD-SW = 0
               IF HF-HIRE
                   IF MAST-FOUND-SW = 1
                       MOVE 'ON MASTER;' TO REASON-TOKEN
                       PERFORM 3050-ADD-REASON
                   END-IF
               ELSE
                   IF MAST-FOUND-SW = 0
                       MOVE 'NO MASTER;' TO REASON-TOKEN
                       PERFORM 3050-ADD-REASON
                   END-IF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN HF-HIRE
                       MOVE 'ON MASTER;' TO REASON-TOKEN
                       PERFORM 3050-ADD-REASON
                   WHEN HF-EFF-DATE NOT = HT-EFF-DATE
                     OR HT-CODE = 'D'
                     OR (HF-TERMINATION AND HT-CODE = 'A')
                       MOVE 'MULTI CHG;' TO REASON-TOKEN
                       PERFORM 3050-ADD-REASON
               END-EVALUATE
           END-IF.
      **************************************************************
      * BUILDS THE HR RECORD INTO THE HELD TRANSACTION - A NEW *
      * ONE FOR THE EMPLOYEE'S FIRST USABLE RECORD, OTHERWISE *
      * MERGED INTO THE ONE ALREADY HELD *
      **************************************************************
       4000-BUILD-TRANS.
           IF HELD-SW = 0
               PERFORM 4100-START-HELD
           ELSE
               PERFORM 4200-MERGE-HELD
           END-IF.
      **************************************************************
      * A HIRE BECOMES AN ADD WHOSE SCHEDULE PAIR IS THE HOME *
      * SHIFT ON THE EFFECTIVE DATE; A TRANSFER OR NAME CHANGE *
      * BECOMES A CHANGE CARRYING THE CURRENT MASTER RECORD WITH *
      * THE ONE FIELD REPLACED; A TERMINATION BECOMES A DELETE *
      **************************************************************
       4100-START-HELD.
           MOVE SPACES      TO HELD-TRANS.
           MOVE HF-EMP-ID   TO HT-EMP-ID.
           MOVE HF-EFF-DATE TO HT-EFF-DATE.
           EVALUATE TRUE
               WHEN HF-HIRE
                   MOVE 'A'           TO HT-CODE
                   MOVE HF-NAME       TO HT-NAME
                   MOVE HF-DEPT       TO HT-DEPT
                   MOVE HF-SHIFT      TO HT-SHIFT
                   MOVE HF-EFF-DATE   TO HT-SCHED-DATE
                   MOVE HF-START-TIME TO HT-SCHED-TIME
               WHEN HF-TERMINATION
                   MOVE 'D'           TO HT-CODE
                   MOVE M-NAME        TO HT-NAME
               WHEN OTHER
                   MOVE 'C'           TO HT-CODE
                   MOVE M-NAME        TO HT-NAME
                   MOVE M-DEPT        TO HT-DEPT
                   MOVE M-SHIFT       TO HT-SHIFT
                   MOVE M-SCHED-DATE  TO HT-SCHED-DATE
                   MOVE M-SCHED-TIME  TO HT-SCHED-TIME
                   PERFORM 4200-MERGE-HELD
           END-EVALUATE.
           MOVE 1 TO HELD-SW.
      **************************************************************
      * PUTS A TRANSFER'S DEPARTMENT OR A NAME CHANGE'S NAME ON *
      * THE HELD TRANSACTION; A TERMINATION REDUCES A HELD CHANGE *
      * TO A DELETE CARRYING ONLY THE KEY AND NAME *
      **************************************************************
       4200-MERGE-HELD.
           EVALUATE TRUE
               WHEN HF-TRANSFER
                   MOVE HF-DEPT       TO HT-DEPT
               WHEN HF-NAME-CHANGE
                   MOVE HF-NAME       TO HT-NAME
               WHEN HF-TERMINATION
                   MOVE 'D'           TO HT-CODE
                   MOVE SPACES        TO HT-DEPT
                                         HT-SHIFT
                                         HT-SCHED-DATE
                                         HT-SCHED-TIME
                   MOVE M-NAME        TO HT-NAME
           END-EVALUATE.
      **************************************************************
      * VALIDATES EDIT-DATE (YYYYMMDD) AS A REAL CALENDAR DATE - *
      * NUMERIC, MONTH 01-12, AND DAY LEGAL FOR THE MONTH, WITH *
      * FEBRUARY 29 ALLOWED ONLY IN A LEAP YEAR - SETS *
      * DATE-VALID-SW TO 1 WHEN THE DATE IS GOOD *
      **************************************************************
       8000-VALIDATE-DATE.
           MOVE 1 TO DATE-VALID-SW.
           IF EDIT-DATE NOT NUMERIC
               MOVE 0 TO DATE-VALID-SW
           ELSE
               IF ED-MONTH < 1 OR ED-MONTH > 12 OR ED-YEAR < 1900
                   MOVE 0 TO DATE-VALID-SW
               ELSE
                   PERFORM 8100-SET-MAX-DAY
                   IF ED-DAY < 1 OR ED-DAY > ED-MAX-DAY
                       MOVE 0 TO DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * SETS ED-MAX-DAY TO THE LAST LEGAL DAY OF ED-MONTH *
      **************************************************************
       8100-SET-MAX-DAY.
           EVALUATE ED-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ED-MAX-DAY
               WHEN 2
                   PERFORM 8200-CHECK-LEAP-YEAR
                   IF LEAP-SW = 1
                       MOVE 29 TO ED-MAX-DAY
                   ELSE
                       MOVE 28 TO ED-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO ED-MAX-DAY
           END-EVALUATE.
      **************************************************************
      * SETS LEAP-SW TO 1 WHEN ED-YEAR IS A LEAP YEAR - DIVISIBLE *
      * BY 4, EXCEPT CENTURIES, WHICH MUST BE DIVISIBLE BY 400 *
      **************************************************************
       8200-CHECK-LEAP-YEAR.
           MOVE 0 TO LEAP-SW.
           DIVIDE ED-YEAR BY 4 GIVING ED-QUOT REMAINDER ED-REM.
           IF ED-REM = 0
               DIVIDE ED-YEAR BY 100 GIVING ED-QUOT
                 REMAINDER ED-REM
               IF ED-REM NOT = 0
                   MOVE 1 TO LEAP-SW
               ELSE
                   DIVIDE ED-YEAR BY 400 GIVING ED-QUOT
                     REMAINDER ED-REM
                   IF ED-REM = 0
                       MOVE 1 TO LEAP-SW
                   END-IF
               END-IF
           END-IF.
