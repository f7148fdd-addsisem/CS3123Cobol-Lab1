       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1ROT.
       AUTHOR. Addyson Sisemore
      * ROTATION SCHEDULE GENERATOR.
      * 2026-10-15 - NEW PROGRAM. RUNS AHEAD OF LAB1EDT - READS THE
      *              STANDING ROTATION PATTERN FILE (DA-S-ROTPAT, ONE
      *              RECORD PER EMPLOYEE ON A FIXED ROTATION: CYCLE
      *              START DATE, CYCLE LENGTH, WORKING DAYS OF THE
      *              CYCLE, SHIFT, AND START TIME) AND APPENDS A
      *              SCHEDULE ADD (S) TRANSACTION TO THE RAW
      *              TRANSACTION BATCH (DA-S-TRIN) FOR EVERY WORKING
      *              DAY OF THE ROTATION IN THE NEXT N WEEKS, SO THE
      *              SCHEDULING OFFICE STOPS KEYING THE SAME
      *              FOUR-ON/THREE-OFF WEEK AFTER WEEK. THE NORMAL
      *              LAB1EDT/LAB1MNT CYCLE EDITS, APPLIES, AND
      *              AUDITS THEM LIKE ANY KEYED TRANSACTION. A DAY
      *              ALREADY ON THE SCHEDULE DETAIL FILE (OR THE
      *              MASTER'S OWN SCHEDULE PAIR), OR ALREADY WAITING
      *              IN THE BATCH FROM AN EARLIER RUN, IS SKIPPED; A
      *              PATTERN THAT FAILS ITS EDITS GENERATES NOTHING.
      *              THE REPORT LISTS EVERY DAY GENERATED OR
      *              SKIPPED AND EVERY PATTERN REJECTED. THE SYSIN
      *              PARM CARD IS "start-date weeks" - A BLANK OR
      *              ASTERISK START DATE MEANS TODAY, AND WEEKS
      *              DEFAULTS TO 1 (AT MOST 52).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTATION-FILE ASSIGN TO 'DA-S-ROTPAT'.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'DA-S-TRIN'.
           SELECT ROSTER-MASTER ASSIGN TO 'DA-S-NMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EMP-ID
               FILE STATUS IS MAST-STATUS.
           SELECT OPTIONAL SCHED-FILE ASSIGN TO 'DA-S-SCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-SCHED-KEY
               FILE STATUS IS SCHED-STATUS.
           SELECT SHIFT-CODE-FILE ASSIGN TO 'DA-S-SHFTCD'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-GRPT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE STANDING ROTATION PATTERNS - ONE PER EMPLOYEE *
      **************************************************************
       FD ROTATION-FILE
           LABEL RECORDS ARE STANDARD.
       01 ROTATION-REC.
           COPY ROTPAT REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==RP==.
      **************************************************************
      * THE RAW TRANSACTION BATCH LAB1EDT READS - SCANNED FOR S *
      * TRANSACTIONS ALREADY WAITING, THEN EXTENDED WITH THE *
      * GENERATED ONES *
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
      * EMPLOYEE AND PICK UP THE NAME AND SCHEDULE PAIR *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * THE SCHEDULE DETAIL FILE - READ BY EMP-ID PLUS DATE TO *
      * SKIP DAYS ALREADY SCHEDULED *
      **************************************************************
       FD SCHED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCHED-DATA.
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SD==.
      **************************************************************
      * SHIFT REFERENCE CODES - THE PATTERN'S SHIFT AND START *
      * TIME ARE EDITED AGAINST THEM *
      **************************************************************
       FD SHIFT-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SHIFT-CODE-REC.
           COPY SHFTCD REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==SC==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
       WORKING-STORAGE SECTION.
      **************************************************************
      * THE GENERATION WINDOW FROM THE SYSIN PARM CARD - WEEKS IS *
      * TAKEN AS TEXT, RIGHT-JUSTIFIED AND ZERO-FILLED, AND ONLY *
      * REPLACES THE DEFAULT WHEN IT COMES OUT A NUMBER 1-52 *
      **************************************************************
       01 PARM-DATA.
         03 GEN-FROM-DATE PIC X(8)  VALUE SPACES.
         03 PARM-WEEKS    PIC X(2)  JUSTIFIED RIGHT.
         03 PARM-WEEKS-N REDEFINES PARM-WEEKS PIC 9(2).
         03 GEN-WEEKS     PIC 9(2)  VALUE 1.
         03 PARM-LINE     PIC X(80).
      **************************************************************
      * LAYOUT FOR THE GENERATION-REPORT HEADING LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(30)   VALUE
             'ROTATION SCHEDULE GENERATION: '.
         03 H-FROM-DATE PIC X(8).
         03 FILLER      PIC X(3)    VALUE ' - '.
         03 H-TO-DATE   PIC X(8).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(10)   VALUE 'ACTION'.
         03 FILLER      PIC X(6)    VALUE 'EMP ID'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'NAME'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(8)    VALUE 'DATE'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(5)    VALUE 'SHIFT'.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'TIME'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(7)    VALUE 'REASONS'.
      **************************************************************
      * LAYOUT FOR ONE GENERATED, SKIPPED, OR REJECTED LINE *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
         03 L-ACTION1    PIC X(10).
         03 L-EMPID1     PIC X(6).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-NAME1      PIC X(20).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-DATE1      PIC X(8).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-SHIFT1     PIC X(4).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-TIME1      PIC X(4).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-REASON1    PIC X(50).
      **************************************************************
      * LAYOUTS FOR THE TRAILER (CONTROL TOTAL) LINES *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'PATTERNS READ:            '.
         03 T-PAT-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'PATTERNS REJECTED:        '.
         03 T-PREJ-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'S TRANSACTIONS GENERATED: '.
         03 T-GEN-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'SKIPPED - ON SCHEDULE:    '.
         03 T-SKPS-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'SKIPPED - IN BATCH:       '.
         03 T-SKPB-CNT  PIC ZZZ,ZZ9.
      **************************************************************
      * LAYOUT FOR THE BAD-PARM MESSAGE LINE *
      **************************************************************
       01 PRNT-PARM-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(36)   VALUE
             'START DATE NOT A REAL DATE - PARM: '.
         03 E-FROM-DATE PIC X(8).
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
         03 EOF-RP     PIC 9   VALUE 0.
         03 EOF-T      PIC 9   VALUE 0.
         03 EOF-SC     PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FIELDS FOR THE TWO INDEXED FILES *
      **************************************************************
         03 MAST-STATUS  PIC XX  VALUE SPACES.
         03 SCHED-STATUS PIC XX  VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND THE RECORD *
      **************************************************************
         03 MAST-FOUND-SW  PIC 9 VALUE 0.
         03 SCHED-FOUND-SW PIC 9 VALUE 0.
      **************************************************************
      *       CONTROL TOTAL COUNTERS *
      **************************************************************
         03 PAT-CNT    PIC 9(6)  VALUE 0.
         03 PREJ-CNT   PIC 9(6)  VALUE 0.
         03 GEN-CNT    PIC 9(6)  VALUE 0.
         03 SKPS-CNT   PIC 9(6)  VALUE 0.
         03 SKPB-CNT   PIC 9(6)  VALUE 0.
      **************************************************************
      *       THE WINDOW AND THE DAY BEING GENERATED - GEN-DAY-NUM *
      *       RUNS ALONGSIDE GEN-DATE SO THE CYCLE DAY IS A *
      *       SUBTRACTION, AND GEN-DAYS IS THE WINDOW'S LENGTH *
      **************************************************************
       01 GEN-CONTROLS.
         03 GEN-TO-DATE    PIC X(8).
         03 GEN-DATE       PIC X(8).
         03 GEN-DAYS       PIC 9(3)  VALUE 0.
         03 GEN-DAY-SUB    PIC 9(3)  VALUE 0.
         03 FROM-DAY-NUM   PIC 9(7)  VALUE 0.
         03 GEN-DAY-NUM    PIC 9(7)  VALUE 0.
         03 ANCHOR-DAY-NUM PIC 9(7)  VALUE 0.
         03 CYCLE-OFFSET   PIC 9(7)  VALUE 0.
         03 CYCLE-QUOT     PIC 9(7)  VALUE 0.
         03 CYCLE-DAY      PIC 9(2)  VALUE 0.
      **************************************************************
      *       S TRANSACTIONS ALREADY WAITING IN THE BATCH, PLUS *
      *       THOSE THIS RUN GENERATES - A DAY FOUND HERE IS NOT *
      *       GENERATED TWICE - BKEY-OFLOW-SW GOES TO 1 WHEN THE *
      *       TABLE FILLS, AFTER WHICH A DUPLICATE IS LEFT FOR *
      *       LAB1MNT TO REJECT AS ALREADY ON SCHEDULE *
      **************************************************************
       01 BATCH-KEY-TABLE.
         03 BKEY-CNT      PIC 9(4)  VALUE 0.
         03 BKEY-OFLOW-SW PIC 9     VALUE 0.
         03 BKEY-ENTRY OCCURS 5000 TIMES
             INDEXED BY BKEY-IDX.
           05 BKEY-EMP-ID PIC X(6).
           05 BKEY-DATE   PIC X(8).
      **************************************************************
      *       SHIFT CODE TABLE - LOADED FROM DA-S-SHFTCD *
      **************************************************************
       01 SHIFT-CODE-TABLE.
         03 SCODE-CNT     PIC 9(4)  VALUE 0.
         03 SCODE-ENTRY OCCURS 50 TIMES
             INDEXED BY SCODE-IDX.
           05 SCODE-SHIFT PIC X(4).
           05 SCODE-START OCCURS 4 TIMES PIC X(4).
      **************************************************************
      *       PATTERN-EDIT WORK AREAS - EDIT-REASON ACCUMULATES *
      *       ONE TOKEN PER FAILED FIELD *
      **************************************************************
       01 EDIT-CONTROLS.
         03 EDIT-ERR-SW  PIC 9     VALUE 0.
         03 TIME-OK-SW   PIC 9     VALUE 0.
         03 SSTART-SUB   PIC 9(2)  COMP.
         03 REASON-PTR   PIC 9(2)  VALUE 1.
         03 REASON-TOKEN PIC X(10).
         03 EDIT-REASON  PIC X(50).
      **************************************************************
      *       CALENDAR-DATE EDIT WORK AREA - EDIT-DATE IS LOADED *
      *       AND 8000-VALIDATE-DATE SETS DATE-VALID-SW, CHECKING *
      *       MONTH, DAY-WITHIN-MONTH, AND LEAP-YEAR FEBRUARY - *
      *       8300-COMPUTE-DAY-NUM TURNS A VALID EDIT-DATE INTO A *
      *       SERIAL DAY NUMBER AND 8400-NEXT-DATE STEPS IT ON ONE *
      *       CALENDAR DAY *
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
         03 DN-YEAR      PIC 9(4)  VALUE 0.
         03 DN-MONTH     PIC 9(2)  VALUE 0.
         03 DN-Q4        PIC 9(4)  VALUE 0.
         03 DN-Q100      PIC 9(4)  VALUE 0.
         03 DN-Q400      PIC 9(4)  VALUE 0.
         03 DN-MDAYS     PIC 9(3)  VALUE 0.
         03 DAY-NUM      PIC 9(7)  VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 0100-GET-PARMS.
           OPEN OUTPUT PRNT-FILE.
           MOVE GEN-FROM-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE GEN-FROM-DATE TO E-FROM-DATE
               WRITE PRNT-REC FROM PRNT-PARM-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8300-COMPUTE-DAY-NUM.
           MOVE DAY-NUM TO FROM-DAY-NUM.
           COMPUTE GEN-DAYS = GEN-WEEKS * 7.
           PERFORM 8400-NEXT-DATE GEN-DAYS TIMES.
           PERFORM 8450-PRIOR-DATE.
           MOVE EDIT-DATE TO GEN-TO-DATE.
      **************************************************************
      * A MASTER THAT CANNOT BE OPENED MUST STOP THE RUN HERE, *
      * BEFORE THE BATCH IS TOUCHED - EVERY PATTERN WOULD *
      * OTHERWISE BE REJECTED AS NOT ON ROSTER *
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
           PERFORM 0170-LOAD-SHIFT-CODES.
           PERFORM 0200-LOAD-BATCH-KEYS.
           OPEN INPUT ROTATION-FILE
                      SCHED-FILE
             EXTEND TRANS-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-PATTERN.
           PERFORM 1500-LOOP
             UNTIL EOF-RP = 1.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE ROTATION-FILE
                 TRANS-FILE
                 ROSTER-MASTER
                 SCHED-FILE
                 PRNT-FILE.
           STOP RUN.
      **************************************************************
      * PICKS UP THE OPTIONAL "start-date weeks" PARM - READ FROM *
      * SYSIN THE WAY A JCL SYSIN CARD OR EXEC PARM= IS FED TO A *
      * BATCH STEP, NOT FROM SHELL COMMAND-LINE ARGUMENTS - A *
      * BLANK OR ASTERISK START DATE MEANS TODAY, AND A BLANK, *
      * ASTERISK, OR OUT-OF-RANGE WEEKS KEEPS THE DEFAULT OF 1 *
      **************************************************************
       0100-GET-PARMS.
           MOVE SPACES TO PARM-WEEKS.
           ACCEPT PARM-LINE FROM SYSIN.
           IF PARM-LINE NOT = SPACES
               UNSTRING PARM-LINE DELIMITED BY SPACES
                 INTO GEN-FROM-DATE PARM-WEEKS
           END-IF.
           IF GEN-FROM-DATE = SPACES OR GEN-FROM-DATE = '*'
               ACCEPT GEN-FROM-DATE FROM DATE YYYYMMDD
           END-IF.
           INSPECT PARM-WEEKS REPLACING LEADING SPACES BY ZEROS.
           IF PARM-WEEKS-N NUMERIC
               AND PARM-WEEKS-N > 0 AND PARM-WEEKS-N < 53
               MOVE PARM-WEEKS-N TO GEN-WEEKS
           END-IF.
      **************************************************************
      * LOADS THE VALID SHIFT CODES AND THEIR LEGAL START TIMES *
      * INTO SHIFT-CODE-TABLE FOR THE PATTERN EDITS *
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
      * LOADS THE KEY OF EVERY S TRANSACTION ALREADY WAITING IN *
      * THE BATCH, SO A SECOND GENERATION RUN BEFORE THE CYCLE *
      * DOES NOT QUEUE THE SAME DAYS AGAIN - A MISSING BATCH JUST *
      * LOADS NOTHING *
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
           IF T-CODE = 'S'
               PERFORM 0230-ADD-BATCH-KEY
           END-IF.
           PERFORM 0210-READ-BATCH.
       0230-ADD-BATCH-KEY.
           IF BKEY-CNT < 5000
               ADD 1 TO BKEY-CNT
               MOVE T-EMP-ID     TO BKEY-EMP-ID(BKEY-CNT)
               MOVE T-SCHED-DATE TO BKEY-DATE(BKEY-CNT)
           ELSE
               MOVE 1 TO BKEY-OFLOW-SW
           END-IF.
       1400-PRINT-HEAD.
           MOVE GEN-FROM-DATE TO H-FROM-DATE.
           MOVE GEN-TO-DATE   TO H-TO-DATE.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE ROTATION PATTERN - A PATTERN THAT FAILS ITS EDITS IS *
      * LISTED WITH ITS REASONS AND GENERATES NOTHING; A GOOD ONE *
      * IS WALKED DAY BY DAY ACROSS THE WINDOW *
      **************************************************************
       1500-LOOP.
           PERFORM 3000-EDIT-PATTERN.
           IF EDIT-ERR-SW = 1
               ADD 1 TO PREJ-CNT
               MOVE 'REJECTED'    TO L-ACTION1
               MOVE SPACES        TO L-DATE1
               MOVE RP-SHIFT      TO L-SHIFT1
               MOVE RP-START-TIME TO L-TIME1
               MOVE EDIT-REASON   TO L-REASON1
               PERFORM 1650-PRINT-LINE
           ELSE
               MOVE GEN-FROM-DATE TO GEN-DATE
               MOVE FROM-DAY-NUM  TO GEN-DAY-NUM
               PERFORM 1600-GENERATE-ONE-DAY
                 VARYING GEN-DAY-SUB FROM 1 BY 1
                 UNTIL GEN-DAY-SUB > GEN-DAYS
           END-IF.
           PERFORM 2000-READ-PATTERN.
      **************************************************************
      * ONE CALENDAR DAY OF THE WINDOW FOR THE PATTERN IN HAND - *
      * A DAY BEFORE THE CYCLE START IS NOT YET UNDER THE *
      * ROTATION; OTHERWISE THE DAY'S PLACE IN THE CYCLE DECIDES *
      * WHETHER IT IS WORKED, AND A WORKED DAY IS SKIPPED WHEN *
      * ALREADY SCHEDULED OR ALREADY WAITING IN THE BATCH, ELSE *
      * AN S TRANSACTION IS GENERATED - THE DATE IS THEN STEPPED *
      **************************************************************
       1600-GENERATE-ONE-DAY.
           IF GEN-DAY-NUM NOT < ANCHOR-DAY-NUM
               COMPUTE CYCLE-OFFSET = GEN-DAY-NUM - ANCHOR-DAY-NUM
               DIVIDE RP-CYCLE-LEN-N INTO CYCLE-OFFSET
                 GIVING CYCLE-QUOT REMAINDER CYCLE-DAY
               ADD 1 TO CYCLE-DAY
               IF RP-WORK-DAY(CYCLE-DAY) = 'W'
                   PERFORM 1610-CHECK-AND-GENERATE
               END-IF
           END-IF.
           MOVE GEN-DATE TO EDIT-DATE.
           PERFORM 8400-NEXT-DATE.
           MOVE EDIT-DATE TO GEN-DATE.
           ADD 1 TO GEN-DAY-NUM.
      **************************************************************
      * A WORKED DAY - SKIPPED WHEN THE SCHEDULE DETAIL FILE OR *
      * THE MASTER'S OWN SCHEDULE PAIR ALREADY HOLDS IT, OR AN S *
      * TRANSACTION FOR IT IS ALREADY IN THE BATCH; OTHERWISE THE *
      * S TRANSACTION IS WRITTEN AND ITS KEY TABLED *
      **************************************************************
       1610-CHECK-AND-GENERATE.
           MOVE GEN-DATE      TO L-DATE1.
           MOVE RP-SHIFT      TO L-SHIFT1.
           MOVE RP-START-TIME TO L-TIME1.
           MOVE SPACES        TO L-REASON1.
           MOVE 0 TO SCHED-FOUND-SW.
           IF M-SCHED-DATE = GEN-DATE
               MOVE 1 TO SCHED-FOUND-SW
           ELSE
               IF SCHED-STATUS = '00' OR SCHED-STATUS = '05'
                   MOVE RP-EMP-ID TO SD-EMP-ID
                   MOVE GEN-DATE  TO SD-SCHED-DATE
                   MOVE 1 TO SCHED-FOUND-SW
                   READ SCHED-FILE
                     INVALID KEY MOVE 0 TO SCHED-FOUND-SW
                   END-READ
               END-IF
           END-IF.
           PERFORM VARYING BKEY-IDX FROM 1 BY 1
             UNTIL BKEY-IDX > BKEY-CNT
               OR (BKEY-EMP-ID(BKEY-IDX) = RP-EMP-ID
                   AND BKEY-DATE(BKEY-IDX) = GEN-DATE)
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN SCHED-FOUND-SW = 1
                   ADD 1 TO SKPS-CNT
                   MOVE 'SKIPPED'     TO L-ACTION1
                   MOVE 'ON SCHED; '  TO L-REASON1
               WHEN BKEY-IDX NOT > BKEY-CNT
                   ADD 1 TO SKPB-CNT
                   MOVE 'SKIPPED'     TO L-ACTION1
                   MOVE 'IN BATCH; '  TO L-REASON1
               WHEN OTHER
                   MOVE SPACES        TO TRANS-REC
                   MOVE 'S'           TO T-CODE
                   MOVE RP-EMP-ID     TO T-EMP-ID
                   MOVE M-NAME        TO T-NAME
                   MOVE RP-SHIFT      TO T-SHIFT
                   MOVE GEN-DATE      TO T-SCHED-DATE
                   MOVE RP-START-TIME TO T-SCHED-TIME
                   WRITE TRANS-REC
                   PERFORM 0230-ADD-BATCH-KEY
                   ADD 1 TO GEN-CNT
                   MOVE 'GENERATED'   TO L-ACTION1
           END-EVALUATE.
           PERFORM 1650-PRINT-LINE.
      **************************************************************
      * PRINTS ONE REPORT LINE FOR THE PATTERN IN HAND *
      **************************************************************
       1650-PRINT-LINE.
           MOVE RP-EMP-ID TO L-EMPID1.
           IF MAST-FOUND-SW = 1
               MOVE M-NAME TO L-NAME1
           ELSE
               MOVE SPACES TO L-NAME1
           END-IF.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE CONTROL TOTAL TRAILER LINES *
      **************************************************************
       1700-PRINT-TRAILER.
           MOVE PAT-CNT  TO T-PAT-CNT.
           MOVE PREJ-CNT TO T-PREJ-CNT.
           MOVE GEN-CNT  TO T-GEN-CNT.
           MOVE SKPS-CNT TO T-SKPS-CNT.
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
      **************************************************************
      * READS THE ROTATION PATTERN FILE *
      **************************************************************
       2000-READ-PATTERN.
           READ ROTATION-FILE
             AT END MOVE 1 TO EOF-RP
             NOT AT END ADD 1 TO PAT-CNT
           END-READ.
      **************************************************************
      * THE PATTERN EDITS - THE EMPLOYEE MUST BE ON THE MASTER, *
      * THE CYCLE LENGTH 01-28, THE CYCLE START A REAL DATE, THE *
      * SHIFT ON THE REFERENCE FILE, AND THE START TIME ONE OF *
      * THE SHIFT'S LEGAL STARTS - THE SAME SHIFT/TIME RULES *
      * LAB1EDT APPLIES, SO A GENERATED DAY IS NOT REJECTED *
      * DOWNSTREAM FOR A FAULT IN THE PATTERN *
      **************************************************************
       3000-EDIT-PATTERN.
           MOVE 0 TO EDIT-ERR-SW.
           MOVE SPACES TO EDIT-REASON.
           MOVE 1 TO REASON-PTR.
           MOVE RP-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           IF MAST-FOUND-SW = 0
               MOVE 'NO MASTER;' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF RP-CYCLE-LEN-N NOT NUMERIC
               MOVE 'BAD CYCLE;' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               IF RP-CYCLE-LEN-N < 1 OR RP-CYCLE-LEN-N > 28
                   MOVE 'BAD CYCLE;' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           MOVE RP-CYCLE-START TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE 'BAD START;' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               PERFORM 8300-COMPUTE-DAY-NUM
               MOVE DAY-NUM TO ANCHOR-DAY-NUM
           END-IF.
           PERFORM VARYING SCODE-IDX FROM 1 BY 1
             UNTIL SCODE-IDX > SCODE-CNT
               OR SCODE-SHIFT(SCODE-IDX) = RP-SHIFT
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
                       = RP-START-TIME
                       AND RP-START-TIME NOT = SPACES
                       MOVE 1 TO TIME-OK-SW
                   END-IF
               END-PERFORM
               IF TIME-OK-SW = 0
                   MOVE 'BAD TIME; ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
      **************************************************************
      * APPENDS ONE REASON TOKEN TO EDIT-REASON AND FLAGS THE *
      * PATTERN AS A REJECT *
      **************************************************************
       3050-ADD-REASON.
           MOVE 1 TO EDIT-ERR-SW.
           STRING REASON-TOKEN DELIMITED BY SIZE
             INTO EDIT-REASON
             WITH POINTER REASON-PTR
           END-STRING.
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
      **************************************************************
      * TURNS A VALID EDIT-DATE INTO A SERIAL DAY NUMBER IN *
      * DAY-NUM - THE YEAR IS COUNTED FROM MARCH SO THE LEAP DAY *
      * FALLS AT THE END, THEN WHOLE YEARS (WITH THEIR LEAP DAYS) *
      * AND THE DAYS OF THE MONTHS BEFORE ED-MONTH ARE ADDED - *
      * ONLY THE DIFFERENCE BETWEEN TWO DAY NUMBERS MEANS ANYTHING *
      **************************************************************
       8300-COMPUTE-DAY-NUM.
           IF ED-MONTH > 2
               MOVE ED-YEAR TO DN-YEAR
               COMPUTE DN-MONTH = ED-MONTH - 3
           ELSE
               COMPUTE DN-YEAR = ED-YEAR - 1
               COMPUTE DN-MONTH = ED-MONTH + 9
           END-IF.
           DIVIDE DN-YEAR BY 4   GIVING DN-Q4.
           DIVIDE DN-YEAR BY 100 GIVING DN-Q100.
           DIVIDE DN-YEAR BY 400 GIVING DN-Q400.
           COMPUTE DN-MDAYS = (153 * DN-MONTH + 2) / 5.
           COMPUTE DAY-NUM = 365 * DN-YEAR + DN-Q4 - DN-Q100
                           + DN-Q400 + DN-MDAYS + ED-DAY.
      **************************************************************
      * STEPS A VALID EDIT-DATE ON ONE CALENDAR DAY, ROLLING THE *
      * MONTH AND YEAR OVER AS NEEDED *
      **************************************************************
       8400-NEXT-DATE.
           PERFORM 8100-SET-MAX-DAY.
           IF ED-DAY < ED-MAX-DAY
               ADD 1 TO ED-DAY
           ELSE
               MOVE 1 TO ED-DAY
               IF ED-MONTH < 12
                   ADD 1 TO ED-MONTH
               ELSE
                   MOVE 1 TO ED-MONTH
                   ADD 1 TO ED-YEAR
               END-IF
           END-IF.
      **************************************************************
      * STEPS A VALID EDIT-DATE BACK ONE CALENDAR DAY, ROLLING THE *
      * MONTH AND YEAR BACK AS NEEDED *
      **************************************************************
       8450-PRIOR-DATE.
           IF ED-DAY > 1
               SUBTRACT 1 FROM ED-DAY
           ELSE
               IF ED-MONTH > 1
                   SUBTRACT 1 FROM ED-MONTH
               ELSE
                   MOVE 12 TO ED-MONTH
                   SUBTRACT 1 FROM ED-YEAR
               END-IF
               PERFORM 8100-SET-MAX-DAY
               MOVE ED-MAX-DAY TO ED-DAY
           END-IF.
