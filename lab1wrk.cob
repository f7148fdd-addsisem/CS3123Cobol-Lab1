       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1WRK.
       AUTHOR. Addyson Sisemore
      * SCHEDULE WORK-RULE SWEEP.
      * 2026-10-15 - NEW PROGRAM. READS EVERY ROW OF THE SCHEDULE
      *              DETAIL FILE (DA-S-SCHED) AND CHECKS IT AGAINST
      *              THE CONTRACT WORK RULES (WRKRULE) THE SAME WAY
      *              LAB1EDT AND LAB1MNT CHECK A NEW SCHEDULE DAY -
      *              THE EMPLOYEE'S OTHER DETAIL ROWS AND THE
      *              MASTER'S OWN SCHEDULE PAIR COUNT AROUND IT - AND
      *              LISTS EVERY ROW THAT BREAKS A RULE: TOO LITTLE
      *              REST BEFORE OR AFTER IT ('SHORT RST;'), PART OF
      *              TOO MANY DAYS IN A ROW ('CONSEC;'), OR IN A
      *              MONDAY-SUNDAY WEEK WITH TOO MANY SHIFTS
      *              ('WEEK MAX;'). THIS FINDS THE ROWS KEYED BEFORE
      *              THE EDITS EXISTED OR LEFT OVER FROM A CONTRACT
      *              CHANGE, FOR THE SCHEDULING OFFICE TO CLEAR
      *              WITH U OR R TRANSACTIONS. NOTHING IS UPDATED.
      *              THE SYSIN PARM CARD IS "from-date to-date" -
      *              A BLANK OR ASTERISK DATE LEAVES THAT END OF THE
      *              SWEEP OPEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PRNT-FILE ASSIGN TO 'UR-S-HRPT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE INDEXED ROSTER MASTER - READ BY KEY FOR THE NAME AND *
      * THE MASTER'S OWN SCHEDULE PAIR *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * THE SCHEDULE DETAIL FILE - SWEPT IN KEY ORDER, AND READ *
      * AROUND EACH ROW FOR THE EMPLOYEE'S NEIGHBOURING DAYS *
      **************************************************************
       FD SCHED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCHED-DATA.
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SD==.
      **************************************************************
      * SHIFT REFERENCE CODES - FOR EACH SHIFT'S LENGTH *
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
      * THE SWEEP WINDOW FROM THE SYSIN PARM CARD - SPACES AT *
      * EITHER END MEANS NO LIMIT THAT WAY *
      **************************************************************
       01 PARM-DATA.
         03 SWP-FROM-DATE PIC X(8)  VALUE SPACES.
         03 SWP-TO-DATE   PIC X(8)  VALUE SPACES.
         03 PARM-LINE     PIC X(80).
      **************************************************************
      * LAYOUT FOR THE SWEEP-REPORT HEADING LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(30)   VALUE
             'SCHEDULE WORK-RULE VIOLATIONS '.
         03 H-FROM-DATE PIC X(8).
         03 FILLER      PIC X(3)    VALUE ' - '.
         03 H-TO-DATE   PIC X(8).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
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
         03 FILLER      PIC X(11)   VALUE 'RULES BROKE'.
      **************************************************************
      * LAYOUT FOR ONE VIOLATING SCHEDULE ROW *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
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
         03 FILLER      PIC X(26)   VALUE 'SCHEDULE ROWS READ:       '.
         03 T-READ-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'SCHEDULE ROWS CHECKED:    '.
         03 T-CHK-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'ROWS BREAKING A RULE:     '.
         03 T-VIOL-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE '  SHORT REST:             '.
         03 T-REST-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE '  TOO MANY DAYS IN A ROW: '.
         03 T-CONS-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER6.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE '  TOO MANY IN THE WEEK:   '.
         03 T-WEEK-CNT  PIC ZZZ,ZZ9.
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
         03 EOF-SD     PIC 9   VALUE 0.
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
      **************************************************************
      *       CONTROL TOTAL COUNTERS *
      **************************************************************
         03 READ-CNT   PIC 9(6)  VALUE 0.
         03 CHK-CNT    PIC 9(6)  VALUE 0.
         03 VIOL-CNT   PIC 9(6)  VALUE 0.
         03 REST-CNT   PIC 9(6)  VALUE 0.
         03 CONS-CNT   PIC 9(6)  VALUE 0.
         03 WEEK-CNT   PIC 9(6)  VALUE 0.
      **************************************************************
      *       SHIFT CODE TABLE - LOADED FROM DA-S-SHFTCD, WITH *
      *       EACH SHIFT'S LENGTH IN MINUTES (0 = STANDARD) *
      **************************************************************
       01 SHIFT-CODE-TABLE.
         03 SCODE-CNT     PIC 9(4)  VALUE 0.
         03 SCODE-ENTRY OCCURS 50 TIMES
             INDEXED BY SCODE-IDX.
           05 SCODE-SHIFT PIC X(4).
           05 SCODE-LEN-MIN PIC 9(4).
      **************************************************************
      *       REASON-LIST WORK AREAS - EDIT-REASON ACCUMULATES *
      *       ONE TOKEN PER RULE BROKEN *
      **************************************************************
       01 EDIT-CONTROLS.
         03 REASON-PTR   PIC 9(2)  VALUE 1.
         03 REASON-TOKEN PIC X(10).
         03 EDIT-REASON  PIC X(50).
      **************************************************************
      *       WORK-RULE CHECK AREAS - THE CONTRACT LIMITS, THE *
      *       CANDIDATE DAY BEING CHECKED (WITH THE MASTER'S OWN *
      *       SCHEDULE PAIR WHEN IT STILL COUNTS - SPACES WHEN IT *
      *       DOES NOT), AND THE EMPLOYEE'S SCHEDULED DAYS FROM A *
      *       WEEK BEFORE TO A WEEK AFTER IT - RULE-DAY 9 IS THE *
      *       CANDIDATE DAY, AND SLOTS 1 AND 17 ARE NEVER WORKED SO *
      *       A RUN OF DAYS ALWAYS ENDS INSIDE THE TABLE - *
      *       8600-CHECK-WORK-RULES SETS EACH VIOLATION SWITCH TO 1 *
      *       FOR A RULE THE CANDIDATE DAY WOULD BREAK *
      **************************************************************
       01 WORK-RULES.
           COPY WRKRULE REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==WR==.
       01 WORK-RULE-WORK.
         03 CAND-EMP-ID     PIC X(6).
         03 CAND-DATE       PIC X(8).
         03 CAND-SHIFT      PIC X(4).
         03 CAND-TIME       PIC X(4).
         03 CAND-MAST-DATE  PIC X(8).
         03 CAND-MAST-SHIFT PIC X(4).
         03 CAND-MAST-TIME  PIC X(4).
         03 CAND-DAY-NUM    PIC 9(7)  VALUE 0.
         03 RULE-IN-DATE    PIC X(8).
         03 RULE-IN-SHIFT   PIC X(4).
         03 RULE-IN-TIME    PIC X(4).
         03 RULE-IN-TIME-N REDEFINES RULE-IN-TIME.
           05 RI-HOUR      PIC 9(2).
           05 RI-MIN       PIC 9(2).
         03 RULE-EOF-SW     PIC 9     VALUE 0.
         03 RULE-SUB        PIC 9(2)  COMP.
         03 RULE-FIRST-SUB  PIC 9(2)  COMP.
         03 RULE-LAST-SUB   PIC 9(2)  COMP.
         03 RULE-RUN-CNT    PIC 9(2)  VALUE 0.
         03 RULE-WEEK-CNT   PIC 9(2)  VALUE 0.
         03 RULE-DIVIDEND   PIC 9(7)  VALUE 0.
         03 RULE-QUOT       PIC 9(7)  VALUE 0.
         03 RULE-DOW        PIC 9     VALUE 0.
         03 RULE-GAP        PIC S9(5) VALUE 0.
         03 REST-VIOL-SW    PIC 9     VALUE 0.
         03 CONSEC-VIOL-SW  PIC 9     VALUE 0.
         03 WEEK-VIOL-SW    PIC 9     VALUE 0.
         03 RULE-DAY OCCURS 17 TIMES.
           05 RDAY-WORKED  PIC 9.
           05 RDAY-START   PIC 9(4).
           05 RDAY-LEN     PIC 9(4).
       01 RULE-SCHED-HOLD  PIC X(80).
      **************************************************************
      *       CALENDAR-DATE EDIT WORK AREA - EDIT-DATE IS LOADED *
      *       AND 8000-VALIDATE-DATE SETS DATE-VALID-SW, CHECKING *
      *       MONTH, DAY-WITHIN-MONTH, AND LEAP-YEAR FEBRUARY - *
      *       8300-COMPUTE-DAY-NUM TURNS A VALID EDIT-DATE INTO A *
      *       SERIAL DAY NUMBER AND 8450-PRIOR-DATE STEPS IT BACK ONE *
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
      **************************************************************
      * A MASTER THAT CANNOT BE OPENED MUST STOP THE RUN HERE - *
      * WITHOUT THE MASTER'S SCHEDULE PAIRS THE SWEEP WOULD *
      * UNDERSTATE EVERY EMPLOYEE'S WEEK *
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
           OPEN INPUT SCHED-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-SCHED.
           PERFORM 1500-LOOP
             UNTIL EOF-SD = 1.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE ROSTER-MASTER
                 SCHED-FILE
                 PRNT-FILE.
           STOP RUN.
      **************************************************************
      * PICKS UP THE OPTIONAL "from-date to-date" PARM - READ FROM *
      * SYSIN THE WAY A JCL SYSIN CARD OR EXEC PARM= IS FED TO A *
      * BATCH STEP, NOT FROM SHELL COMMAND-LINE ARGUMENTS - AN *
      * ASTERISK LEAVES THAT END OF THE SWEEP OPEN *
      **************************************************************
       0100-GET-PARMS.
           ACCEPT PARM-LINE FROM SYSIN.
           IF PARM-LINE NOT = SPACES
               UNSTRING PARM-LINE DELIMITED BY SPACES
                 INTO SWP-FROM-DATE SWP-TO-DATE
           END-IF.
           IF SWP-FROM-DATE = '*'
               MOVE SPACES TO SWP-FROM-DATE
           END-IF.
           IF SWP-TO-DATE = '*'
               MOVE SPACES TO SWP-TO-DATE
           END-IF.
      **************************************************************
      * LOADS EACH SHIFT CODE AND ITS LENGTH IN MINUTES INTO *
      * SHIFT-CODE-TABLE - A CODE WITH NO LENGTH ON FILE TAKES *
      * THE CONTRACT'S STANDARD SHIFT *
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
               MOVE 0 TO SCODE-LEN-MIN(SCODE-CNT)
               IF SC-SHIFT-LEN-N NUMERIC
                   COMPUTE SCODE-LEN-MIN(SCODE-CNT) =
                       SC-SHIFT-LEN-N * 60
               END-IF
           END-IF.
           PERFORM 0180-READ-SHIFT-CODE.
       1400-PRINT-HEAD.
           MOVE SWP-FROM-DATE TO H-FROM-DATE.
           MOVE SWP-TO-DATE   TO H-TO-DATE.
           IF SWP-FROM-DATE = SPACES
               MOVE 'FIRST' TO H-FROM-DATE
           END-IF.
           IF SWP-TO-DATE = SPACES
               MOVE 'LAST' TO H-TO-DATE
           END-IF.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ONE SCHEDULE ROW - ROWS OUTSIDE THE SWEEP WINDOW ARE *
      * COUNTED BUT NOT CHECKED *
      **************************************************************
       1500-LOOP.
           ADD 1 TO READ-CNT.
           IF (SWP-FROM-DATE = SPACES
                 OR SD-SCHED-DATE NOT < SWP-FROM-DATE)
               AND (SWP-TO-DATE = SPACES
                 OR SD-SCHED-DATE NOT > SWP-TO-DATE)
               PERFORM 1600-CHECK-ROW
           END-IF.
           PERFORM 2000-READ-SCHED.
      **************************************************************
      * CHECKS ONE ROW AS THE CANDIDATE DAY, WITH THE MASTER'S *
      * SCHEDULE PAIR COUNTED WHEN THE EMPLOYEE IS ON FILE - THE *
      * CHECK READS THE FILE AROUND THE ROW, SO THE SWEEP IS *
      * PUT BACK JUST PAST THE ROW'S KEY BEFORE THE NEXT READ *
      **************************************************************
       1600-CHECK-ROW.
           ADD 1 TO CHK-CNT.
           MOVE SD-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           MOVE SD-EMP-ID     TO CAND-EMP-ID.
           MOVE SD-SCHED-DATE TO CAND-DATE.
           MOVE SD-SHIFT      TO CAND-SHIFT.
           MOVE SD-SCHED-TIME TO CAND-TIME.
           MOVE SPACES        TO CAND-MAST-DATE.
           IF MAST-FOUND-SW = 1
               MOVE M-SCHED-DATE TO CAND-MAST-DATE
               MOVE M-SHIFT      TO CAND-MAST-SHIFT
               MOVE M-SCHED-TIME TO CAND-MAST-TIME
           END-IF.
           MOVE SD-SCHED-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 1
               PERFORM 8600-CHECK-WORK-RULES
               START SCHED-FILE KEY IS GREATER THAN SD-SCHED-KEY
                 INVALID KEY MOVE 1 TO EOF-SD
               END-START
               IF REST-VIOL-SW = 1 OR CONSEC-VIOL-SW = 1
                   OR WEEK-VIOL-SW = 1
                   PERFORM 1650-PRINT-LINE
               END-IF
           END-IF.
      **************************************************************
      * LISTS ONE VIOLATING ROW WITH A TOKEN PER RULE IT BREAKS *
      **************************************************************
       1650-PRINT-LINE.
           ADD 1 TO VIOL-CNT.
           MOVE SPACES TO EDIT-REASON.
           MOVE 1 TO REASON-PTR.
           IF REST-VIOL-SW = 1
               ADD 1 TO REST-CNT
               MOVE 'SHORT RST;' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF CONSEC-VIOL-SW = 1
               ADD 1 TO CONS-CNT
               MOVE 'CONSEC;   ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF WEEK-VIOL-SW = 1
               ADD 1 TO WEEK-CNT
               MOVE 'WEEK MAX; ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           MOVE SD-EMP-ID     TO L-EMPID1.
           MOVE SPACES        TO L-NAME1.
           IF MAST-FOUND-SW = 1
               MOVE M-NAME TO L-NAME1
           ELSE
               MOVE '** NOT ON ROSTER **' TO L-NAME1
           END-IF.
           MOVE SD-SCHED-DATE TO L-DATE1.
           MOVE SD-SHIFT      TO L-SHIFT1.
           MOVE SD-SCHED-TIME TO L-TIME1.
           MOVE EDIT-REASON   TO L-REASON1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
       1700-PRINT-TRAILER.
           MOVE READ-CNT TO T-READ-CNT.
           MOVE CHK-CNT  TO T-CHK-CNT.
           MOVE VIOL-CNT TO T-VIOL-CNT.
           MOVE REST-CNT TO T-REST-CNT.
           MOVE CONS-CNT TO T-CONS-CNT.
           MOVE WEEK-CNT TO T-WEEK-CNT.
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
       2000-READ-SCHED.
           READ SCHED-FILE NEXT
             AT END MOVE 1 TO EOF-SD
           END-READ.
      **************************************************************
      * APPENDS ONE REASON TOKEN TO EDIT-REASON *
      **************************************************************
       3050-ADD-REASON.
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
      **************************************************************
      * THE WORK-RULE CHECK FOR THE CANDIDATE DAY - TABLES THE *
      * EMPLOYEE'S SCHEDULED DAYS FROM A WEEK BEFORE TO A WEEK *
      * AFTER IT (THE MASTER'S OWN SCHEDULE PAIR WHEN THE CALLER *
      * LOADED ONE, THEN THE SCHEDULE DETAIL ROWS), LAYS THE *
      * CANDIDATE OVER ITS OWN DAY, AND TESTS THE LIMITS - THE *
      * SCHEDULE RECORD AREA IS PUT BACK AS IT WAS FOUND, SO A *
      * CALLER HOLDING A ROW FOR REWRITE IS NOT DISTURBED *
      **************************************************************
       8600-CHECK-WORK-RULES.
           MOVE SCHED-DATA TO RULE-SCHED-HOLD.
           MOVE 0 TO REST-VIOL-SW.
           MOVE 0 TO CONSEC-VIOL-SW.
           MOVE 0 TO WEEK-VIOL-SW.
           PERFORM VARYING RULE-SUB FROM 1 BY 1
             UNTIL RULE-SUB > 17
               MOVE 0 TO RDAY-WORKED(RULE-SUB)
               MOVE 0 TO RDAY-START(RULE-SUB)
               MOVE 0 TO RDAY-LEN(RULE-SUB)
           END-PERFORM.
           MOVE CAND-DATE TO EDIT-DATE.
           PERFORM 8300-COMPUTE-DAY-NUM.
           MOVE DAY-NUM TO CAND-DAY-NUM.
           PERFORM 8450-PRIOR-DATE 7 TIMES.
           MOVE CAND-EMP-ID TO SD-EMP-ID.
           MOVE EDIT-DATE   TO SD-SCHED-DATE.
           IF CAND-MAST-DATE NOT = SPACES
               MOVE CAND-MAST-DATE  TO RULE-IN-DATE
               MOVE CAND-MAST-SHIFT TO RULE-IN-SHIFT
               MOVE CAND-MAST-TIME  TO RULE-IN-TIME
               PERFORM 8620-TABLE-RULE-DAY
           END-IF.
           MOVE 0 TO RULE-EOF-SW.
           START SCHED-FILE KEY IS NOT LESS THAN SD-SCHED-KEY
             INVALID KEY MOVE 1 TO RULE-EOF-SW
           END-START.
           PERFORM 8610-READ-RULE-SCHED
             UNTIL RULE-EOF-SW = 1.
           MOVE CAND-DATE  TO RULE-IN-DATE.
           MOVE CAND-SHIFT TO RULE-IN-SHIFT.
           MOVE CAND-TIME  TO RULE-IN-TIME.
           PERFORM 8620-TABLE-RULE-DAY.
           PERFORM 8630-TEST-RULE-LIMITS.
           MOVE RULE-SCHED-HOLD TO SCHED-DATA.
      **************************************************************
      * READS THE NEXT SCHEDULE DETAIL ROW IN KEY ORDER - THE SCAN *
      * ENDS AT THE NEXT EMPLOYEE OR PAST THE END OF THE WINDOW *
      **************************************************************
       8610-READ-RULE-SCHED.
           READ SCHED-FILE NEXT
             AT END MOVE 1 TO RULE-EOF-SW
           END-READ.
           IF RULE-EOF-SW = 0
               IF SD-EMP-ID NOT = CAND-EMP-ID
                   MOVE 1 TO RULE-EOF-SW
               ELSE
                   MOVE SD-SCHED-DATE TO RULE-IN-DATE
                   MOVE SD-SHIFT      TO RULE-IN-SHIFT
                   MOVE SD-SCHED-TIME TO RULE-IN-TIME
                   PERFORM 8620-TABLE-RULE-DAY
               END-IF
           END-IF.
      **************************************************************
      * MARKS ONE SCHEDULED DAY WORKED IN ITS TABLE SLOT WITH ITS *
      * START (MINUTE OF THE DAY) AND ITS SHIFT'S LENGTH - A DAY *
      * OUTSIDE THE WINDOW IS IGNORED, AND ONE PAST IT ENDS THE *
      * DETAIL SCAN *
      **************************************************************
       8620-TABLE-RULE-DAY.
           MOVE RULE-IN-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 1
               PERFORM 8300-COMPUTE-DAY-NUM
               IF DAY-NUM > CAND-DAY-NUM + 7
                   MOVE 1 TO RULE-EOF-SW
               ELSE
                   IF DAY-NUM + 7 NOT < CAND-DAY-NUM
                       PERFORM 8625-FILL-RULE-DAY
                   END-IF
               END-IF
           END-IF.
       8625-FILL-RULE-DAY.
           COMPUTE RULE-SUB = DAY-NUM + 9 - CAND-DAY-NUM.
           MOVE 1 TO RDAY-WORKED(RULE-SUB).
           MOVE 0 TO RDAY-START(RULE-SUB).
           IF RULE-IN-TIME NUMERIC
               COMPUTE RDAY-START(RULE-SUB) = RI-HOUR * 60 + RI-MIN
           END-IF.
           MOVE WR-STD-LEN TO RDAY-LEN(RULE-SUB).
           PERFORM VARYING SCODE-IDX FROM 1 BY 1
             UNTIL SCODE-IDX > SCODE-CNT
               OR SCODE-SHIFT(SCODE-IDX) = RULE-IN-SHIFT
               CONTINUE
           END-PERFORM.
           IF SCODE-IDX NOT > SCODE-CNT
               IF SCODE-LEN-MIN(SCODE-IDX) > 0
                   MOVE SCODE-LEN-MIN(SCODE-IDX) TO RDAY-LEN(RULE-SUB)
               END-IF
           END-IF.
      **************************************************************
      * TESTS THE CANDIDATE DAY AGAINST THE CONTRACT LIMITS - THE *
      * REST FROM THE END OF THE DAY BEFORE'S SHIFT TO THIS START, *
      * AND FROM THIS SHIFT'S END TO THE DAY AFTER'S START; THE *
      * RUN OF DAYS WORKED IN A ROW THROUGH THIS DAY; AND THE *
      * SHIFTS IN THIS DAY'S MONDAY-SUNDAY WEEK (DAY NUMBER PLUS *
      * ONE, MOD 7, IS 0 ON A MONDAY) *
      **************************************************************
       8630-TEST-RULE-LIMITS.
           IF RDAY-WORKED(8) = 1
               COMPUTE RULE-GAP = 1440 + RDAY-START(9)
                                - RDAY-START(8) - RDAY-LEN(8)
               IF RULE-GAP < WR-MIN-REST
                   MOVE 1 TO REST-VIOL-SW
               END-IF
           END-IF.
           IF RDAY-WORKED(10) = 1
               COMPUTE RULE-GAP = 1440 + RDAY-START(10)
                                - RDAY-START(9) - RDAY-LEN(9)
               IF RULE-GAP < WR-MIN-REST
                   MOVE 1 TO REST-VIOL-SW
               END-IF
           END-IF.
           MOVE 1 TO RULE-RUN-CNT.
           PERFORM VARYING RULE-SUB FROM 8 BY -1
             UNTIL RDAY-WORKED(RULE-SUB) = 0
               ADD 1 TO RULE-RUN-CNT
           END-PERFORM.
           PERFORM VARYING RULE-SUB FROM 10 BY 1
             UNTIL RDAY-WORKED(RULE-SUB) = 0
               ADD 1 TO RULE-RUN-CNT
           END-PERFORM.
           IF RULE-RUN-CNT > WR-MAX-CONSEC
               MOVE 1 TO CONSEC-VIOL-SW
           END-IF.
           COMPUTE RULE-DIVIDEND = CAND-DAY-NUM + 1.
           DIVIDE RULE-DIVIDEND BY 7
             GIVING RULE-QUOT REMAINDER RULE-DOW.
           COMPUTE RULE-FIRST-SUB = 9 - RULE-DOW.
           COMPUTE RULE-LAST-SUB = RULE-FIRST-SUB + 6.
           MOVE 0 TO RULE-WEEK-CNT.
           PERFORM VARYING RULE-SUB FROM RULE-FIRST-SUB BY 1
             UNTIL RULE-SUB > RULE-LAST-SUB
               ADD RDAY-WORKED(RULE-SUB) TO RULE-WEEK-CNT
           END-PERFORM.
           IF RULE-WEEK-CNT > WR-MAX-WEEK
               MOVE 1 TO WEEK-VIOL-SW
           END-IF.
