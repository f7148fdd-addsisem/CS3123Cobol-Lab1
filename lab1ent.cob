       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1ENT.
       AUTHOR. Addyson Sisemore
      * INTERACTIVE TRANSACTION ENTRY.
      * 2026-10-15 - NEW PROGRAM. KEYS ROSTER TRANSACTIONS AT THE
      *              TERMINAL ONE AT A TIME AND EDITS EACH ON THE
      *              SPOT, SO A BAD DEPARTMENT CODE, AN UNKNOWN
      *              EMP-ID, OR A SWAP PARTNER NOT ON THE MASTER IS
      *              FIXED WHILE THE PAPERWORK IS STILL ON THE DESK
      *              INSTEAD OF COMING BACK THE NEXT MORNING ON THE
      *              LAB1EDT REJECT REPORT. THE KEYER IS PROMPTED
      *              FOR THE TRANSACTION CODE AND THE FIELDS THAT
      *              CODE CARRIES; THE EMPLOYEE'S CURRENT ROSTER
      *              RECORD (DA-S-NMAST) IS SHOWN AS SOON AS THE
      *              EMP-ID IS KEYED, AND A CHANGE STARTS FROM IT SO
      *              ONLY THE FIELDS BEING CHANGED ARE RE-KEYED. THE
      *              TRANSACTION THEN GETS THE SAME EDITS LAB1EDT
      *              GIVES IT - CODE, MASTER PRESENCE, REFERENCE
      *              CODES (DA-S-DEPTCD / DA-S-SHFTCD), CALENDAR
      *              DATES, SWAP PARTNER, WORK RULES, AND LEAVE -
      *              AND IS APPENDED TO THE RAW BATCH (DA-S-TRIN)
      *              ONLY WHEN IT PASSES THEM ALL AND THE KEYER
      *              CONFIRMS IT; A REJECT IS SHOWN WITH ITS REASON
      *              CODES AND NOTHING IS WRITTEN. ENTER "END" AT
      *              THE CODE PROMPT TO FINISH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL LEAVE-FILE ASSIGN TO 'DA-S-LEAVE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-LEAVE-KEY
               FILE STATUS IS LEAVE-STATUS.
           SELECT DEPT-CODE-FILE ASSIGN TO 'DA-S-DEPTCD'.
           SELECT SHIFT-CODE-FILE ASSIGN TO 'DA-S-SHFTCD'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE RAW TRANSACTION BATCH LAB1EDT READS - OPENED EXTEND *
      * JUST LONG ENOUGH TO APPEND EACH TRANSACTION THAT PASSED, *
      * SO EVERY ONE WRITTEN IS ON THE FILE EVEN IF THE SESSION *
      * IS CUT OFF *
      **************************************************************
       FD TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01 TRANS-REC        PIC X(89).
      **************************************************************
      * THE INDEXED ROSTER MASTER - READ BY KEY TO SHOW THE KEYER *
      * THE EMPLOYEE, FOR THE PRESENCE EDITS, AND FOR THE *
      * SCHEDULE PAIR THE WORK-RULE EDITS COUNT *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * THE SCHEDULE DETAIL FILE - READ BY KEY FOR THE DAYS THE *
      * WORK-RULE EDITS CHECK A SCHEDULE TRANSACTION AGAINST *
      **************************************************************
       FD SCHED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCHED-DATA.
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SD==.
      **************************************************************
      * THE LEAVE FILE - ONE RECORD PER LEAVE SPELL, READ BY KEY *
      * TO SHOW THE SPELL A LEAVE CHANGE OR REMOVE IS FOR, AND *
      * BROWSED BY EMPLOYEE TO TELL WHO IS ON APPROVED LEAVE *
      **************************************************************
       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-DATA.
           COPY LEAVREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==LV==.
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
       WORKING-STORAGE SECTION.
      **************************************************************
      * THE TRANSACTION BEING KEYED, IN THE DA-S-TRIN LAYOUT *
      **************************************************************
       01 TRANS-DATA.
         03 T-CODE          PIC X(1).
         03 T-ROSTER.
             COPY ROSTREC REPLACING ==:LVL:== BY ==05==
                                     ==:PREFIX:== BY ==T==.
         03 T-EFF-DATE      PIC X(8).
      **************************************************************
      * THE KEYED EMPLOYEE'S ROSTER RECORD AS FOUND ON THE MASTER *
      * - A CHANGE STARTS FROM IT, AND THE OTHER CODES CARRY ITS *
      * NAME *
      **************************************************************
       01 KEYED-MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==KM==.
      **************************************************************
      * ONE REPLY FROM THE TERMINAL - A ONE-CHARACTER ANSWER MUST *
      * HAVE NOTHING AFTER IT *
      **************************************************************
       01 REPLY-DATA.
         03 REPLY-LINE   PIC X(80).
         03 REPLY-LINE-R REDEFINES REPLY-LINE.
           05 REPLY-CODE PIC X(1).
           05 REPLY-REST PIC X(79).
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-DC     PIC 9   VALUE 0.
         03 EOF-SC     PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FOR THE INDEXED FILES *
      **************************************************************
         03 MAST-STATUS PIC XX  VALUE SPACES.
         03 SCHED-STATUS PIC XX VALUE SPACES.
         03 LEAVE-STATUS PIC XX VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND A MASTER RECORD *
      *       OR A LEAVE SPELL *
      **************************************************************
         03 MAST-FOUND-SW PIC 9 VALUE 0.
         03 LEAVE-FOUND-SW PIC 9 VALUE 0.
      **************************************************************
      *       SET TO 1 WHEN THE KEYER ENTERS "END", AND THE RUN *
      *       OF BLANK REPLIES TO THE CODE PROMPT *
      **************************************************************
         03 END-SESSION-SW PIC 9 VALUE 0.
         03 BLANK-CNT  PIC 9(2)  VALUE 0.
      **************************************************************
      *       SESSION COUNTERS - KEYED, WRITTEN TO THE BATCH, *
      *       REJECTED BY AN EDIT, AND PASSED BUT NOT CONFIRMED *
      **************************************************************
         03 KEY-CNT    PIC 9(6)  VALUE 0.
         03 WRT-CNT    PIC 9(6)  VALUE 0.
         03 REJ-CNT    PIC 9(6)  VALUE 0.
         03 DROP-CNT   PIC 9(6)  VALUE 0.
         03 TOT-EDIT   PIC ZZZ,ZZ9.
      **************************************************************
      *       COUNTS EMBEDDED DIGITS WHEN SCREENING T-NAME FOR *
      *       GARBLED (NOT MERELY PUNCTUATED) NAME DATA *
      **************************************************************
         03 DIGIT-CNT  PIC 9(2)  VALUE 0.
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
           05 SCODE-LEN-MIN PIC 9(4).
      **************************************************************
      *       FIELD-EDIT WORK AREAS - EDIT-REASON ACCUMULATES ONE *
      *       REASON CODE PER FAILED EDIT, THE SAME CODES LAB1EDT *
      *       PRINTS, AND EACH IS SHOWN WITH ITS MEANING FROM *
      *       REASON-TEXT *
      **************************************************************
       01 EDIT-CONTROLS.
         03 EDIT-ERR-SW  PIC 9     VALUE 0.
         03 TIME-OK-SW   PIC 9     VALUE 0.
         03 SSTART-SUB   PIC 9(2)  COMP.
         03 REASON-SUB   PIC 9(2)  COMP.
         03 REASON-PTR   PIC 9(2)  VALUE 1.
         03 REASON-TOKEN PIC X(4).
         03 REASON-TOKEN-R REDEFINES REASON-TOKEN.
           05 FILLER     PIC X(1).
           05 RT-NUM     PIC 9(2).
           05 FILLER     PIC X(1).
         03 EDIT-REASON  PIC X(40).
         03 EDIT-REASON-R REDEFINES EDIT-REASON.
           05 EDIT-REASON-CODE OCCURS 10 TIMES PIC X(4).
       01 REASON-TEXT-VALUES.
         03 FILLER PIC X(40) VALUE
             'E01 TRANS CODE NOT A/C/D/S/U/R/W/L/V/X'.
         03 FILLER PIC X(40) VALUE
             'E02 EMP-ID MISSING'.
         03 FILLER PIC X(40) VALUE
             'E03 NAME BLANK OR GARBLED'.
         03 FILLER PIC X(40) VALUE
             'E04 DEPT NOT ON REFERENCE FILE'.
         03 FILLER PIC X(40) VALUE
             'E05 SHIFT NOT ON REFERENCE FILE'.
         03 FILLER PIC X(40) VALUE
             'E06 TIME NOT A LEGAL SHIFT START'.
         03 FILLER PIC X(40) VALUE
             'E07 DATE NOT A REAL CALENDAR DATE'.
         03 FILLER PIC X(40) VALUE
             'E08 ADD FOR EMP-ID ALREADY ON MASTER'.
         03 FILLER PIC X(40) VALUE
             'E09 TRANS FOR EMP-ID NOT ON MASTER'.
         03 FILLER PIC X(40) VALUE
             'E10 EFFECTIVE DATE NOT A REAL DATE'.
         03 FILLER PIC X(40) VALUE
             'E11 SWAP PARTNER MISSING OR SAME ID'.
         03 FILLER PIC X(40) VALUE
             'E12 SWAP PARTNER NOT ON MASTER'.
         03 FILLER PIC X(40) VALUE
             'E13 TOO LITTLE REST BETWEEN SHIFTS'.
         03 FILLER PIC X(40) VALUE
             'E14 TOO MANY DAYS IN A ROW'.
         03 FILLER PIC X(40) VALUE
             'E15 TOO MANY SHIFTS IN THE WEEK'.
         03 FILLER PIC X(40) VALUE
             'E16 LEAVE TO-DATE BAD OR BEFORE FROM'.
         03 FILLER PIC X(40) VALUE
             'E17 LEAVE TYPE NOT A KNOWN TYPE'.
         03 FILLER PIC X(40) VALUE
             'E18 LEAVE APPROVAL NOT A/P/D'.
         03 FILLER PIC X(40) VALUE
             'E19 SCHED ADD ON AN APPROVED LEAVE DAY'.
         03 FILLER PIC X(40) VALUE
             'E20 LEAVE ADD FOR SPELL ALREADY ON FILE'.
         03 FILLER PIC X(40) VALUE
             'E21 LEAVE CHANGE/REMOVE NOT ON FILE'.
       01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
         03 REASON-TEXT OCCURS 21 TIMES PIC X(40).
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
      *       LEAVE LOOKUP AREAS - THE EMPLOYEE AND DAY ASKED *
      *       ABOUT, AND THE ANSWER 8700-CHECK-ON-LEAVE GIVES: *
      *       ON-LEAVE-SW GOES TO 1 (WITH THE LEAVE TYPE) WHEN AN *
      *       APPROVED LEAVE SPELL COVERS THE DAY - LEAVE-OPEN-SW *
      *       IS 1 ONLY WHEN THE LEAVE FILE OPENED, SO A MISSING *
      *       FILE (NO LEAVE EVER KEYED) MEANS NOBODY IS ON LEAVE *
      **************************************************************
       01 LEAVE-CHECK-WORK.
         03 LEAVE-OPEN-SW   PIC 9     VALUE 0.
         03 LEAVE-EOF-SW    PIC 9     VALUE 0.
         03 LCHK-EMP-ID     PIC X(6).
         03 LCHK-DATE       PIC X(8).
         03 ON-LEAVE-SW     PIC 9     VALUE 0.
         03 ON-LEAVE-TYPE   PIC X(4).
      **************************************************************
      *       THE TWO MASTER SCHEDULE PAIRS A SWAP TRADES, AND THE *
      *       FIRST SIDE'S WORK-RULE VIOLATIONS HELD WHILE THE *
      *       SECOND SIDE IS CHECKED *
      **************************************************************
       01 SWAP-RULE-WORK.
         03 SWAP1-FOUND-SW  PIC 9     VALUE 0.
         03 SWAP1-DATE      PIC X(8).
         03 SWAP1-SHIFT     PIC X(4).
         03 SWAP1-TIME      PIC X(4).
         03 SWAP2-FOUND-SW  PIC 9     VALUE 0.
         03 SWAP2-DATE      PIC X(8).
         03 SWAP2-SHIFT     PIC X(4).
         03 SWAP2-TIME      PIC X(4).
         03 HOLD-REST-SW    PIC 9     VALUE 0.
         03 HOLD-CONSEC-SW  PIC 9     VALUE 0.
         03 HOLD-WEEK-SW    PIC 9     VALUE 0.
      **************************************************************
      *       CALENDAR-DATE EDIT WORK AREA - EDIT-DATE IS LOADED *
      *       AND 8000-VALIDATE-DATE SETS DATE-VALID-SW, CHECKING *
      *       MONTH, DAY-WITHIN-MONTH, AND LEAP-YEAR FEBRUARY - *
      *       8300-COMPUTE-DAY-NUM TURNS A VALID EDIT-DATE INTO A *
      *       SERIAL DAY NUMBER SO TWO DATES CAN BE SUBTRACTED *
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
           PERFORM 0150-LOAD-DEPT-CODES.
           PERFORM 0170-LOAD-SHIFT-CODES.
           OPEN INPUT ROSTER-MASTER.
           IF MAST-STATUS NOT = '00'
               DISPLAY 'LAB1ENT: ROSTER MASTER NOT AVAILABLE - '
                       'STATUS ' MAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SCHED-FILE
                      LEAVE-FILE.
           IF LEAVE-STATUS = '00' OR LEAVE-STATUS = '05'
               MOVE 1 TO LEAVE-OPEN-SW
           END-IF.
           DISPLAY 'LAB1ENT: ROSTER TRANSACTION ENTRY'.
           DISPLAY 'ENTER ALONE KEEPS THE VALUE SHOWN IN BRACKETS.'.
           PERFORM 1000-ENTER-ONE-TRANS
             UNTIL END-SESSION-SW = 1.
           PERFORM 1700-DISPLAY-TOTALS.
           CLOSE ROSTER-MASTER
                 SCHED-FILE.
           IF LEAVE-OPEN-SW = 1
               CLOSE LEAVE-FILE
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS THE VALID DEPARTMENT CODES INTO DEPT-CODE-TABLE SO *
      * THE FIELD EDIT CAN CHECK T-DEPT WITHOUT REREADING THE FILE *
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
      * INTO SHIFT-CODE-TABLE FOR THE SHIFT AND TIME FIELD EDITS *
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
               MOVE 0 TO SCODE-LEN-MIN(SCODE-CNT)
               IF SC-SHIFT-LEN-N NUMERIC
                   COMPUTE SCODE-LEN-MIN(SCODE-CNT) =
                       SC-SHIFT-LEN-N * 60
               END-IF
           END-IF.
           PERFORM 0180-READ-SHIFT-CODE.
      **************************************************************
      * ONE TRANSACTION - THE CODE PROMPT ALSO TAKES "END", AND A *
      * BLANK REPLY JUST ASKS AGAIN - FIVE BLANKS IN A ROW END THE *
      * SESSION, SO A RUN FED FROM A SYSIN DATA SET STOPS AT ITS *
      * END INSTEAD OF PROMPTING FOREVER *
      **************************************************************
       1000-ENTER-ONE-TRANS.
           MOVE SPACES TO TRANS-DATA.
           MOVE SPACES TO KEYED-MASTER-DATA.
           MOVE 0 TO EDIT-ERR-SW.
           MOVE SPACES TO EDIT-REASON.
           MOVE 1 TO REASON-PTR.
           DISPLAY ' '.
           DISPLAY 'TRANSACTION CODE (A C D S U R W L V X) OR END:'.
           PERFORM 7000-ACCEPT-REPLY.
           IF REPLY-LINE = 'END'
               MOVE 1 TO END-SESSION-SW
           ELSE
               IF REPLY-LINE NOT = SPACES
                   MOVE 0 TO BLANK-CNT
                   PERFORM 1100-KEY-ONE-TRANS
               ELSE
                   ADD 1 TO BLANK-CNT
                   IF BLANK-CNT NOT < 5
                       MOVE 1 TO END-SESSION-SW
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * KEYS AND EDITS ONE TRANSACTION - A BAD CODE, A MISSING *
      * EMP-ID, OR THE WRONG MASTER PRESENCE FOR THE CODE STOPS *
      * IT BEFORE ANY MORE IS KEYED; OTHERWISE THE CODE'S FIELDS *
      * ARE PROMPTED FOR AND THE FIELD EDITS RUN OVER THE WHOLE *
      * TRANSACTION *
      **************************************************************
       1100-KEY-ONE-TRANS.
           ADD 1 TO KEY-CNT.
           MOVE REPLY-CODE TO T-CODE.
           IF REPLY-REST NOT = SPACES
               MOVE 'E01 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               PERFORM 3010-EDIT-TRANS-CODE
           END-IF.
           IF EDIT-ERR-SW = 0
               PERFORM 2000-KEY-EMPLOYEE
           END-IF.
           IF EDIT-ERR-SW = 0
               PERFORM 2100-KEY-CODE-FIELDS
               PERFORM 2900-KEY-EFF-DATE
               PERFORM 3000-EDIT-TRANS-FIELDS
           END-IF.
           IF EDIT-ERR-SW = 0
               PERFORM 4000-CONFIRM-AND-WRITE
           ELSE
               ADD 1 TO REJ-CNT
               PERFORM 4500-DISPLAY-REASONS
           END-IF.
      **************************************************************
      * DISPLAYS THE SESSION COUNTS WHEN THE KEYER ENDS *
      **************************************************************
       1700-DISPLAY-TOTALS.
           DISPLAY ' '.
           MOVE KEY-CNT TO TOT-EDIT.
           DISPLAY 'LAB1ENT: TRANSACTIONS KEYED:     ' TOT-EDIT.
           MOVE WRT-CNT TO TOT-EDIT.
           DISPLAY 'LAB1ENT: WRITTEN TO DA-S-TRIN:   ' TOT-EDIT.
           MOVE REJ-CNT TO TOT-EDIT.
           DISPLAY 'LAB1ENT: REJECTED:               ' TOT-EDIT.
           MOVE DROP-CNT TO TOT-EDIT.
           DISPLAY 'LAB1ENT: PASSED, NOT CONFIRMED:  ' TOT-EDIT.
      **************************************************************
      * PROMPTS FOR THE EMP-ID AND CHECKS IT AGAINST THE MASTER *
      * STRAIGHT AWAY - THE KEYER SEES WHO IT IS BEFORE GOING ON *
      **************************************************************
       2000-KEY-EMPLOYEE.
           DISPLAY 'EMPLOYEE ID:'.
           PERFORM 7000-ACCEPT-REPLY.
           MOVE REPLY-LINE TO T-EMP-ID.
           IF T-EMP-ID = SPACES
               MOVE 'E02 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               PERFORM 3100-CHECK-MASTER-PRESENCE
           END-IF.
      **************************************************************
      * PROMPTS FOR THE FIELDS THE CODE CARRIES - A CHANGE STARTS *
      * FROM THE MASTER RECORD, AND EVERY CODE BUT AN ADD CARRIES *
      * THE NAME FROM THE MASTER FOR THE REPORTS DOWNSTREAM *
      **************************************************************
       2100-KEY-CODE-FIELDS.
           IF T-CODE NOT = 'A'
               MOVE KM-NAME TO T-NAME
           END-IF.
           EVALUATE T-CODE
               WHEN 'A'
                   PERFORM 2200-KEY-ROSTER-FIELDS
               WHEN 'C'
                   MOVE KEYED-MASTER-DATA TO T-ROSTER
                   PERFORM 2200-KEY-ROSTER-FIELDS
               WHEN 'S'
               WHEN 'U'
                   PERFORM 2300-KEY-SCHED-FIELDS
               WHEN 'R'
                   DISPLAY 'SCHED DATE (YYYYMMDD) [' T-SCHED-DATE ']:'
                   PERFORM 7000-ACCEPT-REPLY
                   IF REPLY-LINE NOT = SPACES
                       MOVE REPLY-LINE TO T-SCHED-DATE
                   END-IF
               WHEN 'W'
                   PERFORM 2400-KEY-SWAP-PARTNER
               WHEN 'L'
               WHEN 'V'
               WHEN 'X'
                   PERFORM 2500-KEY-LEAVE-FIELDS
           END-EVALUATE.
      **************************************************************
      * THE ROSTER FIELDS OF AN ADD OR CHANGE - THE NAME IS TAKEN *
      * AS KEYED; THE CODES ARE FOLDED TO UPPER CASE *
      **************************************************************
       2200-KEY-ROSTER-FIELDS.
           DISPLAY 'NAME [' T-NAME ']:'.
           ACCEPT REPLY-LINE FROM SYSIN.
           IF REPLY-LINE NOT = SPACES
               MOVE REPLY-LINE TO T-NAME
           END-IF.
           DISPLAY 'DEPARTMENT [' T-DEPT ']:'.
           PERFORM 7000-ACCEPT-REPLY.
           IF REPLY-LINE NOT = SPACES
               MOVE REPLY-LINE TO T-DEPT
           END-IF.
           PERFORM 2300-KEY-SCHED-FIELDS.
      **************************************************************
      * THE SCHEDULE PAIR - SHIFT, DATE, AND START TIME *
      **************************************************************
       2300-KEY-SCHED-FIELDS.
           DISPLAY 'SHIFT [' T-SHIFT ']:'.
           PERFORM 7000-ACCEPT-REPLY.
           IF REPLY-LINE NOT = SPACES
               MOVE REPLY-LINE TO T-SHIFT
           END-IF.
           DISPLAY 'SCHED DATE (YYYYMMDD) [' T-SCHED-DATE ']:'.
           PERFORM 7000-ACCEPT-REPLY.
           IF REPLY-LINE NOT = SPACES
               MOVE REPLY-LINE TO T-SCHED-DATE
           END-IF.
           DISPLAY 'SCHED TIME (HHMM) [' T-SCHED-TIME ']:'.
           PERFORM 7000-ACCEPT-REPLY.
           IF REPLY-LINE NOT = SPACES
               MOVE REPLY-LINE TO T-SCHED-TIME
           END-IF.
      **************************************************************
      * THE SWAP PARTNER - SHOWN FROM THE MASTER WHEN IT IS THERE *
      * SO THE KEYER CAN SEE BOTH SIDES OF THE TRADE *
      **************************************************************
       2400-KEY-SWAP-PARTNER.
           DISPLAY 'SWAP PARTNER EMPLOYEE ID:'.
           PERFORM 7000-ACCEPT-REPLY.
           MOVE REPLY-LINE TO T-SWAP-EMP-ID.
           IF T-SWAP-EMP-ID NOT = SPACES
               AND T-SWAP-EMP-ID NOT = T-EMP-ID
               MOVE T-SWAP-EMP-ID TO M-EMP-ID
               READ ROSTER-MASTER
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   DISPLAY 'SWAP PARTNER ON THE ROSTER MASTER NOW:'
                   PERFORM 7100-DISPLAY-MASTER
               END-READ
           END-IF.
      **************************************************************
      * THE LEAVE FIELDS - THE FROM-DATE RIDES IN SCHED-DATE; A *
      * CHANGE OR REMOVE SHOWS THE SPELL ON FILE, AND A CHANGE *
      * STARTS FROM IT - A REMOVE CARRIES ONLY THE KEY *
      **************************************************************
       2500-KEY-LEAVE-FIELDS.
           DISPLAY 'LEAVE FROM DATE (YYYYMMDD):'.
           PERFORM 7000-ACCEPT-REPLY.
           MOVE REPLY-LINE TO T-SCHED-DATE.
           IF T-CODE NOT = 'L' AND LEAVE-OPEN-SW = 1
               MOVE T-EMP-ID     TO LV-EMP-ID
               MOVE T-SCHED-DATE TO LV-FROM-DATE
               READ LEAVE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   DISPLAY 'LEAVE SPELL ON FILE NOW:'
                   DISPLAY 'FROM DATE:  ' LV-FROM-DATE
                   DISPLAY 'TO DATE:    ' LV-TO-DATE
                   DISPLAY 'LEAVE TYPE: ' LV-LEAVE-TYPE
                   DISPLAY 'APPROVAL:   ' LV-APPROVAL
                   IF T-CODE = 'V'
                       MOVE LV-TO-DATE    TO T-LEAVE-TO-DATE
                       MOVE LV-LEAVE-TYPE TO T-LEAVE-TYPE
                       MOVE LV-APPROVAL   TO T-LEAVE-APPROVAL
                   END-IF
               END-READ
           END-IF.
           IF T-CODE NOT = 'X'
               DISPLAY 'LEAVE TO DATE (YYYYMMDD) [' T-LEAVE-TO-DATE
                       ']:'
               PERFORM 7000-ACCEPT-REPLY
               IF REPLY-LINE NOT = SPACES
                   MOVE REPLY-LINE TO T-LEAVE-TO-DATE
               END-IF
               DISPLAY 'LEAVE TYPE (VAC SICK PERS BRVT JURY FMLA MIL '
                       'OTHR) [' T-LEAVE-TYPE ']:'
               PERFORM 7000-ACCEPT-REPLY
               IF REPLY-LINE NOT = SPACES
                   MOVE REPLY-LINE TO T-LEAVE-TYPE
               END-IF
               DISPLAY 'APPROVAL (A P D) [' T-LEAVE-APPROVAL ']:'
               PERFORM 7000-ACCEPT-REPLY
               IF REPLY-LINE NOT = SPACES
                   MOVE REPLY-LINE TO T-LEAVE-APPROVAL
               END-IF
           END-IF.
      **************************************************************
      * THE EFFECTIVE DATE - BLANK MEANS APPLY IN THE NEXT CYCLE, *
      * A LATER DATE HOLDS THE TRANSACTION ON THE PENDING FILE *
      **************************************************************
       2900-KEY-EFF-DATE.
           DISPLAY 'EFFECTIVE DATE (YYYYMMDD, BLANK = NOW):'.
           PERFORM 7000-ACCEPT-REPLY.
           MOVE REPLY-LINE TO T-EFF-DATE.
      **************************************************************
      * THE FIELD EDITS LAB1EDT RUNS AFTER ITS CODE, EMP-ID, AND *
      * MASTER-PRESENCE EDITS (WHICH RAN AS THOSE WERE KEYED) - *
      * THE ROSTER FIELDS ONLY FOR ADDS AND CHANGES, WHOSE FIELDS *
      * WILL LAND ON THE MASTER - A DELETE CARRIES ONLY ITS KEY *
      **************************************************************
       3000-EDIT-TRANS-FIELDS.
           IF T-CODE = 'A' OR T-CODE = 'C'
               PERFORM 3200-EDIT-ROSTER-FIELDS
           END-IF.
           IF T-CODE = 'S' OR T-CODE = 'U'
               PERFORM 3300-EDIT-SCHED-FIELDS
           END-IF.
           IF T-CODE = 'R'
               MOVE T-SCHED-DATE TO EDIT-DATE
               PERFORM 8000-VALIDATE-DATE
               IF DATE-VALID-SW = 0
                   MOVE 'E07 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           IF T-CODE = 'W'
               PERFORM 3400-EDIT-SWAP-FIELDS
           END-IF.
           IF T-CODE = 'L' OR T-CODE = 'V' OR T-CODE = 'X'
               PERFORM 3600-EDIT-LEAVE-FIELDS
           END-IF.
           IF T-EFF-DATE NOT = SPACES
               MOVE T-EFF-DATE TO EDIT-DATE
               PERFORM 8000-VALIDATE-DATE
               IF DATE-VALID-SW = 0
                   MOVE 'E10 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
      **************************************************************
      * THE LEGAL TRANSACTION CODES *
      **************************************************************
       3010-EDIT-TRANS-CODE.
           IF T-CODE NOT = 'A' AND T-CODE NOT = 'C'
               AND T-CODE NOT = 'D' AND T-CODE NOT = 'S'
               AND T-CODE NOT = 'U' AND T-CODE NOT = 'R'
               AND T-CODE NOT = 'W' AND T-CODE NOT = 'L'
               AND T-CODE NOT = 'V' AND T-CODE NOT = 'X'
               MOVE 'E01 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
      **************************************************************
      * APPENDS ONE REASON CODE TO EDIT-REASON AND FLAGS THE *
      * TRANSACTION AS A REJECT *
      **************************************************************
       3050-ADD-REASON.
           MOVE 1 TO EDIT-ERR-SW.
           STRING REASON-TOKEN DELIMITED BY SIZE
             INTO EDIT-REASON
             WITH POINTER REASON-PTR
           END-STRING.
      **************************************************************
      * AN ADD MUST NOT MATCH A MASTER RECORD - A CHANGE, DELETE, *
      * OR ANY SCHEDULE DETAIL OR LEAVE TRANSACTION MUST - THE *
      * WRONG WAY AROUND IS A REJECT - A RECORD THAT IS THERE IS *
      * SHOWN TO THE KEYER AND KEPT FOR THE PROMPTS THAT FOLLOW *
      **************************************************************
       3100-CHECK-MASTER-PRESENCE.
           MOVE T-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           IF MAST-FOUND-SW = 1
               MOVE MASTER-DATA TO KEYED-MASTER-DATA
               DISPLAY 'ON THE ROSTER MASTER NOW:'
               PERFORM 7100-DISPLAY-MASTER
           END-IF.
           IF T-CODE = 'A'
               IF MAST-FOUND-SW = 1
                   MOVE 'E08 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           ELSE
               IF MAST-FOUND-SW = 0
                   MOVE 'E09 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
      **************************************************************
      * THE ROSTER FIELD EDITS SHARED BY ADDS AND CHANGES - NAME *
      * (BLANK/GARBLED), DEPT AND SHIFT AGAINST THE REFERENCE *
      * CODE TABLES, SCHED-DATE AS A REAL CALENDAR DATE, AND *
      * SCHED-TIME AGAINST THE SHIFT'S LEGAL START TIMES *
      **************************************************************
       3200-EDIT-ROSTER-FIELDS.
           MOVE 0 TO DIGIT-CNT.
           INSPECT T-NAME TALLYING DIGIT-CNT
             FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                 ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.
           IF T-NAME = SPACES OR DIGIT-CNT > 0
               MOVE 'E03 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           PERFORM VARYING DCODE-IDX FROM 1 BY 1
             UNTIL DCODE-IDX > DCODE-CNT
               OR DCODE-DEPT(DCODE-IDX) = T-DEPT
               CONTINUE
           END-PERFORM.
           IF DCODE-IDX > DCODE-CNT
               MOVE 'E04 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           PERFORM VARYING SCODE-IDX FROM 1 BY 1
             UNTIL SCODE-IDX > SCODE-CNT
               OR SCODE-SHIFT(SCODE-IDX) = T-SHIFT
               CONTINUE
           END-PERFORM.
           IF SCODE-IDX > SCODE-CNT
               MOVE 'E05 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               MOVE 0 TO TIME-OK-SW
               PERFORM VARYING SSTART-SUB FROM 1 BY 1
                 UNTIL SSTART-SUB > 4
                   IF SCODE-START(SCODE-IDX, SSTART-SUB)
                       = T-SCHED-TIME
                       AND T-SCHED-TIME NOT = SPACES
                       MOVE 1 TO TIME-OK-SW
                   END-IF
               END-PERFORM
               IF TIME-OK-SW = 0
                   MOVE 'E06 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           MOVE T-SCHED-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE 'E07 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
      **************************************************************
      * THE SCHEDULE DETAIL FIELD EDITS SHARED BY SCHEDULE ADDS *
      * AND CHANGES - SHIFT AGAINST THE REFERENCE CODE TABLE, *
      * SCHED-DATE AS A REAL CALENDAR DATE, AND SCHED-TIME AGAINST *
      * THE SHIFT'S LEGAL START TIMES - NAME AND DEPT LIVE ON THE *
      * MASTER, NOT THE DETAIL, SO THEY ARE NOT EDITED HERE - A *
      * SCHEDULE ADD MAY NOT PUT AN EMPLOYEE ON SHIFT ON A DAY *
      * OF APPROVED LEAVE *
      **************************************************************
       3300-EDIT-SCHED-FIELDS.
           PERFORM VARYING SCODE-IDX FROM 1 BY 1
             UNTIL SCODE-IDX > SCODE-CNT
               OR SCODE-SHIFT(SCODE-IDX) = T-SHIFT
               CONTINUE
           END-PERFORM.
           IF SCODE-IDX > SCODE-CNT
               MOVE 'E05 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               MOVE 0 TO TIME-OK-SW
               PERFORM VARYING SSTART-SUB FROM 1 BY 1
                 UNTIL SSTART-SUB > 4
                   IF SCODE-START(SCODE-IDX, SSTART-SUB)
                       = T-SCHED-TIME
                       AND T-SCHED-TIME NOT = SPACES
                       MOVE 1 TO TIME-OK-SW
                   END-IF
               END-PERFORM
               IF TIME-OK-SW = 0
                   MOVE 'E06 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           MOVE T-SCHED-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE 'E07 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF EDIT-ERR-SW = 0 AND T-CODE = 'S'
               MOVE T-EMP-ID     TO LCHK-EMP-ID
               MOVE T-SCHED-DATE TO LCHK-DATE
               PERFORM 8700-CHECK-ON-LEAVE
               IF ON-LEAVE-SW = 1
                   MOVE 'E19 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           IF EDIT-ERR-SW = 0
               PERFORM 3350-EDIT-SCHED-RULES
           END-IF.
      **************************************************************
      * THE WORK-RULE EDITS FOR A CLEAN SCHEDULE ADD OR CHANGE - *
      * THE DAY IS CHECKED AGAINST THE EMPLOYEE'S DETAIL ROWS AND *
      * MASTER SCHEDULE PAIR AS THEY STAND TODAY *
      **************************************************************
       3350-EDIT-SCHED-RULES.
           MOVE T-EMP-ID     TO CAND-EMP-ID.
           MOVE T-SCHED-DATE TO CAND-DATE.
           MOVE T-SHIFT      TO CAND-SHIFT.
           MOVE T-SCHED-TIME TO CAND-TIME.
           MOVE SPACES TO CAND-MAST-DATE.
           MOVE T-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           IF MAST-FOUND-SW = 1
               MOVE M-SCHED-DATE TO CAND-MAST-DATE
               MOVE M-SHIFT      TO CAND-MAST-SHIFT
               MOVE M-SCHED-TIME TO CAND-MAST-TIME
           END-IF.
           PERFORM 8600-CHECK-WORK-RULES.
           PERFORM 3500-ADD-RULE-REASONS.
      **************************************************************
      * ONE REASON CODE PER WORK RULE THE CHECKED DAY BREAKS *
      **************************************************************
       3500-ADD-RULE-REASONS.
           IF REST-VIOL-SW = 1
               MOVE 'E13 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF CONSEC-VIOL-SW = 1
               MOVE 'E14 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF WEEK-VIOL-SW = 1
               MOVE 'E15 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
      **************************************************************
      * THE SHIFT-SWAP PAIR EDITS - THE PARTNER EMP-ID MUST BE *
      * KEYED, MUST NAME A SECOND EMPLOYEE, AND MUST BE ON THE *
      * MASTER - THE SHIFT AND TIME BEING TRADED LIVE ON THE TWO *
      * MASTER RECORDS, SO THOSE EDITS BELONG TO THE APPLY *
      **************************************************************
       3400-EDIT-SWAP-FIELDS.
           IF T-SWAP-EMP-ID = SPACES
               OR T-SWAP-EMP-ID = T-EMP-ID
               MOVE 'E11 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           ELSE
               MOVE T-SWAP-EMP-ID TO M-EMP-ID
               READ ROSTER-MASTER
                 INVALID KEY
                   MOVE 'E12 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-READ
           END-IF.
           IF EDIT-ERR-SW = 0
               PERFORM 3450-EDIT-SWAP-RULES
           END-IF.
      **************************************************************
      * THE WORK-RULE EDITS FOR A CLEAN SWAP - EACH SIDE TAKES ON *
      * THE OTHER'S MASTER SCHEDULE PAIR AND GIVES UP ITS OWN, SO *
      * EACH IS CHECKED WITH THE PARTNER'S DAY AGAINST ITS OWN *
      * DETAIL ROWS ONLY - A SIDE WITH NO REAL SCHEDULE DATE TO *
      * TAKE ON HAS NOTHING TO CHECK - A REASON IS GIVEN ONCE *
      * HOWEVER MANY SIDES BREAK THE RULE *
      **************************************************************
       3450-EDIT-SWAP-RULES.
           MOVE T-EMP-ID TO M-EMP-ID.
           MOVE 1 TO SWAP1-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO SWAP1-FOUND-SW
           END-READ.
           MOVE M-SCHED-DATE TO SWAP1-DATE.
           MOVE M-SHIFT      TO SWAP1-SHIFT.
           MOVE M-SCHED-TIME TO SWAP1-TIME.
           MOVE T-SWAP-EMP-ID TO M-EMP-ID.
           MOVE 1 TO SWAP2-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO SWAP2-FOUND-SW
           END-READ.
           MOVE M-SCHED-DATE TO SWAP2-DATE.
           MOVE M-SHIFT      TO SWAP2-SHIFT.
           MOVE M-SCHED-TIME TO SWAP2-TIME.
           MOVE 0 TO HOLD-REST-SW.
           MOVE 0 TO HOLD-CONSEC-SW.
           MOVE 0 TO HOLD-WEEK-SW.
           IF SWAP1-FOUND-SW = 1 AND SWAP2-FOUND-SW = 1
               MOVE SWAP2-DATE TO EDIT-DATE
               PERFORM 8000-VALIDATE-DATE
               IF DATE-VALID-SW = 1
                   MOVE T-EMP-ID    TO CAND-EMP-ID
                   MOVE SWAP2-DATE  TO CAND-DATE
                   MOVE SWAP2-SHIFT TO CAND-SHIFT
                   MOVE SWAP2-TIME  TO CAND-TIME
                   MOVE SPACES      TO CAND-MAST-DATE
                   PERFORM 8600-CHECK-WORK-RULES
                   MOVE REST-VIOL-SW   TO HOLD-REST-SW
                   MOVE CONSEC-VIOL-SW TO HOLD-CONSEC-SW
                   MOVE WEEK-VIOL-SW   TO HOLD-WEEK-SW
               END-IF
               MOVE 0 TO REST-VIOL-SW
               MOVE 0 TO CONSEC-VIOL-SW
               MOVE 0 TO WEEK-VIOL-SW
               MOVE SWAP1-DATE TO EDIT-DATE
               PERFORM 8000-VALIDATE-DATE
               IF DATE-VALID-SW = 1
                   MOVE T-SWAP-EMP-ID TO CAND-EMP-ID
                   MOVE SWAP1-DATE    TO CAND-DATE
                   MOVE SWAP1-SHIFT   TO CAND-SHIFT
                   MOVE SWAP1-TIME    TO CAND-TIME
                   MOVE SPACES        TO CAND-MAST-DATE
                   PERFORM 8600-CHECK-WORK-RULES
               END-IF
               IF HOLD-REST-SW = 1
                   MOVE 1 TO REST-VIOL-SW
               END-IF
               IF HOLD-CONSEC-SW = 1
                   MOVE 1 TO CONSEC-VIOL-SW
               END-IF
               IF HOLD-WEEK-SW = 1
                   MOVE 1 TO WEEK-VIOL-SW
               END-IF
               PERFORM 3500-ADD-RULE-REASONS
           END-IF.
      **************************************************************
      * THE LEAVE FIELD EDITS - EVERY LEAVE TRANSACTION NEEDS A *
      * REAL FROM-DATE (IT RIDES IN SCHED-DATE AND IS HALF THE *
      * LEAVE KEY); ADDS AND CHANGES ALSO NEED A REAL TO-DATE NOT *
      * BEFORE IT, A KNOWN LEAVE TYPE, AND AN APPROVAL STATUS OF *
      * A, P, OR D - AN ADD MUST NOT MATCH A SPELL ON THE LEAVE *
      * FILE, A CHANGE OR REMOVE MUST *
      **************************************************************
       3600-EDIT-LEAVE-FIELDS.
           MOVE T-SCHED-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE 'E07 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF T-CODE = 'L' OR T-CODE = 'V'
               MOVE T-LEAVE-TO-DATE TO EDIT-DATE
               PERFORM 8000-VALIDATE-DATE
               IF DATE-VALID-SW = 0
                   OR T-LEAVE-TO-DATE < T-SCHED-DATE
                   MOVE 'E16 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
               MOVE T-LEAVE-TYPE TO LV-LEAVE-TYPE
               IF NOT LV-TYPE-VALID
                   MOVE 'E17 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
               MOVE T-LEAVE-APPROVAL TO LV-APPROVAL
               IF NOT LV-APPROVAL-VALID
                   MOVE 'E18 ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               END-IF
           END-IF.
           MOVE T-EMP-ID     TO LV-EMP-ID.
           MOVE T-SCHED-DATE TO LV-FROM-DATE.
           MOVE 0 TO LEAVE-FOUND-SW.
           IF LEAVE-OPEN-SW = 1
               MOVE 1 TO LEAVE-FOUND-SW
               READ LEAVE-FILE
                 INVALID KEY MOVE 0 TO LEAVE-FOUND-SW
               END-READ
           END-IF.
           IF T-CODE = 'L' AND LEAVE-FOUND-SW = 1
               MOVE 'E20 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF T-CODE NOT = 'L' AND LEAVE-FOUND-SW = 0
               MOVE 'E21 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
      **************************************************************
      * A TRANSACTION THAT PASSED EVERY EDIT IS SHOWN IN FULL AND *
      * APPENDED TO THE BATCH ONLY WHEN THE KEYER ANSWERS Y - THE *
      * BATCH IS OPENED EXTEND FOR THE ONE WRITE AND CLOSED AGAIN *
      **************************************************************
       4000-CONFIRM-AND-WRITE.
           DISPLAY 'TRANSACTION PASSES EVERY EDIT:'.
           PERFORM 7200-DISPLAY-TRANS.
           DISPLAY 'WRITE IT TO THE BATCH (Y/N):'.
           PERFORM 7000-ACCEPT-REPLY.
           IF REPLY-CODE = 'Y' AND REPLY-REST = SPACES
               OPEN EXTEND TRANS-FILE
               WRITE TRANS-REC FROM TRANS-DATA
               CLOSE TRANS-FILE
               ADD 1 TO WRT-CNT
               DISPLAY 'WRITTEN TO DA-S-TRIN.'
           ELSE
               ADD 1 TO DROP-CNT
               DISPLAY 'NOT WRITTEN.'
           END-IF.
      **************************************************************
      * SHOWS EACH REASON A TRANSACTION FAILED WITH ITS MEANING - *
      * NOTHING IS WRITTEN, AND THE KEYER RE-KEYS IT CORRECTED *
      **************************************************************
       4500-DISPLAY-REASONS.
           DISPLAY 'REJECTED - NOT WRITTEN:'.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
             UNTIL REASON-SUB > 10
               OR EDIT-REASON-CODE(REASON-SUB) = SPACES
               MOVE EDIT-REASON-CODE(REASON-SUB) TO REASON-TOKEN
               DISPLAY '  ' REASON-TEXT(RT-NUM)
           END-PERFORM.
      **************************************************************
      * TAKES ONE REPLY FROM THE TERMINAL, FOLDED TO UPPER CASE *
      * SINCE EVERY CODE ON THE REFERENCE FILES IS UPPER CASE *
      **************************************************************
       7000-ACCEPT-REPLY.
           ACCEPT REPLY-LINE FROM SYSIN.
           INSPECT REPLY-LINE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      **************************************************************
      * DISPLAYS THE ROSTER FIELDS OF THE MASTER RECORD IN HAND *
      **************************************************************
       7100-DISPLAY-MASTER.
           DISPLAY 'EMP ID:     ' M-EMP-ID.
           DISPLAY 'NAME:       ' M-NAME.
           DISPLAY 'DEPARTMENT: ' M-DEPT.
           DISPLAY 'SHIFT:      ' M-SHIFT.
           DISPLAY 'SCHED DATE: ' M-SCHED-DATE.
           DISPLAY 'SCHED TIME: ' M-SCHED-TIME.
      **************************************************************
      * DISPLAYS THE TRANSACTION AS IT WILL BE WRITTEN *
      **************************************************************
       7200-DISPLAY-TRANS.
           DISPLAY 'CODE:       ' T-CODE.
           DISPLAY 'EMP ID:     ' T-EMP-ID.
           DISPLAY 'NAME:       ' T-NAME.
           IF T-CODE = 'A' OR T-CODE = 'C'
               DISPLAY 'DEPARTMENT: ' T-DEPT
           END-IF.
           IF T-CODE = 'A' OR T-CODE = 'C'
               OR T-CODE = 'S' OR T-CODE = 'U'
               DISPLAY 'SHIFT:      ' T-SHIFT
               DISPLAY 'SCHED DATE: ' T-SCHED-DATE
               DISPLAY 'SCHED TIME: ' T-SCHED-TIME
           END-IF.
           IF T-CODE = 'R'
               DISPLAY 'SCHED DATE: ' T-SCHED-DATE
           END-IF.
           IF T-CODE = 'W'
               DISPLAY 'SWAP WITH:  ' T-SWAP-EMP-ID
           END-IF.
           IF T-CODE = 'L' OR T-CODE = 'V' OR T-CODE = 'X'
               DISPLAY 'FROM DATE:  ' T-SCHED-DATE
           END-IF.
           IF T-CODE = 'L' OR T-CODE = 'V'
               DISPLAY 'TO DATE:    ' T-LEAVE-TO-DATE
               DISPLAY 'LEAVE TYPE: ' T-LEAVE-TYPE
               DISPLAY 'APPROVAL:   ' T-LEAVE-APPROVAL
           END-IF.
           DISPLAY 'EFF DATE:   ' T-EFF-DATE.
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
      **************************************************************
      * TELLS WHETHER LCHK-EMP-ID IS ON APPROVED LEAVE ON *
      * LCHK-DATE - BROWSES THE EMPLOYEE'S LEAVE SPELLS IN *
      * FROM-DATE ORDER, STOPPING AT THE FIRST ONE THAT STARTS *
      * AFTER THE DAY - A PENDING OR DENIED SPELL EXCUSES NOBODY *
      **************************************************************
       8700-CHECK-ON-LEAVE.
           MOVE 0 TO ON-LEAVE-SW.
           MOVE SPACES TO ON-LEAVE-TYPE.
           MOVE 1 TO LEAVE-EOF-SW.
           IF LEAVE-OPEN-SW = 1
               MOVE LCHK-EMP-ID TO LV-EMP-ID
               MOVE LOW-VALUES TO LV-FROM-DATE
               MOVE 0 TO LEAVE-EOF-SW
               START LEAVE-FILE KEY NOT < LV-LEAVE-KEY
                 INVALID KEY MOVE 1 TO LEAVE-EOF-SW
               END-START
           END-IF.
           IF LEAVE-EOF-SW = 0
               PERFORM 8710-READ-LEAVE-NEXT
           END-IF.
           PERFORM 8720-TEST-LEAVE-SPELL
             UNTIL LEAVE-EOF-SW = 1.
       8710-READ-LEAVE-NEXT.
           READ LEAVE-FILE NEXT
             AT END MOVE 1 TO LEAVE-EOF-SW
           END-READ.
           IF LEAVE-EOF-SW = 0
               IF LV-EMP-ID NOT = LCHK-EMP-ID
                   OR LV-FROM-DATE > LCHK-DATE
                   MOVE 1 TO LEAVE-EOF-SW
               END-IF
           END-IF.
       8720-TEST-LEAVE-SPELL.
           IF LV-TO-DATE NOT < LCHK-DATE AND LV-APPROVED
               MOVE 1 TO ON-LEAVE-SW
               MOVE LV-LEAVE-TYPE TO ON-LEAVE-TYPE
           END-IF.
           PERFORM 8710-READ-LEAVE-NEXT.
