      *              OWN COUNT - A SWAP MOVES NO MASTER COUNT, SO
      *              LUMPING IT WITH CHANGES WOULD BLUR THE
      *              BALANCING TRAIL.
      * 2026-10-15 - SCHEDULE ADDS, SCHEDULE CHANGES, AND SWAPS MUST
      *              NOW ALSO PASS THE CONTRACT WORK RULES (WRKRULE)
      *              AGAINST THE EMPLOYEE'S SCHEDULE DETAIL ROWS AS
      *              THIS RUN HAS LEFT THEM PLUS THE MASTER
      *              SCHEDULE PAIR - TOO LITTLE REST BETWEEN SHIFTS
      *              ('SHORT RST;'), TOO MANY DAYS IN A ROW
      *              ('CONSEC;'), OR TOO MANY SHIFTS IN THE
      *              MONDAY-SUNDAY WEEK ('WEEK MAX;') REJECTS, SO
      *              DAYS THAT EACH PASSED LAB1EDT ALONE CANNOT
      *              ADD UP TO A BREACH WITHIN ONE BATCH.
      * 2026-10-15 - NEW LEAVE FILE (DA-S-LEAVE), INDEXED ON EMP-ID
      *              PLUS FROM-DATE AND MAINTAINED IN PLACE BY THE
      *              LEAVE TRANSACTIONS: L ADDS A LEAVE SPELL, V
      *              CHANGES ITS TO-DATE, TYPE, AND APPROVAL, AND X
      *              REMOVES IT. A SPELL THAT WOULD OVERLAP ANOTHER
      *              NON-DENIED SPELL FOR THE EMPLOYEE REJECTS
      *              ('OVERLAP;'). EVERY LEAVE TRANSACTION IS
      *              AUDITED WITH BEFORE/AFTER LEAVE IMAGES AND
      *              COUNTED ON ITS OWN TRAILER LINES. A SCHEDULE
      *              ADD FOR A DAY OF APPROVED LEAVE NOW REJECTS
      *              ('ON LEAVE;').
      * 2026-10-15 - A CHANGE NOW ALSO CARRIES THE NAME ONTO THE
      *              MASTER - THE HR FEED (LAB1HRF) SENDS NAME
      *              CHANGES AS A C TRANSACTION, AND A KEYED C HAS
      *              ALWAYS HAD TO CARRY A VALID NAME ANYWAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-SCHED-KEY
               FILE STATUS IS SCHED-STATUS.
           SELECT OPTIONAL LEAVE-FILE ASSIGN TO 'DA-S-LEAVE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-LEAVE-KEY
               FILE STATUS IS LEAVE-STATUS.
           SELECT PRNT-FILE  ASSIGN TO 'UR-S-MRPT'.
           SELECT TRANS-SORT-WORK ASSIGN TO 'TSORTWK'.
           SELECT SORTED-TRANS ASSIGN TO 'TSORTOUT'.
       01 SCHED-DATA.
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SD==.
      **************************************************************
      * THE LEAVE FILE - ONE RECORD PER LEAVE SPELL, INDEXED ON *
      * EMP-ID PLUS FROM-DATE AND MAINTAINED IN PLACE BY THE *
      * L/V/X TRANSACTIONS *
      **************************************************************
       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-DATA.
           COPY LEAVREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==LV==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
             'SCHEDULE FILE OPEN FAILED - STATUS '.
         03 E-SCHD-STATUS PIC XX.
      **************************************************************
      * LAYOUT FOR THE LEAVE-FILE-OPEN-FAILURE MESSAGE LINE *
      **************************************************************
       01 PRNT-LEAV-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(35)   VALUE
             'LEAVE FILE OPEN FAILED - STATUS    '.
         03 E-LEAV-STATUS PIC XX.
      **************************************************************
      * LAYOUT FOR THE ACTIVITY-LISTING TRAILER LINE *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'SWAPPED:     '.
         03 T-SWP-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER11.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'LEAVE ADDED: '.
         03 T-LVA-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER12.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'LEAVE CHGD:  '.
         03 T-LVC-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER13.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(15)   VALUE 'LEAVE DELD:  '.
         03 T-LVD-CNT   PIC ZZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      **************************************************************
         03 SCHED-STATUS PIC XX VALUE SPACES.
      **************************************************************
      *       FILE STATUS FOR THE INDEXED LEAVE FILE *
      **************************************************************
         03 LEAVE-STATUS PIC XX VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND A MASTER RECORD *
      *       FOR THE TRANSACTION IN HAND *
      **************************************************************
      **************************************************************
         03 SCHED-FOUND-SW PIC 9 VALUE 0.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND THE LEAVE SPELL *
      *       FOR THE TRANSACTION IN HAND, AND WHEN THE OVERLAP *
      *       SCAN FOUND ANOTHER SPELL THE NEW DATES WOULD CROSS *
      **************************************************************
         03 LEAVE-FOUND-SW PIC 9 VALUE 0.
         03 LEAVE-OVLP-SW  PIC 9 VALUE 0.
      **************************************************************
      *       ACTIVITY COUNTERS *
      **************************************************************
         03 ADD-CNT    PIC 9(6)  VALUE 0.
         03 SCHD-CNT   PIC 9(6)  VALUE 0.
         03 RVK-CNT    PIC 9(6)  VALUE 0.
         03 SWP-CNT    PIC 9(6)  VALUE 0.
         03 LVA-CNT    PIC 9(6)  VALUE 0.
         03 LVC-CNT    PIC 9(6)  VALUE 0.
         03 LVD-CNT    PIC 9(6)  VALUE 0.
      **************************************************************
      *       COUNTS EMBEDDED DIGITS WHEN SCREENING T-NAME FOR *
      *       GARBLED (NOT MERELY PUNCTUATED) NAME DATA *
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SI==.
      **************************************************************
      *       THE LEAVE SPELL AN L/V TRANSACTION IS ATTEMPTING, *
      *       BUILT FROM THE TRANSACTION FIELDS - USED FOR THE *
      *       FIELD EDITS, THE WRITE, AND THE AUDIT AFTER IMAGE *
      **************************************************************
       01 LEAVE-TRANS-IMAGE.
           COPY LEAVREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==LI==.
      **************************************************************
      *       THE TWO MASTER IMAGES A SWAP TRANSACTION READ - BOTH *
      *       HELD IN FULL SO BOTH SIDES CAN BE EDITED BEFORE *
      *       EITHER IS REWRITTEN AND EACH SIDE'S AUDIT RECORD CAN *
             INDEXED BY SCODE-IDX.
           05 SCODE-SHIFT PIC X(4).
           05 SCODE-START OCCURS 4 TIMES PIC X(4).
           05 SCODE-LEN-MIN PIC 9(4).
      **************************************************************
      *       FIELD-EDIT WORK AREAS - EDIT-REASON ACCUMULATES ONE *
      *       TOKEN PER FAILED FIELD SO THE ACTIVITY LISTING CAN *
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
      *       THE FIRST SIDE OF A SWAP'S WORK-RULE VIOLATIONS, *
      *       HELD WHILE THE SECOND SIDE IS CHECKED *
      **************************************************************
       01 SWAP-RULE-WORK.
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
           OPEN INPUT SORTED-TRANS
             I-O ROSTER-MASTER
                 SCHED-FILE
                 LEAVE-FILE
             OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
      **************************************************************
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LEAVE-STATUS NOT = '00' AND LEAVE-STATUS NOT = '05'
               MOVE LEAVE-STATUS TO E-LEAV-STATUS
               WRITE PRNT-REC FROM PRNT-LEAV-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE SORTED-TRANS
                     ROSTER-MASTER
                     SCHED-FILE
                     PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO LEAVE-OPEN-SW.
           OPEN OUTPUT PEND-FILE
             EXTEND AUDIT-FILE
                    REVOKE-FILE.
           CLOSE SORTED-TRANS
                 ROSTER-MASTER
                 SCHED-FILE
                 LEAVE-FILE
                 PRNT-FILE
                 PEND-FILE
                 AUDIT-FILE
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
       1400-PRINT-HEAD.
      **************************************************************
      * APPLY CONTROL - A TRANSACTION NOT YET DUE (EFFECTIVE DATE *
      * AFTER THE RUN DATE; BLANK MEANS APPLY NOW) IS HELD ON THE *
      * PENDING FILE; A DUE SWAP, SCHEDULE, OR LEAVE TRANSACTION *
      * ROUTES TO ITS OWN APPLY, AND ANYTHING ELSE HAS ITS KEY *
      * LOOKED UP ON THE INDEXED MASTER AND ROUTES TO THE *
      * NO-MASTER OR MATCHED-MASTER LOGIC *
      **************************************************************
       1000-APPLY-TRANSACTIONS.
           IF T-EFF-DATE NOT = SPACES AND T-EFF-DATE > RUN-DATE
               ELSE
               IF T-CODE = 'S' OR T-CODE = 'U' OR T-CODE = 'R'
                   PERFORM 4000-APPLY-SCHED-TRANS
               ELSE
               IF T-CODE = 'L' OR T-CODE = 'V' OR T-CODE = 'X'
                   PERFORM 4800-APPLY-LEAVE-TRANS
               ELSE
                   MOVE T-EMP-ID TO M-EMP-ID
                   MOVE 1 TO MAST-FOUND-SW
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-TRANS.
      **************************************************************
               MOVE 'SCH DELD' TO AUD-ACTION
           END-IF.
      **************************************************************
      * A LEAVE TRANSACTION - THE EMPLOYEE MUST BE ON THE ROSTER *
      * MASTER, THEN THE EMP-ID/FROM-DATE KEY IS LOOKED UP ON THE *
      * LEAVE FILE: L WRITES A NEW SPELL (KEY MUST BE FREE), V *
      * REWRITES AN EXISTING SPELL'S TO-DATE, TYPE, AND APPROVAL, *
      * X REMOVES A SPELL BY KEY - L AND V MUST PASS THE LEAVE *
      * EDITS BEFORE THEY TOUCH THE FILE *
      **************************************************************
       4800-APPLY-LEAVE-TRANS.
           MOVE SPACES TO L-REASON1.
           MOVE SPACES TO LEAVE-TRANS-IMAGE.
           MOVE T-EMP-ID         TO LI-EMP-ID.
           MOVE T-SCHED-DATE     TO LI-FROM-DATE.
           MOVE T-LEAVE-TO-DATE  TO LI-TO-DATE.
           MOVE T-LEAVE-TYPE     TO LI-LEAVE-TYPE.
           MOVE T-LEAVE-APPROVAL TO LI-APPROVAL.
           MOVE SPACES            TO AUD-BEFORE.
           MOVE LEAVE-TRANS-IMAGE TO AUD-AFTER.
           MOVE T-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           IF MAST-FOUND-SW = 0
               ADD 1 TO ERR-CNT
               MOVE 'REJECTED' TO L-ACTION1
               MOVE 'NO MASTER;' TO L-REASON1
               MOVE 'REJECTED' TO AUD-ACTION
           ELSE
               PERFORM 4850-READ-LEAVE-BY-KEY
               EVALUATE T-CODE
                   WHEN 'L' PERFORM 4810-APPLY-LEAVE-ADD
                   WHEN 'V' PERFORM 4820-APPLY-LEAVE-CHANGE
                   WHEN 'X' PERFORM 4830-APPLY-LEAVE-DELETE
               END-EVALUATE
           END-IF.
           PERFORM 6000-WRITE-AUDIT.
           PERFORM 1650-PRINT-TRANS-LINE.
      **************************************************************
      * ADDS A LEAVE SPELL - THE KEY MUST NOT ALREADY BE ON THE *
      * LEAVE FILE AND THE FIELDS MUST PASS THE LEAVE EDITS *
      **************************************************************
       4810-APPLY-LEAVE-ADD.
           IF LEAVE-FOUND-SW = 1
               ADD 1 TO ERR-CNT
               MOVE 'REJECTED' TO L-ACTION1
               MOVE 'DUP LEAVE;' TO L-REASON1
               MOVE 'REJECTED' TO AUD-ACTION
           ELSE
               PERFORM 7800-EDIT-LEAVE-FIELDS
               IF EDIT-ERR-SW = 0
                   MOVE LEAVE-TRANS-IMAGE TO LEAVE-DATA
                   WRITE LEAVE-DATA
                   ADD 1 TO LVA-CNT
                   MOVE 'LV ADDED' TO L-ACTION1
                   MOVE 'LV ADDED' TO AUD-ACTION
               ELSE
                   ADD 1 TO ERR-CNT
                   MOVE 'REJECTED' TO L-ACTION1
                   MOVE EDIT-REASON TO L-REASON1
                   MOVE 'REJECTED' TO AUD-ACTION
               END-IF
           END-IF.
      **************************************************************
      * CHANGES A LEAVE SPELL'S TO-DATE, TYPE, AND APPROVAL IN *
      * PLACE - THE KEY MUST BE ON THE LEAVE FILE AND THE NEW *
      * FIELDS MUST PASS THE LEAVE EDITS - THE OVERLAP SCAN MOVES *
      * THE RECORD AREA, SO THE SPELL IS READ AGAIN BY KEY BEFORE *
      * THE REWRITE - A BAD CHANGE LEAVES THE SPELL AS IT WAS *
      **************************************************************
       4820-APPLY-LEAVE-CHANGE.
           IF LEAVE-FOUND-SW = 0
               ADD 1 TO ERR-CNT
               MOVE 'REJECTED' TO L-ACTION1
               MOVE 'NO LEAVE; ' TO L-REASON1
               MOVE 'REJECTED' TO AUD-ACTION
           ELSE
               MOVE LEAVE-DATA TO AUD-BEFORE
               PERFORM 7800-EDIT-LEAVE-FIELDS
               IF EDIT-ERR-SW = 0
                   PERFORM 4850-READ-LEAVE-BY-KEY
                   MOVE T-LEAVE-TO-DATE  TO LV-TO-DATE
                   MOVE T-LEAVE-TYPE     TO LV-LEAVE-TYPE
                   MOVE T-LEAVE-APPROVAL TO LV-APPROVAL
                   REWRITE LEAVE-DATA
                   ADD 1 TO LVC-CNT
                   MOVE 'LV CHGD' TO L-ACTION1
                   MOVE 'LV CHGD' TO AUD-ACTION
                   MOVE LEAVE-DATA TO AUD-AFTER
               ELSE
                   ADD 1 TO ERR-CNT
                   MOVE 'REJECTED' TO L-ACTION1
                   MOVE EDIT-REASON TO L-REASON1
                   MOVE 'REJECTED' TO AUD-ACTION
               END-IF
           END-IF.
      **************************************************************
      * REMOVES A LEAVE SPELL BY KEY - THE KEY MUST BE ON THE *
      * LEAVE FILE *
      **************************************************************
       4830-APPLY-LEAVE-DELETE.
           IF LEAVE-FOUND-SW = 0
               ADD 1 TO ERR-CNT
               MOVE 'REJECTED' TO L-ACTION1
               MOVE 'NO LEAVE; ' TO L-REASON1
               MOVE 'REJECTED' TO AUD-ACTION
           ELSE
               MOVE LEAVE-DATA TO AUD-BEFORE
               MOVE SPACES     TO AUD-AFTER
               DELETE LEAVE-FILE
               ADD 1 TO LVD-CNT
               MOVE 'LV DELD' TO L-ACTION1
               MOVE 'LV DELD' TO AUD-ACTION
           END-IF.
      **************************************************************
      * KEYED READ OF THE LEAVE SPELL THE TRANSACTION NAMES *
      **************************************************************
       4850-READ-LEAVE-BY-KEY.
           MOVE T-EMP-ID     TO LV-EMP-ID.
           MOVE T-SCHED-DATE TO LV-FROM-DATE.
           MOVE 1 TO LEAVE-FOUND-SW.
           READ LEAVE-FILE
             INVALID KEY MOVE 0 TO LEAVE-FOUND-SW
           END-READ.
      **************************************************************
      * A SHIFT-SWAP TRANSACTION - BOTH EMPLOYEES' MASTER RECORDS *
      * ARE READ AND HELD, BOTH SIDES' SHIFT AND START TIME ARE *
      * EDITED AGAINST THE REFERENCE TABLES, AND ONLY THEN ARE THE *
           MOVE W2-SHIFT      TO SWAP-EDIT-SHIFT.
           MOVE W2-SCHED-TIME TO SWAP-EDIT-TIME.
           PERFORM 7600-EDIT-SWAP-SIDE.
           IF EDIT-ERR-SW = 0
               PERFORM 4750-EDIT-SWAP-RULES
           END-IF.
      **************************************************************
      * THE WORK RULES FOR A TRADE WHOSE CODES PASSED - EACH SIDE *
      * TAKES ON THE OTHER'S SCHEDULE PAIR AND GIVES UP ITS OWN, *
      * SO EACH IS CHECKED WITH THE PARTNER'S DAY AGAINST ITS OWN *
      * DETAIL ROWS ONLY - A SIDE WITH NO REAL DATE TO TAKE ON HAS *
      * NOTHING TO CHECK - A BREACH ON EITHER SIDE REJECTS THE *
      * WHOLE TRADE, WITH EACH RULE NAMED ONCE *
      **************************************************************
       4750-EDIT-SWAP-RULES.
           MOVE 0 TO HOLD-REST-SW.
           MOVE 0 TO HOLD-CONSEC-SW.
           MOVE 0 TO HOLD-WEEK-SW.
           MOVE W2-SCHED-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 1
               MOVE W1-EMP-ID     TO CAND-EMP-ID
               MOVE W2-SCHED-DATE TO CAND-DATE
               MOVE W2-SHIFT      TO CAND-SHIFT
               MOVE W2-SCHED-TIME TO CAND-TIME
               MOVE SPACES        TO CAND-MAST-DATE
               PERFORM 8600-CHECK-WORK-RULES
               MOVE REST-VIOL-SW   TO HOLD-REST-SW
               MOVE CONSEC-VIOL-SW TO HOLD-CONSEC-SW
               MOVE WEEK-VIOL-SW   TO HOLD-WEEK-SW
           END-IF.
           MOVE 0 TO REST-VIOL-SW.
           MOVE 0 TO CONSEC-VIOL-SW.
           MOVE 0 TO WEEK-VIOL-SW.
           MOVE W1-SCHED-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 1
               MOVE W2-EMP-ID     TO CAND-EMP-ID
               MOVE W1-SCHED-DATE TO CAND-DATE
               MOVE W1-SHIFT      TO CAND-SHIFT
               MOVE W1-SCHED-TIME TO CAND-TIME
               MOVE SPACES        TO CAND-MAST-DATE
               PERFORM 8600-CHECK-WORK-RULES
           END-IF.
           IF HOLD-REST-SW = 1
               MOVE 1 TO REST-VIOL-SW
           END-IF.
           IF HOLD-CONSEC-SW = 1
               MOVE 1 TO CONSEC-VIOL-SW
           END-IF.
           IF HOLD-WEEK-SW = 1
               MOVE 1 TO WEEK-VIOL-SW
           END-IF.
           PERFORM 7700-ADD-RULE-REASONS.
      **************************************************************
      * APPLIES THE TRADE - EVERY EDIT HAS PASSED, SO BOTH SIDES *
      * ARE REWRITTEN: THE PARTNER (STILL IN THE RECORD AREA) *
           PERFORM 1650-PRINT-TRANS-LINE.
      **************************************************************
      * A TRANSACTION KEY MATCHES A MASTER RECORD - A CHANGE MUST *
      * PASS THE REFERENCE-CODE EDITS BEFORE ITS FIELDS (NAME, *
      * DEPT, AND SCHEDULE PAIR) REWRITE THE MASTER IN PLACE, A *
      * DELETE REMOVES THE RECORD BY KEY, AND AN ADD FOR A KEY *
      * ALREADY ON FILE IS A REJECT - A BAD CHANGE LEAVES THE *
      * MASTER AS IT WAS *
      **************************************************************
       5000-APPLY-TRANS-TO-MASTER.
           MOVE SPACES TO L-REASON1.
               WHEN 'C'
                   PERFORM 7000-EDIT-TRANS-FIELDS
                   IF EDIT-ERR-SW = 0
                       MOVE T-NAME       TO M-NAME
                       MOVE T-DEPT       TO M-DEPT
                       MOVE T-SHIFT      TO M-SHIFT
                       MOVE T-SCHED-DATE TO M-SCHED-DATE
           MOVE SWP-CNT TO T-SWP-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER10
             AFTER ADVANCING 1 LINE.
           MOVE LVA-CNT TO T-LVA-CNT.
           MOVE LVC-CNT TO T-LVC-CNT.
           MOVE LVD-CNT TO T-LVD-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER11
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER12
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER13
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE TRANSACTION FILE *
      **************************************************************
      * REFERENCE CODE TABLE, SCHED-DATE AS A REAL CALENDAR DATE, *
      * AND SCHED-TIME AGAINST THE SHIFT'S LEGAL START TIMES - *
      * NAME AND DEPT LIVE ON THE MASTER, NOT THE DETAIL, SO THEY *
      * ARE NOT EDITED HERE - A SCHEDULE ADD MAY NOT PUT AN *
      * EMPLOYEE ON SHIFT ON A DAY OF APPROVED LEAVE *
      **************************************************************
       7500-EDIT-SCHED-FIELDS.
           MOVE 0 TO EDIT-ERR-SW.
               MOVE 'BAD DATE; ' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
           IF EDIT-ERR-SW = 0 AND T-CODE = 'S'
               MOVE T-EMP-ID     TO LCHK-EMP-ID
               MOVE T-SCHED-DATE TO LCHK-DATE
               PERFORM 8700-CHECK-ON-LEAVE
               IF ON-LEAVE-SW = 1
                   MOVE 'ON LEAVE; ' TO REASON-TOKEN
                   PERFORM 7050-ADD-REASON
               END-IF
           END-IF.
           IF EDIT-ERR-SW = 0
               MOVE T-EMP-ID     TO CAND-EMP-ID
               MOVE T-SCHED-DATE TO CAND-DATE
               MOVE T-SHIFT      TO CAND-SHIFT
               MOVE T-SCHED-TIME TO CAND-TIME
               MOVE M-SCHED-DATE TO CAND-MAST-DATE
               MOVE M-SHIFT      TO CAND-MAST-SHIFT
               MOVE M-SCHED-TIME TO CAND-MAST-TIME
               PERFORM 8600-CHECK-WORK-RULES
               PERFORM 7700-ADD-RULE-REASONS
           END-IF.
      **************************************************************
      * ONE REASON TOKEN PER WORK RULE THE CHECKED DAY BREAKS *
      **************************************************************
       7700-ADD-RULE-REASONS.
           IF REST-VIOL-SW = 1
               MOVE 'SHORT RST;' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
           IF CONSEC-VIOL-SW = 1
               MOVE 'CONSEC;   ' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
           IF WEEK-VIOL-SW = 1
               MOVE 'WEEK MAX; ' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
      **************************************************************
      * EDITS A LEAVE ADD OR CHANGE TRANSACTION'S FIELDS BEFORE *
      * THEY MAY TOUCH THE LEAVE FILE - FROM-DATE AND TO-DATE AS *
      * REAL CALENDAR DATES IN ORDER, THE LEAVE TYPE, AND THE *
      * APPROVAL STATUS - THEN, FOR A SPELL THAT IS NOT DENIED, *
      * NO OTHER NON-DENIED SPELL FOR THE EMPLOYEE MAY SHARE A DAY *
      * WITH IT *
      **************************************************************
       7800-EDIT-LEAVE-FIELDS.
           MOVE 0 TO EDIT-ERR-SW.
           MOVE SPACES TO EDIT-REASON.
           MOVE 1 TO REASON-PTR.
           MOVE LI-FROM-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE 'BAD DATE; ' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
           MOVE LI-TO-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0 OR LI-TO-DATE < LI-FROM-DATE
               MOVE 'BAD TO DT;' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
           IF NOT LI-TYPE-VALID
               MOVE 'BAD TYPE; ' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
           IF NOT LI-APPROVAL-VALID
               MOVE 'BAD APPRV;' TO REASON-TOKEN
               PERFORM 7050-ADD-REASON
           END-IF.
           IF EDIT-ERR-SW = 0 AND NOT LI-DENIED
               PERFORM 7850-CHECK-LEAVE-OVERLAP
               IF LEAVE-OVLP-SW = 1
                   MOVE 'OVERLAP;  ' TO REASON-TOKEN
                   PERFORM 7050-ADD-REASON
               END-IF
           END-IF.
      **************************************************************
      * SCANS THE EMPLOYEE'S LEAVE SPELLS IN FROM-DATE ORDER FOR *
      * ANOTHER NON-DENIED SPELL SHARING A DAY WITH THE ONE IN *
      * LEAVE-TRANS-IMAGE - THE SPELL'S OWN KEY (A CHANGE) IS *
      * SKIPPED, AND THE SCAN ENDS AT THE FIRST SPELL STARTING *
      * AFTER THE NEW TO-DATE *
      **************************************************************
       7850-CHECK-LEAVE-OVERLAP.
           MOVE 0 TO LEAVE-OVLP-SW.
           MOVE 0 TO LEAVE-EOF-SW.
           MOVE LI-EMP-ID  TO LV-EMP-ID.
           MOVE LOW-VALUES TO LV-FROM-DATE.
           START LEAVE-FILE KEY NOT < LV-LEAVE-KEY
             INVALID KEY MOVE 1 TO LEAVE-EOF-SW
           END-START.
           PERFORM 7860-TEST-OVERLAP-NEXT
             UNTIL LEAVE-EOF-SW = 1.
       7860-TEST-OVERLAP-NEXT.
           READ LEAVE-FILE NEXT
             AT END MOVE 1 TO LEAVE-EOF-SW
           END-READ.
           IF LEAVE-EOF-SW = 0
               IF LV-EMP-ID NOT = LI-EMP-ID
                   OR LV-FROM-DATE > LI-TO-DATE
                   MOVE 1 TO LEAVE-EOF-SW
               ELSE
                   IF LV-FROM-DATE NOT = LI-FROM-DATE
                       AND NOT LV-DENIED
                       AND LV-TO-DATE NOT < LI-FROM-DATE
                       MOVE 1 TO LEAVE-OVLP-SW
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * VALIDATES EDIT-DATE (YYYYMMDD) AS A REAL CALENDAR DATE - *
      * NUMERIC, MONTH 01-12, AND DAY LEGAL FOR THE MONTH, WITH *
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
