      *              MASTER, SO A HALF-KEYED SWAP CANNOT REACH THE
      *              MAINTENANCE RUN AND LEAVE ONE PERSON MOVED
      *              WITH THE OTHER STANDING STILL.
      * 2026-10-15 - SCHEDULE ADDS, SCHEDULE CHANGES, AND SWAPS ARE
      *              NOW EDITED AGAINST THE CONTRACT WORK RULES
      *              (WRKRULE) USING THE EMPLOYEE'S EXISTING
      *              SCHEDULE DETAIL ROWS (DA-S-SCHED) AND MASTER
      *              SCHEDULE PAIR - TOO LITTLE REST BETWEEN SHIFTS
      *              (E13), TOO MANY DAYS IN A ROW (E14), AND TOO
      *              MANY SHIFTS IN THE MONDAY-SUNDAY WEEK (E15)
      *              REJECT. SHIFT LENGTHS COME FROM SHFTCD. THE
      *              ROSTER MASTER IS NOW OPENED FOR KEYED READS
      *              SO A SWAP CAN BE CHECKED WITH THE SCHEDULE
      *              PAIR EACH SIDE WOULD TAKE ON.
      * 2026-10-15 - THE LEAVE TRANSACTIONS (L = LEAVE ADD, V = LEAVE
      *              CHANGE, X = LEAVE REMOVE) ARE NOW LEGAL CODES -
      *              ALL THREE REQUIRE THE EMPLOYEE ON THE MASTER AND
      *              A REAL FROM-DATE (CARRIED IN SCHED-DATE); L AND
      *              V ALSO EDIT THE TO-DATE (E16), LEAVE TYPE (E17),
      *              AND APPROVAL STATUS (E18). AN L FOR A SPELL
      *              ALREADY ON THE LEAVE FILE (DA-S-LEAVE) REJECTS
      *              E20, A V OR X FOR ONE NOT ON IT E21. A SCHEDULE
      *              ADD FOR A DAY THE EMPLOYEE IS ON APPROVED LEAVE
      *              REJECTS E19.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANS-IN-FILE ASSIGN TO 'DA-S-TRIN'.
           SELECT OPTIONAL ROSTER-MASTER ASSIGN TO 'DA-S-NMAST'
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
           SELECT TRANS-OUT-FILE ASSIGN TO 'DA-S-TRANS'.
           SELECT REJECT-FILE ASSIGN TO 'DA-S-TREJ'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-ERPT'.
         03 T-EFF-DATE      PIC X(8).
      **************************************************************
      * THE INDEXED ROSTER MASTER - READ END TO END AT START-UP *
      * TO LOAD THE MASTER-PRESENCE KEY TABLE, THEN BY KEY FOR *
      * THE SCHEDULE PAIR THE WORK-RULE EDITS COUNT *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
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
      * THE LEAVE FILE - ONE RECORD PER LEAVE SPELL, BROWSED BY *
      * EMPLOYEE TO TELL WHO IS ON APPROVED LEAVE ON A GIVEN DAY *
      **************************************************************
       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-DATA.
           COPY LEAVREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==LV==.
      **************************************************************
      * THE CLEAN TRANSACTION FILE HANDED TO LAB1MNT - ONLY *
      * TRANSACTIONS THAT PASSED EVERY EDIT LAND HERE *
      **************************************************************
      *       FILE STATUS FOR THE INDEXED ROSTER MASTER *
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
      *       EDIT ACTIVITY COUNTERS *
      **************************************************************
             INDEXED BY SCODE-IDX.
           05 SCODE-SHIFT PIC X(4).
           05 SCODE-START OCCURS 4 TIMES PIC X(4).
           05 SCODE-LEN-MIN PIC 9(4).
      **************************************************************
      *       FIELD-EDIT WORK AREAS - EDIT-REASON ACCUMULATES ONE *
      *       REASON CODE PER FAILED EDIT - SEE THE LEGEND PRINTED *
           05 CYC-E-STEP   PIC X(8).
           05 CYC-E-STATUS PIC X(1).
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
           PERFORM 0170-LOAD-SHIFT-CODES.
           PERFORM 0200-LOAD-MASTER-KEYS.
           OPEN INPUT TRANS-IN-FILE
                      SCHED-FILE
                      LEAVE-FILE
             OUTPUT TRANS-OUT-FILE
                    REJECT-FILE
                    PRNT-FILE.
           IF LEAVE-STATUS = '00' OR LEAVE-STATUS = '05'
               MOVE 1 TO LEAVE-OPEN-SW
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-TRANS.
           PERFORM 1500-LOOP
           CLOSE TRANS-IN-FILE
                 TRANS-OUT-FILE
                 REJECT-FILE
                 PRNT-FILE
                 ROSTER-MASTER
                 SCHED-FILE.
           IF LEAVE-OPEN-SW = 1
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM 9000-STAMP-CYCLE-STEP.
           STOP RUN.
      **************************************************************
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
      * LOADS EVERY EMP-ID ON THE CURRENT MASTER INTO THE KEY *
      * TABLE FOR THE ADD-FOR-EXISTING / CHANGE-OR-DELETE-FOR- *
      * MISSING EDITS - THE MASTER IS LEFT OPEN FOR THE KEYED *
      * READS OF THE WORK-RULE EDITS *
      **************************************************************
       0200-LOAD-MASTER-KEYS.
           OPEN INPUT ROSTER-MASTER.
           PERFORM 0210-READ-MASTER.
           PERFORM 0220-STORE-MASTER-KEY
             UNTIL EOF-M = 1.
       0210-READ-MASTER.
           READ ROSTER-MASTER NEXT
             AT END MOVE 1 TO EOF-M
           END-READ.
       0220-STORE-MASTER-KEY.
           IF T-CODE NOT = 'A' AND T-CODE NOT = 'C'
               AND T-CODE NOT = 'D' AND T-CODE NOT = 'S'
               AND T-CODE NOT = 'U' AND T-CODE NOT = 'R'
               AND T-CODE NOT = 'W' AND T-CODE NOT = 'L'
               AND T-CODE NOT = 'V' AND T-CODE NOT = 'X'
               MOVE 'E01 ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
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
           END-STRING.
      **************************************************************
      * AN ADD MUST NOT MATCH A MASTER RECORD - A CHANGE, DELETE, *
      * OR ANY SCHEDULE DETAIL OR LEAVE TRANSACTION MUST - THE *
      * WRONG WAY AROUND IS A REJECT - WHEN THE KEY TABLE *
      * OVERFLOWED, A NOT-FOUND KEY MAY SIMPLY HAVE BEEN DROPPED, *
      * SO ONLY A FOUND KEY (E08) IS ACTED ON AND THE E09 EDIT IS *
      * LEFT TO THE MAINTENANCE KEYED READ *
      **************************************************************
       3100-CHECK-MASTER-PRESENCE.
           PERFORM VARYING MKEY-IDX FROM 1 BY 1
           ELSE
               IF (T-CODE = 'C' OR T-CODE = 'D' OR T-CODE = 'S'
                   OR T-CODE = 'U' OR T-CODE = 'R'
                   OR T-CODE = 'W' OR T-CODE = 'L'
                   OR T-CODE = 'V' OR T-CODE = 'X')
                   AND MKEY-IDX > MKEY-CNT
                   AND MKEY-OFLOW-SW = 0
                   MOVE 'E09 ' TO REASON-TOKEN
      * AND CHANGES - SHIFT AGAINST THE REFERENCE CODE TABLE, *
      * SCHED-DATE AS A REAL CALENDAR DATE, AND SCHED-TIME AGAINST *
      * THE SHIFT'S LEGAL START TIMES - NAME AND DEPT LIVE ON THE *
      * MASTER, NOT THE DETAIL, SO THEY ARE NOT EDITED HERE - A *
      * SCHEDULE ADD MAY NOT PUT AN EMPLOYEE ON SHIFT ON A DAY *
      * OF APPROVED LEAVE *
      **************************************************************
       3300-EDIT-SCHED-FIELDS.
           PERFORM VARYING SCODE-IDX FROM 1 BY 1
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
      * MASTER SCHEDULE PAIR AS THEY STAND BEFORE THIS CYCLE *
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
                   PERFORM 3050-ADD-REASON
               END-IF
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
      * PRINTS THE EDIT-REPORT CONTROL TOTALS *
      **************************************************************
           MOVE 'REASON CODES:' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 2 LINES.
           MOVE 'E01 TRANS CODE NOT A/C/D/S/U/R/W/L/V/X'
             TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E02 EMP-ID MISSING' TO L-LEGEND.
           MOVE 'E12 SWAP PARTNER NOT ON MASTER' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E13 TOO LITTLE REST BETWEEN SHIFTS' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E14 TOO MANY DAYS IN A ROW' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E15 TOO MANY SHIFTS IN THE WEEK' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E16 LEAVE TO-DATE BAD OR BEFORE FROM' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E17 LEAVE TYPE NOT A KNOWN TYPE' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E18 LEAVE APPROVAL NOT A/P/D' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E19 SCHED ADD ON AN APPROVED LEAVE DAY' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E20 LEAVE ADD FOR SPELL ALREADY ON FILE'
             TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
           MOVE 'E21 LEAVE CHANGE/REMOVE NOT ON FILE' TO L-LEGEND.
           WRITE PRNT-REC FROM PRNT-LEGEND1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE RAW TRANSACTION BATCH *
      **************************************************************
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
