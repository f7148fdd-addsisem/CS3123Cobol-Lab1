      *              THE OPEN ABEND, AND PRESSING ON WOULD MATCH
      *              EVERY SWIPE AGAINST AN EMPTY RECORD AREA AND
      *              CALL THE WHOLE FLOOR NOT ON ROSTER.
      * 2026-10-15 - EVERY EXCEPTION THE MATCH FINDS (NO-SHOW, LATE,
      *              NOT SCHEDULED, NOT ON ROSTER) IS NOW ALSO
      *              APPENDED TO THE CUMULATIVE ATTENDANCE HISTORY
      *              FILE (DA-S-ATTN) WITH THE MINUTES LATE AGAINST
      *              THE SCHEDULED OR SHFTCD DEFAULT START, SO
      *              LAB1PTS CAN TOTAL ATTENDANCE POINTS OVER A
      *              ROLLING WINDOW INSTEAD OF HR LEAFING THROUGH
      *              OLD PRINTOUTS. A REPORT DATE ALREADY ON THE
      *              HISTORY FILE IS NOT LOGGED A SECOND TIME, SO A
      *              RERUN CANNOT DOUBLE ANYONE'S POINTS.
      * 2026-10-15 - THE VENDOR NOW SENDS BADGE-OUT SWIPES (SWIPREC
      *              SWIPE-DIR 'O') FOR THE PAYROLL HOURS FEED -
      *              ATTENDANCE IS JUDGED ON THE FIRST BADGE-IN OF
      *              THE DAY ONLY, SO OUT SWIPES AND RE-ENTRIES
      *              AFTER A BREAK ARE COUNTED AND PASSED OVER
      *              INSTEAD OF BEING CALLED LATE OR UNSCHEDULED.
      * 2026-10-15 - A SCHEDULED EMPLOYEE WHO NEVER SWIPED BUT IS ON
      *              APPROVED LEAVE FOR THE REPORT DATE (DA-S-LEAVE)
      *              IS NOW LISTED AS EXCUSED, WITH THE LEAVE TYPE,
      *              INSTEAD OF AS A NO-SHOW, AND NO ATTENDANCE
      *              EVENT IS LOGGED AGAINST THEM.

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
           SELECT SHIFT-CODE-FILE ASSIGN TO 'DA-S-SHFTCD'.
           SELECT OPTIONAL ATTN-FILE ASSIGN TO 'DA-S-ATTN'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-SRPT'.

       DATA DIVISION.
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
      * SHIFT REFERENCE CODES - THE FALLBACK START TIMES WHEN A *
      * SCHEDULE RECORD CARRIES NO TIME *
      **************************************************************
       01 SHIFT-CODE-REC.
           COPY SHFTCD REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==SC==.
      **************************************************************
      * CUMULATIVE ATTENDANCE HISTORY - OPENED EXTEND SO EVERY *
      * REPORT DATE'S EXCEPTIONS ACCUMULATE FOR LAB1PTS *
      **************************************************************
       FD ATTN-FILE
           LABEL RECORDS ARE STANDARD.
       01 ATTN-REC.
           COPY ATTNEVT REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==AE==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'NO-SHOWS:                 '.
         03 T-NOS-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER8.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'ATTENDANCE EVENTS LOGGED: '.
         03 T-EVT-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER9.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'OUT/RE-ENTRY SWIPES:      '.
         03 T-OUT-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER10.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'EXCUSED - ON LEAVE:       '.
         03 T-EXC-CNT   PIC ZZZ,ZZ9.
      **************************************************************
      * LAYOUT FOR THE ALREADY-LOGGED LINE - A RERUN FOR A REPORT *
      * DATE WHOSE EVENTS ARE ALREADY ON THE HISTORY FILE PRINTS *
      * THE REPORT BUT LEAVES THE HISTORY ALONE *
      **************************************************************
       01 PRNT-LOGGED1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(50)   VALUE
             'REPORT DATE ALREADY ON ATTENDANCE HISTORY - EVENTS'.
         03 FILLER      PIC X(15)   VALUE ' NOT RE-LOGGED'.
      **************************************************************
      * LAYOUT FOR THE SWIPE-TABLE-OVERFLOW LINE - PAST THE CAP *
      * THE NO-SHOW SCAN CANNOT TRUST A MISSING ENTRY AND STANDS *
         03 EOF-SW     PIC 9   VALUE 0.
         03 EOF-MAST   PIC 9   VALUE 0.
         03 EOF-SC     PIC 9   VALUE 0.
         03 EOF-AE     PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FIELDS FOR THE INDEXED FILES *
      **************************************************************
         03 MAST-STATUS  PIC XX  VALUE SPACES.
         03 SCHED-STATUS PIC XX  VALUE SPACES.
         03 LEAVE-STATUS PIC XX  VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND THE RECORD *
      **************************************************************
         03 MAST-FOUND-SW  PIC 9 VALUE 0.
         03 SCHED-FOUND-SW PIC 9 VALUE 0.
      **************************************************************
      *       SET TO 1 WHEN THE BADGE-IN IN HAND IS NOT THE *
      *       EMPLOYEE'S FIRST OF THE REPORT DATE *
      **************************************************************
         03 REENTRY-SW     PIC 9 VALUE 0.
      **************************************************************
      *       SET TO 1 WHEN THE EMPLOYEE IN HAND IS SCHEDULED ON *
      *       THE REPORT DATE - SCHED-SHIFT/SCHED-TIME CARRY THE *
      *       SCHEDULED SHIFT AND START TIME THAT PROVED IT *
         03 NOR-CNT    PIC 9(6)  VALUE 0.
         03 SKP-CNT    PIC 9(6)  VALUE 0.
         03 NOS-CNT    PIC 9(6)  VALUE 0.
         03 EVT-CNT    PIC 9(6)  VALUE 0.
         03 OUT-CNT    PIC 9(6)  VALUE 0.
         03 EXC-CNT    PIC 9(6)  VALUE 0.
         03 SSTART-SUB PIC 9(2)  COMP.
      **************************************************************
      *       SET TO 1 WHEN THE HISTORY FILE ALREADY CARRIES EVENTS *
      *       FOR THE REPORT DATE - NOTHING IS APPENDED ON A RERUN *
      **************************************************************
         03 ATTN-LOGGED-SW PIC 9 VALUE 0.
      **************************************************************
      *       ATTENDANCE EVENT WORK AREA - THE EVENT TYPE AND EMP-ID *
      *       ARE SET BY THE CALLER BEFORE 5000-LOG-EVENT *
      **************************************************************
       01 EVENT-WORK.
         03 EVT-TYPE     PIC X(1).
         03 EVT-EMP-ID   PIC X(6).
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
      *       MINUTES-LATE WORK AREA - HHMM SWIPE AND START TIMES *
      *       ARE BROKEN INTO HOURS AND MINUTES FOR THE SUBTRACTION *
      **************************************************************
       01 LATE-CALC-WORK.
         03 CALC-SWIPE-TIME PIC X(4).
         03 CALC-SWIPE-N REDEFINES CALC-SWIPE-TIME.
           05 CS-HH      PIC 9(2).
           05 CS-MM      PIC 9(2).
         03 CALC-SCHED-TIME PIC X(4).
         03 CALC-SCHED-N REDEFINES CALC-SCHED-TIME.
           05 CD-HH      PIC 9(2).
           05 CD-MM      PIC 9(2).
         03 CALC-MINUTES PIC S9(5) VALUE 0.
      **************************************************************
      *       SHIFT CODE TABLE - THE FALLBACK START TIMES *
      **************************************************************
       01 SHIFT-CODE-TABLE.
       000-MAINLINE.
           PERFORM 0100-GET-PARMS.
           PERFORM 0170-LOAD-SHIFT-CODES.
           PERFORM 0200-CHECK-ATTN-LOGGED.
           OPEN INPUT SWIPE-FILE
                      ROSTER-MASTER
                      SCHED-FILE
                      LEAVE-FILE
             OUTPUT PRNT-FILE.
           IF LEAVE-STATUS = '00' OR LEAVE-STATUS = '05'
               MOVE 1 TO LEAVE-OPEN-SW
           END-IF.
      **************************************************************
      * A MASTER THAT CANNOT BE OPENED MUST STOP THE RUN HERE - *
      * THE FILE STATUS CLAUSE SUPPRESSES THE OPEN ABEND, EVERY *
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ATTN-LOGGED-SW = 0
               OPEN EXTEND ATTN-FILE
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-SWIPE.
           PERFORM 1500-MATCH-ONE-SWIPE
             UNTIL EOF-SW = 1.
           PERFORM 4000-SCAN-FOR-NO-SHOWS.
           PERFORM 1700-PRINT-TRAILER.
           IF ATTN-LOGGED-SW = 0
               CLOSE ATTN-FILE
           END-IF.
           IF LEAVE-OPEN-SW = 1
               CLOSE LEAVE-FILE
           END-IF.
           CLOSE SWIPE-FILE
                 ROSTER-MASTER
                 SCHED-FILE
               END-PERFORM
           END-IF.
           PERFORM 0180-READ-SHIFT-CODE.
      **************************************************************
      * SCANS THE ATTENDANCE HISTORY FOR EVENTS ALREADY LOGGED ON *
      * THE REPORT DATE - A RERUN OF THE SAME DAY MUST NOT APPEND *
      * THE SAME EXCEPTIONS TWICE AND DOUBLE SOMEONE'S POINTS - A *
      * MISSING HISTORY FILE (FIRST RUN) JUST MEANS NOTHING LOGGED *
      **************************************************************
       0200-CHECK-ATTN-LOGGED.
           OPEN INPUT ATTN-FILE.
           PERFORM 0210-READ-ATTN
             UNTIL EOF-AE = 1.
           CLOSE ATTN-FILE.
       0210-READ-ATTN.
           READ ATTN-FILE
             AT END MOVE 1 TO EOF-AE
             NOT AT END
               IF AE-EVENT-DATE = RPT-DATE
                   MOVE 1 TO ATTN-LOGGED-SW
                   MOVE 1 TO EOF-AE
               END-IF
           END-READ.
       1400-PRINT-HEAD.
           MOVE RPT-DATE TO H-RPT-DATE.
           WRITE PRNT-REC FROM PRNT-HEADING1
      * MATCHES ONE SWIPE - SWIPES FOR OTHER DAYS ARE SKIPPED *
      * (AND COUNTED), AN EMP-ID NOT ON THE MASTER IS REPORTED, A *
      * SWIPE ON AN UNSCHEDULED DAY IS REPORTED, AND A SWIPE *
      * AFTER THE SCHEDULED START TIME IS REPORTED AS LATE - *
      * ONLY THE FIRST BADGE-IN OF THE DAY IS JUDGED: A BADGE-OUT *
      * OR A RE-ENTRY BY SOMEONE ALREADY TABLED IS JUST COUNTED *
      **************************************************************
       1500-MATCH-ONE-SWIPE.
           MOVE 0 TO REENTRY-SW.
           IF SW-SWIPE-DATE = RPT-DATE
               AND SW-SWIPE-DIR NOT = 'O'
               PERFORM 1550-TABLE-SWIPED-ID
           END-IF.
           EVALUATE TRUE
               WHEN SW-SWIPE-DATE NOT = RPT-DATE
                   ADD 1 TO SKP-CNT
               WHEN SW-SWIPE-DIR = 'O' OR REENTRY-SW = 1
                   ADD 1 TO OUT-CNT
               WHEN OTHER
                   PERFORM 1510-JUDGE-ARRIVAL
           END-EVALUATE.
           PERFORM 2000-READ-SWIPE.
      **************************************************************
      * JUDGES THE DAY'S FIRST BADGE-IN - NOT ON THE MASTER, NOT *
      * SCHEDULED, LATE, OR ON TIME *
      **************************************************************
       1510-JUDGE-ARRIVAL.
           MOVE SW-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           IF MAST-FOUND-SW = 0
               ADD 1 TO NOR-CNT
               MOVE 'NOT ON ROSTR' TO L-STATUS1
               MOVE SW-EMP-ID TO L-EMPID1
               MOVE SPACES    TO L-NAME1
               MOVE SPACES    TO L-SHIFT1
               MOVE SPACES    TO L-SCHED1
               MOVE SW-SWIPE-TIME TO L-SWIPE1
               WRITE PRNT-REC FROM PRNT-DATA1
                 AFTER ADVANCING 1 LINE
               MOVE SPACES TO SCHED-SHIFT
               MOVE SPACES TO SCHED-TIME
               MOVE 'R' TO EVT-TYPE
               MOVE SW-EMP-ID TO EVT-EMP-ID
               PERFORM 5000-LOG-EVENT
           ELSE
               PERFORM 3000-CHECK-SCHEDULED
               IF SCHEDULED-SW = 0
                   ADD 1 TO NSC-CNT
                   MOVE 'NOT SCHEDULD' TO L-STATUS1
                   MOVE SPACES TO L-SCHED1
                   PERFORM 1600-PRINT-MATCH-LINE
                   MOVE 'U' TO EVT-TYPE
                   MOVE M-EMP-ID TO EVT-EMP-ID
                   PERFORM 5000-LOG-EVENT
               ELSE
                   IF SW-SWIPE-TIME > SCHED-TIME
                       ADD 1 TO LAT-CNT
                       MOVE 'LATE' TO L-STATUS1
                       MOVE SCHED-TIME TO L-SCHED1
                       PERFORM 1600-PRINT-MATCH-LINE
                       MOVE 'L' TO EVT-TYPE
                       MOVE M-EMP-ID TO EVT-EMP-ID
                       PERFORM 5000-LOG-EVENT
                   ELSE
                       ADD 1 TO ONT-CNT
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * REMEMBERS AN EMP-ID THAT BADGED IN ON THE REPORT DATE FOR *
      * THE NO-SHOW SCAN - A SECOND SWIPE BY THE SAME PERSON IS *
      * NOT TABLED TWICE, AND IS FLAGGED AS A RE-ENTRY *
      **************************************************************
       1550-TABLE-SWIPED-ID.
           PERFORM VARYING SWID-IDX FROM 1 BY 1
               OR SWID-EMP-ID(SWID-IDX) = SW-EMP-ID
               CONTINUE
           END-PERFORM.
           IF SWID-IDX NOT > SWID-CNT
               MOVE 1 TO REENTRY-SW
           END-IF.
           IF SWID-IDX > SWID-CNT
               IF SWID-CNT < 2000
                   ADD 1 TO SWID-CNT
      * READS THE MASTER END TO END AND REPORTS EVERY EMPLOYEE *
      * SCHEDULED ON THE REPORT DATE WHOSE EMP-ID NEVER SWIPED - *
      * SUPPRESSED (AND SAID SO) IF THE SWIPE TABLE OVERFLOWED, *
      * SINCE A MISSING ENTRY WOULD THEN PROVE NOTHING - ONE ON *
      * APPROVED LEAVE THAT DAY IS EXCUSED, NOT A NO-SHOW *
      **************************************************************
       4000-SCAN-FOR-NO-SHOWS.
           IF SWIPE-OFLOW-SW = 1
               CONTINUE
           END-PERFORM.
           IF SWID-IDX > SWID-CNT
               MOVE M-EMP-ID TO LCHK-EMP-ID
               MOVE RPT-DATE TO LCHK-DATE
               PERFORM 8700-CHECK-ON-LEAVE
               MOVE SCHED-TIME TO L-SCHED1
               MOVE M-EMP-ID   TO L-EMPID1
               MOVE M-NAME     TO L-NAME1
               MOVE SCHED-SHIFT TO L-SHIFT1
               IF ON-LEAVE-SW = 1
                   ADD 1 TO EXC-CNT
                   MOVE 'EXCUSED' TO L-STATUS1
                   MOVE ON-LEAVE-TYPE TO L-SWIPE1
                   WRITE PRNT-REC FROM PRNT-DATA1
                     AFTER ADVANCING 1 LINE
               ELSE
                   ADD 1 TO NOS-CNT
                   MOVE 'NO SHOW' TO L-STATUS1
                   MOVE SPACES     TO L-SWIPE1
                   WRITE PRNT-REC FROM PRNT-DATA1
                     AFTER ADVANCING 1 LINE
                   MOVE 'N' TO EVT-TYPE
                   MOVE M-EMP-ID TO EVT-EMP-ID
                   PERFORM 5000-LOG-EVENT
               END-IF
           END-IF.
      **************************************************************
      * APPENDS ONE ATTENDANCE EXCEPTION TO THE HISTORY FILE - THE *
      * SCHEDULED SHIFT/START TIME IN HAND AND, FOR A LATE *
      * ARRIVAL, THE MINUTES BETWEEN THE START TIME AND THE SWIPE *
      * - NOTHING IS WRITTEN WHEN THE REPORT DATE WAS ALREADY *
      * LOGGED BY AN EARLIER RUN *
      **************************************************************
       5000-LOG-EVENT.
           IF ATTN-LOGGED-SW = 0
               MOVE SPACES      TO ATTN-REC
               MOVE EVT-EMP-ID  TO AE-EMP-ID
               MOVE RPT-DATE    TO AE-EVENT-DATE
               MOVE EVT-TYPE    TO AE-EVENT-TYPE
               MOVE SCHED-SHIFT TO AE-SHIFT
               MOVE SCHED-TIME  TO AE-SCHED-TIME
               MOVE 0           TO AE-MINUTES-LATE
               IF EVT-TYPE = 'N'
                   MOVE SPACES TO AE-SWIPE-TIME
               ELSE
                   MOVE SW-SWIPE-TIME TO AE-SWIPE-TIME
               END-IF
               IF EVT-TYPE = 'L'
                   PERFORM 5100-COMPUTE-MINUTES-LATE
                   MOVE CALC-MINUTES TO AE-MINUTES-LATE
               END-IF
               WRITE ATTN-REC
               ADD 1 TO EVT-CNT
           END-IF.
      **************************************************************
      * MINUTES BETWEEN THE SCHEDULED START AND THE SWIPE, BOTH *
      * HHMM - ZERO WHEN EITHER TIME IS NOT NUMERIC *
      **************************************************************
       5100-COMPUTE-MINUTES-LATE.
           MOVE 0 TO CALC-MINUTES.
           MOVE SW-SWIPE-TIME TO CALC-SWIPE-TIME.
           MOVE SCHED-TIME    TO CALC-SCHED-TIME.
           IF CALC-SWIPE-TIME NUMERIC AND CALC-SCHED-TIME NUMERIC
               COMPUTE CALC-MINUTES = (CS-HH * 60 + CS-MM)
                                    - (CD-HH * 60 + CD-MM)
               IF CALC-MINUTES < 0
                   MOVE 0 TO CALC-MINUTES
               END-IF
           END-IF.
      **************************************************************
      * PRINTS THE CONTROL TOTAL TRAILER LINES *
           MOVE NOR-CNT TO T-NOR-CNT.
           MOVE SKP-CNT TO T-SKP-CNT.
           MOVE NOS-CNT TO T-NOS-CNT.
           MOVE EVT-CNT TO T-EVT-CNT.
           MOVE OUT-CNT TO T-OUT-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER1
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-TRAILER2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER7
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER8
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER9
             AFTER ADVANCING 1 LINE.
           MOVE EXC-CNT TO T-EXC-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER10
             AFTER ADVANCING 1 LINE.
           IF ATTN-LOGGED-SW = 1
               WRITE PRNT-REC FROM PRNT-LOGGED1
                 AFTER ADVANCING 2 LINES
           END-IF.
      **************************************************************
      * READS THE DAILY SWIPE FILE *
      **************************************************************
             AT END MOVE 1 TO EOF-SW
             NOT AT END ADD 1 TO SWI-CNT
           END-READ.
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
