      *              PARTNER'S DATE AND SHIFT UNDER THEIR OWN
      *              DEPARTMENT, EACH SIDE ONLY ON DATES THE
      *              EFFECTIVE DATE WILL HAVE REACHED.
      * 2026-10-15 - AN EMPLOYEE ON APPROVED LEAVE (DA-S-LEAVE) FOR
      *              A SCHEDULED DAY IS NO LONGER COUNTED AS A BODY
      *              ON SHIFT - BOTH THE MASTER'S OWN SCHEDULE PAIR
      *              AND SCHEDULE DETAIL ROWS FALLING ON A LEAVE
      *              DAY ARE LEFT OUT OF THE GRID (AND COUNTED ON
      *              THEIR OWN TRAILER LINE), SO THE UNDERSTAFFING
      *              FLAGS REFLECT WHO WILL REALLY BE THERE.

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
           SELECT OPTIONAL PEND-FILE ASSIGN TO 'DA-S-PEND'.
           SELECT SHIFT-CODE-FILE ASSIGN TO 'DA-S-SHFTCD'.
           SELECT MIN-STAFF-FILE ASSIGN TO 'DA-S-MINSTF'.
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
      * EFFECTIVE-DATED TRANSACTIONS LAB1MNT IS HOLDING UNTIL *
      * THEIR DATE ARRIVES - SAME LAYOUT AS THE TRANSACTION FILE, *
      * PROJECTED INTO THE GRID CELLS THEIR EFFECTIVE DATE WILL *
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'PENDING TRANS PROJECTED:  '.
         03 T-PND-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'ON LEAVE - NOT COUNTED:   '.
         03 T-LVX-CNT   PIC ZZZ,ZZ9.
      **************************************************************
      * LAYOUT FOR THE GRID-OVERFLOW LINE - UNDERSTAFFING CANNOT *
      * BE JUDGED FOR RECORDS WHOSE DEPT/DATE ROW COULD NOT BE *
      **************************************************************
         03 SCHED-STATUS PIC XX VALUE SPACES.
      **************************************************************
      *       FILE STATUS FOR THE LEAVE FILE *
      **************************************************************
         03 LEAVE-STATUS PIC XX VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND THE RECORD *
      **************************************************************
         03 MAST-FOUND-SW  PIC 9 VALUE 0.
         03 PND-CNT    PIC 9(6)  VALUE 0.
         03 UND-CNT    PIC 9(6)  VALUE 0.
         03 COV-OFLOW-CNT PIC 9(6) VALUE 0.
         03 LVX-CNT    PIC 9(6)  VALUE 0.
      **************************************************************
      *       WORK SUBSCRIPTS FOR THE GRID COLUMNS AND THE CELL *
      *       BEING EDITED *
         03 SWP2-DATE   PIC X(8).
         03 SWP2-SHIFT  PIC X(4).
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
      *       GRID COLUMNS - ONE PER SHIFT CODE, CAPPED AT THE 8 *
      *       THE PRINT LINE HOLDS - THE SHOP RUNS 3 *
      **************************************************************
           PERFORM 0150-LOAD-SHIFT-COLUMNS.
           PERFORM 0200-LOAD-MIN-STAFF.
           OPEN INPUT ROSTER-MASTER
                      LEAVE-FILE
             OUTPUT PRNT-FILE.
           IF LEAVE-STATUS = '00' OR LEAVE-STATUS = '05'
               MOVE 1 TO LEAVE-OPEN-SW
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           IF MAST-STATUS = '00'
               PERFORM 1450-START-MASTER
               PERFORM 2700-PROJECT-PENDING
               CLOSE ROSTER-MASTER
           END-IF.
           IF LEAVE-OPEN-SW = 1
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM 1600-PRINT-GRID.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE PRNT-FILE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * TALLIES ONE MASTER RECORD'S OWN SCHEDULE PAIR - UNLESS THE *
      * EMPLOYEE IS ON APPROVED LEAVE THAT DAY *
      **************************************************************
       1500-LOOP.
           MOVE M-EMP-ID     TO LCHK-EMP-ID.
           MOVE M-SCHED-DATE TO LCHK-DATE.
           PERFORM 8700-CHECK-ON-LEAVE.
           IF ON-LEAVE-SW = 1
               ADD 1 TO LVX-CNT
           ELSE
               MOVE M-DEPT       TO TALLY-DEPT
               MOVE M-SCHED-DATE TO TALLY-DATE
               MOVE M-SHIFT      TO TALLY-SHIFT
               PERFORM 3000-TALLY-ONE-RECORD
           END-IF.
           PERFORM 2000-READ-MASTER.
      **************************************************************
      * POSITIONS THE DYNAMIC-ACCESS MASTER AT ITS FIRST KEY SO *
      * GRID - THE ROW CARRIES NO DEPARTMENT, SO THE EMPLOYEE'S *
      * MASTER RECORD IS READ BY KEY FOR IT - A ROW WHOSE *
      * EMPLOYEE IS NOT ON THE MASTER (ORPHANED DETAIL) CANNOT BE *
      * CELLED - NOR IS A ROW FALLING ON A DAY OF THE EMPLOYEE'S *
      * APPROVED LEAVE - A MISSING DETAIL FILE (FIRST CYCLE) JUST *
      * MEANS NOTHING EXTRA TO TALLY *
      **************************************************************
       2500-TALLY-SCHED-FILE.
           OPEN INPUT SCHED-FILE.
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           IF MAST-FOUND-SW = 1
               MOVE SD-EMP-ID     TO LCHK-EMP-ID
               MOVE SD-SCHED-DATE TO LCHK-DATE
               PERFORM 8700-CHECK-ON-LEAVE
               IF ON-LEAVE-SW = 1
                   ADD 1 TO LVX-CNT
               ELSE
                   MOVE M-DEPT        TO TALLY-DEPT
                   MOVE SD-SCHED-DATE TO TALLY-DATE
                   MOVE SD-SHIFT      TO TALLY-SHIFT
                   PERFORM 3000-TALLY-ONE-RECORD
               END-IF
           END-IF.
           PERFORM 2600-READ-SCHED.
       2600-READ-SCHED.
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER4
             AFTER ADVANCING 1 LINE.
           MOVE LVX-CNT TO T-LVX-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER5
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER2
             AFTER ADVANCING 1 LINE.
      **************************************************************
             AT END MOVE 1 TO EOF-MAST
             NOT AT END ADD 1 TO REC-CNT
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
