       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1RCN.
       AUTHOR. Addyson Sisemore
      * BADGE POPULATION RECONCILIATION.
      * 2026-10-15 - NEW PROGRAM. MATCHES THE BADGE VENDOR'S FULL
      *              ACTIVE-BADGE DUMP (DA-S-BADGE) AGAINST THE
      *              ROSTER MASTER ON EMP-ID AND REPORTS BADGES
      *              ACTIVE FOR PEOPLE NOT ON THE ROSTER, ROSTER
      *              EMPLOYEES WITH NO ACTIVE BADGE, AND NAME OR
      *              DEPARTMENT MISMATCHES - LAB1ACK ONLY PROVES
      *              ONE NIGHT'S EXTRACT LANDED, SO A LOST
      *              REVOCATION OR A BADGE ACTIVATED BY HAND AT THE
      *              VENDOR WAS NEVER CAUGHT. EACH GAP IS ALSO
      *              QUEUED ON THE RETRANSMIT FILE THE NEXT LAB1
      *              EXTRACT APPENDS - A REVOCATION ('R') FOR A
      *              BADGE WITH NO ROSTER RECORD, A RE-SEND ('A')
      *              OF THE ROSTER RECORD FOR A MISSING OR
      *              MISMATCHED BADGE. RUNS AFTER LAB1ACK HAS
      *              COMPLETED FOR THE CYCLE, SINCE LAB1ACK
      *              REWRITES THE RETRANSMIT FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-FILE ASSIGN TO 'DA-S-BADGE'.
           SELECT ROSTER-MASTER ASSIGN TO 'DA-S-NMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EMP-ID
               FILE STATUS IS MAST-STATUS.
           SELECT OPTIONAL RETRAN-FILE ASSIGN TO 'DA-S-RETR'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-NRPT'.
           SELECT BADGE-SORT-WORK ASSIGN TO 'BSORTWK'.
           SELECT SORTED-BADGE ASSIGN TO 'BSORTOUT'.
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO 'DA-S-CYCLE'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE VENDOR'S FULL ACTIVE-BADGE DUMP, IN WHATEVER ORDER *
      * THE BADGE SYSTEM UNLOADED IT *
      **************************************************************
       FD BADGE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BADGE-REC        PIC X(80).
      **************************************************************
      * THE ROSTER MASTER - READ END TO END IN EMP-ID ORDER *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * RECORDS FOR THE NEXT LAB1 EXTRACT TO APPEND, IN EXTRACT *
      * LAYOUT - READ FIRST SO A GAP ALREADY QUEUED (BY LAB1ACK *
      * OR AN EARLIER RECONCILIATION) IS NOT QUEUED TWICE, THEN *
      * EXTENDED *
      **************************************************************
       FD RETRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01 RETRAN-REC.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==RT==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
       SD BADGE-SORT-WORK.
       01 BADGE-SORT-REC.
           COPY BDGREC REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==BS==.
      **************************************************************
      * HOLDS THE DUMP ONCE BADGE-SORT-WORK PUTS IT IN EMPLOYEE-ID *
      * ORDER FOR THE MATCH AGAINST THE MASTER *
      **************************************************************
       FD SORTED-BADGE
           LABEL RECORDS ARE STANDARD.
       01 SORTED-BADGE-REC PIC X(80).
      **************************************************************
      * THE CYCLE-CONTROL FILE - ONE RECORD PER STEP COMPLETED *
      * FOR THE CYCLE DATE, CHECKED AT START-UP AND STAMPED ON *
      * CLEAN COMPLETION *
      **************************************************************
       FD CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 CYCLE-REC.
           COPY CYCREC REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==CY==.
       WORKING-STORAGE SECTION.
      **************************************************************
      * WORKING COPY OF THE CURRENT BADGE RECORD *
      **************************************************************
       01 BADGE-DATA.
           COPY BDGREC REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==B==.
      **************************************************************
      * WORKING COPY OF THE CURRENT ROSTER RECORD *
      **************************************************************
       01 ROSTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==R==.
      **************************************************************
      * LAYOUT FOR THE RECONCILIATION-REPORT HEADING LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(37)   VALUE
             'BADGE POPULATION RECONCILIATION - CY '.
         03 H-CYC-DATE  PIC X(8).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(14)   VALUE 'STATUS'.
         03 FILLER      PIC X(6)    VALUE 'EMP ID'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(21)   VALUE 'ROSTER NAME'.
         03 FILLER      PIC X(12)   VALUE 'ROSTER DEPT'.
         03 FILLER      PIC X(21)   VALUE 'BADGE NAME'.
         03 FILLER      PIC X(12)   VALUE 'BADGE DEPT'.
         03 FILLER      PIC X(6)    VALUE 'ACTION'.
      **************************************************************
      * LAYOUT FOR ONE RECONCILIATION-REPORT LINE - WHAT THE *
      * ROSTER SAYS, WHAT THE BADGE SYSTEM SAYS, AND WHAT WAS *
      * QUEUED TO CLOSE THE GAP *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
         03 L-STATUS1    PIC X(14).
         03 L-EMPID1     PIC X(6).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-RNAME1     PIC X(20).
         03 FILLER       PIC X(1)   VALUE SPACES.
         03 L-RDEPT1     PIC X(10).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-BNAME1     PIC X(20).
         03 FILLER       PIC X(1)   VALUE SPACES.
         03 L-BDEPT1     PIC X(10).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-ACTION1    PIC X(14).
      **************************************************************
      * LAYOUTS FOR THE MESSAGES THAT END THE RUN WITH NOTHING *
      * RECONCILED *
      **************************************************************
       01 PRNT-EMPTY1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(50)   VALUE
             'NO ACTIVE BADGES ON THE DUMP - NOTHING RECONCILED'.
       01 PRNT-MAST-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(35)   VALUE
             'ROSTER MASTER OPEN FAILED - STATUS '.
         03 E-MAST-STATUS PIC XX.
      **************************************************************
      * LAYOUTS FOR THE TRAILER (CONTROL TOTAL) LINES *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'BADGES READ:'.
         03 T-BDG-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'NOT ACTIVE:'.
         03 T-INA-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'ROSTER READ:'.
         03 T-MST-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'MATCHED:'.
         03 T-MAT-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'MISMATCHED:'.
         03 T-MIS-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER6.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'NOT ON ROSTER:'.
         03 T-NOR-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER7.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'NO ACTIVE BADGE:'.
         03 T-NOB-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER8.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'DUPLICATE BADGES:'.
         03 T-DUP-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER9.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'REVOKES QUEUED:'.
         03 T-RVQ-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER10.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'RE-SENDS QUEUED:'.
         03 T-RSQ-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER11.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'ALREADY QUEUED:'.
         03 T-ALQ-CNT   PIC ZZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-B      PIC 9   VALUE 0.
         03 EOF-MAST   PIC 9   VALUE 0.
         03 EOF-R      PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FOR THE INDEXED ROSTER MASTER *
      **************************************************************
         03 MAST-STATUS PIC XX  VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHILE THE BADGE RECORD IN HAND IS ONE THE *
      *       MATCH SKIPS - NOT ACTIVE, OR A SECOND ACTIVE BADGE *
      *       FOR AN EMPLOYEE ALREADY SEEN *
      **************************************************************
         03 BADGE-SKIP-SW PIC 9 VALUE 0.
         03 PREV-BADGE-EMP PIC X(6) VALUE LOW-VALUES.
      **************************************************************
      *       MATCH AND CONTROL TOTAL COUNTERS *
      **************************************************************
         03 BDG-CNT    PIC 9(6)  VALUE 0.
         03 INA-CNT    PIC 9(6)  VALUE 0.
         03 MST-CNT    PIC 9(6)  VALUE 0.
         03 MAT-CNT    PIC 9(6)  VALUE 0.
         03 MIS-CNT    PIC 9(6)  VALUE 0.
         03 NOR-CNT    PIC 9(6)  VALUE 0.
         03 NOB-CNT    PIC 9(6)  VALUE 0.
         03 DUP-CNT    PIC 9(6)  VALUE 0.
         03 RVQ-CNT    PIC 9(6)  VALUE 0.
         03 RSQ-CNT    PIC 9(6)  VALUE 0.
         03 ALQ-CNT    PIC 9(6)  VALUE 0.
      **************************************************************
      *       CYCLE SEQUENCING CONTROLS - THE CYCLE-CONTROL FILE *
      *       LOADED AT START-UP AND THE CYCLE DATE THIS STEP *
      *       RUNS UNDER *
      **************************************************************
       01 CYCLE-CONTROLS.
         03 EOF-CY          PIC 9    VALUE 0.
         03 CYC-DATE-IN-USE PIC X(8) VALUE SPACES.
         03 CYC-CNT         PIC 9(2) VALUE 0.
         03 CYC-ENTRY OCCURS 10 TIMES
             INDEXED BY CYC-IDX.
           05 CYC-E-DATE   PIC X(8).
           05 CYC-E-STEP   PIC X(8).
           05 CYC-E-STATUS PIC X(1).
      **************************************************************
      *       EMPLOYEE AND BADGE ACTION OF EVERY RECORD ALREADY ON *
      *       THE RETRANSMIT FILE - A QUEUE LONGER THAN THE TABLE *
      *       JUST RISKS A HARMLESS DUPLICATE ON THE EXTRACT *
      **************************************************************
       01 QUEUED-TABLE.
         03 QUE-CNT         PIC 9(4) VALUE 0.
         03 QUE-ENTRY OCCURS 2000 TIMES
             INDEXED BY QUE-IDX.
           05 QUE-EMP-ID   PIC X(6).
           05 QUE-ACTION   PIC X(1).
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 0050-CHECK-CYCLE-STEP.
           PERFORM 0100-SORT-FILES.
           PERFORM 0200-LOAD-QUEUED.
           OPEN INPUT SORTED-BADGE
                      ROSTER-MASTER
             OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           IF MAST-STATUS NOT = '00'
               MOVE MAST-STATUS TO E-MAST-STATUS
               WRITE PRNT-REC FROM PRNT-MAST-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE SORTED-BADGE
                     PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-BADGE.
      **************************************************************
      * AN EMPTY OR ALL-INACTIVE DUMP IS A BAD UNLOAD, NOT A *
      * BADGE SYSTEM WITH NOBODY IN IT - RECONCILING IT WOULD *
      * QUEUE A RE-SEND FOR THE WHOLE ROSTER *
      **************************************************************
           IF EOF-B = 1
               WRITE PRNT-REC FROM PRNT-EMPTY1
                 AFTER ADVANCING 1 LINE
               CLOSE SORTED-BADGE
                     ROSTER-MASTER
                     PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RETRAN-FILE.
           PERFORM 0300-START-MASTER.
           PERFORM 2100-READ-MASTER.
           PERFORM 1000-MATCH-BADGES
             UNTIL B-EMP-ID = HIGH-VALUES AND R-EMP-ID = HIGH-VALUES.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE SORTED-BADGE
                 ROSTER-MASTER
                 RETRAN-FILE
                 PRNT-FILE.
           PERFORM 9100-STAMP-CYCLE-STEP.
           STOP RUN.
      **************************************************************
      * CYCLE SEQUENCING - THIS STEP MAY NOT START UNTIL LAB1ACK *
      * HAS COMPLETED FOR THE CYCLE ON DA-S-CYCLE (LAB1ACK *
      * REWRITES THE RETRANSMIT FILE THIS STEP EXTENDS), AND MAY *
      * NOT RUN TWICE FOR THE SAME CYCLE - A REFUSAL ENDS THE RUN *
      * WITH RETURN CODE 8 BEFORE ANYTHING IS TOUCHED *
      **************************************************************
       0050-CHECK-CYCLE-STEP.
           PERFORM 0060-LOAD-CYCLE-FILE.
           IF CYC-CNT > 0
               MOVE CYC-E-DATE(1) TO CYC-DATE-IN-USE
           END-IF.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
             UNTIL CYC-IDX > CYC-CNT
               OR (CYC-E-STEP(CYC-IDX) = 'LAB1ACK'
                   AND CYC-E-STATUS(CYC-IDX) = 'C')
               CONTINUE
           END-PERFORM.
           IF CYC-IDX > CYC-CNT
               DISPLAY 'LAB1RCN: PREDECESSOR LAB1ACK NOT COMPLETE'
                       ' FOR CYCLE ' CYC-DATE-IN-USE
                       ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
             UNTIL CYC-IDX > CYC-CNT
               OR (CYC-E-STEP(CYC-IDX) = 'LAB1RCN'
                   AND CYC-E-STATUS(CYC-IDX) = 'C')
               CONTINUE
           END-PERFORM.
           IF CYC-IDX NOT > CYC-CNT
               DISPLAY 'LAB1RCN: ALREADY COMPLETE FOR CYCLE '
                       CYC-DATE-IN-USE ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      **************************************************************
      * LOADS THE CYCLE-CONTROL FILE INTO THE CYCLE TABLE - A *
      * MISSING FILE JUST LOADS NOTHING AND THE PREDECESSOR CHECK *
      * REFUSES THE RUN *
      **************************************************************
       0060-LOAD-CYCLE-FILE.
           OPEN INPUT CYCLE-FILE.
           PERFORM 0070-READ-CYCLE.
           PERFORM 0080-STORE-CYCLE-ENTRY
             UNTIL EOF-CY = 1.
           CLOSE CYCLE-FILE.
       0070-READ-CYCLE.
           READ CYCLE-FILE
             AT END MOVE 1 TO EOF-CY
           END-READ.
       0080-STORE-CYCLE-ENTRY.
           IF CYC-CNT < 10
               ADD 1 TO CYC-CNT
               MOVE CY-CYC-DATE TO CYC-E-DATE(CYC-CNT)
               MOVE CY-STEP     TO CYC-E-STEP(CYC-CNT)
               MOVE CY-STATUS   TO CYC-E-STATUS(CYC-CNT)
           END-IF.
           PERFORM 0070-READ-CYCLE.
      **************************************************************
      * STAMPS THIS STEP COMPLETE FOR THE CYCLE DATE *
      **************************************************************
       9100-STAMP-CYCLE-STEP.
           OPEN OUTPUT CYCLE-FILE.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
             UNTIL CYC-IDX > CYC-CNT
               IF CYC-E-DATE(CYC-IDX) = CYC-DATE-IN-USE
                   AND CYC-E-STEP(CYC-IDX) NOT = 'LAB1RCN'
                   MOVE SPACES TO CYCLE-REC
                   MOVE CYC-E-DATE(CYC-IDX)   TO CY-CYC-DATE
                   MOVE CYC-E-STEP(CYC-IDX)   TO CY-STEP
                   MOVE CYC-E-STATUS(CYC-IDX) TO CY-STATUS
                   WRITE CYCLE-REC
               END-IF
           END-PERFORM.
           MOVE SPACES TO CYCLE-REC.
           MOVE CYC-DATE-IN-USE TO CY-CYC-DATE.
           MOVE 'LAB1RCN' TO CY-STEP.
           MOVE 'C' TO CY-STATUS.
           WRITE CYCLE-REC.
           CLOSE CYCLE-FILE.
      **************************************************************
      * SORTS THE VENDOR'S DUMP INTO EMPLOYEE-ID SEQUENCE SO THE *
      * MATCH-MERGE CAN TRUST IT IS IN THE MASTER'S KEY ORDER *
      **************************************************************
       0100-SORT-FILES.
           SORT BADGE-SORT-WORK
             ON ASCENDING KEY BS-EMP-ID
             USING BADGE-FILE
             GIVING SORTED-BADGE.
      **************************************************************
      * LOADS THE EMPLOYEE AND BADGE ACTION OF EVERYTHING ALREADY *
      * WAITING ON THE RETRANSMIT FILE - A MISSING FILE JUST *
      * MEANS NOTHING IS WAITING *
      **************************************************************
       0200-LOAD-QUEUED.
           OPEN INPUT RETRAN-FILE.
           PERFORM 0210-READ-QUEUED.
           PERFORM 0220-STORE-QUEUED
             UNTIL EOF-R = 1.
           CLOSE RETRAN-FILE.
       0210-READ-QUEUED.
           READ RETRAN-FILE
             AT END MOVE 1 TO EOF-R
           END-READ.
       0220-STORE-QUEUED.
           IF QUE-CNT < 2000
               ADD 1 TO QUE-CNT
               MOVE RT-EMP-ID       TO QUE-EMP-ID(QUE-CNT)
               MOVE RT-BADGE-ACTION TO QUE-ACTION(QUE-CNT)
           END-IF.
           PERFORM 0210-READ-QUEUED.
      **************************************************************
      * POSITIONS THE MASTER AT ITS FIRST RECORD FOR THE *
      * SEQUENTIAL PASS *
      **************************************************************
       0300-START-MASTER.
           MOVE LOW-VALUES TO M-EMP-ID.
           START ROSTER-MASTER KEY NOT < M-EMP-ID
             INVALID KEY MOVE 1 TO EOF-MAST
           END-START.
       1400-PRINT-HEAD.
           MOVE CYC-DATE-IN-USE TO H-CYC-DATE.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * MATCH-MERGE CONTROL - COMPARES THE CURRENT BADGE KEY TO *
      * THE CURRENT ROSTER KEY AND ROUTES TO THE NOT-ON-ROSTER, *
      * NO-BADGE, OR MATCHED LOGIC *
      **************************************************************
       1000-MATCH-BADGES.
           EVALUATE TRUE
               WHEN B-EMP-ID < R-EMP-ID
                   PERFORM 3000-BADGE-NOT-ON-ROSTER
                   PERFORM 2000-READ-BADGE
               WHEN B-EMP-ID > R-EMP-ID
                   PERFORM 3100-ROSTER-WITHOUT-BADGE
                   PERFORM 2100-READ-MASTER
               WHEN OTHER
                   PERFORM 3200-PROCESS-MATCHED-BADGE
                   PERFORM 2000-READ-BADGE
                   PERFORM 2100-READ-MASTER
           END-EVALUATE.
      **************************************************************
      * A BADGE THAT OPENS DOORS FOR SOMEONE NOT ON THE ROSTER - *
      * A LOST REVOCATION OR A HAND ACTIVATION AT THE VENDOR - *
      * REVOKED, WITH THE IDENTITY THE BADGE SYSTEM HOLDS *
      **************************************************************
       3000-BADGE-NOT-ON-ROSTER.
           ADD 1 TO NOR-CNT.
           MOVE 'NOT ON ROSTER' TO L-STATUS1.
           MOVE B-EMP-ID        TO L-EMPID1.
           MOVE SPACES          TO L-RNAME1.
           MOVE SPACES          TO L-RDEPT1.
           MOVE B-NAME          TO L-BNAME1.
           MOVE B-DEPT          TO L-BDEPT1.
           MOVE SPACES          TO RETRAN-REC.
           MOVE B-NAME          TO RT-NAME.
           MOVE B-DEPT          TO RT-DEPT.
           MOVE B-EMP-ID        TO RT-EMP-ID.
           MOVE 'R'             TO RT-BADGE-ACTION.
           PERFORM 6000-QUEUE-RETRANSMIT.
           PERFORM 1600-PRINT-RECON-LINE.
      **************************************************************
      * A ROSTER EMPLOYEE THE BADGE SYSTEM HAS NO ACTIVE BADGE *
      * FOR - THE ROSTER RECORD IS SENT AGAIN *
      **************************************************************
       3100-ROSTER-WITHOUT-BADGE.
           ADD 1 TO NOB-CNT.
           MOVE 'NO BADGE'      TO L-STATUS1.
           MOVE R-EMP-ID        TO L-EMPID1.
           MOVE R-NAME          TO L-RNAME1.
           MOVE R-DEPT          TO L-RDEPT1.
           MOVE SPACES          TO L-BNAME1.
           MOVE SPACES          TO L-BDEPT1.
           PERFORM 5000-BUILD-RESEND.
           PERFORM 6000-QUEUE-RETRANSMIT.
           PERFORM 1600-PRINT-RECON-LINE.
      **************************************************************
      * BOTH SIDES HAVE THE EMPLOYEE - A NAME OR DEPARTMENT THE *
      * BADGE SYSTEM HOLDS DIFFERENTLY IS REPORTED AND THE ROSTER *
      * RECORD SENT AGAIN TO CORRECT IT; A CLEAN MATCH IS COUNTED *
      * SILENTLY *
      **************************************************************
       3200-PROCESS-MATCHED-BADGE.
           ADD 1 TO MAT-CNT.
           IF B-NAME NOT = R-NAME OR B-DEPT NOT = R-DEPT
               ADD 1 TO MIS-CNT
               EVALUATE TRUE
                   WHEN B-NAME NOT = R-NAME AND B-DEPT NOT = R-DEPT
                       MOVE 'NAME+DEPT DIFF' TO L-STATUS1
                   WHEN B-NAME NOT = R-NAME
                       MOVE 'NAME DIFFERS'   TO L-STATUS1
                   WHEN OTHER
                       MOVE 'DEPT DIFFERS'   TO L-STATUS1
               END-EVALUATE
               MOVE R-EMP-ID    TO L-EMPID1
               MOVE R-NAME      TO L-RNAME1
               MOVE R-DEPT      TO L-RDEPT1
               MOVE B-NAME      TO L-BNAME1
               MOVE B-DEPT      TO L-BDEPT1
               PERFORM 5000-BUILD-RESEND
               PERFORM 6000-QUEUE-RETRANSMIT
               PERFORM 1600-PRINT-RECON-LINE
           END-IF.
      **************************************************************
      * A SECOND ACTIVE BADGE FOR AN EMPLOYEE ALREADY MATCHED - *
      * REPORTED FOR SECURITY TO CHASE, NOTHING QUEUED: A *
      * REVOCATION GOES BY EMP-ID AND WOULD KILL BOTH BADGES *
      **************************************************************
       3400-DUPLICATE-BADGE.
           ADD 1 TO DUP-CNT.
           MOVE 'DUP BADGE'     TO L-STATUS1.
           MOVE B-EMP-ID        TO L-EMPID1.
           MOVE SPACES          TO L-RNAME1.
           MOVE SPACES          TO L-RDEPT1.
           MOVE B-NAME          TO L-BNAME1.
           MOVE B-DEPT          TO L-BDEPT1.
           MOVE 'REVIEW'        TO L-ACTION1.
           PERFORM 1600-PRINT-RECON-LINE.
      **************************************************************
      * BUILDS A RE-SEND OF THE CURRENT ROSTER RECORD IN THE SAME *
      * EXTRACT LAYOUT LAB1 WRITES FOR AN ACTIVE EMPLOYEE *
      **************************************************************
       5000-BUILD-RESEND.
           MOVE SPACES         TO RETRAN-REC.
           MOVE R-NAME         TO RT-NAME.
           MOVE R-DEPT         TO RT-DEPT.
           MOVE R-SHIFT        TO RT-SHIFT.
           MOVE R-SCHED-DATE   TO RT-SCHED-DATE.
           MOVE R-SCHED-TIME   TO RT-SCHED-TIME.
           MOVE R-EMP-ID       TO RT-EMP-ID.
           MOVE 'A'            TO RT-BADGE-ACTION.
      **************************************************************
      * QUEUES THE RECORD IN RETRAN-REC UNLESS THE SAME ACTION IS *
      * ALREADY WAITING FOR THE EMPLOYEE *
      **************************************************************
       6000-QUEUE-RETRANSMIT.
           PERFORM VARYING QUE-IDX FROM 1 BY 1
             UNTIL QUE-IDX > QUE-CNT
               OR (QUE-EMP-ID(QUE-IDX) = RT-EMP-ID
                   AND QUE-ACTION(QUE-IDX) = RT-BADGE-ACTION)
               CONTINUE
           END-PERFORM.
           IF QUE-IDX NOT > QUE-CNT
               ADD 1 TO ALQ-CNT
               MOVE 'ALREADY QUEUED' TO L-ACTION1
           ELSE
               WRITE RETRAN-REC
               IF RT-BADGE-ACTION = 'R'
                   ADD 1 TO RVQ-CNT
                   MOVE 'REVOKE QUEUED'  TO L-ACTION1
               ELSE
                   ADD 1 TO RSQ-CNT
                   MOVE 'RE-SEND QUEUED' TO L-ACTION1
               END-IF
           END-IF.
      **************************************************************
      * PRINTS ONE LINE OF THE RECONCILIATION REPORT *
      **************************************************************
       1600-PRINT-RECON-LINE.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE CONTROL TOTAL TRAILER LINES *
      **************************************************************
       1700-PRINT-TRAILER.
           MOVE BDG-CNT TO T-BDG-CNT.
           MOVE INA-CNT TO T-INA-CNT.
           MOVE MST-CNT TO T-MST-CNT.
           MOVE MAT-CNT TO T-MAT-CNT.
           MOVE MIS-CNT TO T-MIS-CNT.
           MOVE NOR-CNT TO T-NOR-CNT.
           MOVE NOB-CNT TO T-NOB-CNT.
           MOVE DUP-CNT TO T-DUP-CNT.
           MOVE RVQ-CNT TO T-RVQ-CNT.
           MOVE RSQ-CNT TO T-RSQ-CNT.
           MOVE ALQ-CNT TO T-ALQ-CNT.
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
           WRITE PRNT-REC FROM PRNT-TRAILER8
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER9
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-TRAILER10
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER11
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE SORTED DUMP UP TO THE NEXT ACTIVE BADGE FOR A *
      * NEW EMPLOYEE - AT END, SETS THE KEY TO HIGH-VALUES SO THE *
      * MATCH-MERGE DRAINS THE REST OF THE ROSTER WITHOUT A *
      * SEPARATE EOF CHECK *
      **************************************************************
       2000-READ-BADGE.
           MOVE 1 TO BADGE-SKIP-SW.
           PERFORM 2010-READ-BADGE-NEXT
             UNTIL BADGE-SKIP-SW = 0.
       2010-READ-BADGE-NEXT.
           READ SORTED-BADGE INTO BADGE-DATA
             AT END
               MOVE 1 TO EOF-B
               MOVE HIGH-VALUES TO B-EMP-ID
               MOVE 0 TO BADGE-SKIP-SW
             NOT AT END
               ADD 1 TO BDG-CNT
               PERFORM 2020-SCREEN-BADGE
           END-READ.
       2020-SCREEN-BADGE.
           IF NOT B-BADGE-ACTIVE
               ADD 1 TO INA-CNT
           ELSE
               IF B-EMP-ID = PREV-BADGE-EMP
                   PERFORM 3400-DUPLICATE-BADGE
               ELSE
                   MOVE B-EMP-ID TO PREV-BADGE-EMP
                   MOVE 0 TO BADGE-SKIP-SW
               END-IF
           END-IF.
      **************************************************************
      * READS THE NEXT ROSTER RECORD IN EMP-ID ORDER - AT END, *
      * SETS THE KEY TO HIGH-VALUES SO THE MATCH-MERGE DRAINS THE *
      * REST OF THE DUMP WITHOUT A SEPARATE EOF CHECK *
      **************************************************************
       2100-READ-MASTER.
           IF EOF-MAST = 1
               MOVE HIGH-VALUES TO R-EMP-ID
           ELSE
               READ ROSTER-MASTER NEXT RECORD INTO ROSTER-DATA
                 AT END
                   MOVE 1 TO EOF-MAST
                   MOVE HIGH-VALUES TO R-EMP-ID
                 NOT AT END
                   ADD 1 TO MST-CNT
               END-READ
           END-IF.
