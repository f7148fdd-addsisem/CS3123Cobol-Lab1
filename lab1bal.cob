      *              EXTRACT, AND THE EXTRACT RECONCILIATION
      *              EXPECTS THEM ALONGSIDE DETAILS, SCHEDULE
      *              LINES, AND RETRANSMITS.
      * 2026-10-15 - WHEN LAB1BCK BACKED OUT A MAINTENANCE RUN THIS
      *              CYCLE ITS CONTROL TOTALS (DA-S-BCTL) ARE NOW
      *              TIED TOO - OLD + ADDS - DELETES = NEW FOR THE
      *              MASTER AND THE SCHEDULE FILE, AND EVERY RUN
      *              ENTRY EITHER BACKED OUT OR REFUSED - A BACK-OUT
      *              THAT NEVER FINISHED IS OUT OF BALANCE, AND THE
      *              REVOCATION TIE EXPECTS THE BACK-OUT'S QUEUED
      *              REVOCATIONS LESS THOSE IT TOOK BACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS MCTL-STATUS.
           SELECT RPT-CTL-FILE ASSIGN TO 'DA-S-RCTL'
               FILE STATUS IS RCTL-STATUS.
           SELECT OPTIONAL BCK-CTL-FILE ASSIGN TO 'DA-S-BCTL'
               FILE STATUS IS BCTL-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-BRPT'.
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO 'DA-S-CYCLE'.

       01 RPT-CTL-REC.
           COPY RCTLREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==RC==.
      **************************************************************
      * CONTROL TOTALS OF A BACK-OUT RUN - PRESENT ONLY WHEN *
      * LAB1BCK HAS EVER RUN, AND TIED ONLY WHEN ITS CYCLE DATE *
      * IS THE CYCLE BEING BALANCED *
      **************************************************************
       FD BCK-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 BCK-CTL-REC.
           COPY BCTLREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==BC==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
         03 FILLER      PIC X(40)   VALUE
             ' CONTROL TOTALS MISSING - CYCLE NOT RUN?'.
      **************************************************************
      * LAYOUT FOR THE UNFINISHED-BACK-OUT MESSAGE LINE *
      **************************************************************
       01 PRNT-BCK-INCOMP1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(50)   VALUE
             'BACK-OUT RUN DID NOT COMPLETE - FILES NOT BALANCED'.
      **************************************************************
      * LAYOUT FOR THE FINAL IN/OUT-OF-BALANCE TRAILER LINE *
      **************************************************************
       01 PRNT-TRAILER1.
      **************************************************************
         03 MCTL-STATUS PIC XX.
         03 RCTL-STATUS PIC XX.
         03 BCTL-STATUS PIC XX.
      **************************************************************
      *       SET TO 1 WHEN DA-S-BCTL HOLDS A BACK-OUT RUN FOR THE *
      *       CYCLE BEING BALANCED *
      **************************************************************
         03 BCK-PRESENT-SW PIC 9 VALUE 0.
      **************************************************************
      *       OUT-OF-BALANCE COUNTER - ANY FAILED RECONCILIATION *
      *       OR MISSING CONTROL FILE BUMPS IT, AND A NONZERO *
      **************************************************************
         03 EXPECT-XTR-CNT PIC 9(7) VALUE 0.
      **************************************************************
      *       EXPECTED REVOCATIONS SENT - THE MAINTENANCE RUN'S, *
      *       PLUS A BACK-OUT'S QUEUED LESS THOSE IT TOOK BACK *
      **************************************************************
         03 EXPECT-RVK-CNT PIC 9(7) VALUE 0.
      **************************************************************
      *       BACK-OUT EXPECTED FIGURES - NEW MASTER, NEW SCHEDULE *
      *       DETAIL, AND RUN ENTRIES ACCOUNTED FOR *
      **************************************************************
         03 EXPECT-BNEW-CNT PIC 9(7) VALUE 0.
         03 EXPECT-BSCH-CNT PIC 9(7) VALUE 0.
         03 EXPECT-BENT-CNT PIC 9(7) VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-MNT-TOTALS.
           PERFORM 2100-READ-RPT-TOTALS.
           PERFORM 2150-READ-BCK-TOTALS.
           IF OOB-CNT = 0
               PERFORM 3000-CHECK-MASTER-COUNTS
               PERFORM 3050-CHECK-SCHED-COUNTS
               IF BCK-PRESENT-SW = 1
                   PERFORM 3060-CHECK-BACKOUT-COUNTS
               END-IF
               PERFORM 3100-CHECK-EXTRACT-COUNTS
               PERFORM 3150-CHECK-REVOKE-COUNTS
               PERFORM 3200-CHECK-RECORD-COUNTS
               PERFORM 2200-LOG-MISSING-CONTROL
           END-IF.
      **************************************************************
      * PICKS UP A BACK-OUT RUN'S CONTROL TOTALS - UNLIKE THE TWO *
      * ABOVE THE FILE IS OPTIONAL: NO FILE, NO RECORD, OR A *
      * RECORD FROM AN EARLIER CYCLE ALL MEAN NO BACK-OUT RAN *
      **************************************************************
       2150-READ-BCK-TOTALS.
           OPEN INPUT BCK-CTL-FILE.
           IF BCTL-STATUS = '00' OR BCTL-STATUS = '05'
               READ BCK-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF BC-CYC-DATE = CYC-DATE-IN-USE
                       MOVE 1 TO BCK-PRESENT-SW
                   END-IF
               END-READ
               CLOSE BCK-CTL-FILE
           END-IF.
      **************************************************************
      * REPORTS A CONTROL FILE THAT COULD NOT BE READ AND COUNTS *
      * IT AS AN OUT-OF-BALANCE CONDITION *
      **************************************************************
           WRITE PRNT-REC FROM PRNT-BAL-LINE1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RECONCILIATION 1B - A BACK-OUT RUN MUST HAVE FINISHED, *
      * MUST TIE OLD + ADDS - DELETES = NEW FOR THE MASTER AND *
      * THE SCHEDULE FILE, AND MUST HAVE BACKED OUT OR REFUSED *
      * EVERY ENTRY OF THE RUN IT FOUND *
      **************************************************************
       3060-CHECK-BACKOUT-COUNTS.
           IF BC-STATUS NOT = 'C'
               ADD 1 TO OOB-CNT
               WRITE PRNT-REC FROM PRNT-BCK-INCOMP1
                 AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 3070-TIE-BACKOUT-COUNTS
           END-IF.
       3070-TIE-BACKOUT-COUNTS.
           COMPUTE EXPECT-BNEW-CNT = BC-OLD-CNT + BC-ADD-CNT
                                   - BC-DEL-CNT.
           MOVE 'BACKOUT MASTER OLD + ADDS - DELS VS NEW:'
             TO B-DESC.
           MOVE EXPECT-BNEW-CNT TO B-LEFT.
           MOVE BC-NEW-CNT      TO B-RIGHT.
           IF EXPECT-BNEW-CNT = BC-NEW-CNT
               MOVE 'IN BALANCE'     TO B-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO B-STATUS
               ADD 1 TO OOB-CNT
           END-IF.
           WRITE PRNT-REC FROM PRNT-BAL-LINE1
             AFTER ADVANCING 1 LINE.
           COMPUTE EXPECT-BSCH-CNT = BC-SCH-OLD-CNT + BC-SCH-ADD-CNT
                                   - BC-SCH-DEL-CNT.
           MOVE 'BACKOUT SCHED OLD + ADDS - DELS VS NEW:'
             TO B-DESC.
           MOVE EXPECT-BSCH-CNT TO B-LEFT.
           MOVE BC-SCH-NEW-CNT  TO B-RIGHT.
           IF EXPECT-BSCH-CNT = BC-SCH-NEW-CNT
               MOVE 'IN BALANCE'     TO B-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO B-STATUS
               ADD 1 TO OOB-CNT
           END-IF.
           WRITE PRNT-REC FROM PRNT-BAL-LINE1
             AFTER ADVANCING 1 LINE.
           COMPUTE EXPECT-BENT-CNT = BC-REV-CNT + BC-REF-CNT.
           MOVE 'BACKED OUT + REFUSED VS RUN ENTRIES:' TO B-DESC.
           MOVE EXPECT-BENT-CNT TO B-LEFT.
           MOVE BC-ENT-CNT      TO B-RIGHT.
           IF EXPECT-BENT-CNT = BC-ENT-CNT
               MOVE 'IN BALANCE'     TO B-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO B-STATUS
               ADD 1 TO OOB-CNT
           END-IF.
           WRITE PRNT-REC FROM PRNT-BAL-LINE1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * RECONCILIATION 2 - EVERY REPORT DETAIL, EVERY SCHEDULE *
      * LINE, AND EVERY BADGE RETRANSMIT MUST HAVE REACHED THE *
      * EXTRACT, AND NOTHING ELSE MAY HAVE *
      * RECONCILIATION 2A - EVERY BADGE REVOCATION THE MAINTENANCE *
      * RUN WROTE FOR AN APPLIED DELETE MUST HAVE REACHED THE *
      * EXTRACT - A TERMINATED EMPLOYEE'S BADGE LEFT WORKING IS *
      * THE SHOP'S BIGGEST SECURITY FINDING - A BACK-OUT RUN'S *
      * REVOCATIONS FOR REMOVED ADDS COUNT IN, AND THOSE IT TOOK *
      * BACK FOR RE-ADDED DELETES COUNT OUT *
      **************************************************************
       3150-CHECK-REVOKE-COUNTS.
           MOVE MC-RVK-CNT TO EXPECT-RVK-CNT.
           IF BCK-PRESENT-SW = 1
               COMPUTE EXPECT-RVK-CNT = MC-RVK-CNT + BC-RVK-CNT
                                      - BC-RVK-DRP-CNT
           END-IF.
           MOVE 'REVOCATIONS SENT VS DELETES APPLIED:' TO B-DESC.
           MOVE RC-RVK-CNT     TO B-LEFT.
           MOVE EXPECT-RVK-CNT TO B-RIGHT.
           IF RC-RVK-CNT = EXPECT-RVK-CNT
               MOVE 'IN BALANCE'     TO B-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO B-STATUS
