       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1BCK.
       AUTHOR. Addyson Sisemore
      * MAINTENANCE RUN BACK-OUT.
      * 2026-10-15 - NEW PROGRAM. BACKS OUT ONE LAB1MNT RUN, NAMED
      *              BY ITS AUDIT RUN DATE AND TIME ON A SYSIN
      *              PARM CARD OF THE FORM "run-date run-time", BY
      *              WALKING THAT RUN'S APPLIED AUDIT ENTRIES
      *              NEWEST FIRST AND PUTTING EACH BEFORE IMAGE
      *              BACK ON THE ROSTER MASTER, THE SCHEDULE
      *              DETAIL FILE, OR THE LEAVE FILE - SO A BAD
      *              TRANSACTION BATCH CAN BE UNDONE WITHOUT HAND
      *              EDITS. AN ENTRY WHOSE RECORD A LATER RUN HAS
      *              SINCE TOUCHED, OR THAT NO LONGER MATCHES THE
      *              AFTER IMAGE THE RUN LEFT, IS REFUSED AND
      *              LISTED FOR MANUAL REVIEW INSTEAD OF BEING
      *              OVERLAID, AND BOTH SIDES OF A SHIFT SWAP ARE
      *              BACKED OUT TOGETHER OR NOT AT ALL. EVERY
      *              ENTRY BACKED OUT OR REFUSED IS AUDITED, AND
      *              CONTROL TOTALS ARE LEFT ON DA-S-BCTL FOR
      *              LAB1BAL. RUNS BETWEEN LAB1MNT AND LAB1 ON THE
      *              CYCLE-CONTROL FILE SO THE CORRECTED MASTER IS
      *              WHAT THE CYCLE'S BADGE EXTRACT CARRIES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'DA-S-AUDIT'.
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
           SELECT OPTIONAL REVOKE-FILE ASSIGN TO 'DA-S-RVOK'.
           SELECT BCK-CTL-FILE ASSIGN TO 'DA-S-BCTL'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-URPT'.
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO 'DA-S-CYCLE'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE CUMULATIVE AUDIT TRAIL - READ END TO END TO FIND THE *
      * RUN BEING BACKED OUT AND EVERYTHING WRITTEN AFTER IT, *
      * THEN EXTENDED WITH THIS RUN'S OWN BACK-OUT ENTRIES *
      **************************************************************
       FD AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-REC.
           COPY AUDITRC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==AD==.
      **************************************************************
      * THE THREE FILES A MAINTENANCE RUN UPDATES IN PLACE - THE *
      * ROSTER MASTER ON EMP-ID, THE SCHEDULE DETAIL FILE ON *
      * EMP-ID PLUS SCHED-DATE, THE LEAVE FILE ON EMP-ID PLUS *
      * FROM-DATE *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
       FD SCHED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCHED-DATA.
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SD==.
       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-DATA.
           COPY LEAVREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==LV==.
      **************************************************************
      * BADGE-ACCESS REVOCATIONS - A BACKED-OUT ADD QUEUES ONE *
      * HERE JUST AS A DELETE DOES IN LAB1MNT, AND A BACKED-OUT *
      * DELETE TAKES ITS STILL-UNSENT REVOCATION BACK OUT *
      **************************************************************
       FD REVOKE-FILE
           LABEL RECORDS ARE STANDARD.
       01 REVOKE-REC.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==RV==.
      **************************************************************
      * CONTROL-TOTALS RECORD FOR LAB1BAL - WRITTEN 'S' BEFORE THE *
      * FIRST FILE IS TOUCHED AND REWRITTEN 'C' AT THE END *
      **************************************************************
       FD BCK-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 BCK-CTL-REC.
           COPY BCTLREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==BC==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
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
      * THE RUN TO BACK OUT, FROM THE SYSIN PARM CARD - BOTH *
      * FIELDS ARE REQUIRED, THERE IS NO DEFAULT RUN *
      **************************************************************
       01 PARM-DATA.
         03 SEL-RUN-DATE  PIC X(8)  VALUE SPACES.
         03 SEL-RUN-TIME  PIC X(6)  VALUE SPACES.
         03 PARM-LINE     PIC X(80).
      **************************************************************
      * LAYOUT FOR THE BACK-OUT LISTING HEADING LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(30)   VALUE
             'MAINTENANCE RUN BACK-OUT: RUN '.
         03 H-RUN-DATE  PIC X(8).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 H-RUN-TIME  PIC X(6).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(11)   VALUE 'ACTION'.
         03 FILLER      PIC X(5)    VALUE 'CODE'.
         03 FILLER      PIC X(6)    VALUE 'FILE'.
         03 FILLER      PIC X(6)    VALUE 'EMP ID'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(8)    VALUE 'KEY DATE'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(9)    VALUE 'EFFECT'.
         03 FILLER      PIC X(6)    VALUE 'REASON'.
      **************************************************************
      * LAYOUT FOR ONE BACK-OUT LISTING LINE, AND FOR THE BEFORE *
      * AND AFTER IMAGES PRINTED UNDER A REFUSED ENTRY SO IT CAN *
      * BE PUT RIGHT BY HAND *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
         03 L-ACTION1    PIC X(11).
         03 L-CODE1      PIC X(5).
         03 L-FILE1      PIC X(6).
         03 L-EMPID1     PIC X(6).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-DATE1      PIC X(8).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-EFFECT1    PIC X(9).
         03 L-REASON1    PIC X(30).
       01 PRNT-DATA2.
         03 FILLER      PIC X(14)   VALUE SPACES.
         03 FILLER      PIC X(8)    VALUE 'BEFORE: '.
         03 L-BEFORE    PIC X(80).
       01 PRNT-DATA3.
         03 FILLER      PIC X(14)   VALUE SPACES.
         03 FILLER      PIC X(8)    VALUE 'AFTER:  '.
         03 L-AFTER     PIC X(80).
      **************************************************************
      * LAYOUTS FOR THE MESSAGES THAT END THE RUN WITH NOTHING *
      * BACKED OUT *
      **************************************************************
       01 PRNT-PARM-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(50)   VALUE
             'PARM MUST BE RUN DATE YYYYMMDD AND RUN TIME HHMMSS'.
       01 PRNT-NORUN1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(48)   VALUE
             'RUN NOT ON THE AUDIT TRAIL - NOTHING BACKED OUT'.
       01 PRNT-OFLOW1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(55)   VALUE
             'RUN HAS OVER 5000 APPLIED ENTRIES - NOTHING BACKED OUT'.
       01 PRNT-RVOFLOW1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(56)   VALUE
             'OVER 2000 REVOCATIONS QUEUED - NONE TAKEN BACK, REVIEW'.
      **************************************************************
      * LAYOUT FOR THE MASTER-OPEN-FAILURE MESSAGE LINE *
      **************************************************************
       01 PRNT-MAST-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(35)   VALUE
             'ROSTER MASTER OPEN FAILED - STATUS '.
         03 E-MAST-STATUS PIC XX.
      **************************************************************
      * LAYOUT FOR THE SCHEDULE-FILE-OPEN-FAILURE MESSAGE LINE *
      **************************************************************
       01 PRNT-SCHD-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(35)   VALUE
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
      * LAYOUT FOR THE BACK-OUT LISTING TRAILER LINES *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'RUN ENTRIES FOUND:'.
         03 T-ENT-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'REJECTS IGNORED:'.
         03 T-SKP-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'BACKED OUT:'.
         03 T-REV-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'REFUSED - REVIEW:'.
         03 T-REF-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'MASTER RE-ADDED:'.
         03 T-ADD-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER6.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'MASTER RESTORED:'.
         03 T-CHG-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER7.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'MASTER REMOVED:'.
         03 T-DEL-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER8.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'SCHED RE-ADDED:'.
         03 T-SCHA-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER9.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'SCHED RESTORED:'.
         03 T-SCHC-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER10.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'SCHED REMOVED:'.
         03 T-SCHD-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER11.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'LEAVE RE-ADDED:'.
         03 T-LVA-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER12.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'LEAVE RESTORED:'.
         03 T-LVC-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER13.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'LEAVE REMOVED:'.
         03 T-LVD-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER14.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'REVOCATIONS QUEUED:'.
         03 T-RVK-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER15.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(23)   VALUE 'REVOCATIONS TAKEN BACK:'.
         03 T-DRP-CNT   PIC ZZZ,ZZ9.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-A      PIC 9   VALUE 0.
         03 EOF-MAST   PIC 9   VALUE 0.
         03 EOF-SCHD   PIC 9   VALUE 0.
         03 EOF-RV     PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FOR THE THREE INDEXED FILES *
      **************************************************************
         03 MAST-STATUS  PIC XX VALUE SPACES.
         03 SCHED-STATUS PIC XX VALUE SPACES.
         03 LEAVE-STATUS PIC XX VALUE SPACES.
      **************************************************************
      *       SET TO 1 WHEN THE PARM CARD NAMED A RUN, WHEN THAT *
      *       RUN WAS FOUND ON THE TRAIL, AND WHEN IT HELD MORE *
      *       APPLIED ENTRIES THAN THE BACK-OUT TABLE *
      **************************************************************
         03 PARM-OK-SW  PIC 9  VALUE 0.
         03 RUN-SEEN-SW PIC 9  VALUE 0.
         03 OFLOW-SW    PIC 9  VALUE 0.
      **************************************************************
      *       SET TO 1 WHEN THE KEYED READ FOUND A CURRENT RECORD *
      *       FOR THE ENTRY IN HAND *
      **************************************************************
         03 CUR-FOUND-SW PIC 9 VALUE 0.
      **************************************************************
      *       ACTIVITY COUNTERS *
      **************************************************************
         03 AUD-CNT    PIC 9(6)  VALUE 0.
         03 SKP-CNT    PIC 9(6)  VALUE 0.
         03 REV-CNT    PIC 9(6)  VALUE 0.
         03 REF-CNT    PIC 9(6)  VALUE 0.
         03 ADD-CNT    PIC 9(6)  VALUE 0.
         03 CHG-CNT    PIC 9(6)  VALUE 0.
         03 DEL-CNT    PIC 9(6)  VALUE 0.
         03 SCHA-CNT   PIC 9(6)  VALUE 0.
         03 SCHC-CNT   PIC 9(6)  VALUE 0.
         03 SCHD-CNT   PIC 9(6)  VALUE 0.
         03 LVA-CNT    PIC 9(6)  VALUE 0.
         03 LVC-CNT    PIC 9(6)  VALUE 0.
         03 LVD-CNT    PIC 9(6)  VALUE 0.
         03 RVK-CNT    PIC 9(6)  VALUE 0.
         03 DRP-CNT    PIC 9(6)  VALUE 0.
      **************************************************************
      *       BALANCING COUNTERS - MASTER AND SCHEDULE FILE COUNTS *
      *       TAKEN BEFORE AND AFTER THE BACK-OUT FOR LAB1BAL *
      **************************************************************
         03 OLD-CNT    PIC 9(6)  VALUE 0.
         03 NEW-CNT    PIC 9(6)  VALUE 0.
         03 MAST-CNT   PIC 9(6)  VALUE 0.
         03 SCH-OLD-CNT PIC 9(6) VALUE 0.
         03 SCH-NEW-CNT PIC 9(6) VALUE 0.
         03 SCHF-CNT   PIC 9(6)  VALUE 0.
      **************************************************************
      *       TABLE SUBSCRIPTS - THE ENTRY BEING BACKED OUT, THE *
      *       ENTRY WHOSE CURRENT RECORD IS BEING READ (ITSELF OR *
      *       ITS SWAP PARTNER), AND AN OPEN SWAP SIDE AWAITING *
      *       ITS PARTNER WHILE THE TABLE IS LOADED *
      **************************************************************
         03 BO-SUB     PIC 9(4)  COMP.
         03 CHK-SUB    PIC 9(4)  COMP.
         03 SWAP-OPEN-SUB PIC 9(4) COMP VALUE 0.
         03 RVQ-SUB    PIC 9(4)  COMP.
      **************************************************************
      *       RUN DATE/TIME STAMP CARRIED ON EVERY AUDIT RECORD *
      *       THIS RUN WRITES *
      **************************************************************
       01 RUN-STAMP.
         03 RUN-DATE      PIC X(8).
         03 RUN-TIME-RAW  PIC X(8).
         03 RUN-TIME-HMS REDEFINES RUN-TIME-RAW.
           05 RUN-TIME    PIC X(6).
           05 FILLER      PIC X(2).
      **************************************************************
      *       CYCLE SEQUENCING CONTROLS - THE CYCLE-CONTROL FILE *
      *       LOADED AT START-UP AND THE CYCLE DATE THIS STEP *
      *       RUNS UNDER (TAKEN FROM THE FILE, SO A CYCLE THAT *
      *       CROSSES MIDNIGHT STILL TIES TO ITS OPENING DATE) *
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
      *       THE FILE AND KEY AN AUDIT ENTRY TOUCHED - FILE IS *
      *       'M' MASTER, 'S' SCHEDULE, 'L' LEAVE, OR SPACE FOR AN *
      *       ENTRY THAT CHANGED NOTHING (A REJECT OR A REFUSAL). *
      *       A MASTER KEY IS THE AUDITED EMP-ID; A SCHEDULE OR *
      *       LEAVE KEY IS THE EMP-ID AND DATE THAT OPEN BOTH *
      *       IMAGE LAYOUTS *
      **************************************************************
       01 AUDIT-KEY-WORK.
         03 AK-FILE       PIC X(1).
         03 AK-KEY.
           05 AK-EMP-ID   PIC X(6).
           05 AK-DATE     PIC X(8).
         03 AK-IMAGE      PIC X(80).
         03 AK-IMAGE-KEY REDEFINES AK-IMAGE.
           05 AK-I-EMP-ID PIC X(6).
           05 AK-I-DATE   PIC X(8).
           05 FILLER      PIC X(66).
      **************************************************************
      *       THE CURRENT RECORD FOR THE ENTRY IN HAND (SPACES *
      *       WHEN THERE IS NONE), COMPARED WITH THE AFTER IMAGE *
      *       THE RUN LEFT, AND THE IMAGE HELD FOR THE AUDIT *
      **************************************************************
       01 CUR-IMAGE       PIC X(80).
       01 CUR-HOLD        PIC X(80).
      **************************************************************
      *       THE RUN'S APPLIED AUDIT ENTRIES IN TRAIL ORDER - *
      *       STAT IS SPACE UNTIL THE ENTRY IS DECIDED, THEN *
      *       'R' BACKED OUT, 'L' REFUSED (A LATER RUN TOUCHED *
      *       THE RECORD), 'N' REFUSED (THE RECORD IS NOT AS THE *
      *       RUN LEFT IT), OR 'P' REFUSED (ITS SWAP PARTNER WAS) - *
      *       PAIR IS THE OTHER SIDE OF A SWAP, ZERO OTHERWISE *
      **************************************************************
       01 BACKOUT-TABLE.
         03 BO-CNT          PIC 9(4) COMP VALUE 0.
         03 BO-ENTRY OCCURS 5000 TIMES.
           05 BO-FILE       PIC X(1).
           05 BO-KEY.
             07 BO-KEY-EMP  PIC X(6).
             07 BO-KEY-DATE PIC X(8).
           05 BO-CODE       PIC X(1).
           05 BO-EMP-ID     PIC X(6).
           05 BO-BEFORE     PIC X(80).
           05 BO-AFTER      PIC X(80).
           05 BO-PAIR       PIC 9(4) COMP.
           05 BO-STAT       PIC X(1).
      **************************************************************
      *       THE QUEUED REVOCATIONS, HELD WHILE THE REVOCATION *
      *       FILE IS REWRITTEN WITHOUT THE ONES FOR EMPLOYEES *
      *       THIS BACK-OUT PUT BACK ON THE MASTER *
      **************************************************************
       01 REVOKE-QUEUE.
         03 RVQ-CNT         PIC 9(4) COMP VALUE 0.
         03 RVQ-OFLOW-SW    PIC 9    VALUE 0.
         03 RVQ-KEEP-SW     PIC 9    VALUE 0.
         03 RVQ-ENTRY OCCURS 2000 TIMES
                            PIC X(80).
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           PERFORM 0050-CHECK-CYCLE-STEP.
           PERFORM 0100-GET-PARMS.
           OPEN OUTPUT PRNT-FILE.
           PERFORM 1400-PRINT-HEAD.
           IF PARM-OK-SW = 0
               WRITE PRNT-REC FROM PRNT-PARM-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-SCAN-AUDIT.
      **************************************************************
      * NOTHING IS TOUCHED UNLESS THE WHOLE RUN WAS FOUND AND FITS *
      * THE TABLE - A PARTIAL BACK-OUT OF AN OVERSIZED RUN WOULD *
      * LEAVE THE FILES IN A STATE NO AUDIT RUN EVER PRODUCED *
      **************************************************************
           IF RUN-SEEN-SW = 0
               WRITE PRNT-REC FROM PRNT-NORUN1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OFLOW-SW = 1
               WRITE PRNT-REC FROM PRNT-OFLOW1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2400-REFUSE-SWAP-PAIRS.
           OPEN I-O ROSTER-MASTER
                    SCHED-FILE
                    LEAVE-FILE.
           IF MAST-STATUS NOT = '00' AND MAST-STATUS NOT = '05'
               MOVE MAST-STATUS TO E-MAST-STATUS
               WRITE PRNT-REC FROM PRNT-MAST-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SCHED-STATUS NOT = '00' AND SCHED-STATUS NOT = '05'
               MOVE SCHED-STATUS TO E-SCHD-STATUS
               WRITE PRNT-REC FROM PRNT-SCHD-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE ROSTER-MASTER
                     PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LEAVE-STATUS NOT = '00' AND LEAVE-STATUS NOT = '05'
               MOVE LEAVE-STATUS TO E-LEAV-STATUS
               WRITE PRNT-REC FROM PRNT-LEAV-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE ROSTER-MASTER
                     SCHED-FILE
                     PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE
                       REVOKE-FILE.
           PERFORM 0300-COUNT-MASTER.
           MOVE MAST-CNT TO OLD-CNT.
           PERFORM 0400-COUNT-SCHED.
           MOVE SCHF-CNT TO SCH-OLD-CNT.
           MOVE 'S' TO BC-STATUS.
           PERFORM 1800-WRITE-CONTROL-TOTALS.
           PERFORM VARYING BO-SUB FROM BO-CNT BY -1
             UNTIL BO-SUB < 1
               PERFORM 3000-BACK-OUT-ENTRY
           END-PERFORM.
           CLOSE REVOKE-FILE.
           IF ADD-CNT > 0
               PERFORM 5000-PRUNE-REVOCATIONS
           END-IF.
           PERFORM 0300-COUNT-MASTER.
           MOVE MAST-CNT TO NEW-CNT.
           PERFORM 0400-COUNT-SCHED.
           MOVE SCHF-CNT TO SCH-NEW-CNT.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE ROSTER-MASTER
                 SCHED-FILE
                 LEAVE-FILE
                 AUDIT-FILE
                 PRNT-FILE.
           MOVE 'C' TO BC-STATUS.
           PERFORM 1800-WRITE-CONTROL-TOTALS.
           PERFORM 9100-STAMP-CYCLE-STEP.
           STOP RUN.
      **************************************************************
      * CYCLE SEQUENCING - THIS STEP MAY NOT START UNTIL LAB1MNT *
      * HAS COMPLETED FOR THE CYCLE ON DA-S-CYCLE, MAY NOT START *
      * ONCE LAB1 HAS (THE BADGE EXTRACT WOULD ALREADY CARRY THE *
      * RUN BEING BACKED OUT), AND MAY NOT RUN TWICE FOR THE SAME *
      * CYCLE - A REFUSAL ENDS THE RUN WITH RETURN CODE 8 BEFORE *
      * ANYTHING IS TOUCHED *
      **************************************************************
       0050-CHECK-CYCLE-STEP.
           PERFORM 0060-LOAD-CYCLE-FILE.
           IF CYC-CNT > 0
               MOVE CYC-E-DATE(1) TO CYC-DATE-IN-USE
           END-IF.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
             UNTIL CYC-IDX > CYC-CNT
               OR (CYC-E-STEP(CYC-IDX) = 'LAB1MNT'
                   AND CYC-E-STATUS(CYC-IDX) = 'C')
               CONTINUE
           END-PERFORM.
           IF CYC-IDX > CYC-CNT
               DISPLAY 'LAB1BCK: PREDECESSOR LAB1MNT NOT COMPLETE'
                       ' FOR CYCLE ' CYC-DATE-IN-USE
                       ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
             UNTIL CYC-IDX > CYC-CNT
               OR (CYC-E-STEP(CYC-IDX) = 'LAB1'
                   AND CYC-E-STATUS(CYC-IDX) = 'C')
               CONTINUE
           END-PERFORM.
           IF CYC-IDX NOT > CYC-CNT
               DISPLAY 'LAB1BCK: SUCCESSOR LAB1 ALREADY COMPLETE'
                       ' FOR CYCLE ' CYC-DATE-IN-USE
                       ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
             UNTIL CYC-IDX > CYC-CNT
               OR (CYC-E-STEP(CYC-IDX) = 'LAB1BCK'
                   AND CYC-E-STATUS(CYC-IDX) = 'C')
               CONTINUE
           END-PERFORM.
           IF CYC-IDX NOT > CYC-CNT
               DISPLAY 'LAB1BCK: ALREADY COMPLETE FOR CYCLE '
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
      * STAMPS THIS STEP COMPLETE FOR THE CYCLE DATE - REWRITES *
      * THE CURRENT CYCLE'S RECORDS (DROPPING ANY OLDER CYCLE'S) *
      * WITH THIS STEP'S COMPLETION ADDED *
      **************************************************************
       9100-STAMP-CYCLE-STEP.
           OPEN OUTPUT CYCLE-FILE.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
             UNTIL CYC-IDX > CYC-CNT
               IF CYC-E-DATE(CYC-IDX) = CYC-DATE-IN-USE
                   AND CYC-E-STEP(CYC-IDX) NOT = 'LAB1BCK'
                   MOVE SPACES TO CYCLE-REC
                   MOVE CYC-E-DATE(CYC-IDX)   TO CY-CYC-DATE
                   MOVE CYC-E-STEP(CYC-IDX)   TO CY-STEP
                   MOVE CYC-E-STATUS(CYC-IDX) TO CY-STATUS
                   WRITE CYCLE-REC
               END-IF
           END-PERFORM.
           MOVE SPACES TO CYCLE-REC.
           MOVE CYC-DATE-IN-USE TO CY-CYC-DATE.
           MOVE 'LAB1BCK' TO CY-STEP.
           MOVE 'C' TO CY-STATUS.
           WRITE CYCLE-REC.
           CLOSE CYCLE-FILE.
      **************************************************************
      * PICKS UP THE RUN TO BACK OUT - "run-date run-time" - READ *
      * FROM SYSIN THE WAY A JCL SYSIN CARD OR EXEC PARM= IS FED *
      * TO A BATCH STEP - THE STAMP IS THE ONE LAB1AUD PRINTS ON *
      * EVERY ENTRY OF THE RUN *
      **************************************************************
       0100-GET-PARMS.
           ACCEPT PARM-LINE FROM SYSIN.
           IF PARM-LINE NOT = SPACES
               UNSTRING PARM-LINE DELIMITED BY SPACES
                 INTO SEL-RUN-DATE SEL-RUN-TIME
           END-IF.
           IF SEL-RUN-DATE NUMERIC AND SEL-RUN-TIME NUMERIC
               MOVE 1 TO PARM-OK-SW
           END-IF.
      **************************************************************
      * COUNTS THE ROSTER MASTER BY READING IT END TO END - RUN *
      * BEFORE AND AFTER THE BACK-OUT SO LAB1BAL TIES REAL OLD *
      * AND NEW COUNTS *
      **************************************************************
       0300-COUNT-MASTER.
           MOVE 0 TO MAST-CNT.
           MOVE 0 TO EOF-MAST.
           MOVE LOW-VALUES TO M-EMP-ID.
           START ROSTER-MASTER KEY NOT < M-EMP-ID
             INVALID KEY MOVE 1 TO EOF-MAST
           END-START.
           PERFORM 0310-COUNT-MASTER-NEXT
             UNTIL EOF-MAST = 1.
       0310-COUNT-MASTER-NEXT.
           READ ROSTER-MASTER NEXT RECORD
             AT END MOVE 1 TO EOF-MAST
             NOT AT END ADD 1 TO MAST-CNT
           END-READ.
      **************************************************************
      * COUNTS THE SCHEDULE DETAIL FILE THE SAME WAY *
      **************************************************************
       0400-COUNT-SCHED.
           MOVE 0 TO SCHF-CNT.
           MOVE 0 TO EOF-SCHD.
           MOVE LOW-VALUES TO SD-SCHED-KEY.
           START SCHED-FILE KEY NOT < SD-SCHED-KEY
             INVALID KEY MOVE 1 TO EOF-SCHD
           END-START.
           PERFORM 0410-COUNT-SCHED-NEXT
             UNTIL EOF-SCHD = 1.
       0410-COUNT-SCHED-NEXT.
           READ SCHED-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-SCHD
             NOT AT END ADD 1 TO SCHF-CNT
           END-READ.
       1400-PRINT-HEAD.
           MOVE SEL-RUN-DATE TO H-RUN-DATE.
           MOVE SEL-RUN-TIME TO H-RUN-TIME.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE WHOLE AUDIT TRAIL - THE TARGET RUN'S APPLIED *
      * ENTRIES GO INTO THE BACK-OUT TABLE, AND EVERY APPLIED *
      * ENTRY WRITTEN AFTER THE RUN MARKS THE TABLE ENTRIES FOR *
      * THE SAME RECORD AS REFUSED *
      **************************************************************
       2000-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           PERFORM 2010-READ-AUDIT.
           PERFORM 2020-SCAN-AUDIT-ENTRY
             UNTIL EOF-A = 1.
           CLOSE AUDIT-FILE.
       2010-READ-AUDIT.
           READ AUDIT-FILE
             AT END MOVE 1 TO EOF-A
           END-READ.
       2020-SCAN-AUDIT-ENTRY.
           ADD 1 TO AUD-CNT.
           PERFORM 2200-DERIVE-AUDIT-KEY.
           IF AD-RUN-DATE = SEL-RUN-DATE
               AND AD-RUN-TIME = SEL-RUN-TIME
               MOVE 1 TO RUN-SEEN-SW
               PERFORM 2100-TABLE-RUN-ENTRY
           ELSE
               IF RUN-SEEN-SW = 1 AND AK-FILE NOT = SPACE
                   PERFORM 2300-MARK-LATER-CHANGE
               END-IF
           END-IF.
           PERFORM 2010-READ-AUDIT.
      **************************************************************
      * TABLES ONE OF THE TARGET RUN'S ENTRIES - REJECTS CHANGED *
      * NOTHING AND ARE ONLY COUNTED. A SWAP WRITES ITS TWO SIDES *
      * AS ADJACENT ENTRIES, SO SWAP ENTRIES ARE PAIRED OFF IN *
      * THE ORDER THEY ARRIVE *
      **************************************************************
       2100-TABLE-RUN-ENTRY.
           IF AK-FILE = SPACE
               ADD 1 TO SKP-CNT
           ELSE
               IF BO-CNT < 5000
                   ADD 1 TO BO-CNT
                   MOVE AK-FILE         TO BO-FILE(BO-CNT)
                   MOVE AK-KEY          TO BO-KEY(BO-CNT)
                   MOVE AD-TRANS-CODE   TO BO-CODE(BO-CNT)
                   MOVE AD-EMP-ID       TO BO-EMP-ID(BO-CNT)
                   MOVE AD-BEFORE-IMAGE TO BO-BEFORE(BO-CNT)
                   MOVE AD-AFTER-IMAGE  TO BO-AFTER(BO-CNT)
                   MOVE 0               TO BO-PAIR(BO-CNT)
                   MOVE SPACE           TO BO-STAT(BO-CNT)
                   IF AD-ACTION = 'SWAPPED'
                       IF SWAP-OPEN-SUB = 0
                           MOVE BO-CNT TO SWAP-OPEN-SUB
                       ELSE
                           MOVE SWAP-OPEN-SUB TO BO-PAIR(BO-CNT)
                           MOVE BO-CNT TO BO-PAIR(SWAP-OPEN-SUB)
                           MOVE 0 TO SWAP-OPEN-SUB
                       END-IF
                   END-IF
               ELSE
                   MOVE 1 TO OFLOW-SW
               END-IF
           END-IF.
      **************************************************************
      * WORKS OUT WHICH FILE AND KEY THE AUDIT ENTRY IN HAND *
      * TOUCHED, FROM ITS ACTION - A BACK-OUT'S OWN ENTRIES COUNT *
      * TOO, SO A BACK-OUT CAN ITSELF BE BACKED OUT *
      **************************************************************
       2200-DERIVE-AUDIT-KEY.
           MOVE SPACES TO AUDIT-KEY-WORK.
           EVALUATE AD-ACTION
               WHEN 'ADDED'
               WHEN 'CHANGED'
               WHEN 'DELETED'
               WHEN 'SWAPPED'
               WHEN 'BO MAST'
                   MOVE 'M'       TO AK-FILE
                   MOVE AD-EMP-ID TO AK-EMP-ID
               WHEN 'SCH ADDED'
               WHEN 'SCH CHGD'
               WHEN 'SCH DELD'
               WHEN 'BO SCHED'
                   MOVE 'S'       TO AK-FILE
               WHEN 'LV ADDED'
               WHEN 'LV CHGD'
               WHEN 'LV DELD'
               WHEN 'BO LEAVE'
                   MOVE 'L'       TO AK-FILE
           END-EVALUATE.
           IF AK-FILE = 'S' OR AK-FILE = 'L'
               IF AD-BEFORE-IMAGE NOT = SPACES
                   MOVE AD-BEFORE-IMAGE TO AK-IMAGE
               ELSE
                   MOVE AD-AFTER-IMAGE  TO AK-IMAGE
               END-IF
               MOVE AK-I-EMP-ID TO AK-EMP-ID
               MOVE AK-I-DATE   TO AK-DATE
           END-IF.
      **************************************************************
      * A LATER RUN TOUCHED THIS RECORD - WHATEVER IT HOLDS NOW *
      * IS THAT RUN'S WORK, SO NO ENTRY OF THE TARGET RUN FOR *
      * THE SAME RECORD MAY BE PUT BACK OVER IT *
      **************************************************************
       2300-MARK-LATER-CHANGE.
           PERFORM VARYING CHK-SUB FROM 1 BY 1
             UNTIL CHK-SUB > BO-CNT
               IF BO-FILE(CHK-SUB) = AK-FILE
                   AND BO-KEY(CHK-SUB) = AK-KEY
                   MOVE 'L' TO BO-STAT(CHK-SUB)
               END-IF
           END-PERFORM.
      **************************************************************
      * A SWAP IS BACKED OUT WHOLE OR NOT AT ALL - A SIDE WHOSE *
      * PARTNER A LATER RUN TOUCHED IS REFUSED WITH IT *
      **************************************************************
       2400-REFUSE-SWAP-PAIRS.
           PERFORM VARYING CHK-SUB FROM 1 BY 1
             UNTIL CHK-SUB > BO-CNT
               IF BO-PAIR(CHK-SUB) > 0
                   AND BO-STAT(CHK-SUB) = 'L'
                   AND BO-STAT(BO-PAIR(CHK-SUB)) = SPACE
                   MOVE 'P' TO BO-STAT(BO-PAIR(CHK-SUB))
               END-IF
           END-PERFORM.
      **************************************************************
      * BACKS OUT ONE TABLE ENTRY - THE RECORD MUST STILL HOLD *
      * EXACTLY THE AFTER IMAGE THE RUN LEFT (NO RECORD AT ALL *
      * WHEN THE RUN DELETED IT); FOR A SWAP BOTH SIDES ARE *
      * CHECKED BEFORE EITHER IS PUT BACK. THE BEFORE IMAGE THEN *
      * GOES BACK: SPACES REMOVES THE RECORD (THE RUN ADDED IT), *
      * NO CURRENT RECORD RE-ADDS IT (THE RUN DELETED IT), *
      * OTHERWISE IT IS REWRITTEN *
      **************************************************************
       3000-BACK-OUT-ENTRY.
           MOVE BO-SUB TO CHK-SUB.
           IF BO-STAT(BO-SUB) = SPACE
               PERFORM 3100-READ-CURRENT
               IF CUR-IMAGE NOT = BO-AFTER(BO-SUB)
                   MOVE 'N' TO BO-STAT(BO-SUB)
               END-IF
           END-IF.
           IF BO-STAT(BO-SUB) = SPACE AND BO-PAIR(BO-SUB) > 0
               MOVE BO-PAIR(BO-SUB) TO CHK-SUB
               IF BO-STAT(CHK-SUB) = SPACE
                   PERFORM 3100-READ-CURRENT
                   IF CUR-IMAGE NOT = BO-AFTER(CHK-SUB)
                       MOVE 'N' TO BO-STAT(CHK-SUB)
                   END-IF
               END-IF
               IF BO-STAT(CHK-SUB) NOT = SPACE
                   AND BO-STAT(CHK-SUB) NOT = 'R'
                   MOVE 'P' TO BO-STAT(BO-SUB)
               END-IF
               MOVE BO-SUB TO CHK-SUB
           END-IF.
           MOVE SPACES TO L-EFFECT1.
           MOVE SPACES TO L-REASON1.
           IF BO-STAT(BO-SUB) = SPACE
               PERFORM 3100-READ-CURRENT
               MOVE CUR-IMAGE TO CUR-HOLD
               EVALUATE BO-FILE(BO-SUB)
                   WHEN 'M' PERFORM 3200-RESTORE-MASTER
                   WHEN 'S' PERFORM 3300-RESTORE-SCHED
                   WHEN 'L' PERFORM 3400-RESTORE-LEAVE
               END-EVALUATE
               MOVE 'R' TO BO-STAT(BO-SUB)
               ADD 1 TO REV-CNT
               MOVE 'BACKED OUT' TO L-ACTION1
           ELSE
               ADD 1 TO REF-CNT
               MOVE 'REFUSED'  TO L-ACTION1
               EVALUATE BO-STAT(BO-SUB)
                   WHEN 'L'
                       MOVE 'CHANGED BY A LATER RUN'
                         TO L-REASON1
                   WHEN 'N'
                       MOVE 'NOT AS THE RUN LEFT IT'
                         TO L-REASON1
                   WHEN 'P'
                       MOVE 'SWAP PARTNER REFUSED'
                         TO L-REASON1
               END-EVALUATE
           END-IF.
           PERFORM 3600-WRITE-BO-AUDIT.
           PERFORM 1600-PRINT-ENTRY-LINE.
      **************************************************************
      * READS THE CURRENT RECORD FOR TABLE ENTRY CHK-SUB INTO *
      * CUR-IMAGE - SPACES WHEN THERE IS NO SUCH RECORD *
      **************************************************************
       3100-READ-CURRENT.
           MOVE SPACES TO CUR-IMAGE.
           MOVE 1 TO CUR-FOUND-SW.
           EVALUATE BO-FILE(CHK-SUB)
               WHEN 'M'
                   MOVE BO-KEY-EMP(CHK-SUB) TO M-EMP-ID
                   READ ROSTER-MASTER
                     INVALID KEY MOVE 0 TO CUR-FOUND-SW
                   END-READ
                   IF CUR-FOUND-SW = 1
                       MOVE MASTER-DATA TO CUR-IMAGE
                   END-IF
               WHEN 'S'
                   MOVE BO-KEY-EMP(CHK-SUB)  TO SD-EMP-ID
                   MOVE BO-KEY-DATE(CHK-SUB) TO SD-SCHED-DATE
                   READ SCHED-FILE
                     INVALID KEY MOVE 0 TO CUR-FOUND-SW
                   END-READ
                   IF CUR-FOUND-SW = 1
                       MOVE SCHED-DATA TO CUR-IMAGE
                   END-IF
               WHEN 'L'
                   MOVE BO-KEY-EMP(CHK-SUB)  TO LV-EMP-ID
                   MOVE BO-KEY-DATE(CHK-SUB) TO LV-FROM-DATE
                   READ LEAVE-FILE
                     INVALID KEY MOVE 0 TO CUR-FOUND-SW
                   END-READ
                   IF CUR-FOUND-SW = 1
                       MOVE LEAVE-DATA TO CUR-IMAGE
                   END-IF
           END-EVALUATE.
      **************************************************************
      * PUTS A MASTER RECORD BACK - REMOVING AN EMPLOYEE THE RUN *
      * ADDED QUEUES A BADGE REVOCATION, AS ANY DELETE DOES *
      **************************************************************
       3200-RESTORE-MASTER.
           IF BO-BEFORE(BO-SUB) = SPACES
               PERFORM 3500-WRITE-REVOCATION
               DELETE ROSTER-MASTER
               ADD 1 TO DEL-CNT
               MOVE 'REMOVED'  TO L-EFFECT1
           ELSE
               MOVE BO-BEFORE(BO-SUB) TO MASTER-DATA
               IF CUR-FOUND-SW = 0
                   WRITE MASTER-DATA
                   ADD 1 TO ADD-CNT
                   MOVE 'RE-ADDED' TO L-EFFECT1
               ELSE
                   REWRITE MASTER-DATA
                   ADD 1 TO CHG-CNT
                   MOVE 'RESTORED' TO L-EFFECT1
               END-IF
           END-IF.
      **************************************************************
      * PUTS A SCHEDULE DETAIL RECORD BACK *
      **************************************************************
       3300-RESTORE-SCHED.
           IF BO-BEFORE(BO-SUB) = SPACES
               DELETE SCHED-FILE
               ADD 1 TO SCHD-CNT
               MOVE 'REMOVED'  TO L-EFFECT1
           ELSE
               MOVE BO-BEFORE(BO-SUB) TO SCHED-DATA
               IF CUR-FOUND-SW = 0
                   WRITE SCHED-DATA
                   ADD 1 TO SCHA-CNT
                   MOVE 'RE-ADDED' TO L-EFFECT1
               ELSE
                   REWRITE SCHED-DATA
                   ADD 1 TO SCHC-CNT
                   MOVE 'RESTORED' TO L-EFFECT1
               END-IF
           END-IF.
      **************************************************************
      * PUTS A LEAVE SPELL BACK *
      **************************************************************
       3400-RESTORE-LEAVE.
           IF BO-BEFORE(BO-SUB) = SPACES
               DELETE LEAVE-FILE
               ADD 1 TO LVD-CNT
               MOVE 'REMOVED'  TO L-EFFECT1
           ELSE
               MOVE BO-BEFORE(BO-SUB) TO LEAVE-DATA
               IF CUR-FOUND-SW = 0
                   WRITE LEAVE-DATA
                   ADD 1 TO LVA-CNT
                   MOVE 'RE-ADDED' TO L-EFFECT1
               ELSE
                   REWRITE LEAVE-DATA
                   ADD 1 TO LVC-CNT
                   MOVE 'RESTORED' TO L-EFFECT1
               END-IF
           END-IF.
      **************************************************************
      * QUEUES A BADGE-ACCESS REVOCATION FOR THE MASTER RECORD *
      * ABOUT TO BE REMOVED - SAME LAYOUT LAB1MNT WRITES *
      **************************************************************
       3500-WRITE-REVOCATION.
           MOVE SPACES TO REVOKE-REC.
           MOVE M-NAME       TO RV-NAME.
           MOVE M-DEPT       TO RV-DEPT.
           MOVE M-SHIFT      TO RV-SHIFT.
           MOVE M-SCHED-DATE TO RV-SCHED-DATE.
           MOVE M-SCHED-TIME TO RV-SCHED-TIME.
           MOVE M-EMP-ID     TO RV-EMP-ID.
           MOVE 'R'          TO RV-BADGE-ACTION.
           WRITE REVOKE-REC.
           ADD 1 TO RVK-CNT.
      **************************************************************
      * AUDITS THE ENTRY IN HAND UNDER THIS RUN'S OWN STAMP AND *
      * THE ORIGINAL TRANSACTION CODE - A BACKED-OUT ENTRY *
      * CARRIES WHAT THE RECORD HELD AND WHAT WENT BACK, A *
      * REFUSED ONE THE RUN'S OWN BEFORE AND AFTER IMAGES *
      **************************************************************
       3600-WRITE-BO-AUDIT.
           MOVE SPACES           TO AUDIT-REC.
           MOVE RUN-DATE         TO AD-RUN-DATE.
           MOVE RUN-TIME         TO AD-RUN-TIME.
           MOVE BO-CODE(BO-SUB)  TO AD-TRANS-CODE.
           MOVE BO-EMP-ID(BO-SUB) TO AD-EMP-ID.
           IF BO-STAT(BO-SUB) = 'R'
               EVALUATE BO-FILE(BO-SUB)
                   WHEN 'M' MOVE 'BO MAST'  TO AD-ACTION
                   WHEN 'S' MOVE 'BO SCHED' TO AD-ACTION
                   WHEN 'L' MOVE 'BO LEAVE' TO AD-ACTION
               END-EVALUATE
               MOVE CUR-HOLD          TO AD-BEFORE-IMAGE
               MOVE BO-BEFORE(BO-SUB) TO AD-AFTER-IMAGE
           ELSE
               MOVE 'BO REFUSD'       TO AD-ACTION
               MOVE BO-BEFORE(BO-SUB) TO AD-BEFORE-IMAGE
               MOVE BO-AFTER(BO-SUB)  TO AD-AFTER-IMAGE
           END-IF.
           WRITE AUDIT-REC.
      **************************************************************
      * PRINTS ONE BACK-OUT LISTING LINE - A REFUSED ENTRY ALSO *
      * GETS THE RUN'S BEFORE AND AFTER IMAGES FOR MANUAL REVIEW *
      **************************************************************
       1600-PRINT-ENTRY-LINE.
           MOVE BO-CODE(BO-SUB)     TO L-CODE1.
           EVALUATE BO-FILE(BO-SUB)
               WHEN 'M' MOVE 'MAST'  TO L-FILE1
               WHEN 'S' MOVE 'SCHED' TO L-FILE1
               WHEN 'L' MOVE 'LEAVE' TO L-FILE1
           END-EVALUATE.
           MOVE BO-KEY-EMP(BO-SUB)  TO L-EMPID1.
           MOVE BO-KEY-DATE(BO-SUB) TO L-DATE1.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
           IF BO-STAT(BO-SUB) NOT = 'R'
               MOVE BO-BEFORE(BO-SUB) TO L-BEFORE
               WRITE PRNT-REC FROM PRNT-DATA2
                 AFTER ADVANCING 1 LINE
               MOVE BO-AFTER(BO-SUB)  TO L-AFTER
               WRITE PRNT-REC FROM PRNT-DATA3
                 AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * PRINTS THE BACK-OUT LISTING CONTROL TOTALS *
      **************************************************************
       1700-PRINT-TRAILER.
           MOVE BO-CNT   TO T-ENT-CNT.
           MOVE SKP-CNT  TO T-SKP-CNT.
           MOVE REV-CNT  TO T-REV-CNT.
           MOVE REF-CNT  TO T-REF-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER1
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-TRAILER2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER3
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER4
             AFTER ADVANCING 1 LINE.
           MOVE ADD-CNT  TO T-ADD-CNT.
           MOVE CHG-CNT  TO T-CHG-CNT.
           MOVE DEL-CNT  TO T-DEL-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER5
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-TRAILER6
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER7
             AFTER ADVANCING 1 LINE.
           MOVE SCHA-CNT TO T-SCHA-CNT.
           MOVE SCHC-CNT TO T-SCHC-CNT.
           MOVE SCHD-CNT TO T-SCHD-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER8
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER9
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER10
             AFTER ADVANCING 1 LINE.
           MOVE LVA-CNT  TO T-LVA-CNT.
           MOVE LVC-CNT  TO T-LVC-CNT.
           MOVE LVD-CNT  TO T-LVD-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER11
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER12
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER13
             AFTER ADVANCING 1 LINE.
           MOVE RVK-CNT  TO T-RVK-CNT.
           MOVE DRP-CNT  TO T-DRP-CNT.
           WRITE PRNT-REC FROM PRNT-TRAILER14
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-TRAILER15
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE CONTROL-TOTALS RECORD FOR LAB1BAL WITH THE *
      * STATUS ALREADY SET - 'S' BEFORE THE FIRST FILE IS TOUCHED *
      * (EVERY COUNT STILL ZERO), 'C' AT CLEAN COMPLETION *
      **************************************************************
       1800-WRITE-CONTROL-TOTALS.
           MOVE CYC-DATE-IN-USE TO BC-CYC-DATE.
           MOVE SEL-RUN-DATE    TO BC-TGT-DATE.
           MOVE SEL-RUN-TIME    TO BC-TGT-TIME.
           MOVE BO-CNT          TO BC-ENT-CNT.
           MOVE REV-CNT         TO BC-REV-CNT.
           MOVE REF-CNT         TO BC-REF-CNT.
           MOVE OLD-CNT         TO BC-OLD-CNT.
           MOVE ADD-CNT         TO BC-ADD-CNT.
           MOVE CHG-CNT         TO BC-CHG-CNT.
           MOVE DEL-CNT         TO BC-DEL-CNT.
           MOVE NEW-CNT         TO BC-NEW-CNT.
           MOVE SCH-OLD-CNT     TO BC-SCH-OLD-CNT.
           MOVE SCHA-CNT        TO BC-SCH-ADD-CNT.
           MOVE SCHC-CNT        TO BC-SCH-CHG-CNT.
           MOVE SCHD-CNT        TO BC-SCH-DEL-CNT.
           MOVE SCH-NEW-CNT     TO BC-SCH-NEW-CNT.
           MOVE LVA-CNT         TO BC-LV-ADD-CNT.
           MOVE LVC-CNT         TO BC-LV-CHG-CNT.
           MOVE LVD-CNT         TO BC-LV-DEL-CNT.
           MOVE RVK-CNT         TO BC-RVK-CNT.
           MOVE DRP-CNT         TO BC-RVK-DRP-CNT.
           OPEN OUTPUT BCK-CTL-FILE.
           WRITE BCK-CTL-REC.
           CLOSE BCK-CTL-FILE.
      **************************************************************
      * A DELETE THIS BACK-OUT REVERSED LEFT ITS REVOCATION ON *
      * THE QUEUE LAB1 HAS NOT YET SENT - SENT WITH THE RE-ADDED *
      * RECORD IT WOULD CUT OFF THE BADGE JUST PUT BACK, SO THE *
      * QUEUE IS REWRITTEN WITHOUT IT. A QUEUE TOO LARGE TO HOLD *
      * IS LEFT AS IT IS AND FLAGGED FOR REVIEW *
      **************************************************************
       5000-PRUNE-REVOCATIONS.
           MOVE 0 TO EOF-RV.
           OPEN INPUT REVOKE-FILE.
           PERFORM 5010-READ-REVOCATION.
           PERFORM 5020-HOLD-REVOCATION
             UNTIL EOF-RV = 1.
           CLOSE REVOKE-FILE.
           IF RVQ-OFLOW-SW = 1
               WRITE PRNT-REC FROM PRNT-RVOFLOW1
                 AFTER ADVANCING 1 LINE
           ELSE
               OPEN OUTPUT REVOKE-FILE
               PERFORM 5030-REWRITE-REVOCATION
                 VARYING RVQ-SUB FROM 1 BY 1
                 UNTIL RVQ-SUB > RVQ-CNT
               CLOSE REVOKE-FILE
           END-IF.
       5010-READ-REVOCATION.
           READ REVOKE-FILE
             AT END MOVE 1 TO EOF-RV
           END-READ.
       5020-HOLD-REVOCATION.
           IF RVQ-CNT < 2000
               ADD 1 TO RVQ-CNT
               MOVE REVOKE-REC TO RVQ-ENTRY(RVQ-CNT)
           ELSE
               MOVE 1 TO RVQ-OFLOW-SW
           END-IF.
           PERFORM 5010-READ-REVOCATION.
      **************************************************************
      * KEEPS ONE HELD REVOCATION UNLESS IT IS FOR AN EMPLOYEE *
      * WHOSE DELETE THIS BACK-OUT REVERSED *
      **************************************************************
       5030-REWRITE-REVOCATION.
           MOVE RVQ-ENTRY(RVQ-SUB) TO REVOKE-REC.
           MOVE 1 TO RVQ-KEEP-SW.
           PERFORM VARYING CHK-SUB FROM 1 BY 1
             UNTIL CHK-SUB > BO-CNT
               IF BO-FILE(CHK-SUB) = 'M'
                   AND BO-STAT(CHK-SUB) = 'R'
                   AND BO-AFTER(CHK-SUB) = SPACES
                   AND BO-KEY-EMP(CHK-SUB) = RV-EMP-ID
                   MOVE 0 TO RVQ-KEEP-SW
               END-IF
           END-PERFORM.
           IF RVQ-KEEP-SW = 1
               WRITE REVOKE-REC
           ELSE
               ADD 1 TO DRP-CNT
           END-IF.
