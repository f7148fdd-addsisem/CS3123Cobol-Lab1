       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1PTS.
       AUTHOR. Addyson Sisemore
      * ROLLING ATTENDANCE POINTS REPORT.
      * 2026-10-15 - NEW PROGRAM. TOTALS THE CUMULATIVE ATTENDANCE
      *              HISTORY LAB1SWP APPENDS TO (DA-S-ATTN) INTO
      *              ATTENDANCE POINTS PER EMPLOYEE OVER ROLLING
      *              30-DAY AND 90-DAY WINDOWS ENDING ON AN AS-OF
      *              DATE, GROUPED BY THE EMPLOYEE'S DEPARTMENT ON
      *              THE ROSTER MASTER (NEW PAGE PER DEPARTMENT),
      *              AND FLAGS EVERYONE WHOSE POINTS ARE OVER THE
      *              DISCIPLINARY THRESHOLD FOR EITHER WINDOW. A
      *              NO-SHOW IS 1.0 POINT AND A LATE ARRIVAL 0.5;
      *              SWIPES ON UNSCHEDULED DAYS ARE COUNTED BUT
      *              CARRY NO POINTS. THE SYSIN PARM CARD IS
      *              "as-of-date 30-day-limit 90-day-limit" (WHOLE
      *              POINTS) - A BLANK OR ASTERISK FIELD TAKES THE
      *              DEFAULT OF TODAY, 3, AND 6.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATTN-FILE ASSIGN TO 'DA-S-ATTN'.
           SELECT ROSTER-MASTER ASSIGN TO 'DA-S-NMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EMP-ID
               FILE STATUS IS MAST-STATUS.
           SELECT PTS-SORT-WORK ASSIGN TO 'ASORTWK'.
           SELECT SORTED-EVENTS ASSIGN TO 'ASORTOUT'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-TRPT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE CUMULATIVE ATTENDANCE HISTORY LAB1SWP APPENDS TO *
      **************************************************************
       FD ATTN-FILE
           LABEL RECORDS ARE STANDARD.
       01 ATTN-REC.
           COPY ATTNEVT REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==AE==.
      **************************************************************
      * THE INDEXED ROSTER MASTER - READ BY KEY FOR EACH EVENT'S *
      * DEPARTMENT AND NAME *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * ONE SORT RECORD PER EVENT INSIDE THE 90-DAY WINDOW, KEYED *
      * DEPARTMENT THEN EMPLOYEE SO THE REPORT BREAKS ON BOTH - *
      * AGE-DAYS IS HOW MANY DAYS BEFORE THE AS-OF DATE IT FELL *
      **************************************************************
       SD PTS-SORT-WORK.
       01 PTS-SORT-REC.
         03 PS-DEPT         PIC X(10).
         03 PS-EMP-ID       PIC X(6).
         03 PS-NAME         PIC X(20).
         03 PS-AGE-DAYS     PIC 9(5).
         03 PS-EVENT-TYPE   PIC X(1).
         03 PS-MINUTES-LATE PIC 9(4).
         03 FILLER          PIC X(34).
      **************************************************************
      * HOLDS THE WINDOWED EVENTS ONCE PTS-SORT-WORK PUTS THEM IN *
      * EMPLOYEE-WITHIN-DEPARTMENT ORDER *
      **************************************************************
       FD SORTED-EVENTS
           LABEL RECORDS ARE STANDARD.
       01 SORTED-EVT-REC   PIC X(80).
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
       WORKING-STORAGE SECTION.
      **************************************************************
      * THE AS-OF DATE AND THE TWO DISCIPLINARY THRESHOLDS FROM *
      * THE SYSIN PARM CARD - THE THRESHOLDS ARE TAKEN AS TEXT, *
      * RIGHT-JUSTIFIED AND ZERO-FILLED, AND ONLY REPLACE THE *
      * DEFAULTS WHEN THEY PROVE NUMERIC *
      **************************************************************
       01 PARM-DATA.
         03 AS-OF-DATE    PIC X(8)  VALUE SPACES.
         03 PARM-THR30    PIC X(3)  JUSTIFIED RIGHT.
         03 PARM-THR30-N REDEFINES PARM-THR30 PIC 9(3).
         03 PARM-THR90    PIC X(3)  JUSTIFIED RIGHT.
         03 PARM-THR90-N REDEFINES PARM-THR90 PIC 9(3).
         03 THRESHOLD-30  PIC 9(3)V9 VALUE 3.
         03 THRESHOLD-90  PIC 9(3)V9 VALUE 6.
         03 PARM-LINE     PIC X(80).
      **************************************************************
      * POINTS CHARGED PER EVENT TYPE *
      **************************************************************
       01 POINT-VALUES.
         03 NOS-POINTS    PIC 9V9   VALUE 1.0.
         03 LATE-POINTS   PIC 9V9   VALUE 0.5.
      **************************************************************
      * WORKING COPY OF THE CURRENT SORTED EVENT *
      **************************************************************
       01 EVENT-DATA.
         03 EV-DEPT         PIC X(10).
         03 EV-EMP-ID       PIC X(6).
         03 EV-NAME         PIC X(20).
         03 EV-AGE-DAYS     PIC 9(5).
         03 EV-EVENT-TYPE   PIC X(1).
         03 EV-MINUTES-LATE PIC 9(4).
         03 FILLER          PIC X(34).
      **************************************************************
      * LAYOUT FOR THE POINTS-REPORT HEADING LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(30)   VALUE
             'ATTENDANCE POINTS AS OF       '.
         03 H-AS-OF     PIC X(8).
         03 FILLER      PIC X(5)    VALUE SPACES.
         03 FILLER      PIC X(12)   VALUE 'DEPARTMENT: '.
         03 H-DEPT      PIC X(10).
         03 FILLER      PIC X(5)    VALUE SPACES.
         03 FILLER      PIC X(5)    VALUE 'PAGE '.
         03 H-PAGE-NO   PIC ZZZ9.
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(6)    VALUE 'EMP ID'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'NAME'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(9)    VALUE 'NO-SHOWS '.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(9)    VALUE '  LATES  '.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(6)    VALUE 'LATE  '.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(5)    VALUE 'UNSCH'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(13)   VALUE '   POINTS    '.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'FLAG'.
       01 PRNT-HEADING3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(32)   VALUE SPACES.
         03 FILLER      PIC X(9)    VALUE ' 30D  90D'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(9)    VALUE ' 30D  90D'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(6)    VALUE 'MN 90D'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(5)    VALUE '  90D'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(13)   VALUE '  30D    90D '.
      **************************************************************
      * LAYOUT FOR ONE EMPLOYEE'S POINTS LINE *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
         03 L-EMPID1     PIC X(6).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-NAME1      PIC X(20).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-NOS30      PIC ZZZ9.
         03 FILLER       PIC X(1)   VALUE SPACES.
         03 L-NOS90      PIC ZZZ9.
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-LATE30     PIC ZZZ9.
         03 FILLER       PIC X(1)   VALUE SPACES.
         03 L-LATE90     PIC ZZZ9.
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-MIN90      PIC ZZZZZ9.
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-UNS90      PIC ZZZZ9.
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-PTS30      PIC ZZ9.9.
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-PTS90      PIC ZZ9.9.
         03 FILLER       PIC X(4)   VALUE SPACES.
         03 L-FLAG1      PIC X(9).
      **************************************************************
      * LAYOUT FOR THE PER-DEPARTMENT TOTAL LINE *
      **************************************************************
       01 PRNT-DEPT-TOTAL1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(14)   VALUE 'EMPLOYEES FOR '.
         03 DT-DEPT     PIC X(10).
         03 FILLER      PIC X(2)    VALUE ': '.
         03 DT-EMP-CNT  PIC ZZZ,ZZ9.
         03 FILLER      PIC X(13)   VALUE '   FLAGGED: '.
         03 DT-FLG-CNT  PIC ZZZ,ZZ9.
      **************************************************************
      * LAYOUTS FOR THE TRAILER (CONTROL TOTAL) LINES *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'HISTORY EVENTS READ:      '.
         03 T-EVT-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'EVENTS IN 90-DAY WINDOW:  '.
         03 T-WIN-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'EVENTS WITH BAD DATES:    '.
         03 T-BAD-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'EMPLOYEES REPORTED:       '.
         03 T-EMP-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'EMPLOYEES OVER THRESHOLD: '.
         03 T-FLG-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER6.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'THRESHOLDS 30D / 90D:     '.
         03 T-THR30     PIC ZZ9.9.
         03 FILLER      PIC X(3)    VALUE ' / '.
         03 T-THR90     PIC ZZ9.9.
       01 PRNT-TRAILER7.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'POINTS NO-SHOW / LATE:    '.
         03 T-NOS-PTS   PIC 9.9.
         03 FILLER      PIC X(3)    VALUE ' / '.
         03 T-LATE-PTS  PIC 9.9.
      **************************************************************
      * LAYOUT FOR THE NO-EVENTS LINE *
      **************************************************************
       01 PRNT-EMPTY1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(45)   VALUE
             'NO ATTENDANCE EVENTS IN THE 90-DAY WINDOW'.
      **************************************************************
      * LAYOUT FOR THE BAD-PARM MESSAGE LINE *
      **************************************************************
       01 PRNT-PARM-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(36)   VALUE
             'AS-OF DATE NOT A REAL DATE - PARM: '.
         03 E-AS-OF     PIC X(8).
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
         03 EOF-AE     PIC 9   VALUE 0.
         03 EOF-EV     PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FOR THE INDEXED ROSTER MASTER *
      **************************************************************
         03 MAST-STATUS PIC XX  VALUE SPACES.
      **************************************************************
      *       CONTROL-BREAK KEYS - THE DEPARTMENT AND EMPLOYEE *
      *       WHOSE EVENTS ARE BEING ACCUMULATED *
      **************************************************************
         03 PREV-DEPT   PIC X(10) VALUE LOW-VALUES.
         03 PREV-EMP-ID PIC X(6)  VALUE LOW-VALUES.
         03 PREV-NAME   PIC X(20) VALUE SPACES.
      **************************************************************
      *       PAGE CONTROL *
      **************************************************************
         03 LINE-CNT   PIC 9(4)  VALUE 0.
         03 PAGE-CNT   PIC 9(4)  VALUE 0.
         03 LINES-PER-PAGE PIC 9(4) VALUE 55.
      **************************************************************
      *       CONTROL TOTAL COUNTERS *
      **************************************************************
         03 EVT-CNT    PIC 9(6)  VALUE 0.
         03 WIN-CNT    PIC 9(6)  VALUE 0.
         03 BAD-CNT    PIC 9(6)  VALUE 0.
         03 EMP-CNT    PIC 9(6)  VALUE 0.
         03 FLG-CNT    PIC 9(6)  VALUE 0.
         03 DEPT-EMP-CNT PIC 9(6) VALUE 0.
         03 DEPT-FLG-CNT PIC 9(6) VALUE 0.
      **************************************************************
      *       THE AS-OF DATE AS A DAY NUMBER, AND THE EVENT IN *
      *       HAND'S AGE IN DAYS BEFORE IT *
      **************************************************************
         03 AS-OF-DAY-NUM PIC 9(7) VALUE 0.
         03 EVENT-AGE     PIC S9(7) VALUE 0.
      **************************************************************
      *       ONE EMPLOYEE'S ACCUMULATED EVENTS AND POINTS FOR THE *
      *       30-DAY AND 90-DAY WINDOWS *
      **************************************************************
       01 EMP-ACCUMULATORS.
         03 ACC-NOS30   PIC 9(4)   VALUE 0.
         03 ACC-NOS90   PIC 9(4)   VALUE 0.
         03 ACC-LATE30  PIC 9(4)   VALUE 0.
         03 ACC-LATE90  PIC 9(4)   VALUE 0.
         03 ACC-MIN90   PIC 9(6)   VALUE 0.
         03 ACC-UNS90   PIC 9(5)   VALUE 0.
         03 ACC-PTS30   PIC 9(3)V9 VALUE 0.
         03 ACC-PTS90   PIC 9(3)V9 VALUE 0.
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
           PERFORM 0100-GET-PARMS.
           OPEN OUTPUT PRNT-FILE.
           MOVE AS-OF-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE AS-OF-DATE TO E-AS-OF
               WRITE PRNT-REC FROM PRNT-PARM-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 8300-COMPUTE-DAY-NUM.
           MOVE DAY-NUM TO AS-OF-DAY-NUM.
      **************************************************************
      * A MASTER THAT CANNOT BE OPENED MUST STOP THE RUN HERE - *
      * EVERY EVENT WOULD OTHERWISE FALL UNDER NO DEPARTMENT *
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
           PERFORM 1000-SORT-EVENTS.
           CLOSE ROSTER-MASTER.
           OPEN INPUT SORTED-EVENTS.
           PERFORM 2000-READ-EVENT.
           IF EOF-EV = 1
               PERFORM 1400-PRINT-HEAD
               WRITE PRNT-REC FROM PRNT-EMPTY1
                 AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1500-LOOP
             UNTIL EOF-EV = 1.
           IF PREV-EMP-ID NOT = LOW-VALUES
               PERFORM 1650-PRINT-EMP-LINE
               PERFORM 1620-PRINT-DEPT-TOTAL
           END-IF.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE SORTED-EVENTS
                 PRNT-FILE.
           STOP RUN.
      **************************************************************
      * PICKS UP THE OPTIONAL "as-of-date 30-day-limit 90-day- *
      * limit" PARM - READ FROM SYSIN THE WAY A JCL SYSIN CARD OR *
      * EXEC PARM= IS FED TO A BATCH STEP, NOT FROM SHELL *
      * COMMAND-LINE ARGUMENTS - A BLANK OR ASTERISK AS-OF DATE *
      * MEANS TODAY, AND A BLANK, ASTERISK, OR NON-NUMERIC LIMIT *
      * KEEPS ITS DEFAULT *
      **************************************************************
       0100-GET-PARMS.
           MOVE SPACES TO PARM-THR30.
           MOVE SPACES TO PARM-THR90.
           ACCEPT PARM-LINE FROM SYSIN.
           IF PARM-LINE NOT = SPACES
               UNSTRING PARM-LINE DELIMITED BY SPACES
                 INTO AS-OF-DATE PARM-THR30 PARM-THR90
           END-IF.
           IF AS-OF-DATE = SPACES OR AS-OF-DATE = '*'
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           END-IF.
           INSPECT PARM-THR30 REPLACING LEADING SPACES BY ZEROS.
           IF PARM-THR30-N NUMERIC AND PARM-THR30-N > 0
               MOVE PARM-THR30-N TO THRESHOLD-30
           END-IF.
           INSPECT PARM-THR90 REPLACING LEADING SPACES BY ZEROS.
           IF PARM-THR90-N NUMERIC AND PARM-THR90-N > 0
               MOVE PARM-THR90-N TO THRESHOLD-90
           END-IF.
      **************************************************************
      * SORTS THE EVENTS INSIDE THE 90-DAY WINDOW INTO EMPLOYEE- *
      * WITHIN-DEPARTMENT SEQUENCE - FED BY AN INPUT PROCEDURE *
      * THAT DROPS OLDER (AND FUTURE-DATED) EVENTS AND TAKES EACH *
      * EMPLOYEE'S DEPARTMENT AND NAME FROM THE ROSTER MASTER *
      **************************************************************
       1000-SORT-EVENTS.
           SORT PTS-SORT-WORK
             ON ASCENDING KEY PS-DEPT
                              PS-EMP-ID
             INPUT PROCEDURE IS 1100-SELECT-EVENTS
             GIVING SORTED-EVENTS.
      **************************************************************
      * READS THE WHOLE HISTORY - A MISSING HISTORY FILE JUST *
      * RELEASES NOTHING *
      **************************************************************
       1100-SELECT-EVENTS.
           OPEN INPUT ATTN-FILE.
           PERFORM 1150-READ-ATTN.
           PERFORM 1120-RELEASE-IF-IN-WINDOW
             UNTIL EOF-AE = 1.
           CLOSE ATTN-FILE.
      **************************************************************
      * RELEASES THE EVENT IN HAND WHEN IT FELL ON OR BEFORE THE *
      * AS-OF DATE AND LESS THAN 90 DAYS BEFORE IT - AN EMPLOYEE *
      * NO LONGER (OR NEVER) ON THE MASTER GROUPS UNDER *
      * *NO ROSTER *
      **************************************************************
       1120-RELEASE-IF-IN-WINDOW.
           MOVE AE-EVENT-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               ADD 1 TO BAD-CNT
           ELSE
               PERFORM 8300-COMPUTE-DAY-NUM
               COMPUTE EVENT-AGE = AS-OF-DAY-NUM - DAY-NUM
               IF EVENT-AGE NOT < 0 AND EVENT-AGE < 90
                   ADD 1 TO WIN-CNT
                   MOVE SPACES TO PTS-SORT-REC
                   MOVE AE-EMP-ID TO M-EMP-ID
                   READ ROSTER-MASTER
                     INVALID KEY
                       MOVE '*NO ROSTER' TO PS-DEPT
                       MOVE SPACES       TO PS-NAME
                     NOT INVALID KEY
                       MOVE M-DEPT TO PS-DEPT
                       MOVE M-NAME TO PS-NAME
                   END-READ
                   MOVE AE-EMP-ID       TO PS-EMP-ID
                   MOVE EVENT-AGE       TO PS-AGE-DAYS
                   MOVE AE-EVENT-TYPE   TO PS-EVENT-TYPE
                   MOVE AE-MINUTES-LATE TO PS-MINUTES-LATE
                   RELEASE PTS-SORT-REC
               END-IF
           END-IF.
           PERFORM 1150-READ-ATTN.
       1150-READ-ATTN.
           READ ATTN-FILE
             AT END MOVE 1 TO EOF-AE
             NOT AT END ADD 1 TO EVT-CNT
           END-READ.
       1400-PRINT-HEAD.
           ADD 1 TO PAGE-CNT.
           MOVE PAGE-CNT   TO H-PAGE-NO.
           MOVE AS-OF-DATE TO H-AS-OF.
           MOVE PREV-DEPT  TO H-DEPT.
           IF PREV-DEPT = LOW-VALUES
               MOVE SPACES TO H-DEPT
           END-IF.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CNT.
      **************************************************************
      * CONTROL BREAKS - A NEW EMPLOYEE PRINTS THE LAST ONE'S *
      * LINE, A NEW DEPARTMENT ALSO PRINTS THE DEPARTMENT TOTAL *
      * AND STARTS A NEW PAGE - THEN THE EVENT IS ACCUMULATED *
      **************************************************************
       1500-LOOP.
           IF EV-DEPT NOT = PREV-DEPT
               OR EV-EMP-ID NOT = PREV-EMP-ID
               IF PREV-EMP-ID NOT = LOW-VALUES
                   PERFORM 1650-PRINT-EMP-LINE
               END-IF
               IF EV-DEPT NOT = PREV-DEPT
                   PERFORM 1610-BREAK-ON-DEPT
               END-IF
               MOVE EV-EMP-ID TO PREV-EMP-ID
               MOVE EV-NAME   TO PREV-NAME
               MOVE ZEROS TO EMP-ACCUMULATORS
           END-IF.
           PERFORM 1600-ACCUMULATE-EVENT.
           PERFORM 2000-READ-EVENT.
      **************************************************************
      * ADDS ONE EVENT INTO THE EMPLOYEE'S 90-DAY FIGURES, AND *
      * ITS 30-DAY FIGURES WHEN IT FELL IN THE LAST 30 DAYS *
      **************************************************************
       1600-ACCUMULATE-EVENT.
           EVALUATE EV-EVENT-TYPE
               WHEN 'N'
                   ADD 1 TO ACC-NOS90
                   ADD NOS-POINTS TO ACC-PTS90
                   IF EV-AGE-DAYS < 30
                       ADD 1 TO ACC-NOS30
                       ADD NOS-POINTS TO ACC-PTS30
                   END-IF
               WHEN 'L'
                   ADD 1 TO ACC-LATE90
                   ADD EV-MINUTES-LATE TO ACC-MIN90
                   ADD LATE-POINTS TO ACC-PTS90
                   IF EV-AGE-DAYS < 30
                       ADD 1 TO ACC-LATE30
                       ADD LATE-POINTS TO ACC-PTS30
                   END-IF
               WHEN OTHER
                   ADD 1 TO ACC-UNS90
           END-EVALUATE.
      **************************************************************
      * STARTS A NEW DEPARTMENT ON A NEW PAGE, AFTER PRINTING THE *
      * LAST DEPARTMENT'S TOTAL *
      **************************************************************
       1610-BREAK-ON-DEPT.
           IF PREV-DEPT NOT = LOW-VALUES
               PERFORM 1620-PRINT-DEPT-TOTAL
           END-IF.
           MOVE EV-DEPT TO PREV-DEPT.
           MOVE 0 TO DEPT-EMP-CNT.
           MOVE 0 TO DEPT-FLG-CNT.
           PERFORM 1400-PRINT-HEAD.
      **************************************************************
      * PRINTS THE PER-DEPARTMENT EMPLOYEE AND FLAGGED COUNTS AT *
      * A CONTROL BREAK (AND FOR THE LAST DEPARTMENT AT END OF *
      * RUN) *
      **************************************************************
       1620-PRINT-DEPT-TOTAL.
           MOVE PREV-DEPT    TO DT-DEPT.
           MOVE DEPT-EMP-CNT TO DT-EMP-CNT.
           MOVE DEPT-FLG-CNT TO DT-FLG-CNT.
           WRITE PRNT-REC FROM PRNT-DEPT-TOTAL1
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * PRINTS ONE EMPLOYEE'S WINDOW TOTALS AND FLAGS A 30-DAY OR *
      * 90-DAY POINT TOTAL OVER ITS DISCIPLINARY THRESHOLD *
      **************************************************************
       1650-PRINT-EMP-LINE.
           IF LINE-CNT NOT < LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           MOVE PREV-EMP-ID TO L-EMPID1.
           MOVE PREV-NAME   TO L-NAME1.
           MOVE ACC-NOS30   TO L-NOS30.
           MOVE ACC-NOS90   TO L-NOS90.
           MOVE ACC-LATE30  TO L-LATE30.
           MOVE ACC-LATE90  TO L-LATE90.
           MOVE ACC-MIN90   TO L-MIN90.
           MOVE ACC-UNS90   TO L-UNS90.
           MOVE ACC-PTS30   TO L-PTS30.
           MOVE ACC-PTS90   TO L-PTS90.
           MOVE SPACES      TO L-FLAG1.
           IF ACC-PTS30 > THRESHOLD-30 AND ACC-PTS90 > THRESHOLD-90
               MOVE 'OVER BOTH' TO L-FLAG1
           ELSE
               IF ACC-PTS30 > THRESHOLD-30
                   MOVE 'OVER 30D' TO L-FLAG1
               END-IF
               IF ACC-PTS90 > THRESHOLD-90
                   MOVE 'OVER 90D' TO L-FLAG1
               END-IF
           END-IF.
           IF L-FLAG1 NOT = SPACES
               ADD 1 TO FLG-CNT
               ADD 1 TO DEPT-FLG-CNT
           END-IF.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           ADD 1 TO EMP-CNT.
           ADD 1 TO DEPT-EMP-CNT.
      **************************************************************
      * PRINTS THE CONTROL TOTAL TRAILER LINES *
      **************************************************************
       1700-PRINT-TRAILER.
           MOVE EVT-CNT      TO T-EVT-CNT.
           MOVE WIN-CNT      TO T-WIN-CNT.
           MOVE BAD-CNT      TO T-BAD-CNT.
           MOVE EMP-CNT      TO T-EMP-CNT.
           MOVE FLG-CNT      TO T-FLG-CNT.
           MOVE THRESHOLD-30 TO T-THR30.
           MOVE THRESHOLD-90 TO T-THR90.
           MOVE NOS-POINTS   TO T-NOS-PTS.
           MOVE LATE-POINTS  TO T-LATE-PTS.
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
      **************************************************************
      * READS THE SORTED, WINDOWED EVENTS *
      **************************************************************
       2000-READ-EVENT.
           READ SORTED-EVENTS INTO EVENT-DATA
             AT END MOVE 1 TO EOF-EV
           END-READ.
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
