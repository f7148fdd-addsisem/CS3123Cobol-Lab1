       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1PAY.
       AUTHOR. Addyson Sisemore
      * WORKED-HOURS PAYROLL FEED.
      * 2026-10-15 - NEW PROGRAM. PAIRS THE BADGE VENDOR'S BADGE-IN
      *              AND BADGE-OUT SWIPES (SWIPREC SWIPE-DIR) PER
      *              EMPLOYEE - AN OVERNIGHT SHIFT PAIRS ACROSS
      *              MIDNIGHT AND BELONGS TO THE DATE IT STARTED -
      *              TOTALS THE HOURS WORKED PER EMPLOYEE PER WORK
      *              DATE, PRICES THE SHIFT DIFFERENTIAL FROM THE
      *              SHFTCD RATE OF THE SHIFT SCHEDULED THAT DAY
      *              (SCHEDULE DETAIL ROW, ELSE THE MASTER'S OWN
      *              SHIFT), AND WRITES THE PAYROLL FEED (DA-S-PAYF)
      *              WITH A CONTROL-TOTAL TRAILER RECORD, SO
      *              PAYROLL STOPS KEYING HOURS FROM PAPER
      *              TIMESHEETS. UNPAIRED SWIPES, DAYS OVER 16
      *              HOURS, AND HOURS FOR EMP-IDS NOT ON THE MASTER
      *              ARE LEFT OUT OF THE FEED AND LISTED ON THE
      *              EXCEPTIONS REPORT FOR PAYROLL TO WORK BEFORE
      *              THE PAY CUTOFF. THE SYSIN PARM CARD IS
      *              "from-date to-date swipe-dsn" - AN ASTERISK
      *              OR MISSING DATE MEANS NO LIMIT, AND THE SWIPE
      *              DATASET DEFAULTS TO DA-S-SWIPE SO A PAY
      *              PERIOD'S CONCATENATED SWIPES CAN BE NAMED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWIPE-FILE ASSIGN TO DYNAMIC SWIPE-DSN.
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
           SELECT SWP-SORT-WORK ASSIGN TO 'WSORTWK'.
           SELECT SORTED-SWIPES ASSIGN TO 'WSORTOUT'.
           SELECT PAY-FILE ASSIGN TO 'DA-S-PAYF'.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-WRPT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE BADGE VENDOR'S SWIPE FILE - BADGE-INS AND BADGE-OUTS *
      **************************************************************
       FD SWIPE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SWIPE-REC        PIC X(80).
      **************************************************************
      * THE INDEXED ROSTER MASTER - READ BY KEY FOR THE NAME AND *
      * THE FALLBACK SHIFT *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * THE SCHEDULE DETAIL FILE - READ BY EMP-ID PLUS WORK DATE *
      * FOR THE SHIFT THE DAY WAS SCHEDULED ON *
      **************************************************************
       FD SCHED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCHED-DATA.
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SD==.
      **************************************************************
      * SHIFT REFERENCE CODES - THE DIFFERENTIAL RATE PER SHIFT *
      **************************************************************
       FD SHIFT-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       01 SHIFT-CODE-REC.
           COPY SHFTCD REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==SC==.
       SD SWP-SORT-WORK.
       01 SWP-SORT-REC.
           COPY SWIPREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SS==.
      **************************************************************
      * HOLDS THE SWIPES ONCE SWP-SORT-WORK PUTS THEM IN EMPLOYEE, *
      * DATE, TIME ORDER SO EACH BADGE-OUT FOLLOWS ITS BADGE-IN *
      **************************************************************
       FD SORTED-SWIPES
           LABEL RECORDS ARE STANDARD.
       01 SORTED-SWP-REC   PIC X(80).
      **************************************************************
      * THE PAYROLL WORKED-HOURS FEED *
      **************************************************************
       FD PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAY-REC.
           COPY PAYREC REPLACING ==:LVL:== BY ==03==
                                  ==:PREFIX:== BY ==PY==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
       WORKING-STORAGE SECTION.
      **************************************************************
      * THE PAY-PERIOD SELECTION AND SWIPE DATASET FROM THE SYSIN *
      * PARM CARD - AN ASTERISK (OR A MISSING FIELD) MEANS NO *
      * LIMIT ON THAT END OF THE PERIOD *
      **************************************************************
       01 PARM-DATA.
         03 SEL-FROM-DATE PIC X(8)  VALUE '*'.
         03 SEL-TO-DATE   PIC X(8)  VALUE '*'.
         03 SWIPE-DSN     PIC X(40) VALUE 'DA-S-SWIPE'.
         03 PARM-LINE     PIC X(80).
      **************************************************************
      * WORKING COPY OF THE CURRENT SORTED SWIPE *
      **************************************************************
       01 SWIPE-DATA.
           COPY SWIPREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SW==.
      **************************************************************
      * LAYOUT FOR THE EXCEPTIONS-REPORT HEADING LINES *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(30)   VALUE
             'WORKED-HOURS FEED EXCEPTIONS: '.
         03 H-SEL-FROM  PIC X(8).
         03 FILLER      PIC X(3)    VALUE ' - '.
         03 H-SEL-TO    PIC X(8).
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(12)   VALUE 'EXCEPTION'.
         03 FILLER      PIC X(6)    VALUE 'EMP ID'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'NAME'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(8)    VALUE 'DATE'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'IN'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(4)    VALUE 'OUT'.
         03 FILLER      PIC X(3)    VALUE SPACES.
         03 FILLER      PIC X(6)    VALUE 'HOURS'.
      **************************************************************
      * LAYOUT FOR ONE EXCEPTION LINE *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
         03 L-STATUS1    PIC X(12).
         03 L-EMPID1     PIC X(6).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-NAME1      PIC X(20).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-DATE1      PIC X(8).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-IN1        PIC X(4).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-OUT1       PIC X(4).
         03 FILLER       PIC X(3)   VALUE SPACES.
         03 L-HOURS1     PIC ZZ9.99.
      **************************************************************
      * LAYOUTS FOR THE TRAILER (CONTROL TOTAL) LINES - THE FEED *
      * LINES MATCH THE FEED'S OWN TRAILER RECORD *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'SWIPES READ:              '.
         03 T-SWI-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'IN/OUT PAIRS MADE:        '.
         03 T-PAIR-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'FEED DETAIL RECORDS:      '.
         03 T-FEED-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'FEED HOURS:               '.
         03 T-FEED-HRS  PIC Z,ZZZ,ZZ9.99.
       01 PRNT-TRAILER5.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'FEED DIFFERENTIAL:        '.
         03 T-FEED-DIFF PIC Z,ZZZ,ZZ9.99.
       01 PRNT-TRAILER6.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'IN WITHOUT OUT:           '.
         03 T-NOUT-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER7.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'OUT WITHOUT IN:           '.
         03 T-NIN-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER8.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'DAYS OVER 16 HOURS:       '.
         03 T-LONG-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER9.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'DAYS NOT ON ROSTER:       '.
         03 T-NOR-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER10.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'BAD DATE/TIME SWIPES:     '.
         03 T-BAD-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER11.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'DAYS OUTSIDE PERIOD:      '.
         03 T-OUTP-CNT  PIC ZZZ,ZZ9.
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
         03 EOF-SW     PIC 9   VALUE 0.
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
         03 SCHED-FOUND-SW PIC 9 VALUE 0.
      **************************************************************
      *       CONTROL TOTAL COUNTERS *
      **************************************************************
         03 SWI-CNT    PIC 9(6)  VALUE 0.
         03 PAIR-CNT   PIC 9(6)  VALUE 0.
         03 FEED-CNT   PIC 9(6)  VALUE 0.
         03 NOUT-CNT   PIC 9(6)  VALUE 0.
         03 NIN-CNT    PIC 9(6)  VALUE 0.
         03 LONG-CNT   PIC 9(6)  VALUE 0.
         03 NOR-CNT    PIC 9(6)  VALUE 0.
         03 BAD-CNT    PIC 9(6)  VALUE 0.
         03 OUTP-CNT   PIC 9(6)  VALUE 0.
         03 FEED-HOURS PIC 9(7)V99 VALUE 0.
         03 FEED-DIFF  PIC 9(7)V99 VALUE 0.
      **************************************************************
      *       LONGEST DAY PAID WITHOUT REVIEW - 16 HOURS *
      **************************************************************
         03 MAX-DAY-MINUTES PIC 9(4) VALUE 960.
      **************************************************************
      *       THE EMPLOYEE WHOSE SWIPES ARE BEING PAIRED *
      **************************************************************
         03 CUR-EMP-ID PIC X(6)  VALUE LOW-VALUES.
      **************************************************************
      *       THE BADGE-IN WAITING FOR ITS BADGE-OUT - PEND-IN-SW *
      *       IS 1 WHILE ONE IS HELD *
      **************************************************************
       01 PENDING-IN.
         03 PEND-IN-SW     PIC 9     VALUE 0.
         03 PEND-IN-DATE   PIC X(8).
         03 PEND-IN-TIME   PIC X(4).
         03 PEND-IN-DAYNUM PIC 9(7)  VALUE 0.
         03 PEND-IN-MINUTE PIC 9(4)  VALUE 0.
      **************************************************************
      *       THE WORK DAY BEING ACCUMULATED - ONE FEED RECORD PER *
      *       EMPLOYEE PER WORK DATE, HOWEVER MANY PAIRS (BREAKS) *
      **************************************************************
       01 WORK-DAY.
         03 DAY-OPEN-SW    PIC 9     VALUE 0.
         03 DAY-EMP-ID     PIC X(6).
         03 DAY-WORK-DATE  PIC X(8).
         03 DAY-FIRST-IN   PIC X(4).
         03 DAY-LAST-OUT   PIC X(4).
         03 DAY-PAIRS      PIC 9(2)  VALUE 0.
         03 DAY-MINUTES    PIC 9(5)  VALUE 0.
         03 DAY-HOURS      PIC 9(3)V99 VALUE 0.
         03 DAY-SHIFT      PIC X(4).
         03 DAY-RATE       PIC 9(2)V99 VALUE 0.
         03 DAY-DIFF-AMT   PIC 9(5)V99 VALUE 0.
      **************************************************************
      *       THE SWIPE IN HAND AS A DAY NUMBER AND MINUTE OF THE *
      *       DAY, AND THE MINUTES SINCE THE PENDING BADGE-IN *
      **************************************************************
       01 SWIPE-CALC-WORK.
         03 SWIPE-DAYNUM   PIC 9(7)  VALUE 0.
         03 SWIPE-MINUTE   PIC 9(4)  VALUE 0.
         03 ELAPSED-MIN    PIC S9(7) VALUE 0.
      **************************************************************
      *       SHIFT CODE TABLE - THE DIFFERENTIAL RATE PER SHIFT *
      **************************************************************
       01 SHIFT-CODE-TABLE.
         03 SCODE-CNT     PIC 9(4)  VALUE 0.
         03 SCODE-ENTRY OCCURS 50 TIMES
             INDEXED BY SCODE-IDX.
           05 SCODE-SHIFT PIC X(4).
           05 SCODE-RATE  PIC 9(2)V99.
      **************************************************************
      *       HHMM EDIT WORK AREA FOR THE SWIPE TIME *
      **************************************************************
       01 TIME-EDIT-WORK.
         03 EDIT-TIME    PIC X(4).
         03 EDIT-TIME-N REDEFINES EDIT-TIME.
           05 ET-HOUR  PIC 9(2).
           05 ET-MIN   PIC 9(2).
         03 TIME-VALID-SW PIC 9    VALUE 0.
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
           PERFORM 0170-LOAD-SHIFT-CODES.
           OPEN INPUT ROSTER-MASTER
                      SCHED-FILE
             OUTPUT PRNT-FILE.
      **************************************************************
      * A MASTER THAT CANNOT BE OPENED MUST STOP THE RUN HERE, *
      * BEFORE THE FEED IS TOUCHED - EVERY DAY WORKED WOULD *
      * OTHERWISE BE HELD BACK AS NOT ON ROSTER *
      **************************************************************
           IF MAST-STATUS NOT = '00'
               MOVE MAST-STATUS TO E-MAST-STATUS
               WRITE PRNT-REC FROM PRNT-MAST-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE SCHED-FILE
                     PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-SORT-SWIPES.
           OPEN INPUT SORTED-SWIPES
             OUTPUT PAY-FILE.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-SWIPE.
           PERFORM 1500-PAIR-ONE-SWIPE
             UNTIL EOF-SW = 1.
           PERFORM 1680-END-OF-EMPLOYEE.
           PERFORM 1690-WRITE-FEED-TRAILER.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE SORTED-SWIPES
                 PAY-FILE
                 ROSTER-MASTER
                 SCHED-FILE
                 PRNT-FILE.
           STOP RUN.
      **************************************************************
      * PICKS UP THE OPTIONAL "from-date to-date swipe-dsn" PARM *
      * - READ FROM SYSIN THE WAY A JCL SYSIN CARD OR EXEC PARM= *
      * IS FED TO A BATCH STEP, NOT FROM SHELL COMMAND-LINE *
      * ARGUMENTS - A MISSING OR ASTERISK DATASET MEANS THE DAILY *
      * SWIPE FILE, DA-S-SWIPE *
      **************************************************************
       0100-GET-PARMS.
           ACCEPT PARM-LINE FROM SYSIN.
           IF PARM-LINE NOT = SPACES
               UNSTRING PARM-LINE DELIMITED BY SPACES
                 INTO SEL-FROM-DATE SEL-TO-DATE SWIPE-DSN
           END-IF.
           IF SWIPE-DSN = SPACES OR SWIPE-DSN = '*'
               MOVE 'DA-S-SWIPE' TO SWIPE-DSN
           END-IF.
           IF SEL-FROM-DATE = SPACES
               MOVE '*' TO SEL-FROM-DATE
           END-IF.
           IF SEL-TO-DATE = SPACES
               MOVE '*' TO SEL-TO-DATE
           END-IF.
      **************************************************************
      * LOADS THE VALID SHIFT CODES AND THEIR DIFFERENTIAL RATES *
      * INTO SHIFT-CODE-TABLE - A BLANK OR NON-NUMERIC RATE IS *
      * TABLED AS NO DIFFERENTIAL *
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
               IF SC-DIFF-RATE-N NUMERIC
                   MOVE SC-DIFF-RATE-N TO SCODE-RATE(SCODE-CNT)
               ELSE
                   MOVE 0 TO SCODE-RATE(SCODE-CNT)
               END-IF
           END-IF.
           PERFORM 0180-READ-SHIFT-CODE.
      **************************************************************
      * SORTS THE SWIPES INTO EMPLOYEE, DATE, TIME SEQUENCE SO *
      * EVERY BADGE-OUT FOLLOWS THE BADGE-IN IT CLOSES *
      **************************************************************
       1000-SORT-SWIPES.
           SORT SWP-SORT-WORK
             ON ASCENDING KEY SS-EMP-ID
                              SS-SWIPE-DATE
                              SS-SWIPE-TIME
             USING SWIPE-FILE
             GIVING SORTED-SWIPES.
       1400-PRINT-HEAD.
           MOVE SEL-FROM-DATE TO H-SEL-FROM.
           MOVE SEL-TO-DATE   TO H-SEL-TO.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PAIRS ONE SWIPE - A NEW EMPLOYEE FIRST CLOSES OUT THE LAST *
      * ONE; A SWIPE WITH AN UNREAL DATE OR TIME IS REPORTED AND *
      * IGNORED; A BADGE-IN IS HELD (REPORTING ANY BADGE-IN IT *
      * DISPLACES AS NEVER CLOSED); A BADGE-OUT CLOSES THE HELD *
      * BADGE-IN, OR IS REPORTED WHEN THERE IS NONE OR IT IS MORE *
      * THAN A DAY OLD *
      **************************************************************
       1500-PAIR-ONE-SWIPE.
           IF SW-EMP-ID NOT = CUR-EMP-ID
               PERFORM 1680-END-OF-EMPLOYEE
               MOVE SW-EMP-ID TO CUR-EMP-ID
           END-IF.
           MOVE SW-SWIPE-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           MOVE SW-SWIPE-TIME TO EDIT-TIME.
           PERFORM 8500-VALIDATE-TIME.
           IF DATE-VALID-SW = 0 OR TIME-VALID-SW = 0
               ADD 1 TO BAD-CNT
               MOVE 'BAD SWIPE' TO L-STATUS1
               MOVE SW-SWIPE-DATE TO L-DATE1
               IF SW-SWIPE-DIR = 'O'
                   MOVE SPACES        TO L-IN1
                   MOVE SW-SWIPE-TIME TO L-OUT1
               ELSE
                   MOVE SW-SWIPE-TIME TO L-IN1
                   MOVE SPACES        TO L-OUT1
               END-IF
               MOVE 0 TO L-HOURS1
               PERFORM 1650-PRINT-EXCEPTION
           ELSE
               PERFORM 8300-COMPUTE-DAY-NUM
               MOVE DAY-NUM TO SWIPE-DAYNUM
               COMPUTE SWIPE-MINUTE = ET-HOUR * 60 + ET-MIN
               IF SW-SWIPE-DIR = 'O'
                   PERFORM 1600-CLOSE-PENDING-IN
               ELSE
                   IF PEND-IN-SW = 1
                       PERFORM 1610-REPORT-IN-NO-OUT
                   END-IF
                   MOVE 1             TO PEND-IN-SW
                   MOVE SW-SWIPE-DATE TO PEND-IN-DATE
                   MOVE SW-SWIPE-TIME TO PEND-IN-TIME
                   MOVE SWIPE-DAYNUM  TO PEND-IN-DAYNUM
                   MOVE SWIPE-MINUTE  TO PEND-IN-MINUTE
               END-IF
           END-IF.
           PERFORM 2000-READ-SWIPE.
      **************************************************************
      * A BADGE-OUT - PAIRS WITH THE HELD BADGE-IN WHEN THERE IS *
      * ONE NO MORE THAN 24 HOURS EARLIER, ADDING THE MINUTES TO *
      * THE WORK DAY OF THE BADGE-IN'S DATE *
      **************************************************************
       1600-CLOSE-PENDING-IN.
           IF PEND-IN-SW = 1
               COMPUTE ELAPSED-MIN =
                   (SWIPE-DAYNUM - PEND-IN-DAYNUM) * 1440
                 + SWIPE-MINUTE - PEND-IN-MINUTE
               IF ELAPSED-MIN > 1440
                   PERFORM 1610-REPORT-IN-NO-OUT
               END-IF
           END-IF.
           IF PEND-IN-SW = 0
               ADD 1 TO NIN-CNT
               MOVE 'OUT NO IN' TO L-STATUS1
               MOVE SW-SWIPE-DATE TO L-DATE1
               MOVE SPACES        TO L-IN1
               MOVE SW-SWIPE-TIME TO L-OUT1
               MOVE 0 TO L-HOURS1
               PERFORM 1650-PRINT-EXCEPTION
           ELSE
               ADD 1 TO PAIR-CNT
               IF DAY-OPEN-SW = 1
                   AND DAY-WORK-DATE NOT = PEND-IN-DATE
                   PERFORM 1660-CLOSE-WORK-DAY
               END-IF
               IF DAY-OPEN-SW = 0
                   MOVE 1            TO DAY-OPEN-SW
                   MOVE SW-EMP-ID    TO DAY-EMP-ID
                   MOVE PEND-IN-DATE TO DAY-WORK-DATE
                   MOVE PEND-IN-TIME TO DAY-FIRST-IN
                   MOVE 0            TO DAY-PAIRS
                   MOVE 0            TO DAY-MINUTES
               END-IF
               ADD 1 TO DAY-PAIRS
               ADD ELAPSED-MIN TO DAY-MINUTES
               MOVE SW-SWIPE-TIME TO DAY-LAST-OUT
               MOVE 0 TO PEND-IN-SW
           END-IF.
      **************************************************************
      * THE HELD BADGE-IN NEVER GOT ITS BADGE-OUT - REPORTED AND *
      * DROPPED *
      **************************************************************
       1610-REPORT-IN-NO-OUT.
           IF (SEL-FROM-DATE = '*' OR PEND-IN-DATE NOT < SEL-FROM-DATE)
               AND (SEL-TO-DATE = '*'
                    OR PEND-IN-DATE NOT > SEL-TO-DATE)
               ADD 1 TO NOUT-CNT
               MOVE 'IN NO OUT' TO L-STATUS1
               MOVE PEND-IN-DATE TO L-DATE1
               MOVE PEND-IN-TIME TO L-IN1
               MOVE SPACES       TO L-OUT1
               MOVE 0 TO L-HOURS1
               PERFORM 1650-PRINT-EXCEPTION
           END-IF.
           MOVE 0 TO PEND-IN-SW.
      **************************************************************
      * PRINTS ONE EXCEPTION LINE FOR THE EMPLOYEE IN HAND, WITH *
      * THE NAME FROM THE MASTER WHEN THERE IS ONE *
      **************************************************************
       1650-PRINT-EXCEPTION.
           MOVE CUR-EMP-ID TO L-EMPID1.
           MOVE L-EMPID1 TO M-EMP-ID.
           READ ROSTER-MASTER
             INVALID KEY MOVE SPACES TO L-NAME1
             NOT INVALID KEY MOVE M-NAME TO L-NAME1
           END-READ.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * CLOSES THE WORK DAY IN HAND - OUTSIDE THE PAY PERIOD IT IS *
      * ONLY COUNTED; OVER 16 HOURS OR NOT ON THE ROSTER IT IS *
      * REPORTED FOR PAYROLL TO WORK INSTEAD OF FED; OTHERWISE ITS *
      * HOURS AND DIFFERENTIAL GO TO THE FEED *
      **************************************************************
       1660-CLOSE-WORK-DAY.
           IF DAY-OPEN-SW = 1
               COMPUTE DAY-HOURS ROUNDED = DAY-MINUTES / 60
               MOVE DAY-WORK-DATE TO L-DATE1
               MOVE DAY-FIRST-IN  TO L-IN1
               MOVE DAY-LAST-OUT  TO L-OUT1
               MOVE DAY-HOURS     TO L-HOURS1
               IF (SEL-FROM-DATE NOT = '*'
                   AND DAY-WORK-DATE < SEL-FROM-DATE)
                   OR (SEL-TO-DATE NOT = '*'
                       AND DAY-WORK-DATE > SEL-TO-DATE)
                   ADD 1 TO OUTP-CNT
               ELSE
                   PERFORM 1665-FIND-DAY-SHIFT
                   EVALUATE TRUE
                       WHEN MAST-FOUND-SW = 0
                           ADD 1 TO NOR-CNT
                           MOVE 'NOT ON ROSTR' TO L-STATUS1
                           PERFORM 1650-PRINT-EXCEPTION
                       WHEN DAY-MINUTES > MAX-DAY-MINUTES
                           ADD 1 TO LONG-CNT
                           MOVE 'OVER 16 HRS' TO L-STATUS1
                           PERFORM 1650-PRINT-EXCEPTION
                       WHEN OTHER
                           PERFORM 1670-WRITE-FEED-DETAIL
                   END-EVALUATE
               END-IF
               MOVE 0 TO DAY-OPEN-SW
           END-IF.
      **************************************************************
      * FINDS THE SHIFT THE WORK DAY WAS SCHEDULED ON AND ITS *
      * DIFFERENTIAL RATE - A SCHEDULE DETAIL ROW FOR THE DATE *
      * WINS, THEN THE MASTER'S OWN SCHEDULE PAIR, THEN THE *
      * MASTER'S SHIFT - MAST-FOUND-SW IS LEFT 0 FOR AN EMP-ID *
      * NOT ON THE MASTER *
      **************************************************************
       1665-FIND-DAY-SHIFT.
           MOVE SPACES TO DAY-SHIFT.
           MOVE 0 TO DAY-RATE.
           MOVE DAY-EMP-ID TO M-EMP-ID.
           MOVE 1 TO MAST-FOUND-SW.
           READ ROSTER-MASTER
             INVALID KEY MOVE 0 TO MAST-FOUND-SW
           END-READ.
           IF MAST-FOUND-SW = 1
               MOVE M-SHIFT TO DAY-SHIFT
               MOVE 0 TO SCHED-FOUND-SW
               IF M-SCHED-DATE NOT = DAY-WORK-DATE
                   AND (SCHED-STATUS = '00' OR SCHED-STATUS = '05')
                   MOVE DAY-EMP-ID    TO SD-EMP-ID
                   MOVE DAY-WORK-DATE TO SD-SCHED-DATE
                   MOVE 1 TO SCHED-FOUND-SW
                   READ SCHED-FILE
                     INVALID KEY MOVE 0 TO SCHED-FOUND-SW
                   END-READ
               END-IF
               IF SCHED-FOUND-SW = 1
                   MOVE SD-SHIFT TO DAY-SHIFT
               END-IF
               PERFORM VARYING SCODE-IDX FROM 1 BY 1
                 UNTIL SCODE-IDX > SCODE-CNT
                   OR SCODE-SHIFT(SCODE-IDX) = DAY-SHIFT
                   CONTINUE
               END-PERFORM
               IF SCODE-IDX NOT > SCODE-CNT
                   MOVE SCODE-RATE(SCODE-IDX) TO DAY-RATE
               END-IF
           END-IF.
      **************************************************************
      * WRITES ONE FEED DETAIL RECORD FOR THE WORK DAY IN HAND *
      * AND ADDS IT TO THE CONTROL TOTALS *
      **************************************************************
       1670-WRITE-FEED-DETAIL.
           COMPUTE DAY-DIFF-AMT ROUNDED = DAY-HOURS * DAY-RATE.
           MOVE SPACES        TO PAY-REC.
           MOVE 'D'           TO PY-REC-TYPE.
           MOVE DAY-EMP-ID    TO PY-EMP-ID.
           MOVE DAY-WORK-DATE TO PY-WORK-DATE.
           MOVE DAY-SHIFT     TO PY-SHIFT.
           MOVE DAY-FIRST-IN  TO PY-FIRST-IN.
           MOVE DAY-LAST-OUT  TO PY-LAST-OUT.
           MOVE DAY-PAIRS     TO PY-PAIR-CNT.
           MOVE DAY-HOURS     TO PY-HOURS.
           MOVE DAY-RATE      TO PY-DIFF-RATE.
           MOVE DAY-DIFF-AMT  TO PY-DIFF-AMT.
           WRITE PAY-REC.
           ADD 1 TO FEED-CNT.
           ADD DAY-HOURS    TO FEED-HOURS.
           ADD DAY-DIFF-AMT TO FEED-DIFF.
      **************************************************************
      * CLOSES OUT AN EMPLOYEE - A BADGE-IN STILL HELD NEVER GOT *
      * ITS BADGE-OUT, AND THE LAST WORK DAY IS CLOSED *
      **************************************************************
       1680-END-OF-EMPLOYEE.
           IF PEND-IN-SW = 1
               PERFORM 1610-REPORT-IN-NO-OUT
           END-IF.
           PERFORM 1660-CLOSE-WORK-DAY.
      **************************************************************
      * WRITES THE FEED'S CONTROL-TOTAL TRAILER RECORD - RECORD *
      * COUNT, TOTAL HOURS, TOTAL DIFFERENTIAL, AND THE PERIOD *
      **************************************************************
       1690-WRITE-FEED-TRAILER.
           MOVE SPACES        TO PAY-REC.
           MOVE 'T'           TO PY-REC-TYPE.
           MOVE FEED-CNT      TO PY-REC-CNT.
           MOVE FEED-HOURS    TO PY-TOTAL-HOURS.
           MOVE FEED-DIFF     TO PY-TOTAL-DIFF.
           MOVE SEL-FROM-DATE TO PY-PERIOD-FROM.
           MOVE SEL-TO-DATE   TO PY-PERIOD-TO.
           WRITE PAY-REC.
      **************************************************************
      * PRINTS THE CONTROL TOTAL TRAILER LINES *
      **************************************************************
       1700-PRINT-TRAILER.
           MOVE SWI-CNT    TO T-SWI-CNT.
           MOVE PAIR-CNT   TO T-PAIR-CNT.
           MOVE FEED-CNT   TO T-FEED-CNT.
           MOVE FEED-HOURS TO T-FEED-HRS.
           MOVE FEED-DIFF  TO T-FEED-DIFF.
           MOVE NOUT-CNT   TO T-NOUT-CNT.
           MOVE NIN-CNT    TO T-NIN-CNT.
           MOVE LONG-CNT   TO T-LONG-CNT.
           MOVE NOR-CNT    TO T-NOR-CNT.
           MOVE BAD-CNT    TO T-BAD-CNT.
           MOVE OUTP-CNT   TO T-OUTP-CNT.
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
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER10
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER11
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE SORTED SWIPES *
      **************************************************************
       2000-READ-SWIPE.
           READ SORTED-SWIPES INTO SWIPE-DATA
             AT END MOVE 1 TO EOF-SW
             NOT AT END ADD 1 TO SWI-CNT
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
      **************************************************************
      * VALIDATES EDIT-TIME (HHMM) AS A REAL TIME OF DAY - *
      * NUMERIC, HOUR 00-23, MINUTE 00-59 - SETS TIME-VALID-SW *
      * TO 1 WHEN THE TIME IS GOOD *
      **************************************************************
       8500-VALIDATE-TIME.
           MOVE 1 TO TIME-VALID-SW.
           IF EDIT-TIME NOT NUMERIC
               MOVE 0 TO TIME-VALID-SW
           ELSE
               IF ET-HOUR > 23 OR ET-MIN > 59
                   MOVE 0 TO TIME-VALID-SW
               END-IF
           END-IF.
